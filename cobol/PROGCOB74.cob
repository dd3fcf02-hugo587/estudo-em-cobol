      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - FGTS DA RESCISAO: DEPOSITO DE 8% SOBRE
      *                         SALDO DE SALARIO E 13O PROPORCIONAL E,
      *                         NA DISPENSA SEM JUSTA CAUSA, MULTA DE
      *                         40% SOBRE O SALDO ACUMULADO NO FGTSSALD
      *                         (ALIMENTADO PELA FOLHA PROGCOB04) MAIS O
      *                         DEPOSITO. SAI NO TERMO, NA GUIA FGTSRESC
      *                         E NO LEDGTXN (CONTA 21106), E A APURACAO
      *                         FICA CARIMBADA NO FGTSSALD PARA NAO
      *                         SOMAR DUAS VEZES.
      *    15/10/2026 HUGOVIE - MOTIVO DO DESLIGAMENTO (SEM JUSTA CAUSA,
      *                         JUSTA CAUSA, PEDIDO, TERMINO DE
      *                         CONTRATO, OUTROS) NO LUGAR DA PERGUNTA
      *                         S/N, GRAVADO NO EMPMAST COM AUDITORIA
      *                         (AUDITTRL) E JORNAL (MSTJRNL) E IMPRESSO
      *                         NO TERMO; SO A DISPENSA SEM JUSTA CAUSA
      *                         DA MULTA DO FGTS. EMPMAST COM DATA DE
      *                         ADMISSAO E MOTIVO NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT BANKREM ASSIGN TO "BANKREM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BANKREM-STATUS.
               SELECT FGTSSALD ASSIGN TO "FGTSSALD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FGS-MATRICULA
                   FILE STATUS IS WRK-FGTSSALD-STATUS.
               SELECT FGTSRESC ASSIGN TO "FGTSRESC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FGTSRESC-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT MSTJRNL ASSIGN TO "MSTJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MSTJRNL-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  EMPMAST.
               05 EMP-CONTA       PIC 9(08).
               05 EMP-DT-DESLIG   PIC 9(08).
                  88 EMP-ATIVO    VALUE ZEROS.
               05 EMP-DEPTO       PIC 9(02).
               05 EMP-CCUSTO      PIC 9(03).
               05 EMP-QT-RATEIO   PIC 9(01).
               05 EMP-RATEIO OCCURS 3 TIMES.
                  10 EMP-RAT-CCUSTO PIC 9(03).
                  10 EMP-RAT-PCT    PIC 9(03)V99.
               05 EMP-DT-ADMISSAO PIC 9(08).
               05 EMP-MOTIVO-DESLIG PIC X(01).
                  88 EMP-DESLIG-SEM-JUSTA   VALUE 'S'.
                  88 EMP-DESLIG-JUSTA-CAUSA VALUE 'J'.
                  88 EMP-DESLIG-PEDIDO      VALUE 'P'.
                  88 EMP-DESLIG-TERMINO     VALUE 'T'.
                  88 EMP-DESLIG-OUTROS      VALUE 'O'.
                  88 EMP-MOTIVO-VALIDO      VALUE 'S' 'J' 'P' 'T' 'O'.

           FD  VACLEDG.
           01  VAC-REC.
               05 BRT-SOMA-LIQ    PIC 9(10)V99.
               05 BRT-HASH-CONTAS PIC 9(12).

           FD  FGTSSALD.
           01  FGS-REC.
               05 FGS-MATRICULA   PIC 9(06).
               05 FGS-SALDO       PIC 9(08)V99.
               05 FGS-ULT-COMPET  PIC 9(06).
               05 FGS-DT-RESCISAO PIC 9(08).
               05 FGS-MULTA       PIC 9(08)V99.

           FD  FGTSRESC.
           01  FGTSRESC-HEADER.
               05 FRH-TIPO        PIC X(01).
               05 FRH-DT-DESLIG   PIC 9(08).
               05 FRH-DATAHORA    PIC X(17).
           01  FGTSRESC-DETALHE.
               05 FRD-TIPO        PIC X(01).
               05 FRD-MATRICULA   PIC 9(06).
               05 FRD-NOME        PIC X(20).
               05 FRD-BASE        PIC 9(08)V99.
               05 FRD-DEPOSITO    PIC 9(08)V99.
               05 FRD-SALDO-ANT   PIC 9(08)V99.
               05 FRD-MULTA       PIC 9(08)V99.
           01  FGTSRESC-TRAILER.
               05 FRT-TIPO        PIC X(01).
               05 FRT-QT          PIC 9(06).
               05 FRT-TOTAL       PIC 9(10)V99.

           FD  LEDGTXN.
           01  LEDGTXN-REC.
               05 LTX-CONTA       PIC 9(05).
               05 LTX-DATA        PIC 9(08).
               05 LTX-TIPO        PIC X(01).
                  88 LTX-DEBITO   VALUE 'D'.
                  88 LTX-CREDITO  VALUE 'C'.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  AUDITTRL.
           01  AUDITTRL-REC      PIC X(340).

           FD  MSTJRNL.
           01  MSTJRNL-REC.
               05 MJ-DATAHORA    PIC X(17).
               05 MJ-ARQUIVO     PIC X(08).
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           WORKING-STORAGE SECTION.
           COPY JRNCOM.
           77 WRK-MSTJRNL-STATUS PIC X(02) VALUE SPACES.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPERADOR PIC X(20) VALUE SPACES.
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
               88 EMPMAST-NOTFOUND  VALUE '23'.
                   05 WRK-IRRF-ALQ PIC 9V9999.
           77 WRK-FX         PIC 9(01) VALUE ZEROS.
           77 WRK-FX-SEL     PIC 9(01) VALUE ZEROS.
      *    ********** FGTS DA RESCISAO: DEPOSITO SOBRE SALDO DE
      *    ********** SALARIO E 13O PROPORCIONAL (FERIAS INDENIZADAS
      *    ********** NAO TEM FGTS) E MULTA DE 40% SOBRE O SALDO
      *    ********** ACUMULADO NO FGTSSALD PELA FOLHA (PROGCOB04)
           77 WRK-FGTSSALD-STATUS PIC X(02) VALUE SPACES.
               88 FGTSSALD-OK       VALUE '00'.
           77 WRK-FGTSRESC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ALIQ-FGTS  PIC 9V9999 VALUE 0,0800.
           77 WRK-ALIQ-MULTA PIC 9V9999 VALUE 0,4000.
           77 WRK-CTA-FGTS   PIC 9(05) VALUE 21106.
           77 WRK-CCUSTO-FOLHA PIC 9(03) VALUE 001.
           77 WRK-BASE-FGTS  PIC 9(07)V99 VALUE ZEROS.
           77 WRK-FGTS-RESC  PIC 9(06)V99 VALUE ZEROS.
           77 WRK-FGTS-SALDO PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FGTS-MULTA PIC 9(08)V99 VALUE ZEROS.
           77 WRK-SEM-JUSTA  PIC X(01) VALUE 'S'.
               88 SEM-JUSTA-CAUSA  VALUE 'S'.
      *    ********** MOTIVO DO DESLIGAMENTO GRAVADO NO EMPMAST PARA
      *    ********** AS ESTATISTICAS DE ROTATIVIDADE (PRGCOB134)
           77 WRK-MOTIVO     PIC X(01) VALUE SPACE.
               88 MOTIVO-VALIDO  VALUE 'S' 'J' 'P' 'T' 'O'.
           77 WRK-FGTS-NOVO  PIC X(01) VALUE 'N'.
               88 FGTS-APURADO-AGORA VALUE 'S'.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   DISPLAY 'OPERADOR...'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               DISPLAY 'MATRICULA DO DESLIGADO...'.
               ACCEPT WRK-MATRICULA.
               PERFORM 0100-LOCALIZAR-FUNCIONARIO.
                   PERFORM 0250-CONTAR-DEPENDENTES
                   PERFORM 0300-CALCULAR-VERBAS
                   PERFORM 0400-CALCULAR-DESCONTOS
                   PERFORM 0470-APURAR-FGTS
                   PERFORM 0480-GRAVAR-MOTIVO
                   PERFORM 0500-IMPRIMIR-TERMO
                   PERFORM 0600-GRAVAR-REMESSA
                   PERFORM 0650-GRAVAR-GUIA-FGTS
                   MOVE WRK-LIQUIDO TO WRK-VALOR-ED
                   DISPLAY 'RESCISAO CALCULADA - LIQUIDO '
                           WRK-VALOR-ED
                   MOVE WRK-FX TO WRK-FX-SEL
               END-IF.

      *    ********** DEPOSITO RESCISORIO E MULTA (SO NA DISPENSA
      *    ********** SEM JUSTA CAUSA). A APURACAO FICA CARIMBADA NO
      *    ********** FGTSSALD COM A DATA DO DESLIGAMENTO - RODAR A
      *    ********** RESCISAO DE NOVO NAO SOMA O DEPOSITO OUTRA VEZ
           0470-APURAR-FGTS.
               MOVE SPACE TO WRK-MOTIVO.
               PERFORM 0475-PEDIR-MOTIVO UNTIL MOTIVO-VALIDO.
               IF WRK-MOTIVO = 'S'
                   MOVE 'S' TO WRK-SEM-JUSTA
               ELSE
                   MOVE 'N' TO WRK-SEM-JUSTA
               END-IF.
               MOVE 'N' TO WRK-FGTS-NOVO.
               COMPUTE WRK-BASE-FGTS = WRK-SALDO-SAL + WRK-13-PROP.
               COMPUTE WRK-FGTS-RESC ROUNDED =
                       WRK-BASE-FGTS * WRK-ALIQ-FGTS.
               MOVE ZEROS TO WRK-FGTS-SALDO WRK-FGTS-MULTA.
               OPEN I-O FGTSSALD.
               IF WRK-FGTSSALD-STATUS = '35'
                   CLOSE FGTSSALD
                   OPEN OUTPUT FGTSSALD
                   CLOSE FGTSSALD
                   OPEN I-O FGTSSALD
               END-IF.
               IF NOT FGTSSALD-OK
                   DISPLAY 'SALDO DE FGTS (FGTSSALD) INDISPONIVEL -'
                           ' STATUS ' WRK-FGTSSALD-STATUS
                           ' - MULTA SEM O SALDO ACUMULADO'
               ELSE
                   MOVE WRK-MATRICULA TO FGS-MATRICULA
                   READ FGTSSALD
                       KEY IS FGS-MATRICULA
                       INVALID KEY
                           MOVE WRK-MATRICULA TO FGS-MATRICULA
                           MOVE ZEROS TO FGS-SALDO FGS-ULT-COMPET
                                         FGS-DT-RESCISAO FGS-MULTA
                           WRITE FGS-REC
                   END-READ
                   IF FGS-DT-RESCISAO = EMP-DT-DESLIG
                       DISPLAY 'FGTS DA RESCISAO JA APURADO EM '
                               FGS-DT-RESCISAO
                               ' - SALDO NAO ALTERADO'
                       COMPUTE WRK-FGTS-SALDO =
                               FGS-SALDO - WRK-FGTS-RESC
                       MOVE FGS-MULTA TO WRK-FGTS-MULTA
                   ELSE
                       MOVE FGS-SALDO TO WRK-FGTS-SALDO
                       IF SEM-JUSTA-CAUSA
                           COMPUTE WRK-FGTS-MULTA ROUNDED =
                                   (WRK-FGTS-SALDO + WRK-FGTS-RESC)
                                   * WRK-ALIQ-MULTA
                       END-IF
                       ADD WRK-FGTS-RESC TO FGS-SALDO
                       MOVE EMP-DT-DESLIG  TO FGS-DT-RESCISAO
                       MOVE WRK-FGTS-MULTA TO FGS-MULTA
                       REWRITE FGS-REC
                       MOVE 'S' TO WRK-FGTS-NOVO
                   END-IF
                   CLOSE FGTSSALD
               END-IF.
               IF NOT FGTSSALD-OK AND SEM-JUSTA-CAUSA
                   COMPUTE WRK-FGTS-MULTA ROUNDED =
                           WRK-FGTS-RESC * WRK-ALIQ-MULTA
                   MOVE 'S' TO WRK-FGTS-NOVO
               END-IF.

      *    ********** SO A DISPENSA SEM JUSTA CAUSA (S) DA MULTA DO
      *    ********** FGTS; ENTER MANTEM O MOTIVO JA GRAVADO
           0475-PEDIR-MOTIVO.
               IF EMP-MOTIVO-VALIDO
                   DISPLAY 'MOTIVO GRAVADO...' EMP-MOTIVO-DESLIG
               END-IF.
               DISPLAY 'MOTIVO DO DESLIGAMENTO - S SEM JUSTA CAUSA,'.
               DISPLAY '  J JUSTA CAUSA, P PEDIDO DE DEMISSAO,'.
               DISPLAY '  T TERMINO DE CONTRATO, O OUTROS...'.
               MOVE SPACE TO WRK-MOTIVO.
               ACCEPT WRK-MOTIVO.
               IF WRK-MOTIVO = SPACE AND EMP-MOTIVO-VALIDO
                   MOVE EMP-MOTIVO-DESLIG TO WRK-MOTIVO
               END-IF.
               IF NOT MOTIVO-VALIDO
                   DISPLAY 'MOTIVO INVALIDO'
               END-IF.

      *    ********** MOTIVO NO CADASTRO, COM AUDITORIA E JORNAL COMO
      *    ********** NO PROGCOB29
           0480-GRAVAR-MOTIVO.
               IF WRK-MOTIVO NOT = EMP-MOTIVO-DESLIG
                   OPEN I-O EMPMAST
                   MOVE WRK-MATRICULA TO EMP-MATRICULA
                   READ EMPMAST
                       KEY IS EMP-MATRICULA
                       INVALID KEY
                           MOVE '23' TO WRK-EMPMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-EMPMAST-STATUS
                   END-READ
                   IF EMPMAST-OK
                       MOVE EMP-REC TO AUD-TRL-ANTES
                       MOVE WRK-MOTIVO TO EMP-MOTIVO-DESLIG
                       REWRITE EMP-REC
                       MOVE 'R' TO JRN-ACAO
                       PERFORM 8500-JORNALIZAR
                       MOVE 'A' TO AUD-TRL-ACAO
                       PERFORM 0800-REGISTRAR-AUDITORIA
                   ELSE
                       DISPLAY 'MOTIVO NAO GRAVADO - STATUS '
                               WRK-EMPMAST-STATUS
                   END-IF
                   CLOSE EMPMAST
               END-IF.

           0500-IMPRIMIR-TERMO.
               OPEN EXTEND PAYSLIP.
               IF WRK-PAYSLIP-STATUS = '35'
               STRING 'MATRICULA ' WRK-MATRICULA
                      '  NOME: ' EMP-NOME
                      '  DESLIG: ' EMP-DT-DESLIG
                      '  MOTIVO: ' WRK-MOTIVO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO PAYSLIP-REC.
               PERFORM 0550-GRAVAR-VERBA-TIT.
               MOVE 'LIQUIDO DA RESCISAO..' TO WRK-LINHA(1:21).
               PERFORM 0560-GRAVAR-VERBA.
               MOVE 'FGTS (DEPOSITO DO EMPREGADOR, FORA DO LIQUIDO)'
                    TO PAYSLIP-REC.
               WRITE PAYSLIP-REC.
               MOVE WRK-FGTS-SALDO TO WRK-VALOR-ED.
               PERFORM 0550-GRAVAR-VERBA-TIT.
               MOVE 'SALDO FGTS ANTERIOR..' TO WRK-LINHA(1:21).
               PERFORM 0560-GRAVAR-VERBA.
               MOVE WRK-FGTS-RESC TO WRK-VALOR-ED.
               PERFORM 0550-GRAVAR-VERBA-TIT.
               MOVE 'FGTS RESCISORIO......' TO WRK-LINHA(1:21).
               PERFORM 0560-GRAVAR-VERBA.
               MOVE WRK-FGTS-MULTA TO WRK-VALOR-ED.
               PERFORM 0550-GRAVAR-VERBA-TIT.
               MOVE 'MULTA 40% FGTS.......' TO WRK-LINHA(1:21).
               PERFORM 0560-GRAVAR-VERBA.
               MOVE SPACES TO PAYSLIP-REC.
               WRITE PAYSLIP-REC.
               CLOSE PAYSLIP.
               WRITE BANKREM-TRAILER.
               CLOSE BANKREM.

      *    ********** GUIA DO FGTS RESCISORIO (FGTSRESC) E O
      *    ********** LANCAMENTO DO ENCARGO NO LEDGTXN, NO CENTRO DE
      *    ********** CUSTO PRINCIPAL DO FUNCIONARIO
           0650-GRAVAR-GUIA-FGTS.
               OPEN OUTPUT FGTSRESC.
               PERFORM 0700-MONTAR-DATAHORA.
               MOVE 'H'            TO FRH-TIPO.
               MOVE EMP-DT-DESLIG  TO FRH-DT-DESLIG.
               MOVE WRK-DATAHORA   TO FRH-DATAHORA.
               WRITE FGTSRESC-HEADER.
               MOVE 'D'            TO FRD-TIPO.
               MOVE WRK-MATRICULA  TO FRD-MATRICULA.
               MOVE EMP-NOME       TO FRD-NOME.
               MOVE WRK-BASE-FGTS  TO FRD-BASE.
               MOVE WRK-FGTS-RESC  TO FRD-DEPOSITO.
               MOVE WRK-FGTS-SALDO TO FRD-SALDO-ANT.
               MOVE WRK-FGTS-MULTA TO FRD-MULTA.
               WRITE FGTSRESC-DETALHE.
               MOVE 'T'            TO FRT-TIPO.
               MOVE 1              TO FRT-QT.
               COMPUTE FRT-TOTAL = WRK-FGTS-RESC + WRK-FGTS-MULTA.
               WRITE FGTSRESC-TRAILER.
               CLOSE FGTSRESC.
               IF FGTS-APURADO-AGORA
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   IF EMP-CCUSTO = ZEROS
                       MOVE WRK-CCUSTO-FOLHA TO LTX-CCUSTO
                   ELSE
                       MOVE EMP-CCUSTO TO LTX-CCUSTO
                   END-IF
                   ACCEPT LTX-DATA FROM DATE YYYYMMDD
                   MOVE WRK-CTA-FGTS     TO LTX-CONTA
                   MOVE 'D'              TO LTX-TIPO
                   MOVE WRK-FGTS-RESC    TO LTX-VALOR
                   MOVE 'RESCISAO - FGTS' TO LTX-DESCRICAO
                   MOVE SPACE            TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   IF WRK-FGTS-MULTA > ZEROS
                       MOVE WRK-FGTS-MULTA   TO LTX-VALOR
                       MOVE 'RESCISAO-MULTA FGTS' TO LTX-DESCRICAO
                       WRITE LEDGTXN-REC
                   END-IF
                   CLOSE LEDGTXN
               END-IF.

           0700-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           0800-REGISTRAR-AUDITORIA.
               MOVE WRK-OPERADOR  TO AUD-TRL-OPERADOR.
               MOVE 'EMPMAST'     TO AUD-TRL-ARQUIVO.
               MOVE EMP-MATRICULA TO AUD-TRL-CHAVE.
               MOVE EMP-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.

           8500-JORNALIZAR.
               MOVE 'EMPMAST'     TO JRN-ARQUIVO.
               MOVE SPACES        TO JRN-CHAVE.
               MOVE EMP-MATRICULA TO JRN-CHAVE(1:6).
               MOVE SPACES        TO JRN-IMAGEM.
               MOVE EMP-REC       TO JRN-IMAGEM.
               MOVE WRK-OPERADOR  TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

           COPY AUDPROC.
           COPY JRNPROC.
