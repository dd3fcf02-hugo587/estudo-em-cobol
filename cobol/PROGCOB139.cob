           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB139.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = INTEGRIDADE REFERENCIAL ENTRE OS MESTRES,
      *    SEMANAL (SCHEDMST). CONFERE SETE RELACOES E APONTA O
      *    REGISTRO ORFAO, QUE APONTA PARA UM CADASTRO QUE NAO
      *    EXISTE MAIS: PEDIDO DO ORDSTAT E TITULO DO CONTASREC SEM
      *    CLIENTE NO CUSTMAST, SALDO DO STOCKMST SEM ITEM NO
      *    ITEMMAST, ITEM X FORNECEDOR DO ITEMSUP SEM FORNECEDOR NO
      *    SUPMAST, MATRICULA DO ENROLLMT SEM ALUNO NO STUDMAST E
      *    LANCAMENTO DO LEDGHIST SEM CONTA NO CONTMAST OU SEM
      *    CENTRO DE CUSTO NO CCMAST (CENTRO ZERADO E LANCAMENTO SEM
      *    CENTRO, NAO ORFAO). NO RAZAO O ORFAO E A CONTA OU O
      *    CENTRO, COM A QUANTIDADE DE LANCAMENTOS. CLIENTE
      *    INCORPORADO NA UNIFICACAO CONTINUA NO CUSTMAST E NAO
      *    GERA ORFAO. OS ORFAOS FICAM NO ORPHREG (VSAM POR RELACAO
      *    MAIS REGISTRO) COM A DATA EM QUE APARECERAM: O ORFAO QUE
      *    NAO APARECIA NA RODADA ANTERIOR SAI MARCADO *NOVO* NO
      *    INTEGREP E GERA AVISO NA FILA DO OPERADOR (NOTIFQ); O QUE
      *    SUMIU (ACERTADO) SAI DO ORPHREG. O INTEGREP SAI AGRUPADO
      *    POR RELACAO COM OS REGISTROS E AS CONTAGENS. RELACAO COM
      *    ARQUIVO INDISPONIVEL FICA COMO NAO CONFERIDA E OS SEUS
      *    ORFAOS FICAM COMO ESTAVAM. SO LE OS MESTRES. RC 4 QUANDO
      *    HA ORFAO OU RELACAO NAO CONFERIDA.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR ORPHREG TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT ITEMMAST ASSIGN TO "ITEMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT ITEMSUP ASSIGN TO "ITEMSUP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ISP-ITEM
                   FILE STATUS IS WRK-ITEMSUP-STATUS.
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT ENROLLMT ASSIGN TO "ENROLLMT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-CHAVE
                   FILE STATUS IS WRK-ENROLLMT-STATUS.
               SELECT STUDMAST ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-MATRICULA
                   FILE STATUS IS WRK-STUDMAST-STATUS.
               SELECT LEDGHIST ASSIGN TO "LEDGHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGHIST-STATUS.
               SELECT CONTMAST ASSIGN TO "CONTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTA-CODIGO
                   FILE STATUS IS WRK-CONTMAST-STATUS.
               SELECT CCMAST ASSIGN TO "CCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODIGO
                   FILE STATUS IS WRK-CCMAST-STATUS.
               SELECT ORPHREG ASSIGN TO "ORPHREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OR-CHAVE
                   FILE STATUS IS WRK-ORPHREG-STATUS.
               SELECT NOTIFQ ASSIGN TO "NOTIFQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NQ-SEQ
                   FILE STATUS IS WRK-NOTIFQ-STATUS.
               SELECT INTEGREP ASSIGN TO "INTEGREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INTEGREP-STATUS.

               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT RUNCTL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CHAVE
                   FILE STATUS IS WRK-RUNCTL-STATUS.
               SELECT RUNSTAT ASSIGN TO "RUNSTAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RUNSTAT-STATUS.
               SELECT SCHEDMST ASSIGN TO "SCHEDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCH-PASSO
                   FILE STATUS IS WRK-SCHEDMST-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

           FD  CONTASREC.
           01  AR-REC.
               05 AR-CHAVE.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
               05 AR-SALDO      PIC 9(08)V99.
               05 AR-STATUS     PIC X(01).

           FD  CUSTMAST.
           01  CUST-REC.
               05 CUST-CODIGO    PIC 9(06).
               05 CUST-NOME      PIC X(20).
               05 CUST-ENDERECO  PIC X(40).
               05 CUST-UF        PIC X(02).
               05 CUST-LIMITE    PIC 9(07)V99.
               05 CUST-ABERTO    PIC 9(07)V99.
               05 CUST-TIPO-DOC  PIC X(01).
                  88 CUST-DOC-CNPJ VALUE 'J'.
                  88 CUST-DOC-CPF  VALUE 'F'.
               05 CUST-CNPJ-CPF  PIC 9(14).
               05 CUST-SITUACAO  PIC X(01).
                  88 CUST-INCORPORADO VALUE 'U'.
               05 CUST-COD-DESTINO PIC 9(06).

           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-CODIGO     PIC 9(04).
               05 ITM-DESCRICAO  PIC X(20).
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  ITEMSUP.
           01  ISP-REC.
               05 ISP-ITEM       PIC 9(04).
               05 ISP-FORNEC     PIC 9(04).

           FD  SUPMAST.
           01  SUP-REC.
               05 SUP-CODIGO      PIC 9(04).
               05 SUP-NOME        PIC X(20).
               05 SUP-ENDERECO    PIC X(40).
               05 SUP-UF          PIC X(02).
               05 SUP-PRAZO-DIAS  PIC 9(03).
               05 SUP-BANCO       PIC 9(03).
               05 SUP-AGENCIA     PIC 9(04).
               05 SUP-CONTA       PIC 9(08).
               05 SUP-TIPO-DOC    PIC X(01).
                  88 SUP-DOC-CNPJ  VALUE 'J'.
                  88 SUP-DOC-CPF   VALUE 'F'.
               05 SUP-CNPJ-CPF    PIC 9(14).

           FD  ENROLLMT.
           01  ENR-REC.
               05 ENR-CHAVE.
                   10 ENR-TURMA     PIC X(06).
                   10 ENR-TERMO     PIC 9(06).
                   10 ENR-MATRICULA PIC 9(06).

           FD  STUDMAST.
           01  STU-REC.
               05 STU-MATRICULA   PIC 9(06).
               05 STU-NOME        PIC X(20).
               05 STU-TURMA       PIC X(06).

           FD  LEDGHIST.
           01  LEDGHIST-REC.
               05 LH-CONTA        PIC 9(05).
               05 LH-DATA         PIC 9(08).
               05 LH-TIPO         PIC X(01).
               05 LH-VALOR        PIC 9(08)V99.
               05 LH-DESCRICAO    PIC X(20).
               05 LH-CCUSTO       PIC 9(03).

           FD  CONTMAST.
           01  CTA-REC.
               05 CTA-CODIGO      PIC 9(05).
               05 CTA-NOME        PIC X(30).
               05 CTA-TIPO        PIC X(01).
               05 CTA-GRUPO       PIC X(02).

           FD  CCMAST.
           01  CC-REC.
               05 CC-CODIGO       PIC 9(03).
               05 CC-NOME         PIC X(20).
               05 CC-ATIVO        PIC X(01).

      *    ********** ORFAOS CONHECIDOS: RELACAO (01 A 07) MAIS O
      *    ********** REGISTRO ORFAO (NO RAZAO, A CONTA OU O CENTRO),
      *    ********** O QUE ELE APONTA, A RODADA EM QUE APARECEU, A
      *    ********** ULTIMA EM QUE FOI VISTO E QUANTOS REGISTROS
           FD  ORPHREG.
           01  OR-REC.
               05 OR-CHAVE.
                   10 OR-RELACAO    PIC 9(02).
                   10 OR-REGISTRO   PIC X(20).
               05 OR-REFERENCIA     PIC X(20).
               05 OR-DT-PRIMEIRA    PIC 9(08).
               05 OR-DT-ULTIMA      PIC 9(08).
               05 OR-QT-REGISTROS   PIC 9(07).

           FD  NOTIFQ.
           01  NQ-REC.
               05 NQ-SEQ          PIC 9(06).
               05 NQ-DATAHORA     PIC X(17).
               05 NQ-ORIGEM       PIC X(08).
               05 NQ-MENSAGEM     PIC X(60).
               05 NQ-STATUS       PIC X(01).
                  88 NQ-PENDENTE  VALUE 'P'.
                  88 NQ-ACUSADO   VALUE 'A'.
               05 NQ-ACK-OPERADOR PIC X(20).
               05 NQ-ACK-DATAHORA PIC X(17).

           FD  INTEGREP.
           01  INTEGREP-REC      PIC X(132).

           FD  ERRLOG.
           01  ERRLOG-REC        PIC X(80).

           FD  RUNCTL.
           01  RC-REC.
               05 RC-CHAVE.
                   10 RC-DATA   PIC 9(08).
                   10 RC-PASSO  PIC X(08).
               05 RC-STATUS     PIC X(01).
                  88 RC-COMPLETO VALUE 'C'.
               05 RC-DATAHORA   PIC X(17).
               05 RC-OPERADOR   PIC X(20).

           FD  RUNSTAT.
           01  RUNSTAT-REC.
               05 RS-DATA        PIC 9(08).
               05 RS-PASSO       PIC X(08).
               05 RS-INICIO      PIC X(17).
               05 RS-FIM         PIC X(17).
               05 RS-QT-LIDOS    PIC 9(07).
               05 RS-QT-GRAVADOS PIC 9(07).
               05 RS-RC          PIC 9(02).

           FD  SCHEDMST.
           01  SCH-REC.
               05 SCH-PASSO        PIC X(08).
               05 SCH-FREQ         PIC X(01).
               05 SCH-DIA-SEMANA   PIC 9(01).
               05 SCH-PULA-FERIADO PIC X(01).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           WORKING-STORAGE SECTION.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           COPY DATECOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
               88 ORDSTAT-OK        VALUE '00'.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK      VALUE '00'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK       VALUE '00'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ITEMSUP-STATUS PIC X(02) VALUE SPACES.
               88 ITEMSUP-OK        VALUE '00'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ENROLLMT-STATUS PIC X(02) VALUE SPACES.
               88 ENROLLMT-OK       VALUE '00'.
           77 WRK-STUDMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LEDGHIST-STATUS PIC X(02) VALUE SPACES.
               88 LEDGHIST-OK       VALUE '00'.
           77 WRK-CONTMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CCMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORPHREG-STATUS PIC X(02) VALUE SPACES.
               88 ORPHREG-OK        VALUE '00'.
           77 WRK-NOTIFQ-STATUS PIC X(02) VALUE SPACES.
           77 WRK-INTEGREP-STATUS PIC X(02) VALUE SPACES.
      *    ********** MESTRES ABERTOS (S) PARA A CONSULTA DO PAI
           77 WRK-CUSTMAST-DISP PIC X(01) VALUE 'N'.
               88 CUSTMAST-DISPONIVEL VALUE 'S'.
           77 WRK-ITEMMAST-DISP PIC X(01) VALUE 'N'.
               88 ITEMMAST-DISPONIVEL VALUE 'S'.
           77 WRK-SUPMAST-DISP  PIC X(01) VALUE 'N'.
               88 SUPMAST-DISPONIVEL  VALUE 'S'.
           77 WRK-STUDMAST-DISP PIC X(01) VALUE 'N'.
               88 STUDMAST-DISPONIVEL VALUE 'S'.
           77 WRK-CONTMAST-DISP PIC X(01) VALUE 'N'.
               88 CONTMAST-DISPONIVEL VALUE 'S'.
           77 WRK-CCMAST-DISP   PIC X(01) VALUE 'N'.
               88 CCMAST-DISPONIVEL   VALUE 'S'.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-FIM-RELACAO PIC X(01) VALUE 'N'.
               88 FIM-RELACAO   VALUE 'S'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-REL         PIC 9(02) VALUE ZEROS.
           77 WRK-OR-REGISTRO PIC X(20) VALUE SPACES.
           77 WRK-OR-REFER    PIC X(20) VALUE SPACES.
           77 WRK-ARQ-FALTA   PIC X(08) VALUE SPACES.
           77 WRK-STATUS-FALTA PIC X(02) VALUE SPACES.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-ORFAOS   PIC 9(07) VALUE ZEROS.
           77 WRK-QT-NOVOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-RESOLVIDOS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-NAO-CONF PIC 9(02) VALUE ZEROS.
           77 WRK-NQ-PROX-SEQ PIC 9(06) VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA  PIC 9(08).
               02 WRK-TS-HORA  PIC 9(08).

      *    ********** AS SETE RELACOES CONFERIDAS, NA ORDEM DO INTEGREP
           01 WRK-DESC-RELACOES.
               02 FILLER PIC X(50) VALUE
                  'PEDIDO (ORDSTAT) X CLIENTE (CUSTMAST)'.
               02 FILLER PIC X(50) VALUE
                  'TITULO (CONTASREC) X CLIENTE (CUSTMAST)'.
               02 FILLER PIC X(50) VALUE
                  'SALDO (STOCKMST) X ITEM (ITEMMAST)'.
               02 FILLER PIC X(50) VALUE
                  'ITEM X FORNECEDOR (ITEMSUP) X FORNECEDOR (SUPMAST)'.
               02 FILLER PIC X(50) VALUE
                  'MATRICULA (ENROLLMT) X ALUNO (STUDMAST)'.
               02 FILLER PIC X(50) VALUE
                  'LANCAMENTO (LEDGHIST) X CONTA (CONTMAST)'.
               02 FILLER PIC X(50) VALUE
                  'LANCAMENTO (LEDGHIST) X CENTRO DE CUSTO (CCMAST)'.
           01 WRK-TAB-DESC REDEFINES WRK-DESC-RELACOES.
               02 WRK-REL-DESC PIC X(50) OCCURS 7 TIMES.

      *    ********** SITUACAO E CONTAGENS POR RELACAO. NAO CONFERIDA
      *    ********** (N) QUANDO FALTOU O ARQUIVO FILHO OU O MESTRE
           01 WRK-TAB-RELACOES.
               02 WRK-RL OCCURS 7 TIMES.
                   05 WRK-RL-CONFERIDA PIC X(01).
                   05 WRK-RL-MOTIVO    PIC X(30).
                   05 WRK-RL-LIDOS     PIC 9(07).
                   05 WRK-RL-ORFAOS    PIC 9(07).
                   05 WRK-RL-NOVOS     PIC 9(07).
                   05 WRK-RL-RESOLVIDOS PIC 9(07).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB139' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'INTEGRIDADE DOS MESTRES JA CONFERIDA'
                               ' NA DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-CONFERIR-ORDSTAT
                       PERFORM 0250-CONFERIR-CONTASREC
                       PERFORM 0300-CONFERIR-STOCKMST
                       PERFORM 0350-CONFERIR-ITEMSUP
                       PERFORM 0400-CONFERIR-ENROLLMT
                       PERFORM 0450-CONFERIR-LEDGHIST
                       PERFORM 0600-LISTAR-RELACAO
                               VARYING WRK-REL FROM 1 BY 1
                               UNTIL WRK-REL > 7
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS  TO RUN-QT-LIDOS
                       MOVE WRK-QT-ORFAOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0105-ZERAR-RELACAO
                       VARYING WRK-REL FROM 1 BY 1
                       UNTIL WRK-REL > 7.
               OPEN I-O ORPHREG.
               IF WRK-ORPHREG-STATUS = '35'
                   CLOSE ORPHREG
                   OPEN OUTPUT ORPHREG
                   CLOSE ORPHREG
                   OPEN I-O ORPHREG
               END-IF.
               IF NOT ORPHREG-OK
                   MOVE 'PRGCOB139' TO ERR-PROGRAMA
                   MOVE 'ORPHREG'   TO ERR-ARQUIVO
                   MOVE WRK-ORPHREG-STATUS TO ERR-STATUS
                   MOVE 'REGISTRO DE ORFAOS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'REGISTRO DE ORFAOS (ORPHREG) INDISPONIVEL'
                           ' - INTEGRIDADE NAO CONFERIDA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   PERFORM 0110-ABRIR-MESTRES
                   OPEN OUTPUT INTEGREP
                   PERFORM 0150-CABECALHO
               END-IF.

           0105-ZERAR-RELACAO.
               MOVE 'S'    TO WRK-RL-CONFERIDA(WRK-REL).
               MOVE SPACES TO WRK-RL-MOTIVO(WRK-REL).
               MOVE ZEROS  TO WRK-RL-LIDOS(WRK-REL)
                              WRK-RL-ORFAOS(WRK-REL)
                              WRK-RL-NOVOS(WRK-REL)
                              WRK-RL-RESOLVIDOS(WRK-REL).

      *    ********** OS MESTRES SO SAO LIDOS PELA CHAVE; MESTRE QUE
      *    ********** NAO ABRE DEIXA AS SUAS RELACOES NAO CONFERIDAS
           0110-ABRIR-MESTRES.
               OPEN INPUT CUSTMAST.
               IF WRK-CUSTMAST-STATUS = '00'
                   MOVE 'S' TO WRK-CUSTMAST-DISP
               END-IF.
               OPEN INPUT ITEMMAST.
               IF WRK-ITEMMAST-STATUS = '00'
                   MOVE 'S' TO WRK-ITEMMAST-DISP
               END-IF.
               OPEN INPUT SUPMAST.
               IF WRK-SUPMAST-STATUS = '00'
                   MOVE 'S' TO WRK-SUPMAST-DISP
               END-IF.
               OPEN INPUT STUDMAST.
               IF WRK-STUDMAST-STATUS = '00'
                   MOVE 'S' TO WRK-STUDMAST-DISP
               END-IF.
               OPEN INPUT CONTMAST.
               IF WRK-CONTMAST-STATUS = '00'
                   MOVE 'S' TO WRK-CONTMAST-DISP
               END-IF.
               OPEN INPUT CCMAST.
               IF WRK-CCMAST-STATUS = '00'
                   MOVE 'S' TO WRK-CCMAST-DISP
               END-IF.

           0150-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'INTEGRIDADE REFERENCIAL DOS MESTRES - EMITIDO'
                      ' EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE '*NOVO* = ORFAO QUE NAO APARECIA NA RODADA ANTERIOR'
                    TO WRK-LINHA.
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** RELACAO NAO CONFERIDA: ARQUIVO EM WRK-ARQ-FALTA
      *    ********** COM O STATUS EM WRK-STATUS-FALTA
           0190-NAO-CONFERIDA.
               MOVE 'N' TO WRK-RL-CONFERIDA(WRK-REL).
               MOVE SPACES TO WRK-RL-MOTIVO(WRK-REL).
               STRING WRK-ARQ-FALTA DELIMITED BY SPACE
                      ' INDISPONIVEL - STATUS ' DELIMITED BY SIZE
                      WRK-STATUS-FALTA DELIMITED BY SIZE
                      INTO WRK-RL-MOTIVO(WRK-REL)
               END-STRING.
               MOVE 'PRGCOB139'      TO ERR-PROGRAMA.
               MOVE WRK-ARQ-FALTA    TO ERR-ARQUIVO.
               MOVE WRK-STATUS-FALTA TO ERR-STATUS.
               MOVE 'ARQUIVO INDISPONIVEL - RELACAO NAO CONFERIDA'
                    TO ERR-MENSAGEM.
               PERFORM 9100-REGISTRAR-ERRO.
               ADD 1 TO WRK-QT-NAO-CONF.

      *    ********** RELACAO 01 - PEDIDO DO ORDSTAT SEM CLIENTE
           0200-CONFERIR-ORDSTAT.
               MOVE 1 TO WRK-REL.
               IF NOT CUSTMAST-DISPONIVEL
                   MOVE 'CUSTMAST' TO WRK-ARQ-FALTA
                   MOVE WRK-CUSTMAST-STATUS TO WRK-STATUS-FALTA
                   PERFORM 0190-NAO-CONFERIDA
               ELSE
                   OPEN INPUT ORDSTAT
                   IF NOT ORDSTAT-OK
                       MOVE 'ORDSTAT' TO WRK-ARQ-FALTA
                       MOVE WRK-ORDSTAT-STATUS TO WRK-STATUS-FALTA
                       PERFORM 0190-NAO-CONFERIDA
                   ELSE
                       MOVE ZEROS TO OST-PEDIDO
                       START ORDSTAT KEY IS GREATER THAN OST-PEDIDO
                           INVALID KEY
                               MOVE '10' TO WRK-ORDSTAT-STATUS
                       END-START
                       PERFORM 0210-VERIFICAR-PEDIDO THRU 0210-SAIDA
                               UNTIL NOT ORDSTAT-OK
                       CLOSE ORDSTAT
                   END-IF
               END-IF.

           0210-VERIFICAR-PEDIDO.
               READ ORDSTAT NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ORDSTAT-STATUS
               END-READ.
               IF NOT ORDSTAT-OK
                   GO TO 0210-SAIDA
               END-IF.
               ADD 1 TO WRK-RL-LIDOS(WRK-REL).
               MOVE OST-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   INVALID KEY
                       MOVE SPACES TO WRK-OR-REGISTRO WRK-OR-REFER
                       STRING 'PEDIDO ' OST-PEDIDO
                              DELIMITED BY SIZE INTO WRK-OR-REGISTRO
                       END-STRING
                       STRING 'CLIENTE ' OST-CLIENTE
                              DELIMITED BY SIZE INTO WRK-OR-REFER
                       END-STRING
                       PERFORM 0500-REGISTRAR-ORFAO
               END-READ.
           0210-SAIDA.
               EXIT.

      *    ********** RELACAO 02 - TITULO DO CONTASREC SEM CLIENTE
           0250-CONFERIR-CONTASREC.
               MOVE 2 TO WRK-REL.
               IF NOT CUSTMAST-DISPONIVEL
                   MOVE 'CUSTMAST' TO WRK-ARQ-FALTA
                   MOVE WRK-CUSTMAST-STATUS TO WRK-STATUS-FALTA
                   PERFORM 0190-NAO-CONFERIDA
               ELSE
                   OPEN INPUT CONTASREC
                   IF NOT CONTASREC-OK
                       MOVE 'CONTASREC' TO WRK-ARQ-FALTA
                       MOVE WRK-CONTASREC-STATUS TO WRK-STATUS-FALTA
                       PERFORM 0190-NAO-CONFERIDA
                   ELSE
                       MOVE LOW-VALUES TO AR-CHAVE
                       START CONTASREC KEY IS GREATER THAN AR-CHAVE
                           INVALID KEY
                               MOVE '10' TO WRK-CONTASREC-STATUS
                       END-START
                       PERFORM 0260-VERIFICAR-TITULO THRU 0260-SAIDA
                               UNTIL NOT CONTASREC-OK
                       CLOSE CONTASREC
                   END-IF
               END-IF.

           0260-VERIFICAR-TITULO.
               READ CONTASREC NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-READ.
               IF NOT CONTASREC-OK
                   GO TO 0260-SAIDA
               END-IF.
               ADD 1 TO WRK-RL-LIDOS(WRK-REL).
               MOVE AR-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   INVALID KEY
                       MOVE SPACES TO WRK-OR-REGISTRO WRK-OR-REFER
                       STRING 'TIT ' AR-CLIENTE '/' AR-FATURA
                              '/' AR-PARCELA
                              DELIMITED BY SIZE INTO WRK-OR-REGISTRO
                       END-STRING
                       STRING 'CLIENTE ' AR-CLIENTE
                              DELIMITED BY SIZE INTO WRK-OR-REFER
                       END-STRING
                       PERFORM 0500-REGISTRAR-ORFAO
               END-READ.
           0260-SAIDA.
               EXIT.

      *    ********** RELACAO 03 - SALDO DO STOCKMST SEM ITEM
           0300-CONFERIR-STOCKMST.
               MOVE 3 TO WRK-REL.
               IF NOT ITEMMAST-DISPONIVEL
                   MOVE 'ITEMMAST' TO WRK-ARQ-FALTA
                   MOVE WRK-ITEMMAST-STATUS TO WRK-STATUS-FALTA
                   PERFORM 0190-NAO-CONFERIDA
               ELSE
                   OPEN INPUT STOCKMST
                   IF NOT STOCKMST-OK
                       MOVE 'STOCKMST' TO WRK-ARQ-FALTA
                       MOVE WRK-STOCKMST-STATUS TO WRK-STATUS-FALTA
                       PERFORM 0190-NAO-CONFERIDA
                   ELSE
                       MOVE ZEROS TO STK-ITEM
                       START STOCKMST KEY IS NOT LESS THAN STK-ITEM
                           INVALID KEY
                               MOVE '10' TO WRK-STOCKMST-STATUS
                       END-START
                       PERFORM 0310-VERIFICAR-ESTOQUE THRU 0310-SAIDA
                               UNTIL NOT STOCKMST-OK
                       CLOSE STOCKMST
                   END-IF
               END-IF.

           0310-VERIFICAR-ESTOQUE.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF NOT STOCKMST-OK
                   GO TO 0310-SAIDA
               END-IF.
               ADD 1 TO WRK-RL-LIDOS(WRK-REL).
               MOVE STK-ITEM TO ITM-CODIGO.
               READ ITEMMAST
                   INVALID KEY
                       MOVE SPACES TO WRK-OR-REGISTRO WRK-OR-REFER
                       STRING 'ESTOQUE ITEM ' STK-ITEM
                              DELIMITED BY SIZE INTO WRK-OR-REGISTRO
                       END-STRING
                       STRING 'ITEM ' STK-ITEM
                              DELIMITED BY SIZE INTO WRK-OR-REFER
                       END-STRING
                       PERFORM 0500-REGISTRAR-ORFAO
               END-READ.
           0310-SAIDA.
               EXIT.

      *    ********** RELACAO 04 - ITEM X FORNECEDOR SEM FORNECEDOR
           0350-CONFERIR-ITEMSUP.
               MOVE 4 TO WRK-REL.
               IF NOT SUPMAST-DISPONIVEL
                   MOVE 'SUPMAST' TO WRK-ARQ-FALTA
                   MOVE WRK-SUPMAST-STATUS TO WRK-STATUS-FALTA
                   PERFORM 0190-NAO-CONFERIDA
               ELSE
                   OPEN INPUT ITEMSUP
                   IF NOT ITEMSUP-OK
                       MOVE 'ITEMSUP' TO WRK-ARQ-FALTA
                       MOVE WRK-ITEMSUP-STATUS TO WRK-STATUS-FALTA
                       PERFORM 0190-NAO-CONFERIDA
                   ELSE
                       MOVE ZEROS TO ISP-ITEM
                       START ITEMSUP KEY IS NOT LESS THAN ISP-ITEM
                           INVALID KEY
                               MOVE '10' TO WRK-ITEMSUP-STATUS
                       END-START
                       PERFORM 0360-VERIFICAR-FORNECEDOR
                               THRU 0360-SAIDA
                               UNTIL NOT ITEMSUP-OK
                       CLOSE ITEMSUP
                   END-IF
               END-IF.

           0360-VERIFICAR-FORNECEDOR.
               READ ITEMSUP NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ITEMSUP-STATUS
               END-READ.
               IF NOT ITEMSUP-OK
                   GO TO 0360-SAIDA
               END-IF.
               ADD 1 TO WRK-RL-LIDOS(WRK-REL).
               MOVE ISP-FORNEC TO SUP-CODIGO.
               READ SUPMAST
                   INVALID KEY
                       MOVE SPACES TO WRK-OR-REGISTRO WRK-OR-REFER
                       STRING 'ITEM ' ISP-ITEM
                              DELIMITED BY SIZE INTO WRK-OR-REGISTRO
                       END-STRING
                       STRING 'FORNECEDOR ' ISP-FORNEC
                              DELIMITED BY SIZE INTO WRK-OR-REFER
                       END-STRING
                       PERFORM 0500-REGISTRAR-ORFAO
               END-READ.
           0360-SAIDA.
               EXIT.

      *    ********** RELACAO 05 - MATRICULA DO ENROLLMT SEM ALUNO
           0400-CONFERIR-ENROLLMT.
               MOVE 5 TO WRK-REL.
               IF NOT STUDMAST-DISPONIVEL
                   MOVE 'STUDMAST' TO WRK-ARQ-FALTA
                   MOVE WRK-STUDMAST-STATUS TO WRK-STATUS-FALTA
                   PERFORM 0190-NAO-CONFERIDA
               ELSE
                   OPEN INPUT ENROLLMT
                   IF NOT ENROLLMT-OK
                       MOVE 'ENROLLMT' TO WRK-ARQ-FALTA
                       MOVE WRK-ENROLLMT-STATUS TO WRK-STATUS-FALTA
                       PERFORM 0190-NAO-CONFERIDA
                   ELSE
                       MOVE LOW-VALUES TO ENR-CHAVE
                       START ENROLLMT KEY IS GREATER THAN ENR-CHAVE
                           INVALID KEY
                               MOVE '10' TO WRK-ENROLLMT-STATUS
                       END-START
                       PERFORM 0410-VERIFICAR-MATRICULA
                               THRU 0410-SAIDA
                               UNTIL NOT ENROLLMT-OK
                       CLOSE ENROLLMT
                   END-IF
               END-IF.

           0410-VERIFICAR-MATRICULA.
               READ ENROLLMT NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ENROLLMT-STATUS
               END-READ.
               IF NOT ENROLLMT-OK
                   GO TO 0410-SAIDA
               END-IF.
               ADD 1 TO WRK-RL-LIDOS(WRK-REL).
               MOVE ENR-MATRICULA TO STU-MATRICULA.
               READ STUDMAST
                   INVALID KEY
                       MOVE SPACES TO WRK-OR-REGISTRO WRK-OR-REFER
                       STRING ENR-TURMA '/' ENR-TERMO
                              '/' ENR-MATRICULA
                              DELIMITED BY SIZE INTO WRK-OR-REGISTRO
                       END-STRING
                       STRING 'ALUNO ' ENR-MATRICULA
                              DELIMITED BY SIZE INTO WRK-OR-REFER
                       END-STRING
                       PERFORM 0500-REGISTRAR-ORFAO
               END-READ.
           0410-SAIDA.
               EXIT.

      *    ********** RELACOES 06 E 07 NUMA PASSADA SO DO LEDGHIST:
      *    ********** CONTA NO CONTMAST E CENTRO DE CUSTO NO CCMAST.
      *    ********** O ORFAO E A CONTA/CENTRO, COM A QUANTIDADE DE
      *    ********** LANCAMENTOS E A DATA DO ULTIMO
           0450-CONFERIR-LEDGHIST.
               OPEN INPUT LEDGHIST.
               IF NOT LEDGHIST-OK
                   MOVE 'LEDGHIST' TO WRK-ARQ-FALTA
                   MOVE WRK-LEDGHIST-STATUS TO WRK-STATUS-FALTA
                   MOVE 6 TO WRK-REL
                   PERFORM 0190-NAO-CONFERIDA
                   MOVE 7 TO WRK-REL
                   PERFORM 0190-NAO-CONFERIDA
               ELSE
                   IF NOT CONTMAST-DISPONIVEL
                       MOVE 'CONTMAST' TO WRK-ARQ-FALTA
                       MOVE WRK-CONTMAST-STATUS TO WRK-STATUS-FALTA
                       MOVE 6 TO WRK-REL
                       PERFORM 0190-NAO-CONFERIDA
                   END-IF
                   IF NOT CCMAST-DISPONIVEL
                       MOVE 'CCMAST' TO WRK-ARQ-FALTA
                       MOVE WRK-CCMAST-STATUS TO WRK-STATUS-FALTA
                       MOVE 7 TO WRK-REL
                       PERFORM 0190-NAO-CONFERIDA
                   END-IF
                   PERFORM 0460-VERIFICAR-LANCAMENTO THRU 0460-SAIDA
                           UNTIL NOT LEDGHIST-OK
                   CLOSE LEDGHIST
               END-IF.

           0460-VERIFICAR-LANCAMENTO.
               READ LEDGHIST
                   AT END
                       MOVE '10' TO WRK-LEDGHIST-STATUS
               END-READ.
               IF NOT LEDGHIST-OK
                   GO TO 0460-SAIDA
               END-IF.
               MOVE SPACES TO WRK-OR-REFER.
               STRING 'ULTIMO LANC ' LH-DATA
                      DELIMITED BY SIZE INTO WRK-OR-REFER
               END-STRING.
               IF CONTMAST-DISPONIVEL
                   MOVE 6 TO WRK-REL
                   ADD 1 TO WRK-RL-LIDOS(WRK-REL)
                   MOVE LH-CONTA TO CTA-CODIGO
                   READ CONTMAST
                       INVALID KEY
                           MOVE SPACES TO WRK-OR-REGISTRO
                           STRING 'CONTA ' LH-CONTA
                                  DELIMITED BY SIZE
                                  INTO WRK-OR-REGISTRO
                           END-STRING
                           PERFORM 0500-REGISTRAR-ORFAO
                   END-READ
               END-IF.
               IF CCMAST-DISPONIVEL AND LH-CCUSTO NOT = ZEROS
                   MOVE 7 TO WRK-REL
                   ADD 1 TO WRK-RL-LIDOS(WRK-REL)
                   MOVE LH-CCUSTO TO CC-CODIGO
                   READ CCMAST
                       INVALID KEY
                           MOVE SPACES TO WRK-OR-REGISTRO
                           STRING 'CENTRO ' LH-CCUSTO
                                  DELIMITED BY SIZE
                                  INTO WRK-OR-REGISTRO
                           END-STRING
                           PERFORM 0500-REGISTRAR-ORFAO
                   END-READ
               END-IF.
           0460-SAIDA.
               EXIT.

      *    ********** ORFAO VISTO NESTA RODADA: NOVO ENTRA NO ORPHREG
      *    ********** COM A DATA DE HOJE; CONHECIDO TEM A ULTIMA DATA
      *    ********** ATUALIZADA E A CONTAGEM REFEITA
           0500-REGISTRAR-ORFAO.
               MOVE WRK-REL         TO OR-RELACAO.
               MOVE WRK-OR-REGISTRO TO OR-REGISTRO.
               READ ORPHREG
                   INVALID KEY
                       MOVE WRK-OR-REFER  TO OR-REFERENCIA
                       MOVE WRK-DATA-HOJE TO OR-DT-PRIMEIRA
                       MOVE WRK-DATA-HOJE TO OR-DT-ULTIMA
                       MOVE 1 TO OR-QT-REGISTROS
                       WRITE OR-REC
                   NOT INVALID KEY
                       IF OR-DT-ULTIMA NOT = WRK-DATA-HOJE
                           MOVE WRK-DATA-HOJE TO OR-DT-ULTIMA
                           MOVE ZEROS TO OR-QT-REGISTROS
                       END-IF
                       ADD 1 TO OR-QT-REGISTROS
                       MOVE WRK-OR-REFER TO OR-REFERENCIA
                       REWRITE OR-REC
               END-READ.

      *    ********** UM GRUPO DO INTEGREP POR RELACAO, NA ORDEM DA
      *    ********** CHAVE DO ORPHREG. ORFAO NAO VISTO HOJE FOI
      *    ********** ACERTADO E SAI DO REGISTRO
           0600-LISTAR-RELACAO.
               PERFORM 0950-GRAVAR-LINHA.
               STRING 'RELACAO ' WRK-REL ' - ' WRK-REL-DESC(WRK-REL)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               IF WRK-RL-CONFERIDA(WRK-REL) = 'N'
                   STRING '  NAO CONFERIDA - '
                          WRK-RL-MOTIVO(WRK-REL)
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0950-GRAVAR-LINHA
               ELSE
                   MOVE '  REGISTRO ORFAO       APONTA PARA'
                        TO WRK-LINHA
                   MOVE 'QTDE  DESDE' TO WRK-LINHA(48:11)
                   PERFORM 0950-GRAVAR-LINHA
                   MOVE 'N' TO WRK-FIM-RELACAO
                   MOVE WRK-REL    TO OR-RELACAO
                   MOVE LOW-VALUES TO OR-REGISTRO
                   START ORPHREG KEY IS NOT LESS THAN OR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-RELACAO
                   END-START
                   PERFORM 0610-LISTAR-ORFAO THRU 0610-SAIDA
                           UNTIL FIM-RELACAO
                   PERFORM 0620-TOTAL-RELACAO
               END-IF.

           0610-LISTAR-ORFAO.
               READ ORPHREG NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RELACAO
               END-READ.
               IF FIM-RELACAO OR OR-RELACAO NOT = WRK-REL
                   MOVE 'S' TO WRK-FIM-RELACAO
                   GO TO 0610-SAIDA
               END-IF.
               IF OR-DT-ULTIMA NOT = WRK-DATA-HOJE
                   DELETE ORPHREG RECORD
                   ADD 1 TO WRK-RL-RESOLVIDOS(WRK-REL)
                   GO TO 0610-SAIDA
               END-IF.
               ADD 1 TO WRK-RL-ORFAOS(WRK-REL).
               MOVE OR-REGISTRO     TO WRK-LINHA(3:20).
               MOVE OR-REFERENCIA   TO WRK-LINHA(24:20).
               MOVE OR-QT-REGISTROS TO WRK-LINHA(45:7).
               MOVE OR-DT-PRIMEIRA  TO WRK-LINHA(54:8).
               IF OR-DT-PRIMEIRA = WRK-DATA-HOJE
                   ADD 1 TO WRK-RL-NOVOS(WRK-REL)
                   MOVE '*NOVO*' TO WRK-LINHA(64:6)
               END-IF.
               PERFORM 0950-GRAVAR-LINHA.
           0610-SAIDA.
               EXIT.

           0620-TOTAL-RELACAO.
               IF WRK-RL-ORFAOS(WRK-REL) = ZEROS
                   MOVE '  NENHUM ORFAO' TO WRK-LINHA
                   PERFORM 0950-GRAVAR-LINHA
               END-IF.
               STRING '  LIDOS ' WRK-RL-LIDOS(WRK-REL)
                      '  ORFAOS ' WRK-RL-ORFAOS(WRK-REL)
                      '  NOVOS ' WRK-RL-NOVOS(WRK-REL)
                      '  ACERTADOS ' WRK-RL-RESOLVIDOS(WRK-REL)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               ADD WRK-RL-LIDOS(WRK-REL)      TO WRK-QT-LIDOS.
               ADD WRK-RL-ORFAOS(WRK-REL)     TO WRK-QT-ORFAOS.
               ADD WRK-RL-NOVOS(WRK-REL)      TO WRK-QT-NOVOS.
               ADD WRK-RL-RESOLVIDOS(WRK-REL) TO WRK-QT-RESOLVIDOS.

      *    ********** AVISO NA FILA DO OPERADOR (NOTIFQ) QUANDO
      *    ********** APARECEU ORFAO DESDE A ULTIMA RODADA
           0700-GRAVAR-AVISO.
               OPEN I-O NOTIFQ.
               IF WRK-NOTIFQ-STATUS = '35'
                   CLOSE NOTIFQ
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN I-O NOTIFQ
               END-IF.
               IF WRK-NOTIFQ-STATUS = '00'
                   MOVE ZEROS TO WRK-NQ-PROX-SEQ
                   MOVE ZEROS TO NQ-SEQ
                   START NOTIFQ KEY IS GREATER THAN NQ-SEQ
                       INVALID KEY
                           MOVE '10' TO WRK-NOTIFQ-STATUS
                   END-START
                   PERFORM 0710-PROCURAR-ULTIMO
                           UNTIL WRK-NOTIFQ-STATUS NOT = '00'
                   MOVE '00' TO WRK-NOTIFQ-STATUS
                   COMPUTE NQ-SEQ = WRK-NQ-PROX-SEQ + 1
                   PERFORM 0810-MONTAR-DATAHORA
                   MOVE WRK-DATAHORA TO NQ-DATAHORA
                   MOVE 'PRGCB139' TO NQ-ORIGEM
                   MOVE SPACES TO NQ-MENSAGEM
                   STRING 'INTEGRIDADE - ' WRK-QT-NOVOS
                          ' ORFAOS NOVOS NOS MESTRES - INTEGREP'
                          DELIMITED BY SIZE INTO NQ-MENSAGEM
                   END-STRING
                   MOVE 'P' TO NQ-STATUS
                   MOVE SPACES TO NQ-ACK-OPERADOR NQ-ACK-DATAHORA
                   WRITE NQ-REC
                   CLOSE NOTIFQ
               END-IF.

           0710-PROCURAR-ULTIMO.
               READ NOTIFQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-NOTIFQ-STATUS
               END-READ.
               IF WRK-NOTIFQ-STATUS = '00'
                   MOVE NQ-SEQ TO WRK-NQ-PROX-SEQ
               END-IF.

           0810-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           0900-FINALIZAR.
               PERFORM 0950-GRAVAR-LINHA.
               STRING 'TOTAL - LIDOS ' WRK-QT-LIDOS
                      '  ORFAOS ' WRK-QT-ORFAOS
                      '  NOVOS ' WRK-QT-NOVOS
                      '  ACERTADOS ' WRK-QT-RESOLVIDOS
                      '  RELACOES NAO CONFERIDAS ' WRK-QT-NAO-CONF
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               CLOSE INTEGREP.
               CLOSE ORPHREG.
               IF CUSTMAST-DISPONIVEL
                   CLOSE CUSTMAST
               END-IF.
               IF ITEMMAST-DISPONIVEL
                   CLOSE ITEMMAST
               END-IF.
               IF SUPMAST-DISPONIVEL
                   CLOSE SUPMAST
               END-IF.
               IF STUDMAST-DISPONIVEL
                   CLOSE STUDMAST
               END-IF.
               IF CONTMAST-DISPONIVEL
                   CLOSE CONTMAST
               END-IF.
               IF CCMAST-DISPONIVEL
                   CLOSE CCMAST
               END-IF.
               IF WRK-QT-NOVOS > ZEROS
                   PERFORM 0700-GRAVAR-AVISO
               END-IF.
               IF WRK-QT-ORFAOS > ZEROS OR WRK-QT-NAO-CONF > ZEROS
                   MOVE 4 TO RUN-RC
               END-IF.
               DISPLAY 'INTEGRIDADE DOS MESTRES - ORFAOS '
                       WRK-QT-ORFAOS ' NOVOS ' WRK-QT-NOVOS
                       ' ACERTADOS ' WRK-QT-RESOLVIDOS.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO INTEGREP-REC.
               WRITE INTEGREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
