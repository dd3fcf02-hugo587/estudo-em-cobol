           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB112.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = REMESSA DE COBRANCA BANCARIA. COMPARA CADA
      *    PARCELA DO CONTASREC COM O REGISTRO DE BOLETOS (BOLREG,
      *    O QUE JA FOI MANDADO AO BANCO) E GRAVA NO ARQUIVO REMESSA
      *    AS INSTRUCOES DO DIA:
      *      01 - ENTRADA DE PARCELA NOVA EM ABERTO, COM VENCIMENTO,
      *           VALOR E OS PERCENTUAIS DE MULTA E JUROS DO
      *           ENCPARAM (TAMBEM REENVIA A REJEITADA QUE FOI
      *           CORRIGIDA E A REABERTA DEPOIS DE BAIXADA/PAGA);
      *      02 - PEDIDO DE BAIXA DA PARCELA QUE DEIXOU DE ESTAR EM
      *           ABERTO FORA DO BANCO (CAIXA, CANCELAMENTO, PERDA);
      *      06 - ALTERACAO DE VENCIMENTO (PRORROGACAO);
      *      31 - ALTERACAO DO VALOR A COBRAR (SALDO MUDOU).
      *    O BOLREG GUARDA A SITUACAO DO REGISTRO DE CADA PARCELA,
      *    ATUALIZADA PELO RETORNO (PROGCOB57). O RELATORIO REMREP
      *    RESUME A REMESSA E LISTA AS PARCELAS REJEITADAS PELO
      *    BANCO QUE AINDA ESPERAM CORRECAO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CONTASREC TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT BOLREG ASSIGN TO "BOLREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOL-CHAVE
                   FILE STATUS IS WRK-BOLREG-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT ENCPARAM ASSIGN TO "ENCPARAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ENCPARAM-STATUS.
               SELECT REMCTL ASSIGN TO "REMCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REMCTL-STATUS.
               SELECT REMESSA ASSIGN TO "REMESSA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REMESSA-STATUS.
               SELECT REMREP ASSIGN TO "REMREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REMREP-STATUS.

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
                  88 AR-ABERTO     VALUE 'A'.
                  88 AR-LIQUIDADO  VALUE 'L'.
                  88 AR-PERDA      VALUE 'P'.

      *    ********** SITUACAO DO BOLETO NO BANCO
           FD  BOLREG.
           01  BOL-REC.
               05 BOL-CHAVE.
                   10 BOL-CLIENTE  PIC 9(06).
                   10 BOL-FATURA   PIC 9(06).
                   10 BOL-PARCELA  PIC 9(02).
               05 BOL-SITUACAO    PIC X(01).
                  88 BOL-ENVIADO     VALUE 'E'.
                  88 BOL-REGISTRADO  VALUE 'R'.
                  88 BOL-REJEITADO   VALUE 'J'.
                  88 BOL-BAIXA-ENVIADA VALUE 'X'.
                  88 BOL-BAIXADO     VALUE 'B'.
                  88 BOL-LIQUIDADO   VALUE 'L'.
               05 BOL-DT-VENCTO   PIC 9(08).
               05 BOL-VALOR       PIC 9(08)V99.
               05 BOL-ULT-INSTR   PIC X(02).
               05 BOL-DT-REMESSA  PIC 9(08).
               05 BOL-DT-RETORNO  PIC 9(08).
               05 BOL-MOTIVO      PIC X(02).

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

           FD  ENCPARAM.
           01  ENCPARAM-REC.
               05 ENC-MULTA-PERC  PIC 9(02)V99.
               05 ENC-JUROS-MES   PIC 9(02)V99.

           FD  REMCTL.
           01  REMCTL-REC.
               05 RMC-ULT-REMESSA PIC 9(06).
               05 RMC-DATA        PIC 9(08).

      *    ********** HEADER (0), DETALHE (1) E TRAILER (9)
           FD  REMESSA.
           01  REM-DETALHE.
               05 REM-TIPO        PIC X(01).
               05 REM-INSTRUCAO   PIC X(02).
               05 REM-CLIENTE     PIC 9(06).
               05 REM-FATURA      PIC 9(06).
               05 REM-PARCELA     PIC 9(02).
               05 REM-DT-EMISSAO  PIC 9(08).
               05 REM-DT-VENCTO   PIC 9(08).
               05 REM-VALOR       PIC 9(08)V99.
               05 REM-MULTA-PERC  PIC 9(02)V99.
               05 REM-JUROS-MES   PIC 9(02)V99.
               05 REM-SACADO      PIC X(20).
               05 REM-UF          PIC X(02).
               05 FILLER          PIC X(07).
           01  REM-HEADER.
               05 REM-H-TIPO      PIC X(01).
               05 REM-H-REMESSA   PIC 9(06).
               05 REM-H-DATA      PIC 9(08).
               05 REM-H-EMPRESA   PIC X(20).
               05 FILLER          PIC X(45).
           01  REM-TRAILER.
               05 REM-T-TIPO      PIC X(01).
               05 REM-T-QT-DET    PIC 9(06).
               05 REM-T-VALOR     PIC 9(12)V99.
               05 FILLER          PIC X(59).

           FD  REMREP.
           01  REMREP-REC        PIC X(90).

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
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
               88 CONTASREC-EOF       VALUE '10'.
           77 WRK-BOLREG-STATUS PIC X(02) VALUE SPACES.
               88 BOLREG-OK        VALUE '00'.
               88 BOLREG-NOTFOUND  VALUE '23'.
               88 BOLREG-EOF       VALUE '10'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
           77 WRK-CUSTMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CUSTMAST-DISPONIVEL VALUE 'S'.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-ENCPARAM-STATUS PIC X(02) VALUE SPACES.
               88 ENCPARAM-OK    VALUE '00'.
           77 WRK-REMCTL-STATUS PIC X(02) VALUE SPACES.
               88 REMCTL-OK      VALUE '00'.
           77 WRK-REMESSA-STATUS PIC X(02) VALUE SPACES.
           77 WRK-REMREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MULTA-PERC  PIC 9(02)V99 VALUE 2.
           77 WRK-JUROS-MES   PIC 9(02)V99 VALUE 1.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-ULT-REMESSA PIC 9(06) VALUE ZEROS.
           77 WRK-INSTRUCAO   PIC X(02) VALUE SPACES.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-DETALHES PIC 9(06) VALUE ZEROS.
           77 WRK-QT-ENTRADAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-BAIXAS   PIC 9(05) VALUE ZEROS.
           77 WRK-QT-VENCTOS  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-VALORES  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-ENTRADAS PIC 9(12)V99 VALUE ZEROS.
           77 WRK-TOT-REMESSA PIC 9(12)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(90) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB112' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'REMESSA DE COBRANCA JA GERADA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       IF NOT CONTASREC-EOF
                           PERFORM 0300-COMPARAR-PARCELA
                                   UNTIL CONTASREC-EOF
                                      OR CONTASREC-NOTFOUND
                           PERFORM 0900-FINALIZAR
                       END-IF
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-DETALHES TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN INPUT CONTASREC.
               IF NOT CONTASREC-OK
                   MOVE 'PRGCOB112' TO ERR-PROGRAMA
                   MOVE 'CONTASREC' TO ERR-ARQUIVO
                   MOVE WRK-CONTASREC-STATUS TO ERR-STATUS
                   MOVE 'CONTAS A RECEBER INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL -'
                           ' REMESSA NAO GERADA'
                   MOVE '10' TO WRK-CONTASREC-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   MOVE LOW-VALUES TO AR-CHAVE
                   START CONTASREC KEY IS GREATER THAN AR-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASREC-STATUS
                   END-START
                   OPEN I-O BOLREG
                   IF WRK-BOLREG-STATUS = '35'
                       CLOSE BOLREG
                       OPEN OUTPUT BOLREG
                       CLOSE BOLREG
                       OPEN I-O BOLREG
                   END-IF
                   OPEN INPUT CUSTMAST
                   IF CUSTMAST-OK
                       MOVE 'S' TO WRK-CUSTMAST-DISPONIVEL
                   END-IF
                   PERFORM 0110-CARREGAR-ENCPARAM
                   PERFORM 0120-NUMERAR-REMESSA
                   OPEN OUTPUT REMESSA
                   OPEN OUTPUT REMREP
                   MOVE SPACES TO REM-HEADER
                   MOVE '0' TO REM-H-TIPO
                   MOVE WRK-ULT-REMESSA TO REM-H-REMESSA
                   MOVE WRK-DATA-HOJE TO REM-H-DATA
                   MOVE 'COBRANCA' TO REM-H-EMPRESA
                   WRITE REM-HEADER
               END-IF.

      *    ********** PERCENTUAL DE MULTA E JUROS AO MES (ENCPARAM);
      *    ********** SEM O ARQUIVO FICAM 2% DE MULTA E 1% AO MES
           0110-CARREGAR-ENCPARAM.
               OPEN INPUT ENCPARAM.
               IF ENCPARAM-OK
                   READ ENCPARAM
                       AT END MOVE '10' TO WRK-ENCPARAM-STATUS
                   END-READ
                   IF ENCPARAM-OK
                       MOVE ENC-MULTA-PERC TO WRK-MULTA-PERC
                       MOVE ENC-JUROS-MES  TO WRK-JUROS-MES
                   END-IF
                   CLOSE ENCPARAM
               END-IF.

      *    ********** NUMERO SEQUENCIAL DA REMESSA (REMCTL), COMO A
      *    ********** NUMERACAO DE PEDIDOS DO ORDCTL
           0120-NUMERAR-REMESSA.
               MOVE ZEROS TO WRK-ULT-REMESSA.
               OPEN INPUT REMCTL.
               IF REMCTL-OK
                   READ REMCTL
                       AT END CONTINUE
                   END-READ
                   IF REMCTL-OK
                       MOVE RMC-ULT-REMESSA TO WRK-ULT-REMESSA
                   END-IF
                   CLOSE REMCTL
               END-IF.
               ADD 1 TO WRK-ULT-REMESSA.
               MOVE WRK-ULT-REMESSA TO RMC-ULT-REMESSA.
               MOVE WRK-DATA-HOJE TO RMC-DATA.
               OPEN OUTPUT REMCTL.
               WRITE REMCTL-REC.
               CLOSE REMCTL.

      *    ********** PARCELA X BOLREG: O QUE MUDOU DESDE A ULTIMA
      *    ********** REMESSA VIRA INSTRUCAO PARA O BANCO
           0300-COMPARAR-PARCELA.
               READ CONTASREC NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-READ.
               IF CONTASREC-OK
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE AR-CHAVE TO BOL-CHAVE
                   READ BOLREG
                       KEY IS BOL-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-BOLREG-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-BOLREG-STATUS
                   END-READ
                   IF BOLREG-OK
                       PERFORM 0320-PARCELA-REGISTRADA
                   ELSE
                       IF AR-ABERTO AND AR-SALDO > 0
                           PERFORM 0400-ENVIAR-ENTRADA
                           WRITE BOL-REC
                       END-IF
                   END-IF
               END-IF.

           0320-PARCELA-REGISTRADA.
               EVALUATE TRUE
                   WHEN BOL-BAIXA-ENVIADA
                       CONTINUE
                   WHEN BOL-BAIXADO OR BOL-LIQUIDADO
                       IF AR-ABERTO AND AR-SALDO > 0
                           PERFORM 0400-ENVIAR-ENTRADA
                           REWRITE BOL-REC
                       END-IF
                   WHEN BOL-REJEITADO
                       IF AR-ABERTO AND AR-SALDO > 0
                          AND (AR-DT-VENCTO NOT = BOL-DT-VENCTO
                               OR AR-SALDO NOT = BOL-VALOR)
                           PERFORM 0400-ENVIAR-ENTRADA
                           REWRITE BOL-REC
                       END-IF
                   WHEN NOT AR-ABERTO OR AR-SALDO = 0
                       PERFORM 0410-ENVIAR-BAIXA
                       REWRITE BOL-REC
                   WHEN OTHER
                       IF AR-DT-VENCTO NOT = BOL-DT-VENCTO
                           PERFORM 0420-ENVIAR-VENCIMENTO
                       END-IF
                       IF AR-SALDO NOT = BOL-VALOR
                           PERFORM 0430-ENVIAR-VALOR
                       END-IF
                       REWRITE BOL-REC
               END-EVALUATE.

           0400-ENVIAR-ENTRADA.
               MOVE '01' TO WRK-INSTRUCAO.
               PERFORM 0500-GRAVAR-DETALHE.
               MOVE AR-CHAVE      TO BOL-CHAVE.
               MOVE 'E'           TO BOL-SITUACAO.
               MOVE AR-DT-VENCTO  TO BOL-DT-VENCTO.
               MOVE AR-SALDO      TO BOL-VALOR.
               MOVE ZEROS         TO BOL-DT-RETORNO.
               MOVE SPACES        TO BOL-MOTIVO.
               PERFORM 0450-CARIMBAR-BOLREG.
               ADD 1 TO WRK-QT-ENTRADAS.
               ADD AR-SALDO TO WRK-TOT-ENTRADAS.

           0410-ENVIAR-BAIXA.
               MOVE '02' TO WRK-INSTRUCAO.
               PERFORM 0500-GRAVAR-DETALHE.
               MOVE 'X' TO BOL-SITUACAO.
               PERFORM 0450-CARIMBAR-BOLREG.
               ADD 1 TO WRK-QT-BAIXAS.

           0420-ENVIAR-VENCIMENTO.
               MOVE '06' TO WRK-INSTRUCAO.
               PERFORM 0500-GRAVAR-DETALHE.
               MOVE AR-DT-VENCTO TO BOL-DT-VENCTO.
               PERFORM 0450-CARIMBAR-BOLREG.
               ADD 1 TO WRK-QT-VENCTOS.

           0430-ENVIAR-VALOR.
               MOVE '31' TO WRK-INSTRUCAO.
               PERFORM 0500-GRAVAR-DETALHE.
               MOVE AR-SALDO TO BOL-VALOR.
               PERFORM 0450-CARIMBAR-BOLREG.
               ADD 1 TO WRK-QT-VALORES.

           0450-CARIMBAR-BOLREG.
               MOVE WRK-INSTRUCAO TO BOL-ULT-INSTR.
               MOVE WRK-DATA-HOJE TO BOL-DT-REMESSA.

      *    ********** DETALHE DA REMESSA COM O NOME E A UF DO SACADO
           0500-GRAVAR-DETALHE.
               MOVE SPACES TO REM-DETALHE.
               MOVE '1'           TO REM-TIPO.
               MOVE WRK-INSTRUCAO TO REM-INSTRUCAO.
               MOVE AR-CLIENTE    TO REM-CLIENTE.
               MOVE AR-FATURA     TO REM-FATURA.
               MOVE AR-PARCELA    TO REM-PARCELA.
               MOVE AR-DT-EMISSAO TO REM-DT-EMISSAO.
               MOVE AR-DT-VENCTO  TO REM-DT-VENCTO.
               MOVE AR-SALDO      TO REM-VALOR.
               MOVE WRK-MULTA-PERC TO REM-MULTA-PERC.
               MOVE WRK-JUROS-MES TO REM-JUROS-MES.
               MOVE 'NAO CADASTRADO' TO REM-SACADO.
               IF CUSTMAST-DISPONIVEL
                   MOVE AR-CLIENTE TO CUST-CODIGO
                   READ CUSTMAST
                       KEY IS CUST-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-CUSTMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CUSTMAST-STATUS
                   END-READ
                   IF CUSTMAST-OK
                       MOVE CUST-NOME TO REM-SACADO
                       MOVE CUST-UF   TO REM-UF
                   END-IF
               END-IF.
               WRITE REM-DETALHE.
               ADD 1 TO WRK-QT-DETALHES.
               ADD AR-SALDO TO WRK-TOT-REMESSA.

           0900-FINALIZAR.
               MOVE SPACES TO REM-TRAILER.
               MOVE '9' TO REM-T-TIPO.
               MOVE WRK-QT-DETALHES TO REM-T-QT-DET.
               MOVE WRK-TOT-REMESSA TO REM-T-VALOR.
               WRITE REM-TRAILER.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REMESSA DE COBRANCA ' WRK-ULT-REMESSA
                      ' EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-TOT-ENTRADAS TO WRK-TOTAL-ED.
               STRING '01 ENTRADAS........ ' WRK-QT-ENTRADAS
                      '  VALOR ' WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               STRING '02 PEDIDOS DE BAIXA ' WRK-QT-BAIXAS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               STRING '06 VENCIMENTOS..... ' WRK-QT-VENCTOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               STRING '31 VALORES......... ' WRK-QT-VALORES
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'PARCELAS REJEITADAS PELO BANCO AGUARDANDO'
                    TO WRK-LINHA(1:41).
               MOVE ' CORRECAO' TO WRK-LINHA(42:9).
               PERFORM 0950-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'CLIENTE FATURA PC  VENCTO          VALOR MOT'
                    TO WRK-LINHA(1:44).
               MOVE ' RETORNO' TO WRK-LINHA(45:8).
               PERFORM 0950-GRAVAR-LINHA.
               MOVE ZEROS TO BOL-CHAVE.
               START BOLREG KEY IS NOT LESS THAN BOL-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-BOLREG-STATUS
               END-START.
               IF NOT BOLREG-EOF
                   MOVE '00' TO WRK-BOLREG-STATUS
               END-IF.
               PERFORM 0910-LISTAR-REJEITADO
                       UNTIL BOLREG-EOF OR BOLREG-NOTFOUND.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL DE REJEITADAS ' WRK-QT-REJEITADOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               CLOSE CONTASREC.
               CLOSE BOLREG.
               IF CUSTMAST-DISPONIVEL
                   CLOSE CUSTMAST
               END-IF.
               CLOSE REMESSA.
               CLOSE REMREP.
               DISPLAY 'REMESSA ' WRK-ULT-REMESSA ' - INSTRUCOES '
                       WRK-QT-DETALHES ' REJEITADAS PENDENTES '
                       WRK-QT-REJEITADOS.
               IF WRK-QT-REJEITADOS > 0
                   MOVE 4 TO RUN-RC
               END-IF.

           0910-LISTAR-REJEITADO.
               READ BOLREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-BOLREG-STATUS
               END-READ.
               IF BOLREG-OK AND BOL-REJEITADO
                   ADD 1 TO WRK-QT-REJEITADOS
                   MOVE SPACES TO WRK-LINHA
                   MOVE BOL-CLIENTE TO WRK-LINHA(1:6)
                   MOVE BOL-FATURA TO WRK-LINHA(9:6)
                   MOVE BOL-PARCELA TO WRK-LINHA(16:2)
                   MOVE BOL-DT-VENCTO TO WRK-LINHA(20:8)
                   MOVE BOL-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(28:13)
                   MOVE BOL-MOTIVO TO WRK-LINHA(42:2)
                   MOVE BOL-DT-RETORNO TO WRK-LINHA(45:8)
                   PERFORM 0950-GRAVAR-LINHA
               END-IF.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO REMREP-REC.
               WRITE REMREP-REC.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
