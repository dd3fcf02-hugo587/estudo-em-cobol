      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - TRANSFERENCIAS ENTRE DEPARTAMENTOS EM
      *                         TRANSITO (STKTRF, PROGCOB104) SAEM NUMA
      *                         LINHA PROPRIA E ENTRAM NO TOTAL GERAL AO
      *                         CUSTO DA SAIDA.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) PARA O FECHAMENTO
      *                         MENSAL (JOB MONTHEND): UMA SEGUNDA
      *                         EXECUCAO NA MESMA DATA DE NEGOCIO SO
      *                         AVISA E TERMINA COM RC ZERO, E O FIM
      *                         NORMAL REGISTRA O PASSO COMO COMPLETO
      *                         PARA O CHECKLIST DO PRGCOB140.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR STOCKMST TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPT-CODIGO
                   FILE STATUS IS WRK-DEPTMAST-STATUS.
               SELECT STKTRF ASSIGN TO "STKTRF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRF-NUMERO
                   FILE STATUS IS WRK-STKTRF-STATUS.
               SELECT STKVAL ASSIGN TO "STKVAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKVAL-STATUS.
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
           FD  STOCKMST.
               05 DPT-ATIVO      PIC X(01).
                  88 DPT-ATIVO-SIM VALUE 'S'.

           FD  STKTRF.
           01  TRF-REC.
               05 TRF-NUMERO       PIC 9(06).
               05 TRF-ITEM         PIC 9(04).
               05 TRF-DEPTO-ORIG   PIC 9(02).
               05 TRF-DEPTO-DEST   PIC 9(02).
               05 TRF-QTDE         PIC 9(07).
               05 TRF-CUSTO        PIC 9(07)V99.
               05 TRF-DT-EMISSAO   PIC 9(08).
               05 TRF-OPER-EMISSAO PIC X(20).
               05 TRF-DT-RECEB     PIC 9(08).
               05 TRF-OPER-RECEB   PIC X(20).
               05 TRF-STATUS       PIC X(01).
                  88 TRF-EM-TRANSITO VALUE 'T'.
                  88 TRF-RECEBIDA    VALUE 'R'.

           FD  STKVAL.
           01  STKVAL-REC        PIC X(90).

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
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK        VALUE '00'.
           77 WRK-STKVAL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STKTRF-STATUS PIC X(02) VALUE SPACES.
               88 STKTRF-OK          VALUE '00'.
               88 STKTRF-NOTFOUND    VALUE '23'.
               88 STKTRF-EOF         VALUE '10'.
           77 WRK-TOTAL-TRANSITO PIC S9(13)V99 VALUE ZEROS.
           77 WRK-QT-TRANSITO PIC 9(05) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-VALOR-ITEM  PIC S9(12)V99 VALUE ZEROS.
           77 WRK-TOTAL-GERAL PIC S9(13)V99 VALUE ZEROS.
           77 WRK-SALDO-ED    PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-CUSTO-ED    PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(90) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR      VALUE 'S'.
           77 WRK-DP          PIC 9(02) VALUE ZEROS.
      *    ********** ACUMULADO POR DEPARTAMENTO (CODIGOS 01-99)
           01 WRK-TAB-DEPTO.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PROGCB66' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'VALORIZACAO DO ESTOQUE JA EMITIDA EM '
                               RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-VALORIZAR-ITEM
                               UNTIL STOCKMST-EOF OR STOCKMST-NOTFOUND
                       PERFORM 0300-TOTAIS-DEPARTAMENTO
                       PERFORM 0400-VALORIZAR-TRANSITO
                   END-IF
                   PERFORM 0900-FINALIZAR
                   IF PROCESSAR
                       MOVE WRK-QT-ITENS TO RUN-QT-LIDOS
                       MOVE WRK-QT-ITENS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
                   MOVE '10' TO WRK-STOCKMST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
               END-IF.
               OPEN INPUT DEPTMAST.
               OPEN OUTPUT STKVAL.
                   WRITE STKVAL-REC
               END-IF.

      *    ********** TRANSFERENCIAS ENTRE DEPARTAMENTOS AINDA EM
      *    ********** TRANSITO (STKTRF, PROGCOB104): JA SAIRAM DO SALDO
      *    ********** DA ORIGEM E NAO ENTRARAM NO DESTINO - ENTRAM NO
      *    ********** TOTAL GERAL AO CUSTO DA SAIDA
           0400-VALORIZAR-TRANSITO.
               OPEN INPUT STKTRF.
               IF STKTRF-OK
                   MOVE ZEROS TO TRF-NUMERO
                   START STKTRF KEY IS GREATER THAN TRF-NUMERO
                       INVALID KEY
                           MOVE '10' TO WRK-STKTRF-STATUS
                   END-START
                   PERFORM 0410-VALORIZAR-TRANSFERENCIA
                           UNTIL STKTRF-EOF OR STKTRF-NOTFOUND
                   CLOSE STKTRF
               END-IF.
               IF WRK-QT-TRANSITO > 0
                   MOVE WRK-TOTAL-TRANSITO TO WRK-TOTAL-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING 'EM TRANSITO ENTRE DEPARTAMENTOS '
                          WRK-TOTAL-ED
                          '  TRANSFERENCIAS ' WRK-QT-TRANSITO
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO STKVAL-REC
                   WRITE STKVAL-REC
                   ADD WRK-TOTAL-TRANSITO TO WRK-TOTAL-GERAL
               END-IF.

           0410-VALORIZAR-TRANSFERENCIA.
               READ STKTRF NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STKTRF-STATUS
               END-READ.
               IF STKTRF-OK AND TRF-EM-TRANSITO
                   ADD 1 TO WRK-QT-TRANSITO
                   COMPUTE WRK-VALOR-ITEM = TRF-QTDE * TRF-CUSTO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR-ITEM
                   END-COMPUTE
                   ADD WRK-VALOR-ITEM TO WRK-TOTAL-TRANSITO
               END-IF.

           0900-FINALIZAR.
               MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA.
               CLOSE DEPTMAST.
               DISPLAY 'VALORIZACAO GRAVADA EM STKVAL - TOTAL '
                       WRK-TOTAL-ED.

           COPY RUNPROC.
