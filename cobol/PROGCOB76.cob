      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - PROVISAO DE CADA FUNCIONARIO RATEADA
      *                         PELA LOTACAO DO EMPMAST (CENTRO
      *                         PRINCIPAL MAIS OS CENTROS DE RATEIO,
      *                         COMO NA FOLHA DO PROGCOB04) E LANCADA NO
      *                         LEDGTXN POR CENTRO DE CUSTO, EM VEZ DE
      *                         TUDO NO CENTRO 001. O MEMO MOSTRA O
      *                         CENTRO DE CADA FUNCIONARIO.
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) PARA O FECHAMENTO
      *                         MENSAL (JOB MONTHEND): UMA SEGUNDA
      *                         EXECUCAO NA MESMA DATA DE NEGOCIO SO
      *                         AVISA E TERMINA COM RC ZERO, E O FIM
      *                         NORMAL REGISTRA O PASSO COMO COMPLETO
      *                         PARA O CHECKLIST DO PRGCOB140.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT PROVMEMO ASSIGN TO "PROVMEMO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PROVMEMO-STATUS.
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

           FD  LEDGTXN.
           01  LEDGTXN-REC.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  PROVMEMO.
           01  PROVMEMO-REC       PIC X(90).

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
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
               88 EMPMAST-EOF       VALUE '10'.
           77 WRK-VALOR-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOT-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.
      *    ********** PROVISAO POR CENTRO DE CUSTO (CODIGO DO CENTRO
      *    ********** E O INDICE), PELA LOTACAO/RATEIO DO EMPMAST;
      *    ********** SEM LOTACAO VAI PARA O CENTRO PADRAO DA FOLHA
           77 WRK-CCUSTO-FOLHA PIC 9(03) VALUE 001.
           01 WRK-TAB-CCUSTO.
               02 WRK-CCT OCCURS 999 TIMES.
                   05 WRK-CCT-USADO   PIC X(01).
                   05 WRK-CCT-FERIAS  PIC 9(09)V99.
                   05 WRK-CCT-13      PIC 9(09)V99.
           77 WRK-CCT-SUB    PIC 9(04) VALUE ZEROS.
           77 WRK-RAT-SUB    PIC 9(01) VALUE ZEROS.
           77 WRK-RAT-FERIAS PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RAT-13     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-FERIAS PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-13     PIC 9(06)V99 VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PROGCB76' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'PROVISAO JA APROPRIADA NA DATA '
                               RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-PROVISIONAR
               END-IF.
               GOBACK.

      *    ********** O PASSO SO FICA COMPLETO NO RUNCTL QUANDO A
      *    ********** PROVISAO FOI LANCADA - RERODADA NAO DOBRA
           0100-PROVISIONAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPETENCIA.
               OPEN INPUT EMPMAST.
                   WRITE PROVMEMO-REC
                   MOVE 'MATRIC NOME                   FERIAS
      -                 '       13O' TO PROVMEMO-REC
                   MOVE 'CC' TO PROVMEMO-REC(56:2)
                   WRITE PROVMEMO-REC
                   INITIALIZE WRK-TAB-CCUSTO
                   MOVE ZEROS TO EMP-MATRICULA
                   START EMPMAST KEY IS GREATER THAN EMP-MATRICULA
                       INVALID KEY
                           UNTIL EMPMAST-EOF
                   PERFORM 0400-GRAVAR-LANCAMENTOS
                   PERFORM 0900-FINALIZAR
                   MOVE WRK-QT-FUNC TO RUN-QT-LIDOS
                   MOVE WRK-QT-FUNC TO RUN-QT-GRAVADOS
                   PERFORM 9310-REGISTRAR-RUNCTL
               END-IF.

      *    ********** 1/12 DO SALARIO PARA O 13O E 1/12 + 1/3 PARA
      *    ********** FERIAS, POR ATIVO
                   MOVE WRK-VALOR-ED TO WRK-LINHA(30:10)
                   MOVE WRK-PROV-13 TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(43:10)
                   IF EMP-CCUSTO = ZEROS
                       MOVE WRK-CCUSTO-FOLHA TO WRK-LINHA(56:3)
                   ELSE
                       MOVE EMP-CCUSTO TO WRK-LINHA(56:3)
                   END-IF
                   IF EMP-QT-RATEIO > ZEROS
                       MOVE 'RATEADO' TO WRK-LINHA(60:7)
                   END-IF
                   MOVE WRK-LINHA TO PROVMEMO-REC
                   WRITE PROVMEMO-REC
                   PERFORM 0300-RATEAR-PROVISAO
               END-IF.

      *    ********** CADA CENTRO DE RATEIO RECEBE O SEU PERCENTUAL
      *    ********** (TRUNCADO) E O CENTRO PRINCIPAL O RESTANTE -
      *    ********** MESMO RATEIO DA FOLHA NO PROGCOB04
           0300-RATEAR-PROVISAO.
               MOVE WRK-PROV-FERIAS TO WRK-RES-FERIAS.
               MOVE WRK-PROV-13     TO WRK-RES-13.
               PERFORM 0310-RATEAR-PARCELA
                       VARYING WRK-RAT-SUB FROM 1 BY 1
                       UNTIL WRK-RAT-SUB > EMP-QT-RATEIO
                          OR WRK-RAT-SUB > 3.
               IF EMP-CCUSTO = ZEROS
                   MOVE WRK-CCUSTO-FOLHA TO WRK-CCT-SUB
               ELSE
                   MOVE EMP-CCUSTO TO WRK-CCT-SUB
               END-IF.
               MOVE WRK-RES-FERIAS TO WRK-RAT-FERIAS.
               MOVE WRK-RES-13     TO WRK-RAT-13.
               PERFORM 0320-ACUMULAR-CCUSTO.

           0310-RATEAR-PARCELA.
               IF EMP-RAT-CCUSTO(WRK-RAT-SUB) NOT = ZEROS
                  AND EMP-RAT-PCT(WRK-RAT-SUB) > ZEROS
                   COMPUTE WRK-RAT-FERIAS = WRK-PROV-FERIAS *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   COMPUTE WRK-RAT-13 = WRK-PROV-13 *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   SUBTRACT WRK-RAT-FERIAS FROM WRK-RES-FERIAS
                   SUBTRACT WRK-RAT-13     FROM WRK-RES-13
                   MOVE EMP-RAT-CCUSTO(WRK-RAT-SUB) TO WRK-CCT-SUB
                   PERFORM 0320-ACUMULAR-CCUSTO
               END-IF.

           0320-ACUMULAR-CCUSTO.
               MOVE 'S' TO WRK-CCT-USADO(WRK-CCT-SUB).
               ADD WRK-RAT-FERIAS TO WRK-CCT-FERIAS(WRK-CCT-SUB).
               ADD WRK-RAT-13     TO WRK-CCT-13(WRK-CCT-SUB).

           0400-GRAVAR-LANCAMENTOS.
               OPEN EXTEND LEDGTXN.
               IF WRK-LEDGTXN-STATUS = '35'
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               END-IF.
               PERFORM 0410-LANCAR-CCUSTO
                       VARYING WRK-CCT-SUB FROM 1 BY 1
                       UNTIL WRK-CCT-SUB > 999.
               CLOSE LEDGTXN.

           0410-LANCAR-CCUSTO.
               IF WRK-CCT-USADO(WRK-CCT-SUB) = 'S'
                   MOVE WRK-CCT-SUB         TO LTX-CCUSTO
                   MOVE WRK-CTA-PROV-FERIAS TO LTX-CONTA
                   MOVE WRK-DATA-HOJE       TO LTX-DATA
                   MOVE 'D'                 TO LTX-TIPO
                   MOVE WRK-CCT-FERIAS(WRK-CCT-SUB) TO LTX-VALOR
                   MOVE 'PROVISAO FERIAS'   TO LTX-DESCRICAO
                   MOVE SPACE               TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-CTA-PROV-13     TO LTX-CONTA
                   MOVE WRK-DATA-HOJE       TO LTX-DATA
                   MOVE 'D'                 TO LTX-TIPO
                   MOVE WRK-CCT-13(WRK-CCT-SUB) TO LTX-VALOR
                   MOVE 'PROVISAO 13O'      TO LTX-DESCRICAO
                   MOVE SPACE               TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
               END-IF.

           0900-FINALIZAR.
               MOVE WRK-TOT-FERIAS TO WRK-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               CLOSE EMPMAST.
               DISPLAY 'PROVISAO APROPRIADA - FUNCIONARIOS '
                       WRK-QT-FUNC.

           COPY RUNPROC.
