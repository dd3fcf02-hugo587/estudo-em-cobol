      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONTMAST COM O GRUPO DO BALANCO (CTA-
      *                         GRUPO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) NA OPCAO G, USADA PELO
      *                         FECHAMENTO MENSAL (JOB MONTHEND): UMA
      *                         SEGUNDA GERACAO NA MESMA DATA DE NEGOCIO
      *                         SO AVISA, E A GERACAO NORMAL REGISTRA O
      *                         PASSO COMO COMPLETO PARA O CHECKLIST DO
      *                         PRGCOB140.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
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
           FD  STDJRNL.
                  88 CTA-CUSTO       VALUE 'C'.
                  88 CTA-DESPESA     VALUE 'E'.
                  88 CTA-PATRIMONIAL VALUE 'P'.
               05 CTA-GRUPO       PIC X(02).
                  88 CTA-ATIVO-CIRC       VALUE 'AC'.
                  88 CTA-ATIVO-NAO-CIRC   VALUE 'AN'.
                  88 CTA-PASSIVO-CIRC     VALUE 'PC'.
                  88 CTA-PASSIVO-NAO-CIRC VALUE 'PN'.
                  88 CTA-PATR-LIQUIDO     VALUE 'PL'.
                  88 CTA-GRUPO-VALIDO     VALUE 'AC' 'AN' 'PC' 'PN'
                                                'PL'.

           FD  LEDGTXN.
           01  LEDGTXN-REC.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

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
           77 WRK-STDJRNL-STATUS PIC X(02) VALUE SPACES.
               88 STDJRNL-OK       VALUE '00'.
               88 STDJRNL-NOTFOUND VALUE '23'.
           0600-GERAR.
               DISPLAY 'COMPETENCIA A GERAR (AAAAMM)...'.
               ACCEPT WRK-COMPETENCIA.
               MOVE 'PROGCB80' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'LANCAMENTOS RECORRENTES JA GERADOS NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - GERACAO PULADA NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0610-GERAR-COMPETENCIA
                   MOVE WRK-QT-GERADOS TO RUN-QT-LIDOS
                   MOVE WRK-QT-GERADOS TO RUN-QT-GRAVADOS
                   PERFORM 9310-REGISTRAR-RUNCTL
               END-IF.

           0610-GERAR-COMPETENCIA.
               COMPUTE WRK-DATA-LANC =
                       (WRK-COMPETENCIA * 100) + 1.
               MOVE ZEROS TO WRK-QT-GERADOS.
                   STRING 'REC ' SJ-DESCRICAO
                          DELIMITED BY SIZE INTO LTX-DESCRICAO
                   END-STRING
                   MOVE SPACE TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-COMPETENCIA TO SJ-ULT-GERADA
                   REWRITE SJ-REC
                   ADD 1 TO WRK-QT-GERADOS
               END-IF.

           COPY RUNPROC.
