      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONTMAST COM O GRUPO DO BALANCO (CTA-
      *                         GRUPO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) NA OPCAO V, USADA PELO
      *                         FECHAMENTO MENSAL (JOB MONTHEND): UM
      *                         SEGUNDO RELATORIO NA MESMA DATA DE
      *                         NEGOCIO SO AVISA, E O RELATORIO NORMAL
      *                         REGISTRA O PASSO COMO COMPLETO (RC 4 NO
      *                         RUNSTAT QUANDO HA CONTA FORA DA
      *                         TOLERANCIA) PARA O CHECKLIST DO
      *                         PRGCOB140.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT BUDGVAR ASSIGN TO "BUDGVAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BUDGVAR-STATUS.
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
           FD  BUDGFILE.
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

           FD  BUDGVAR.
           01  BUDGVAR-REC        PIC X(100).

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
           77 WRK-BUDGFILE-STATUS PIC X(02) VALUE SPACES.
               88 BUDGFILE-OK       VALUE '00'.
               88 BUDGFILE-NOTFOUND VALUE '23'.
               ACCEPT WRK-COMPETENCIA.
               DISPLAY 'TOLERANCIA EM PERCENTUAL (EX. 10,00)...'.
               ACCEPT WRK-TOLERANCIA.
               MOVE 'PROGCB78' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'VARIACAO DO ORCAMENTO JA EMITIDA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - RELATORIO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0610-EMITIR-VARIACAO
                   MOVE WRK-QT-CONTAS TO RUN-QT-LIDOS
                   MOVE WRK-QT-FORA   TO RUN-QT-GRAVADOS
                   IF WRK-QT-FORA > 0
                       MOVE 4 TO RUN-RC
                   END-IF
                   PERFORM 9310-REGISTRAR-RUNCTL
               END-IF.

           0610-EMITIR-VARIACAO.
               MOVE ZEROS TO WRK-QT-CONTAS WRK-QT-FORA.
               OPEN INPUT LEDGBAL.
               OPEN INPUT CONTMAST.
               END-IF.
               MOVE WRK-LINHA TO BUDGVAR-REC.
               WRITE BUDGVAR-REC.

           COPY RUNPROC.
