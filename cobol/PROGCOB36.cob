      *    LANCAMENTO DATADO DENTRO DE PERIODO FECHADO) E TRANSPORTA
      *    OS SALDOS: OS ACUMULADORES DE MOVIMENTO (DEBITOS E
      *    CREDITOS) DO LEDGBAL SAO ZERADOS, FICANDO SO O SALDO DE
      *    ABERTURA DO NOVO PERIODO. ANTES DE PEDIR A CONFIRMACAO
      *    AVISA SE A CONCILIACAO DOS AUXILIARES COM O RAZAO
      *    (PROGCOB116, ARQUIVO RECONST) NAO FOI RODADA PARA A
      *    COMPETENCIA OU ESTA FORA DE BALANCO.
      *    DATA 22/08/2026
      *    ALTERACOES
      *    22/08/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - AVISO DE CONCILIACAO DOS AUXILIARES
      *                         AUSENTE OU FORA DE BALANCO.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) PARA O FECHAMENTO
      *                         MENSAL (JOB MONTHEND): UMA SEGUNDA
      *                         EXECUCAO NA MESMA DATA DE NEGOCIO SO
      *                         AVISA E TERMINA COM RC ZERO, E O FIM
      *                         NORMAL REGISTRA O PASSO COMO COMPLETO
      *                         PARA O CHECKLIST DO PRGCOB140.
      *                         FECHAMENTO CANCELADO NA CONFIRMACAO NAO
      *                         FICA COMPLETO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BAL-CONTA
                   FILE STATUS IS WRK-LEDGBAL-STATUS.
               SELECT RECONST ASSIGN TO "RECONST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCS-CHAVE
                   FILE STATUS IS WRK-RECONST-STATUS.
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
           FD  PERLOCK.
               05 BAL-DEB         PIC 9(09)V99.
               05 BAL-CRE         PIC 9(09)V99.

           FD  RECONST.
           01  RCS-REC.
               05 RCS-CHAVE.
                   10 RCS-COMPETENCIA PIC 9(06).
                   10 RCS-LIVRO       PIC X(10).
               05 RCS-DATA        PIC 9(08).
               05 RCS-CONTA       PIC 9(05).
               05 RCS-DIFERENCA   PIC 9(11)V99.
               05 RCS-SITUACAO    PIC X(01).
                  88 RCS-CONCILIADO VALUE 'C'.
                  88 RCS-DIVERGENTE VALUE 'D'.
                  88 RCS-SEM-CONTA  VALUE 'S'.

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
           77 WRK-PERLOCK-STATUS PIC X(02) VALUE SPACES.
               88 PERLOCK-OK      VALUE '00'.
           77 WRK-LEDGBAL-STATUS PIC X(02) VALUE SPACES.
               88 LEDGBAL-OK        VALUE '00'.
               88 LEDGBAL-NOTFOUND  VALUE '23'.
               88 LEDGBAL-EOF       VALUE '10'.
           77 WRK-RECONST-STATUS PIC X(02) VALUE SPACES.
               88 RECONST-OK        VALUE '00'.
               88 RECONST-NOTFOUND  VALUE '23'.
               88 RECONST-EOF       VALUE '10'.
           77 WRK-QT-CONCILIADOS PIC 9(01) VALUE ZEROS.
           77 WRK-QT-FORA        PIC 9(01) VALUE ZEROS.
           77 WRK-DIFERENCA-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-COMPET-FECHADA PIC 9(06) VALUE ZEROS.
           77 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-CONTAS      PIC 9(04) VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PROGCB36' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'FECHAMENTO DE COMPETENCIA JA FEITO NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0050-FECHAR-COMPETENCIA
                   IF CONFIRMADO
                      OR WRK-COMPETENCIA <= WRK-COMPET-FECHADA
                       MOVE WRK-QT-CONTAS TO RUN-QT-LIDOS
                       MOVE WRK-QT-CONTAS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

      *    ********** FECHAMENTO CANCELADO NAO FICA COMPLETO NO RUNCTL
           0050-FECHAR-COMPETENCIA.
               PERFORM 0100-LER-PERLOCK.
               DISPLAY 'ULTIMA COMPETENCIA FECHADA..'
                       WRK-COMPET-FECHADA.
               IF WRK-COMPETENCIA <= WRK-COMPET-FECHADA
                   DISPLAY 'COMPETENCIA JA FECHADA - NADA A FAZER'
               ELSE
                   PERFORM 0150-CONFERIR-CONCILIACAO
                   DISPLAY 'CONFIRMA O FECHAMENTO DE '
                           WRK-COMPETENCIA ' (S/N)...'
                   ACCEPT WRK-CONFIRMA
                       DISPLAY 'FECHAMENTO CANCELADO'
                   END-IF
               END-IF.

           0100-LER-PERLOCK.
               OPEN INPUT PERLOCK.
                   CLOSE PERLOCK
               END-IF.

      *    ********** SITUACAO DA CONCILIACAO DOS AUXILIARES NA
      *    ********** COMPETENCIA - SO AVISA, NAO IMPEDE O FECHAMENTO
           0150-CONFERIR-CONCILIACAO.
               OPEN INPUT RECONST.
               IF RECONST-OK
                   MOVE WRK-COMPETENCIA TO RCS-COMPETENCIA
                   MOVE LOW-VALUES TO RCS-LIVRO
                   START RECONST KEY IS GREATER THAN RCS-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-RECONST-STATUS
                   END-START
                   PERFORM 0160-LER-CONCILIACAO
                           UNTIL RECONST-EOF OR RECONST-NOTFOUND
                   CLOSE RECONST
               END-IF.
               IF WRK-QT-CONCILIADOS = 0
                   DISPLAY 'ATENCAO - CONCILIACAO DOS AUXILIARES NAO'
                           ' RODADA PARA ' WRK-COMPETENCIA
                           ' (PROGCOB116)'
               ELSE
                   IF WRK-QT-FORA > 0
                       DISPLAY 'ATENCAO - ' WRK-QT-FORA
                               ' AUXILIAR(ES) FORA DE BALANCO COM O'
                               ' RAZAO - VER RECONREP'
                   END-IF
               END-IF.

           0160-LER-CONCILIACAO.
               READ RECONST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-RECONST-STATUS
               END-READ.
               IF RECONST-OK
                   IF RCS-COMPETENCIA NOT = WRK-COMPETENCIA
                       MOVE '10' TO WRK-RECONST-STATUS
                   ELSE
                       ADD 1 TO WRK-QT-CONCILIADOS
                       IF RCS-DIVERGENTE
                           ADD 1 TO WRK-QT-FORA
                           MOVE RCS-DIFERENCA TO WRK-DIFERENCA-ED
                           DISPLAY 'ATENCAO - ' RCS-LIVRO
                                   ' FORA DE BALANCO EM '
                                   WRK-DIFERENCA-ED
                                   ' (CONCILIADO EM ' RCS-DATA ')'
                       END-IF
                       IF RCS-SEM-CONTA
                           ADD 1 TO WRK-QT-FORA
                           DISPLAY 'ATENCAO - ' RCS-LIVRO
                                   ' SEM CONTA DE CONTROLE NO CTAMAP'
                       END-IF
                   END-IF
               END-IF.

           0200-GRAVAR-PERLOCK.
               MOVE WRK-COMPETENCIA TO PL-COMPETENCIA-FECHADA.
               OPEN OUTPUT PERLOCK.
                   REWRITE LEDGBAL-REC
                   ADD 1 TO WRK-QT-CONTAS
               END-IF.

           COPY RUNPROC.
