      *    22/08/2026 HUGOVIE - SALHIST PASSOU A TRAZER O TIPO DE
      *                         PAGAMENTO (M/D/F); A LINHA DO
      *                         RELATORIO MOSTRA O TIPO.
      *    15/10/2026 HUGOVIE - SALHIST PASSOU A TRAZER O FGTS DE CADA
      *                         CALCULO; A LINHA DO RELATORIO MOSTRA O
      *                         FGTS E O FECHAMENTO TRAZ O TOTAL DE FGTS
      *                         A DEPOSITAR.
      *    15/10/2026 HUGOVIE - DIFERENCAS DE DISSIDIO PAGAS NA FOLHA
      *                         VEM NO SALHIST COMO TIPO R: ENTRAM NOS
      *                         TOTAIS E SAEM NA LINHA COM O TIPO, MAS
      *                         NAO CONTAM COMO OUTRO FUNCIONARIO.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) PARA O FECHAMENTO
      *                         MENSAL (JOB MONTHEND): UMA SEGUNDA
      *                         EXECUCAO NA MESMA DATA DE NEGOCIO SO
      *                         AVISA E TERMINA COM RC ZERO, E O FIM
      *                         NORMAL REGISTRA O PASSO COMO COMPLETO
      *                         PARA O CHECKLIST DO PRGCOB140.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR SALHIST TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT FOLHAREG ASSIGN TO "FOLHAREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FOLHAREG-STATUS.
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
           FD  SALHIST.
               05 SHT-IRRF          PIC 9(06)V99.
               05 SHT-SALARIO-LIQ   PIC 9(06)V99.
               05 SHT-TIPO-PAGTO    PIC X(01).
               05 SHT-FGTS          PIC 9(06)V99.

           FD  FOLHAREG.
           01  FOLHAREG-REC       PIC X(80).

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
           77 WRK-SALHIST-STATUS PIC X(02) VALUE SPACES.
               88 SALHIST-OK      VALUE '00'.
               88 SALHIST-EOF     VALUE '10'.
           77 WRK-TOT-INSS     PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-IRRF     PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-LIQ      PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-FGTS     PIC 9(09)V99 VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOT-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA        PIC X(80) VALUE SPACES.
           77 WRK-PROCESSAR    PIC X(01) VALUE 'N'.
               88 PROCESSAR      VALUE 'S'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PROGCB30' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'FECHAMENTO DA FOLHA JA EMITIDO NA DATA '
                               RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-PROCESSAR UNTIL SALHIST-EOF
                   END-IF
                   PERFORM 0300-FINALIZAR
                   IF PROCESSAR
                       MOVE WRK-QT-FUNC TO RUN-QT-LIDOS
                       MOVE WRK-QT-FUNC TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
                   DISPLAY 'HISTORICO SALARIAL INDISPONIVEL -'
                           ' STATUS ' WRK-SALHIST-STATUS
                   MOVE '10' TO WRK-SALHIST-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
               END-IF.
               OPEN OUTPUT FOLHAREG.
               MOVE SPACES TO WRK-LINHA.
               WRITE FOLHAREG-REC.
               MOVE 'MATRICULA      BRUTO        INSS        IRRF
      -             '     LIQUIDO' TO FOLHAREG-REC.
               MOVE 'TP      FGTS' TO FOLHAREG-REC(60:12).
               WRITE FOLHAREG-REC.
               IF NOT SALHIST-EOF
                   PERFORM 0150-LER-SALHIST
               PERFORM 0150-LER-SALHIST.

           0250-GRAVAR-LINHA.
               IF SHT-TIPO-PAGTO NOT = 'R'
                   ADD 1 TO WRK-QT-FUNC
               END-IF.
               ADD SHT-SALARIO-BRUTO TO WRK-TOT-BRUTO.
               ADD SHT-INSS          TO WRK-TOT-INSS.
               ADD SHT-IRRF          TO WRK-TOT-IRRF.
               ADD SHT-SALARIO-LIQ   TO WRK-TOT-LIQ.
               ADD SHT-FGTS          TO WRK-TOT-FGTS.
               MOVE SPACES TO WRK-LINHA.
               MOVE SHT-MATRICULA TO WRK-LINHA(1:6).
               MOVE SHT-SALARIO-BRUTO TO WRK-VALOR-ED.
               MOVE SHT-SALARIO-LIQ TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(47:10).
               MOVE SHT-TIPO-PAGTO TO WRK-LINHA(60:1).
               MOVE SHT-FGTS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(62:10).
               MOVE WRK-LINHA TO FOLHAREG-REC.
               WRITE FOLHAREG-REC.

               MOVE 'TOTAL LIQUIDO' TO WRK-LINHA(1:13).
               MOVE WRK-LINHA TO FOLHAREG-REC.
               WRITE FOLHAREG-REC.
               MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
               PERFORM 0350-GRAVAR-TOTAL.
               MOVE 'TOTAL FGTS A DEPOSITAR' TO WRK-LINHA(1:22).
               MOVE WRK-LINHA TO FOLHAREG-REC.
               WRITE FOLHAREG-REC.
               CLOSE FOLHAREG.
               DISPLAY 'FECHAMENTO GRAVADO EM FOLHAREG -'
                       ' FUNCIONARIOS ' WRK-QT-FUNC.
           0350-GRAVAR-TOTAL.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-TOT-ED TO WRK-LINHA(30:13).

           COPY RUNPROC.
