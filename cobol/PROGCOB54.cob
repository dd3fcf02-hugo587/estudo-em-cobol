      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONTASPAG COM O ICMS DA NOTA DE
      *                         FORNECEDOR (AP-ICMS) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CONTROLE DE REINICIO POR PASSO
      *                         (RUNCTL/RUNPROC) PARA O FECHAMENTO
      *                         MENSAL (JOB MONTHEND): UMA SEGUNDA
      *                         EXECUCAO NA MESMA DATA DE NEGOCIO SO
      *                         AVISA E TERMINA COM RC ZERO, E O FIM
      *                         NORMAL REGISTRA O PASSO COMO COMPLETO
      *                         PARA O CHECKLIST DO PRGCOB140.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CONTASPAG TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT AGEPAG ASSIGN TO "AGEPAG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AGEPAG-STATUS.
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
           DATA DIVISION.
           FILE SECTION.
           FD  HOLIDAYS.
               05 AP-STATUS     PIC X(01).
                  88 AP-ABERTO     VALUE 'A'.
                  88 AP-LIQUIDADO  VALUE 'L'.
               05 AP-SIT-PAGTO  PIC X(01).
                  88 AP-PAGTO-LIVRE     VALUE ' '.
                  88 AP-PAGTO-APROVADO  VALUE 'P'.
                  88 AP-PAGTO-ENVIADO   VALUE 'E'.
                  88 AP-PAGTO-REJEITADO VALUE 'R'.
               05 AP-DT-APROVACAO PIC 9(08).
               05 AP-APROVADOR  PIC X(20).
               05 AP-MOTIVO     PIC X(25).
               05 AP-PEDIDO     PIC 9(06).
               05 AP-QT-FATURADA PIC 9(05).
               05 AP-PRECO-UNIT PIC 9(07)V99.
               05 AP-CONFERENCIA PIC X(01).
                  88 AP-CONF-PENDENTE   VALUE ' '.
                  88 AP-CONF-OK         VALUE 'M'.
                  88 AP-BLOQUEADO       VALUE 'B'.
                  88 AP-CONF-LIBERADO   VALUE 'L'.
               05 AP-MOTIVO-BLOQ PIC X(30).
               05 AP-LIBERADOR  PIC X(20).
               05 AP-ICMS       PIC 9(08)V99.

           FD  AGEPAG.
           01  AGEPAG-REC        PIC X(100).

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

           WORKING-STORAGE SECTION.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY DATECOM.
           77 WRK-CONTASPAG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-QT-TITULOS   PIC 9(05) VALUE ZEROS.
           77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA        PIC X(100) VALUE SPACES.
           77 WRK-PROCESSAR    PIC X(01) VALUE 'N'.
               88 PROCESSAR      VALUE 'S'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PROGCB54' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'ENVELHECIMENTO A PAGAR JA EMITIDO EM '
                               RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-PROCESSAR-TITULO
                               UNTIL CONTASPAG-EOF OR CONTASPAG-NOTFOUND
                   END-IF
                   PERFORM 0300-FINALIZAR
                   IF PROCESSAR
                       MOVE WRK-QT-TITULOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-TITULOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL -'
                           ' STATUS ' WRK-CONTASPAG-STATUS
                   MOVE '10' TO WRK-CONTASPAG-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
               END-IF.
               OPEN OUTPUT AGEPAG.
               MOVE SPACES TO WRK-LINHA.
               ADD DTC-DIAS-MES(WRK-M) TO WRK-DIAS-CONV.

           COPY DATEPROC.

           COPY RUNPROC.
