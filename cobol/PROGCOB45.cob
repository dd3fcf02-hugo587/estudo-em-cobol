      *                         NO BOLETIM - O REPROVADO POR FALTA
      *                         (RESULTADO REPROV FALTA) SAI
      *                         DESTACADO COM O PROPRIO PERCENTUAL.
      *    15/10/2026 HUGOVIE - MENSALIDADE EM ATRASO: ANTES DE CADA
      *                         BOLETIM APURA AS MENSALIDADES VENCIDAS
      *                         DO RESPONSAVEL (STUFIN/CONTASREC,
      *                         DLQPROC); ACIMA DO LIMITE DO DELQPAR, O
      *                         BOLETIM E RETIDO (POLITICA R) OU SAI COM
      *                         O AVISO DE PENDENCIA FINANCEIRA
      *                         (POLITICA M).
      ************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-CHAVE
                   FILE STATUS IS WRK-ENROLLMT-STATUS.
               SELECT STUFIN ASSIGN TO "STUFIN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STF-MATRICULA
                   FILE STATUS IS WRK-STUFIN-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT DELQPAR ASSIGN TO "DELQPAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DELQPAR-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  TRANSCPT.
                   10 ENR-TERMO     PIC 9(06).
                   10 ENR-MATRICULA PIC 9(06).

           FD  STUFIN.
           01  STF-REC.
               05 STF-MATRICULA   PIC 9(06).
               05 STF-CLIENTE-RESP PIC 9(06).
               05 STF-IRMAO       PIC X(01).
               05 STF-BOLSA       PIC X(01).
               05 STF-ATIVO       PIC X(01).

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

           FD  DELQPAR.
           01  DQP-REC.
               05 DQP-POLITICA     PIC X(01).
               05 DQP-PARC-LIMITE  PIC 9(02).
               05 DQP-VALOR-LIMITE PIC 9(08)V99.

           WORKING-STORAGE SECTION.
           77 WRK-STUFIN-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DELQPAR-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-QT-RETIDOS      PIC 9(04) VALUE ZEROS.
           COPY DLQCOM.
           77 WRK-ENROLLMT-STATUS PIC X(02) VALUE SPACES.
               88 ENROLLMT-OK        VALUE '00'.
               88 ENROLLMT-NOTFOUND  VALUE '23'.
               ELSE
                   OPEN INPUT STUDMAST
                   OPEN OUTPUT BOLETIM
                   PERFORM 9450-ABRIR-INADIMPL
                   DISPLAY 'EMISSAO (A-ALUNO / T-TURMA)...'
                   ACCEPT WRK-MODO-EMISSAO
                   IF EMISSAO-TURMA
                       PERFORM 0200-EMITIR-BOLETIM
                               UNTIL WRK-MATRICULA = 0
                   END-IF
                   PERFORM 9455-FECHAR-INADIMPL
                   IF WRK-QT-RETIDOS > 0
                       DISPLAY 'BOLETINS RETIDOS POR PENDENCIA'
                               ' FINANCEIRA.. ' WRK-QT-RETIDOS
                   END-IF
                   CLOSE TRANSCPT
                   CLOSE STUDMAST
                   CLOSE BOLETIM
                   ACCEPT WRK-TERMO
               END-IF.

      *    ********** RESPONSAVEL COM MENSALIDADES EM ATRASO ACIMA
      *    ********** DO LIMITE: RETER OU MARCAR, CONFORME O DELQPAR
           0200-EMITIR-BOLETIM.
               MOVE WRK-MATRICULA TO DLQ-MATRICULA.
               PERFORM 9460-APURAR-INADIMPL.
               IF DLQ-ACIMA-LIMITE AND DLQ-POLIT-RETER
                   DISPLAY 'BOLETIM RETIDO - MATRICULA ' WRK-MATRICULA
                           ' - PENDENCIA FINANCEIRA DO RESPONSAVEL '
                           DLQ-CLIENTE
                   ADD 1 TO WRK-QT-RETIDOS
               ELSE
                   PERFORM 0210-IMPRIMIR-BOLETIM
               END-IF.
               IF NOT EMISSAO-TURMA
                   PERFORM 0100-PEDIR-CHAVE
               END-IF.

           0210-IMPRIMIR-BOLETIM.
               MOVE WRK-MATRICULA TO STU-MATRICULA.
               READ STUDMAST
                   KEY IS STU-MATRICULA
               END-STRING.
               MOVE WRK-LINHA TO BOLETIM-REC.
               WRITE BOLETIM-REC.
               IF DLQ-ACIMA-LIMITE
                   MOVE 'PENDENCIA FINANCEIRA - O RESPONSAVEL DEVE'
                        TO WRK-LINHA
                   MOVE 'PROCURAR A TESOURARIA' TO WRK-LINHA(43:21)
                   MOVE WRK-LINHA TO BOLETIM-REC
                   WRITE BOLETIM-REC
               END-IF.
               MOVE 'MATERIA NOTA1 NOTA2 NOTA3 MEDIA RESULTADO
      -             '     FREQ%' TO BOLETIM-REC.
               WRITE BOLETIM-REC.
               WRITE BOLETIM-REC.
               DISPLAY 'BOLETIM EMITIDO - MATERIAS '
                       WRK-QT-MATERIAS.

      *    ********** MODO TURMA: UM BOLETIM POR ALUNO MATRICULADO
           0500-EMITIR-POR-TURMA.
                       WRITE BOLETIM-REC
                   END-IF
               END-IF.

           COPY DLQPROC.
