      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - EXTRATO CONFERIDO ANTES DA CONCILIACAO
      *                         (HEADER, TRAILER, QUANTIDADE, SOMA DE
      *                         BST-VALOR E EXTRATO REPETIDO NO INBREG);
      *                         EXTRATO RECUSADO VAI PARA O ERRLOG E O
      *                         PROGRAMA TERMINA COM RC 8.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT BANKREC ASSIGN TO "BANKREC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BANKREC-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT INBREG ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-CHAVE
                   FILE STATUS IS WRK-INBREG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  HOLIDAYS.
               05 BST-TIPO      PIC X(01).
               05 BST-VALOR     PIC 9(08)V99.
               05 BST-DESCRICAO PIC X(20).
           01  BANKSTMT-CTL.
               05 BST-CTL-TIPO  PIC X(03).
                  88 BST-CONTROLE VALUES 'HDR' 'TRL'.
               05 FILLER        PIC X(37).

           FD  LEDGHIST.
           01  LEDGHIST-REC.
           FD  BANKREC.
           01  BANKREC-REC        PIC X(90).

           FD  ERRLOG.
           01  ERRLOG-REC        PIC X(80).

           FD  INBREG.
           01  IR-REC.
               05 IR-CHAVE.
                   10 IR-ARQUIVO    PIC X(08).
                   10 IR-REMETENTE  PIC X(08).
                   10 IR-DT-ARQUIVO PIC 9(08).
                   10 IR-SEQ        PIC 9(06).
               05 IR-QT-REGISTROS   PIC 9(07).
               05 IR-TOTAL          PIC 9(13)V99.
               05 IR-DATAHORA       PIC X(17).
               05 IR-PROGRAMA       PIC X(09).

           WORKING-STORAGE SECTION.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY DATECOM.
           COPY ERRCOM.
           COPY INBCOM.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-INBREG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-BANKSTMT-STATUS PIC X(02) VALUE SPACES.
               88 BANKSTMT-OK   VALUE '00'.
               88 BANKSTMT-EOF  VALUE '10'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0050-CONFERIR-BANKSTMT.
               IF INB-ARQUIVO-RECUSADO
                   DISPLAY 'EXTRATO DO BANCO RECUSADO NA CONFERENCIA'
                           ' - NADA CONCILIADO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF NOT BANKSTMT-EOF
                       PERFORM 0300-CONCILIAR-LINHA
                               UNTIL BANKSTMT-EOF
                   END-IF
                   PERFORM 0600-SOBRAS-DO-LIVRO
                   PERFORM 0900-FINALIZAR
                   IF INB-HEADER-OK
                       PERFORM 9170-REGISTRAR-ARQUIVO
                   END-IF
               END-IF.
               GOBACK.

      *    ********** CONFERENCIA DO EXTRATO ANTES DE CONCILIAR:
      *    ********** HEADER, TRAILER, QUANTIDADE, SOMA DE BST-VALOR
      *    ********** CONTRA O TOTAL DO TRAILER E EXTRATO REPETIDO
      *    ********** (INBREG)
           0050-CONFERIR-BANKSTMT.
               MOVE 'PROGCOB79' TO ERR-PROGRAMA.
               MOVE 'BANKSTMT'  TO INB-ARQUIVO.
               PERFORM 9150-INICIAR-CONFERENCIA.
               OPEN INPUT BANKSTMT.
               IF BANKSTMT-OK
                   PERFORM 0255-LER-REGISTRO
                   PERFORM 0060-CONFERIR-REGISTRO
                           UNTIL BANKSTMT-EOF
                   CLOSE BANKSTMT
                   PERFORM 9160-VALIDAR-ARQUIVO
               END-IF.

           0060-CONFERIR-REGISTRO.
               MOVE BANKSTMT-CTL TO INB-REGISTRO.
               PERFORM 9155-CLASSIFICAR-REGISTRO.
               IF INB-E-DETALHE AND BST-VALOR IS NUMERIC
                   ADD BST-VALOR TO INB-SOMA-DET
               END-IF.
               PERFORM 0255-LER-REGISTRO.

           0100-INICIALIZAR.
               DISPLAY 'CONTA BANCARIA NO PLANO (5 DIGITOS)...'.
               ACCEPT WRK-CONTA.
               END-IF.
               PERFORM 0160-LER-LEDGHIST.

      *    ********** HEADER E TRAILER JA FORAM CONFERIDOS NO 0050
      *    ********** E NAO ENTRAM NA CONCILIACAO
           0250-LER-BANKSTMT.
               PERFORM 0255-LER-REGISTRO.
               PERFORM 0255-LER-REGISTRO
                       UNTIL BANKSTMT-EOF OR NOT BST-CONTROLE.

           0255-LER-REGISTRO.
               READ BANKSTMT
                   AT END MOVE '10' TO WRK-BANKSTMT-STATUS
               END-READ.
           0810-SOMAR-MESES.
               ADD DTC-DIAS-MES(WRK-M) TO WRK-DIAS-CONV.

           COPY ERRPROC.
           COPY INBPROC.
           COPY DATEPROC.
