      *                         INDISPONIVEL DERRUBAVA O RETORNO DO
      *                         PERFORM E O GOBACK DO PRINCIPAL NAO
      *                         ERA ALCANCADO.
      *    15/10/2026 HUGOVIE - BATIDAS CONFERIDAS ANTES DA IMPORTACAO
      *                         (HEADER, TRAILER, QUANTIDADE, SOMA DAS
      *                         MATRICULAS E ARQUIVO REPETIDO NO
      *                         INBREG); ARQUIVO RECUSADO VAI PARA O
      *                         ERRLOG E O PROGRAMA TERMINA COM RC 8.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT PUNCHDIV ASSIGN TO "PUNCHDIV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PUNCHDIV-STATUS.
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
           FD  PUNCHFIL.
               05 PCH-SENTIDO   PIC X(01).
                  88 PCH-ENTRADA VALUE 'E'.
                  88 PCH-SAIDA   VALUE 'S'.
           01  PUNCHFIL-CTL.
               05 PCH-CTL-TIPO  PIC X(03).
                  88 PCH-CONTROLE VALUES 'HDR' 'TRL'.
               05 FILLER        PIC X(37).

           FD  MOVFILE.
           01  MOVFILE-REC.
           FD  PUNCHDIV.
           01  PUNCHDIV-REC     PIC X(80).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

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
           COPY ERRCOM.
           COPY INBCOM.
           77 WRK-ERRLOG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-INBREG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-PUNCHFIL-STATUS PIC X(02) VALUE SPACES.
               88 PUNCHFIL-OK   VALUE '00'.
               88 PUNCHFIL-EOF  VALUE '10'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0050-CONFERIR-PUNCHFIL.
               IF INB-ARQUIVO-RECUSADO
                   DISPLAY 'ARQUIVO DE BATIDAS RECUSADO NA'
                           ' CONFERENCIA - NADA IMPORTADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0100-INICIALIZAR.
               IF NOT PUNCHFIL-EOF
                   PERFORM 0200-TRATAR-BATIDA
                   END-IF
               END-IF.
               PERFORM 0900-FINALIZAR THRU 0900-SAIDA.
               IF INB-HEADER-OK
                   PERFORM 9170-REGISTRAR-ARQUIVO
               END-IF.
               GOBACK.

      *    ********** CONFERENCIA DAS BATIDAS ANTES DE IMPORTAR:
      *    ********** HEADER, TRAILER, QUANTIDADE, SOMA DAS
      *    ********** MATRICULAS (TOTAL DE HASH, A BATIDA NAO TEM
      *    ********** VALOR) E ARQUIVO REPETIDO (INBREG) - O MESMO
      *    ********** ARQUIVO DUAS VEZES DOBRARIA HE E FA NO MOVFILE
           0050-CONFERIR-PUNCHFIL.
               MOVE 'PROGCOB72' TO ERR-PROGRAMA.
               MOVE 'PUNCHFIL'  TO INB-ARQUIVO.
               PERFORM 9150-INICIAR-CONFERENCIA.
               OPEN INPUT PUNCHFIL.
               IF PUNCHFIL-OK
                   PERFORM 0155-LER-REGISTRO
                   PERFORM 0060-CONFERIR-REGISTRO
                           UNTIL PUNCHFIL-EOF
                   CLOSE PUNCHFIL
                   PERFORM 9160-VALIDAR-ARQUIVO
               END-IF.

           0060-CONFERIR-REGISTRO.
               MOVE PUNCHFIL-CTL TO INB-REGISTRO.
               PERFORM 9155-CLASSIFICAR-REGISTRO.
               IF INB-E-DETALHE AND PCH-MATRICULA IS NUMERIC
                   ADD PCH-MATRICULA TO INB-SOMA-DET
               END-IF.
               PERFORM 0155-LER-REGISTRO.

           0100-INICIALIZAR.
               OPEN INPUT PUNCHFIL.
               IF WRK-PUNCHFIL-STATUS NOT = '00'
                   END-IF
               END-IF.

      *    ********** HEADER E TRAILER JA FORAM CONFERIDOS NO 0050
      *    ********** E NAO SAO BATIDAS
           0150-LER-BATIDA.
               PERFORM 0155-LER-REGISTRO.
               PERFORM 0155-LER-REGISTRO
                       UNTIL PUNCHFIL-EOF OR NOT PCH-CONTROLE.

           0155-LER-REGISTRO.
               READ PUNCHFIL
                   AT END MOVE '10' TO WRK-PUNCHFIL-STATUS
               END-READ.

           0900-SAIDA.
               EXIT.

           COPY ERRPROC.
           COPY INBPROC.
