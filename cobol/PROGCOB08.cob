      *                         FORA DA TURMA DERRUBAVA O RETORNO
      *                         DO PERFORM E O LOTE PARAVA NA
      *                         PRIMEIRA LINHA FILTRADA.
      *    15/10/2026 HUGOVIE - NOVA ORIGEM DAS NOTAS P: EM VEZ DO
      *                         GRADEIN DIGITADO PELA SECRETARIA, LE AS
      *                         NOTAS DIGITADAS PELOS PROFESSORES NO
      *                         PRGCOB145 (GRADENT). TERMO COM PRAZO DE
      *                         ENTREGA ENCERRADO NO CALENDARIO
      *                         (GRDPRAZO) TEM AS NOTAS JA LANCADAS NO
      *                         TRANSCPT BLOQUEADAS: A LINHA E REJEITADA
      *                         PARA O GRADELOG E A ALTERACAO SO ENTRA
      *                         POR CORRECAO APROVADA NO PROGCOB92.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-CHAVE
                   FILE STATUS IS WRK-ENROLLMT-STATUS.
               SELECT GRADENT ASSIGN TO "GRADENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GEN-CHAVE
                   FILE STATUS IS WRK-GRADENT-STATUS.
               SELECT GRDPRAZO ASSIGN TO "GRDPRAZO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GPZ-TERMO
                   FILE STATUS IS WRK-GRDPRAZO-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  GRADEIN.
                   10 ENR-TERMO     PIC 9(06).
                   10 ENR-MATRICULA PIC 9(06).

           FD  GRADENT.
           01  GEN-REC.
               05 GEN-CHAVE.
                   10 GEN-MATRICULA PIC 9(06).
                   10 GEN-TERMO     PIC 9(06).
                   10 GEN-MATERIA   PIC 9(03).
               05 GEN-NOTA1         PIC 9(02)V9.
               05 GEN-NOTA2         PIC 9(02)V9.
               05 GEN-TURMA         PIC X(06).
               05 GEN-PROFESSOR     PIC X(06).
               05 GEN-USUARIO       PIC X(20).
               05 GEN-DT-DIGITACAO  PIC 9(08).

           FD  GRDPRAZO.
           01  GPZ-REC.
               05 GPZ-TERMO      PIC 9(06).
               05 GPZ-DT-INICIO  PIC 9(08).
               05 GPZ-DT-LIMITE  PIC 9(08).

           WORKING-STORAGE SECTION.
           77 WRK-GRADENT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-GRDPRAZO-STATUS PIC X(02) VALUE SPACES.
               88 GRDPRAZO-OK        VALUE '00'.
           77 WRK-ORIGEM     PIC X(01) VALUE 'G'.
               88 ORIGEM-PROFESSORES VALUE 'P'.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-TERMO-PRAZO PIC 9(06) VALUE ZEROS.
           77 WRK-TERMO-FECHADO PIC X(01) VALUE 'N'.
               88 TERMO-FECHADO  VALUE 'S'.
           77 WRK-ENROLLMT-STATUS PIC X(02) VALUE SPACES.
               88 ENROLLMT-OK        VALUE '00'.
               88 ENROLLMT-NOTFOUND  VALUE '23'.
               88 STUDMAST-OK        VALUE '00'.
               88 STUDMAST-NOTFOUND  VALUE '23'.
           77 WRK-TRANSCPT-STATUS  PIC X(02) VALUE SPACES.
               88 TRANSCPT-OK        VALUE '00'.
           77 WRK-RESULTADO        PIC X(12) VALUE SPACES.
           77 WRK-PESO-NOTA1       PIC 9V99  VALUE 0,50.
           77 WRK-PESO-NOTA2       PIC 9V99  VALUE 0,50.
               STOP RUN.

           0100-INICIALIZAR.
               DISPLAY 'ORIGEM DAS NOTAS (G = GRADEIN DA SECRETARIA,'
                       ' P = DIGITADAS PELOS PROFESSORES)...'.
               ACCEPT WRK-ORIGEM FROM CONSOLE.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'TURMA (BRANCO = TODAS)...'.
               ACCEPT WRK-TURMA-FILTRO FROM CONSOLE.
               IF WRK-TURMA-FILTRO NOT = SPACES
                   DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL -'
                           ' TODAS AS MATRICULAS SERAO REJEITADAS'
               END-IF.
               IF ORIGEM-PROFESSORES
                   OPEN INPUT GRADENT
                   IF WRK-GRADENT-STATUS NOT = '00'
                       DISPLAY 'NOTAS DOS PROFESSORES (GRADENT)'
                               ' INDISPONIVEIS - STATUS '
                               WRK-GRADENT-STATUS
                   END-IF
               ELSE
                   OPEN INPUT GRADEIN
               END-IF.
               OPEN INPUT GRDPRAZO.
               OPEN OUTPUT GRADELOG.
               OPEN I-O TRANSCPT.
               IF WRK-TRANSCPT-STATUS = '35'
                   CLOSE TRANSCPT
                   OPEN I-O TRANSCPT
               END-IF.
               PERFORM 0150-LER-ENTRADA.

           0110-LER-PESOS.
               OPEN INPUT WEIGHTPAR.
                   CLOSE WEIGHTPAR
               END-IF.

      *    ********** PROXIMA LINHA DE NOTAS: GRADEIN OU, NA ORIGEM
      *    ********** P, O GRADENT DO PRGCOB145 (MESMO INICIO DE
      *    ********** LEIAUTE); O FIM DOS DOIS E SINALIZADO EM
      *    ********** WRK-GRADEIN-STATUS
           0150-LER-ENTRADA.
               IF ORIGEM-PROFESSORES
                   IF WRK-GRADENT-STATUS NOT = '00'
                       MOVE '10' TO WRK-GRADEIN-STATUS
                   ELSE
                       READ GRADENT NEXT RECORD
                           AT END
                               MOVE '10' TO WRK-GRADEIN-STATUS
                       END-READ
                       IF WRK-GRADENT-STATUS = '00'
                           MOVE GEN-MATRICULA TO GIN-MATRICULA
                           MOVE GEN-TERMO     TO GIN-TERMO
                           MOVE GEN-MATERIA   TO GIN-MATERIA
                           MOVE GEN-NOTA1     TO GIN-NOTA1
                           MOVE GEN-NOTA2     TO GIN-NOTA2
                       END-IF
                   END-IF
               ELSE
                   READ GRADEIN
                       AT END MOVE '10' TO WRK-GRADEIN-STATUS
                   END-READ
               END-IF.

           0200-PROCESSAR.
               IF WRK-TURMA-FILTRO NOT = SPACES
                   PERFORM 0205-CONFERIR-TURMA
                   IF NOT ENROLLMT-OK
                       ADD 1 TO WRK-QT-FORA-TURMA
                       PERFORM 0150-LER-ENTRADA
                       GO TO 0200-SAIDA
                   END-IF
               END-IF.
               MOVE GIN-NOTA1 TO WRK-NUM1.
               MOVE GIN-NOTA2 TO WRK-NUM2.
               PERFORM 0210-VALIDAR-FAIXA.
               IF ALUNO-VALIDO
                   PERFORM 0217-CONFERIR-BLOQUEIO
               END-IF.
               IF ALUNO-VALIDO
                   COMPUTE WRK-MEDIA =
                           (WRK-NUM1 * WRK-PESO-NOTA1) +
                   ADD 1 TO WRK-QT-REJEITADO
                   PERFORM 0230-GRAVAR-REJEICAO
               END-IF.
               PERFORM 0150-LER-ENTRADA.

           0200-SAIDA.
               EXIT.
                   MOVE 'NOTA ACIMA DE 10,0' TO WRK-MOTIVO-REJEICAO
               END-IF.

      *    ********** TERMO COM PRAZO DE ENTREGA ENCERRADO: NOTA JA
      *    ********** LANCADA NO HISTORICO FICA BLOQUEADA
           0217-CONFERIR-BLOQUEIO.
               IF GIN-TERMO NOT = WRK-TERMO-PRAZO
                   MOVE GIN-TERMO TO WRK-TERMO-PRAZO
                   MOVE 'N' TO WRK-TERMO-FECHADO
                   MOVE GIN-TERMO TO GPZ-TERMO
                   READ GRDPRAZO
                       KEY IS GPZ-TERMO
                       INVALID KEY
                           MOVE '23' TO WRK-GRDPRAZO-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-GRDPRAZO-STATUS
                   END-READ
                   IF GRDPRAZO-OK AND WRK-DATA-HOJE > GPZ-DT-LIMITE
                       MOVE 'S' TO WRK-TERMO-FECHADO
                   END-IF
               END-IF.
               IF TERMO-FECHADO
                   MOVE GIN-MATRICULA TO TRC-MATRICULA
                   MOVE GIN-TERMO     TO TRC-TERMO
                   MOVE GIN-MATERIA   TO TRC-MATERIA
                   READ TRANSCPT
                       KEY IS TRC-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-TRANSCPT-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-TRANSCPT-STATUS
                   END-READ
                   IF TRANSCPT-OK
                       MOVE 'N' TO WRK-ALUNO-VALIDO
                       MOVE 'TERMO ENCERRADO - SO CORRECAO'
                            TO WRK-MOTIVO-REJEICAO
                   END-IF
               END-IF.

           0215-VALIDAR-MEDIA.
               IF WRK-MEDIA > 10,0
                   MOVE 'N' TO WRK-ALUNO-VALIDO
               WRITE GRADELOG-REC.

           0300-FINALIZAR.
               IF ORIGEM-PROFESSORES
                   CLOSE GRADENT
               ELSE
                   CLOSE GRADEIN
               END-IF.
               CLOSE GRDPRAZO.
               CLOSE GRADELOG.
               CLOSE STUDMAST.
               CLOSE TRANSCPT.
