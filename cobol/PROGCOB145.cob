           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB145.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = DIGITACAO DE NOTAS PELO PROPRIO PROFESSOR, NO
      *    LUGAR DA FOLHA EM PAPEL DIGITADA PELA SECRETARIA NO
      *    GRADEIN. O USUARIO LOGADO E LIGADO AO SEU CADASTRO DE
      *    PROFESSOR (PROFMAST - PRF-USUARIO) E SO DIGITA AS MATERIAS
      *    DAS TURMAS QUE LHE FORAM ATRIBUIDAS NO PROGCOB97 (PROFATRB).
      *    A DIGITACAO SO FICA ABERTA DENTRO DO PRAZO DO TERMO NO
      *    CALENDARIO DE ENTREGA (GRDPRAZO); AS NOTAS VAO PARA O
      *    GRADENT (MATRICULA+TERMO+MATERIA, MESMO INICIO DE LEIAUTE
      *    DO GRADEIN), LIDO PELO PROGCOB08 NA ORIGEM P. PASSADO O
      *    LIMITE, AS NOTAS DO TERMO FICAM BLOQUEADAS E A UNICA
      *    ALTERACAO POSSIVEL E A SOLICITACAO DE CORRECAO, QUE VAI
      *    PARA A FILA DE APROVACAO (PENDAPPR, ARQUIVO TRANSCPT) E SO
      *    E APLICADA NO HISTORICO QUANDO A COORDENACAO APROVAR NO
      *    PROGCOB92, COM AS NOTAS ANTES E DEPOIS NA TRILHA DE
      *    AUDITORIA. NO MENUFILE A OPCAO ENTRA COMO 'N', 'DIGITACAO
      *    DE NOTAS', PRGCOB145, NIVEL 03.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROFMAST ASSIGN TO "PROFMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRF-CODIGO
                   FILE STATUS IS WRK-PROFMAST-STATUS.
               SELECT PROFATRB ASSIGN TO "PROFATRB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PAT-CHAVE
                   FILE STATUS IS WRK-PROFATRB-STATUS.
               SELECT GRDPRAZO ASSIGN TO "GRDPRAZO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GPZ-TERMO
                   FILE STATUS IS WRK-GRDPRAZO-STATUS.
               SELECT ENROLLMT ASSIGN TO "ENROLLMT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-CHAVE
                   FILE STATUS IS WRK-ENROLLMT-STATUS.
               SELECT STUDMAST ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-MATRICULA
                   FILE STATUS IS WRK-STUDMAST-STATUS.
               SELECT GRADENT ASSIGN TO "GRADENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GEN-CHAVE
                   FILE STATUS IS WRK-GRADENT-STATUS.
               SELECT TRANSCPT ASSIGN TO "TRANSCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRC-CHAVE
                   FILE STATUS IS WRK-TRANSCPT-STATUS.
               SELECT PENDAPPR ASSIGN TO "PENDAPPR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-SEQ
                   FILE STATUS IS WRK-PENDAPPR-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PROFMAST.
           01  PRF-REC.
               05 PRF-CODIGO     PIC X(06).
               05 PRF-NOME       PIC X(30).
               05 PRF-USUARIO    PIC X(20).
               05 PRF-SITUACAO   PIC X(01).
                  88 PRF-ATIVO   VALUE 'A'.

           FD  PROFATRB.
           01  PAT-REC.
               05 PAT-CHAVE.
                   10 PAT-TURMA     PIC X(06).
                   10 PAT-MATERIA   PIC 9(03).
               05 PAT-PROFESSOR     PIC X(06).

           FD  GRDPRAZO.
           01  GPZ-REC.
               05 GPZ-TERMO      PIC 9(06).
               05 GPZ-DT-INICIO  PIC 9(08).
               05 GPZ-DT-LIMITE  PIC 9(08).

           FD  ENROLLMT.
           01  ENR-REC.
               05 ENR-CHAVE.
                   10 ENR-TURMA     PIC X(06).
                   10 ENR-TERMO     PIC 9(06).
                   10 ENR-MATRICULA PIC 9(06).

           FD  STUDMAST.
           01  STU-REC.
               05 STU-MATRICULA   PIC 9(06).
               05 STU-NOME        PIC X(20).
               05 STU-TURMA       PIC X(06).

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

           FD  TRANSCPT.
           01  TRANSCPT-REC.
               05 TRC-CHAVE.
                   10 TRC-MATRICULA  PIC 9(06).
                   10 TRC-TERMO      PIC 9(06).
                   10 TRC-MATERIA    PIC 9(03).
               05 TRC-NOTA1          PIC 9(02)V9.
               05 TRC-NOTA2          PIC 9(02)V9.
               05 TRC-NOTA3          PIC 9(02)V9.
               05 TRC-MEDIA          PIC 9(02)V9.
               05 TRC-RESULTADO      PIC X(12).
               05 TRC-FREQ-PCT       PIC 9(03)V9.

           FD  PENDAPPR.
           01  PA-REC.
               05 PA-SEQ         PIC 9(06).
               05 PA-ARQUIVO     PIC X(08).
               05 PA-CHAVE       PIC X(20).
               05 PA-CAMPO       PIC X(10).
               05 PA-VALOR-NOVO  PIC X(20).
               05 PA-SOLICITANTE PIC X(20).
               05 PA-DATAHORA    PIC X(17).
               05 PA-STATUS      PIC X(01).
                  88 PA-PENDENTE  VALUE 'P'.
                  88 PA-APROVADO  VALUE 'A'.
                  88 PA-REJEITADO VALUE 'R'.
               05 PA-APROVADOR   PIC X(20).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROFMAST-STATUS PIC X(02) VALUE SPACES.
               88 PROFMAST-OK        VALUE '00'.
               88 PROFMAST-EOF       VALUE '10'.
           77 WRK-PROFATRB-STATUS PIC X(02) VALUE SPACES.
               88 PROFATRB-OK        VALUE '00'.
               88 PROFATRB-EOF       VALUE '10'.
           77 WRK-GRDPRAZO-STATUS PIC X(02) VALUE SPACES.
               88 GRDPRAZO-OK        VALUE '00'.
           77 WRK-ENROLLMT-STATUS PIC X(02) VALUE SPACES.
               88 ENROLLMT-OK        VALUE '00'.
           77 WRK-STUDMAST-STATUS PIC X(02) VALUE SPACES.
               88 STUDMAST-OK        VALUE '00'.
           77 WRK-GRADENT-STATUS PIC X(02) VALUE SPACES.
               88 GRADENT-OK         VALUE '00'.
           77 WRK-TRANSCPT-STATUS PIC X(02) VALUE SPACES.
               88 TRANSCPT-OK        VALUE '00'.
           77 WRK-PENDAPPR-STATUS PIC X(02) VALUE SPACES.
               88 PENDAPPR-OK        VALUE '00'.
           77 WRK-PA-PROX-SEQ  PIC 9(06) VALUE ZEROS.
           77 WRK-PA-CHAVE     PIC X(20) VALUE SPACES.
           77 WRK-PA-DUPLICADA PIC X(01) VALUE 'N'.
               88 PA-DUPLICADA   VALUE 'S'.
           77 WRK-OPERADOR     PIC X(20) VALUE SPACES.
           77 WRK-PROFESSOR    PIC X(06) VALUE SPACES.
           77 WRK-ACHOU-PROF   PIC X(01) VALUE 'N'.
               88 ACHOU-PROFESSOR VALUE 'S'.
           77 WRK-ATRIBUIDA    PIC X(01) VALUE 'N'.
               88 MATERIA-ATRIBUIDA VALUE 'S'.
      *    ********** SITUACAO DO PRAZO DO TERMO NO GRDPRAZO
           77 WRK-SIT-PRAZO    PIC X(01) VALUE SPACES.
               88 PRAZO-SEM-CALENDARIO VALUE 'S'.
               88 PRAZO-NAO-INICIADO   VALUE 'N'.
               88 PRAZO-ABERTO         VALUE 'A'.
               88 PRAZO-ENCERRADO      VALUE 'F'.
           77 WRK-OPCAO        PIC X(01) VALUE SPACES.
               88 OPCAO-DIGITAR  VALUE 'D'.
               88 OPCAO-CORRIGIR VALUE 'C'.
               88 OPCAO-LISTAR   VALUE 'L'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-TURMA        PIC X(06) VALUE SPACES.
           77 WRK-TERMO        PIC 9(06) VALUE ZEROS.
           77 WRK-MATERIA      PIC 9(03) VALUE ZEROS.
           77 WRK-MATRICULA    PIC 9(06) VALUE ZEROS.
           77 WRK-NOTA1        PIC 9(02)V9 VALUE ZEROS.
           77 WRK-NOTA2        PIC 9(02)V9 VALUE ZEROS.
           77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           77 WRK-FIM-TURMA    PIC X(01) VALUE 'N'.
               88 FIM-TURMA     VALUE 'S'.
           77 WRK-QT-GRAVADAS  PIC 9(03) VALUE ZEROS.
           77 WRK-QT-RECUSADAS PIC 9(03) VALUE ZEROS.
           77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-NOTA-ED      PIC Z9,9 VALUE ZEROS.
           77 WRK-NOTA-ED2     PIC Z9,9 VALUE ZEROS.
      *    ********** VALOR NOVO DA CORRECAO NA FILA DE APROVACAO
           01 WRK-PA-VALOR.
               05 WRK-PA-NOTA1  PIC 9(02)V9.
               05 FILLER        PIC X(01) VALUE SPACE.
               05 WRK-PA-NOTA2  PIC 9(02)V9.
               05 FILLER        PIC X(01) VALUE SPACE.
               05 WRK-PA-TURMA  PIC X(06).

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE SPACES TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               PERFORM 0100-INICIALIZAR.
               IF ACHOU-PROFESSOR
                   PERFORM 0150-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE PROFATRB
                   CLOSE GRDPRAZO
                   CLOSE ENROLLMT
                   CLOSE STUDMAST
                   CLOSE GRADENT
                   CLOSE TRANSCPT
               END-IF.
               CLOSE PROFMAST.
               GOBACK.

      *    ********** O OPERADOR TEM DE SER UM PROFESSOR ATIVO DO
      *    ********** PROFMAST (PRF-USUARIO = USUARIO LOGADO)
           0100-INICIALIZAR.
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR...'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE 'N' TO WRK-ACHOU-PROF.
               OPEN INPUT PROFMAST.
               IF NOT PROFMAST-OK
                   DISPLAY 'CADASTRO DE PROFESSORES INDISPONIVEL -'
                           ' STATUS ' WRK-PROFMAST-STATUS
               ELSE
                   MOVE LOW-VALUES TO PRF-CODIGO
                   START PROFMAST KEY IS GREATER THAN PRF-CODIGO
                       INVALID KEY
                           MOVE '10' TO WRK-PROFMAST-STATUS
                   END-START
                   PERFORM 0110-PROCURAR-PROFESSOR
                           UNTIL PROFMAST-EOF OR ACHOU-PROFESSOR
                   IF NOT ACHOU-PROFESSOR
                       DISPLAY 'USUARIO ' WRK-OPERADOR
                               ' NAO E PROFESSOR ATIVO'
                               ' - DIGITACAO NEGADA'
                   ELSE
                       DISPLAY 'PROFESSOR..' WRK-PROFESSOR ' '
                               PRF-NOME
                       PERFORM 0120-ABRIR-ARQUIVOS
                   END-IF
               END-IF.

           0110-PROCURAR-PROFESSOR.
               READ PROFMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PROFMAST-STATUS
               END-READ.
               IF PROFMAST-OK AND PRF-ATIVO
                  AND PRF-USUARIO = WRK-OPERADOR
                   MOVE 'S'        TO WRK-ACHOU-PROF
                   MOVE PRF-CODIGO TO WRK-PROFESSOR
               END-IF.

           0120-ABRIR-ARQUIVOS.
               OPEN INPUT PROFATRB.
               OPEN INPUT GRDPRAZO.
               OPEN INPUT ENROLLMT.
               OPEN INPUT STUDMAST.
               OPEN INPUT TRANSCPT.
               OPEN I-O GRADENT.
               IF WRK-GRADENT-STATUS = '35'
                   CLOSE GRADENT
                   OPEN OUTPUT GRADENT
                   CLOSE GRADENT
                   OPEN I-O GRADENT
               END-IF.

           0150-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' DIGITACAO DE NOTAS'.
               DISPLAY ' D - DIGITAR NOTAS DA TURMA/MATERIA'.
               DISPLAY ' C - SOLICITAR CORRECAO (TERMO ENCERRADO)'.
               DISPLAY ' L - LISTAR MINHAS TURMAS E MATERIAS'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-DIGITAR
                       PERFORM 0200-DIGITAR THRU 0200-SAIDA
                   WHEN OPCAO-CORRIGIR
                       PERFORM 0400-CORRIGIR THRU 0400-SAIDA
                   WHEN OPCAO-LISTAR
                       PERFORM 0500-LISTAR
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** NOTAS DE TODOS OS ALUNOS MATRICULADOS NA TURMA
      *    ********** NO TERMO, SO DENTRO DO PRAZO DO CALENDARIO
           0200-DIGITAR.
               PERFORM 0210-PEDIR-TURMA-MATERIA.
               PERFORM 0250-CONFERIR-ATRIBUICAO.
               IF NOT MATERIA-ATRIBUIDA
                   DISPLAY 'MATERIA DA TURMA NAO ATRIBUIDA A ESTE'
                           ' PROFESSOR'
                   GO TO 0200-SAIDA
               END-IF.
               PERFORM 0260-CONFERIR-PRAZO.
               EVALUATE TRUE
                   WHEN PRAZO-SEM-CALENDARIO
                       DISPLAY 'TERMO SEM PRAZO DE ENTREGA NO'
                               ' CALENDARIO - PROCURE A COORDENACAO'
                       GO TO 0200-SAIDA
                   WHEN PRAZO-NAO-INICIADO
                       DISPLAY 'DIGITACAO DO TERMO ABRE EM '
                               GPZ-DT-INICIO
                       GO TO 0200-SAIDA
                   WHEN PRAZO-ENCERRADO
                       DISPLAY 'PRAZO DO TERMO ENCERRADO EM '
                               GPZ-DT-LIMITE
                               ' - NOTAS BLOQUEADAS, USE A OPCAO C'
                       GO TO 0200-SAIDA
               END-EVALUATE.
               DISPLAY 'DIGITACAO ABERTA ATE ' GPZ-DT-LIMITE.
               MOVE ZEROS TO WRK-QT-GRAVADAS WRK-QT-RECUSADAS.
               MOVE 'N' TO WRK-FIM-TURMA.
               MOVE WRK-TURMA TO ENR-TURMA.
               MOVE WRK-TERMO TO ENR-TERMO.
               MOVE ZEROS     TO ENR-MATRICULA.
               START ENROLLMT KEY IS GREATER THAN ENR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TURMA
               END-START.
               PERFORM 0300-DIGITAR-ALUNO THRU 0300-SAIDA
                       UNTIL FIM-TURMA.
               DISPLAY 'NOTAS GRAVADAS.. ' WRK-QT-GRAVADAS
                       ' RECUSADAS.. ' WRK-QT-RECUSADAS.
           0200-SAIDA.
               EXIT.

           0210-PEDIR-TURMA-MATERIA.
               DISPLAY 'CODIGO DA TURMA (6)...'.
               ACCEPT WRK-TURMA.
               DISPLAY 'TERMO (AAAAPP)...'.
               ACCEPT WRK-TERMO.
               DISPLAY 'CODIGO DA MATERIA...'.
               ACCEPT WRK-MATERIA.

      *    ********** A MATERIA DA TURMA TEM DE ESTAR ATRIBUIDA AO
      *    ********** PROFESSOR LOGADO NO PROFATRB
           0250-CONFERIR-ATRIBUICAO.
               MOVE 'N' TO WRK-ATRIBUIDA.
               MOVE WRK-TURMA   TO PAT-TURMA.
               MOVE WRK-MATERIA TO PAT-MATERIA.
               READ PROFATRB
                   KEY IS PAT-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-PROFATRB-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PROFATRB-STATUS
               END-READ.
               IF PROFATRB-OK AND PAT-PROFESSOR = WRK-PROFESSOR
                   MOVE 'S' TO WRK-ATRIBUIDA
               END-IF.

           0260-CONFERIR-PRAZO.
               MOVE WRK-TERMO TO GPZ-TERMO.
               READ GRDPRAZO
                   KEY IS GPZ-TERMO
                   INVALID KEY
                       MOVE '23' TO WRK-GRDPRAZO-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-GRDPRAZO-STATUS
               END-READ.
               EVALUATE TRUE
                   WHEN NOT GRDPRAZO-OK
                       MOVE 'S' TO WRK-SIT-PRAZO
                   WHEN WRK-DATA-HOJE < GPZ-DT-INICIO
                       MOVE 'N' TO WRK-SIT-PRAZO
                   WHEN WRK-DATA-HOJE > GPZ-DT-LIMITE
                       MOVE 'F' TO WRK-SIT-PRAZO
                   WHEN OTHER
                       MOVE 'A' TO WRK-SIT-PRAZO
               END-EVALUATE.

           0300-DIGITAR-ALUNO.
               READ ENROLLMT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TURMA
               END-READ.
               IF FIM-TURMA
                   GO TO 0300-SAIDA
               END-IF.
               IF ENR-TURMA NOT = WRK-TURMA
                  OR ENR-TERMO NOT = WRK-TERMO
                   MOVE 'S' TO WRK-FIM-TURMA
                   GO TO 0300-SAIDA
               END-IF.
               MOVE ENR-MATRICULA TO STU-MATRICULA.
               READ STUDMAST
                   KEY IS STU-MATRICULA
                   INVALID KEY
                       MOVE 'ALUNO SEM CADASTRO' TO STU-NOME
               END-READ.
               DISPLAY '------------------------------'.
               DISPLAY 'ALUNO..' ENR-MATRICULA ' ' STU-NOME.
               MOVE ENR-MATRICULA TO GEN-MATRICULA.
               MOVE WRK-TERMO     TO GEN-TERMO.
               MOVE WRK-MATERIA   TO GEN-MATERIA.
               READ GRADENT
                   KEY IS GEN-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-GRADENT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-GRADENT-STATUS
               END-READ.
               IF GRADENT-OK
                   MOVE GEN-NOTA1 TO WRK-NOTA-ED
                   MOVE GEN-NOTA2 TO WRK-NOTA-ED2
                   DISPLAY 'NOTAS JA DIGITADAS.. ' WRK-NOTA-ED
                           ' ' WRK-NOTA-ED2
               END-IF.
               DISPLAY 'NOTA 1...'.
               ACCEPT WRK-NOTA1.
               DISPLAY 'NOTA 2...'.
               ACCEPT WRK-NOTA2.
               IF WRK-NOTA1 > 10,0 OR WRK-NOTA2 > 10,0
                   DISPLAY 'NOTA ACIMA DE 10,0 - ALUNO NAO GRAVADO'
                   ADD 1 TO WRK-QT-RECUSADAS
                   GO TO 0300-SAIDA
               END-IF.
               MOVE ENR-MATRICULA TO GEN-MATRICULA.
               MOVE WRK-TERMO     TO GEN-TERMO.
               MOVE WRK-MATERIA   TO GEN-MATERIA.
               MOVE WRK-NOTA1     TO GEN-NOTA1.
               MOVE WRK-NOTA2     TO GEN-NOTA2.
               MOVE WRK-TURMA     TO GEN-TURMA.
               MOVE WRK-PROFESSOR TO GEN-PROFESSOR.
               MOVE WRK-OPERADOR  TO GEN-USUARIO.
               MOVE WRK-DATA-HOJE TO GEN-DT-DIGITACAO.
               IF GRADENT-OK
                   REWRITE GEN-REC
               ELSE
                   WRITE GEN-REC
               END-IF.
               ADD 1 TO WRK-QT-GRAVADAS.
           0300-SAIDA.
               EXIT.

      *    ********** TERMO ENCERRADO: A NOTA JA LANCADA NO HISTORICO
      *    ********** SO MUDA POR CORRECAO APROVADA PELA COORDENACAO
           0400-CORRIGIR.
               PERFORM 0210-PEDIR-TURMA-MATERIA.
               PERFORM 0250-CONFERIR-ATRIBUICAO.
               IF NOT MATERIA-ATRIBUIDA
                   DISPLAY 'MATERIA DA TURMA NAO ATRIBUIDA A ESTE'
                           ' PROFESSOR'
                   GO TO 0400-SAIDA
               END-IF.
               PERFORM 0260-CONFERIR-PRAZO.
               IF NOT PRAZO-ENCERRADO
                   DISPLAY 'PRAZO DO TERMO NAO ENCERRADO - USE A'
                           ' DIGITACAO (OPCAO D)'
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'MATRICULA DO ALUNO...'.
               ACCEPT WRK-MATRICULA.
               MOVE WRK-TURMA     TO ENR-TURMA.
               MOVE WRK-TERMO     TO ENR-TERMO.
               MOVE WRK-MATRICULA TO ENR-MATRICULA.
               READ ENROLLMT
                   KEY IS ENR-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-ENROLLMT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ENROLLMT-STATUS
               END-READ.
               IF NOT ENROLLMT-OK
                   DISPLAY 'ALUNO NAO MATRICULADO NA TURMA NO TERMO'
                   GO TO 0400-SAIDA
               END-IF.
               MOVE WRK-MATRICULA TO TRC-MATRICULA.
               MOVE WRK-TERMO     TO TRC-TERMO.
               MOVE WRK-MATERIA   TO TRC-MATERIA.
               READ TRANSCPT
                   KEY IS TRC-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-TRANSCPT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-TRANSCPT-STATUS
               END-READ.
               IF NOT TRANSCPT-OK
                   DISPLAY 'NOTA AINDA NAO LANCADA NO HISTORICO -'
                           ' AGUARDE O FECHAMENTO (PROGCOB08)'
                   GO TO 0400-SAIDA
               END-IF.
               MOVE TRC-NOTA1 TO WRK-NOTA-ED.
               MOVE TRC-NOTA2 TO WRK-NOTA-ED2.
               DISPLAY 'NOTAS ATUAIS.. ' WRK-NOTA-ED ' '
                       WRK-NOTA-ED2 ' MEDIA ' TRC-MEDIA
                       ' ' TRC-RESULTADO.
               DISPLAY 'NOVA NOTA 1...'.
               ACCEPT WRK-NOTA1.
               DISPLAY 'NOVA NOTA 2...'.
               ACCEPT WRK-NOTA2.
               IF WRK-NOTA1 > 10,0 OR WRK-NOTA2 > 10,0
                   DISPLAY 'NOTA ACIMA DE 10,0 - CORRECAO RECUSADA'
                   GO TO 0400-SAIDA
               END-IF.
               IF WRK-NOTA1 = TRC-NOTA1 AND WRK-NOTA2 = TRC-NOTA2
                   DISPLAY 'NOTAS IGUAIS AS ATUAIS - NADA A CORRIGIR'
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'CONFIRMA A SOLICITACAO DE CORRECAO (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF NOT CONFIRMOU
                   DISPLAY 'SOLICITACAO CANCELADA'
                   GO TO 0400-SAIDA
               END-IF.
               PERFORM 8000-GRAVAR-PENDENCIA.
           0400-SAIDA.
               EXIT.

           0500-LISTAR.
               MOVE LOW-VALUES TO PAT-CHAVE.
               START PROFATRB KEY IS GREATER THAN PAT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-PROFATRB-STATUS
               END-START.
               PERFORM 0550-LISTAR-ATRIBUICAO
                       UNTIL WRK-PROFATRB-STATUS NOT = '00'.
               MOVE '00' TO WRK-PROFATRB-STATUS.

           0550-LISTAR-ATRIBUICAO.
               READ PROFATRB NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PROFATRB-STATUS
               END-READ.
               IF PROFATRB-OK AND PAT-PROFESSOR = WRK-PROFESSOR
                   DISPLAY ' TURMA ' PAT-TURMA
                           ' MATERIA ' PAT-MATERIA
               END-IF.

      *    ********** GRAVA A CORRECAO NA FILA DE APROVACAO
      *    ********** (PENDAPPR) - APLICADA SO QUANDO A COORDENACAO
      *    ********** APROVAR NO PROGCOB92
           8000-GRAVAR-PENDENCIA.
               OPEN I-O PENDAPPR.
               IF WRK-PENDAPPR-STATUS = '35'
                   CLOSE PENDAPPR
                   OPEN OUTPUT PENDAPPR
                   CLOSE PENDAPPR
                   OPEN I-O PENDAPPR
               END-IF.
               IF WRK-PENDAPPR-STATUS NOT = '00'
                   DISPLAY 'FILA DE APROVACAO INDISPONIVEL -'
                           ' CORRECAO NAO REGISTRADA'
               ELSE
                   MOVE SPACES      TO WRK-PA-CHAVE
                   MOVE TRC-CHAVE   TO WRK-PA-CHAVE(1:15)
                   MOVE 'N'         TO WRK-PA-DUPLICADA
                   MOVE ZEROS TO WRK-PA-PROX-SEQ
                   MOVE ZEROS TO PA-SEQ
                   START PENDAPPR KEY IS GREATER THAN PA-SEQ
                       INVALID KEY
                           MOVE '10' TO WRK-PENDAPPR-STATUS
                   END-START
                   PERFORM 8010-PROCURAR-ULTIMA
                           UNTIL WRK-PENDAPPR-STATUS NOT = '00'
                   MOVE '00' TO WRK-PENDAPPR-STATUS
                   IF PA-DUPLICADA
                       DISPLAY 'JA EXISTE CORRECAO DESTA NOTA'
                               ' PENDENTE DE APROVACAO'
                   ELSE
                       COMPUTE PA-SEQ = WRK-PA-PROX-SEQ + 1
                       PERFORM 8020-PREENCHER-PENDENCIA
                       WRITE PA-REC
                       DISPLAY 'CORRECAO PENDENTE DE APROVACAO DA'
                               ' COORDENACAO - SOLICITACAO ' PA-SEQ
                   END-IF
                   CLOSE PENDAPPR
               END-IF.

           8010-PROCURAR-ULTIMA.
               READ PENDAPPR NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PENDAPPR-STATUS
               END-READ.
               IF WRK-PENDAPPR-STATUS = '00'
                   MOVE PA-SEQ TO WRK-PA-PROX-SEQ
                   IF PA-PENDENTE AND PA-ARQUIVO = 'TRANSCPT'
                      AND PA-CHAVE = WRK-PA-CHAVE
                       MOVE 'S' TO WRK-PA-DUPLICADA
                   END-IF
               END-IF.

      *    ********** CHAVE = MATRICULA + TERMO + MATERIA E VALOR =
      *    ********** NOTA1 (3 DIGITOS) + BRANCO + NOTA2 + BRANCO +
      *    ********** TURMA; AS NOTAS ANTERIORES SAO LIDAS DO
      *    ********** HISTORICO NA APROVACAO, PARA A TRILHA
           8020-PREENCHER-PENDENCIA.
               MOVE 'TRANSCPT'   TO PA-ARQUIVO.
               MOVE WRK-PA-CHAVE TO PA-CHAVE.
               MOVE 'NOTAS'      TO PA-CAMPO.
               MOVE WRK-NOTA1    TO WRK-PA-NOTA1.
               MOVE WRK-NOTA2    TO WRK-PA-NOTA2.
               MOVE WRK-TURMA    TO WRK-PA-TURMA.
               MOVE WRK-PA-VALOR TO PA-VALOR-NOVO.
               MOVE WRK-OPERADOR TO PA-SOLICITANTE.
               PERFORM 9410-MONTAR-DATAHORA-AUD.
               MOVE AUD-TRL-DATAHORA TO PA-DATAHORA.
               MOVE 'P'          TO PA-STATUS.
               MOVE SPACES       TO PA-APROVADOR.

           COPY AUDPROC.
