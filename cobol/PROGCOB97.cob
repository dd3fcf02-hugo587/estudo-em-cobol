      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - PROFESSOR DA TURMA PASSA A SER O CODIGO
      *                         DO CADASTRO DE PROFESSORES (PROFMAST,
      *                         NOVA OPCAO P) NO LUGAR DO NOME DIGITADO;
      *                         NOVA OPCAO A ATRIBUI CADA MATERIA DA
      *                         TURMA A UM PROFESSOR (PROFATRB), QUE SO
      *                         DIGITA NOTAS DO QUE LHE FOI ATRIBUIDO
      *                         (PRGCOB145), E NOVA OPCAO E MANTEM O
      *                         CALENDARIO DE ENTREGA DE NOTAS POR TERMO
      *                         (GRDPRAZO - INICIO E DATA LIMITE DA
      *                         DIGITACAO; PASSADO O LIMITE, AS NOTAS DO
      *                         TERMO FICAM BLOQUEADAS).
      *    15/10/2026 HUGOVIE - MATRICULA CONFERE AS MENSALIDADES EM
      *                         ATRASO DO RESPONSAVEL (DLQPROC): ACIMA
      *                         DO LIMITE DO DELQPAR A MATRICULA E
      *                         RECUSADA (POLITICA R) OU FEITA COM O
      *                         AVISO DE PENDENCIA FINANCEIRA (M).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-MATRICULA
                   FILE STATUS IS WRK-STUDMAST-STATUS.
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
               SELECT ROSTER ASSIGN TO "ROSTER"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ROSTER-STATUS.
           01  TUR-REC.
               05 TUR-CODIGO     PIC X(06).
               05 TUR-NOME       PIC X(20).
               05 TUR-COD-PROF   PIC X(06).
               05 FILLER         PIC X(14).
               05 TUR-ATIVA      PIC X(01).
                  88 TUR-ATIVA-SIM VALUE 'S'.

               05 STU-NOME        PIC X(20).
               05 STU-TURMA       PIC X(06).

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

           FD  ROSTER.
           01  ROSTER-REC         PIC X(80).

               88 STUDMAST-OK        VALUE '00'.
               88 STUDMAST-NOTFOUND  VALUE '23'.
           77 WRK-ROSTER-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROFMAST-STATUS PIC X(02) VALUE SPACES.
               88 PROFMAST-OK        VALUE '00'.
               88 PROFMAST-NOTFOUND  VALUE '23'.
               88 PROFMAST-EOF       VALUE '10'.
           77 WRK-PROFATRB-STATUS PIC X(02) VALUE SPACES.
               88 PROFATRB-OK        VALUE '00'.
           77 WRK-GRDPRAZO-STATUS PIC X(02) VALUE SPACES.
               88 GRDPRAZO-OK        VALUE '00'.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-TURMA    VALUE 'T'.
               88 OPCAO-MATRIC   VALUE 'M'.
               88 OPCAO-DESLIGAR VALUE 'D'.
               88 OPCAO-CHAMADA  VALUE 'C'.
               88 OPCAO-LISTAR   VALUE 'L'.
               88 OPCAO-PROFESSOR VALUE 'P'.
               88 OPCAO-ATRIBUIR VALUE 'A'.
               88 OPCAO-PRAZO    VALUE 'E'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-TURMA      PIC X(06) VALUE SPACES.
           77 WRK-TERMO      PIC 9(06) VALUE ZEROS.
           77 WRK-FIM-TURMA  PIC X(01) VALUE 'N'.
               88 FIM-TURMA   VALUE 'S'.
           77 WRK-LINHA      PIC X(80) VALUE SPACES.
           77 WRK-PROFESSOR  PIC X(06) VALUE SPACES.
           77 WRK-MATERIA    PIC 9(03) VALUE ZEROS.
           77 WRK-NOME-PROF  PIC X(30) VALUE SPACES.
           77 WRK-STUFIN-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DELQPAR-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY DLQCOM.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
                   CLOSE TURMMAST
                   CLOSE ENROLLMT
                   CLOSE STUDMAST
                   CLOSE PROFMAST
                   CLOSE PROFATRB
                   CLOSE GRDPRAZO
                   PERFORM 9455-FECHAR-INADIMPL
               END-IF.
               GOBACK.

                       OPEN I-O ENROLLMT
                   END-IF
                   OPEN INPUT STUDMAST
                   OPEN I-O PROFMAST
                   IF WRK-PROFMAST-STATUS = '35'
                       CLOSE PROFMAST
                       OPEN OUTPUT PROFMAST
                       CLOSE PROFMAST
                       OPEN I-O PROFMAST
                   END-IF
                   OPEN I-O PROFATRB
                   IF WRK-PROFATRB-STATUS = '35'
                       CLOSE PROFATRB
                       OPEN OUTPUT PROFATRB
                       CLOSE PROFATRB
                       OPEN I-O PROFATRB
                   END-IF
                   OPEN I-O GRDPRAZO
                   IF WRK-GRDPRAZO-STATUS = '35'
                       CLOSE GRDPRAZO
                       OPEN OUTPUT GRDPRAZO
                       CLOSE GRDPRAZO
                       OPEN I-O GRDPRAZO
                   END-IF
                   PERFORM 9450-ABRIR-INADIMPL
               END-IF.

           0100-LOOP-MENU.
               DISPLAY ' D - DESLIGAR ALUNO DA TURMA'.
               DISPLAY ' C - LISTA DE CHAMADA (ROSTER)'.
               DISPLAY ' L - LISTAR TURMAS'.
               DISPLAY ' P - INCLUIR/ALTERAR PROFESSOR'.
               DISPLAY ' A - ATRIBUIR MATERIA DA TURMA A PROFESSOR'.
               DISPLAY ' E - PRAZO DE ENTREGA DE NOTAS DO TERMO'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
                       PERFORM 0500-CHAMADA
                   WHEN OPCAO-LISTAR
                       PERFORM 0600-LISTAR
                   WHEN OPCAO-PROFESSOR
                       PERFORM 0700-MANTER-PROFESSOR
                   WHEN OPCAO-ATRIBUIR
                       PERFORM 0750-ATRIBUIR-MATERIA
                   WHEN OPCAO-PRAZO
                       PERFORM 0800-MANTER-PRAZO
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       MOVE '00' TO WRK-TURMMAST-STATUS
               END-READ.

      *    ********** PROFESSOR ATIVO NO CADASTRO; NOME EM
      *    ********** WRK-NOME-PROF PARA CHAMADA E LISTAGEM
           0160-LER-PROFESSOR.
               MOVE WRK-PROFESSOR TO PRF-CODIGO.
               READ PROFMAST
                   KEY IS PRF-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-PROFMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PROFMAST-STATUS
               END-READ.
               IF PROFMAST-OK AND NOT PRF-ATIVO
                   MOVE '23' TO WRK-PROFMAST-STATUS
               END-IF.
               IF PROFMAST-OK
                   MOVE PRF-NOME TO WRK-NOME-PROF
               ELSE
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-NOME-PROF
               END-IF.

           0200-MANTER-TURMA.
               PERFORM 0150-PEDIR-TURMA.
               IF TURMMAST-OK
               MOVE WRK-TURMA TO TUR-CODIGO.
               DISPLAY 'NOME DA TURMA...'.
               ACCEPT TUR-NOME FROM CONSOLE.
               DISPLAY 'CODIGO DO PROFESSOR (PROFMAST)...'.
               ACCEPT WRK-PROFESSOR.
               PERFORM 0160-LER-PROFESSOR.
               IF NOT PROFMAST-OK
                   DISPLAY 'PROFESSOR NAO CADASTRADO - USE A OPCAO P'
                   MOVE SPACES TO WRK-PROFESSOR
               END-IF.
               MOVE WRK-PROFESSOR TO TUR-COD-PROF.
               MOVE 'S' TO TUR-ATIVA.
               IF TURMMAST-OK
                   REWRITE TUR-REC
                       DISPLAY 'ALUNO NAO CADASTRADO - USE O'
                               ' PROGCOB43'
                   ELSE
                       MOVE WRK-MATRICULA TO DLQ-MATRICULA
                       PERFORM 9460-APURAR-INADIMPL
                       IF DLQ-ACIMA-LIMITE
                           PERFORM 0350-AVISAR-PENDENCIA
                       END-IF
                       IF DLQ-ACIMA-LIMITE AND DLQ-POLIT-RETER
                           DISPLAY 'MATRICULA RECUSADA - REGULARIZAR'
                                   ' NA TESOURARIA'
                       ELSE
                           MOVE WRK-TURMA     TO ENR-TURMA
                           MOVE WRK-TERMO     TO ENR-TERMO
                           MOVE WRK-MATRICULA TO ENR-MATRICULA
                           WRITE ENR-REC
                               INVALID KEY
                                   DISPLAY 'ALUNO JA MATRICULADO NA'
                                           ' TURMA NO TERMO'
                           END-WRITE
                           DISPLAY 'MATRICULA EFETUADA - '
                                   STU-NOME
                       END-IF
                   END-IF
               END-IF.

      *    ********** MENSALIDADES EM ATRASO DO RESPONSAVEL ACIMA DO
      *    ********** LIMITE DO DELQPAR
           0350-AVISAR-PENDENCIA.
               MOVE DLQ-VALOR-VENCIDO TO WRK-VALOR-ED.
               DISPLAY 'PENDENCIA FINANCEIRA - RESPONSAVEL '
                       DLQ-CLIENTE.
               DISPLAY '  MENSALIDADES VENCIDAS.. ' DLQ-QT-PARCELAS
                       '  VALOR.. ' WRK-VALOR-ED
                       '  MESES DE ATRASO.. ' DLQ-MESES-ATRASO.

           0400-DESLIGAR.
               DISPLAY 'CODIGO DA TURMA (6)...'.
               ACCEPT WRK-TURMA.
                   END-STRING
                   MOVE WRK-LINHA TO ROSTER-REC
                   WRITE ROSTER-REC
                   MOVE TUR-COD-PROF TO WRK-PROFESSOR
                   PERFORM 0160-LER-PROFESSOR
                   MOVE SPACES TO WRK-LINHA
                   STRING 'PROFESSOR ' TUR-COD-PROF ' '
                          WRK-NOME-PROF
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO ROSTER-REC
                       MOVE '10' TO WRK-TURMMAST-STATUS
               END-READ.
               IF TURMMAST-OK
                   MOVE TUR-COD-PROF TO WRK-PROFESSOR
                   PERFORM 0160-LER-PROFESSOR
                   DISPLAY ' TURMA ' TUR-CODIGO ' ' TUR-NOME
                           ' PROF ' TUR-COD-PROF
                           ' ' WRK-NOME-PROF(1:20)
                           ' ATIVA ' TUR-ATIVA
               END-IF.

      *    ********** CADASTRO DE PROFESSORES: O USUARIO DO SECFILE
      *    ********** LIGA O PROFESSOR AO LOGIN DA DIGITACAO DE NOTAS
           0700-MANTER-PROFESSOR.
               DISPLAY 'CODIGO DO PROFESSOR (6)...'.
               ACCEPT WRK-PROFESSOR.
               MOVE WRK-PROFESSOR TO PRF-CODIGO.
               READ PROFMAST
                   KEY IS PRF-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-PROFMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PROFMAST-STATUS
               END-READ.
               IF PROFMAST-OK
                   DISPLAY 'PROFESSOR JA EXISTE - SERA ALTERADO'
               END-IF.
               MOVE WRK-PROFESSOR TO PRF-CODIGO.
               DISPLAY 'NOME DO PROFESSOR...'.
               ACCEPT PRF-NOME FROM CONSOLE.
               DISPLAY 'USUARIO DE ACESSO (SECFILE)...'.
               ACCEPT PRF-USUARIO FROM CONSOLE.
               DISPLAY 'SITUACAO (A-ATIVO / I-INATIVO)...'.
               ACCEPT PRF-SITUACAO.
               IF PRF-SITUACAO NOT = 'I'
                   MOVE 'A' TO PRF-SITUACAO
               END-IF.
               IF PROFMAST-OK
                   REWRITE PRF-REC
                   DISPLAY 'PROFESSOR ALTERADO..' WRK-PROFESSOR
               ELSE
                   WRITE PRF-REC
                   DISPLAY 'PROFESSOR INCLUIDO..' WRK-PROFESSOR
               END-IF.

      *    ********** CADA MATERIA DA TURMA TEM UM PROFESSOR
      *    ********** RESPONSAVEL PELA DIGITACAO DAS NOTAS
           0750-ATRIBUIR-MATERIA.
               PERFORM 0150-PEDIR-TURMA.
               IF NOT TURMMAST-OK
                   DISPLAY 'TURMA NAO CADASTRADA'
               ELSE
                   DISPLAY 'CODIGO DA MATERIA...'
                   ACCEPT WRK-MATERIA
                   DISPLAY 'CODIGO DO PROFESSOR...'
                   ACCEPT WRK-PROFESSOR
                   PERFORM 0160-LER-PROFESSOR
                   IF NOT PROFMAST-OK
                       DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO'
                   ELSE
                       MOVE WRK-TURMA     TO PAT-TURMA
                       MOVE WRK-MATERIA   TO PAT-MATERIA
                       MOVE WRK-PROFESSOR TO PAT-PROFESSOR
                       WRITE PAT-REC
                           INVALID KEY
                               REWRITE PAT-REC
                       END-WRITE
                       DISPLAY 'MATERIA ' WRK-MATERIA ' DA TURMA '
                               WRK-TURMA ' ATRIBUIDA A '
                               WRK-NOME-PROF
                   END-IF
               END-IF.

      *    ********** CALENDARIO DE ENTREGA DE NOTAS: DIGITACAO
      *    ********** ABERTA DE GPZ-DT-INICIO ATE GPZ-DT-LIMITE;
      *    ********** DEPOIS DO LIMITE, SO CORRECAO APROVADA
           0800-MANTER-PRAZO.
               DISPLAY 'TERMO (AAAAPP)...'.
               ACCEPT WRK-TERMO.
               MOVE WRK-TERMO TO GPZ-TERMO.
               READ GRDPRAZO
                   KEY IS GPZ-TERMO
                   INVALID KEY
                       MOVE '23' TO WRK-GRDPRAZO-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-GRDPRAZO-STATUS
               END-READ.
               IF GRDPRAZO-OK
                   DISPLAY 'PRAZO ATUAL.. ' GPZ-DT-INICIO ' A '
                           GPZ-DT-LIMITE
               END-IF.
               MOVE WRK-TERMO TO GPZ-TERMO.
               DISPLAY 'INICIO DA DIGITACAO (AAAAMMDD)...'.
               ACCEPT GPZ-DT-INICIO.
               DISPLAY 'DATA LIMITE DA DIGITACAO (AAAAMMDD)...'.
               ACCEPT GPZ-DT-LIMITE.
               IF GPZ-DT-INICIO = ZEROS
                  OR GPZ-DT-LIMITE < GPZ-DT-INICIO
                   DISPLAY 'PRAZO INVALIDO - NADA GRAVADO'
               ELSE
                   IF GRDPRAZO-OK
                       REWRITE GPZ-REC
                       DISPLAY 'PRAZO DO TERMO ALTERADO..' WRK-TERMO
                   ELSE
                       WRITE GPZ-REC
                       DISPLAY 'PRAZO DO TERMO INCLUIDO..' WRK-TERMO
                   END-IF
               END-IF.

           COPY DLQPROC.
