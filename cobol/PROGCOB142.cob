           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB142.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONSULTA E REIMPRESSAO DO REPOSITORIO DE
      *    RELATORIOS (RPTIDX/RPTSTORE, GUARDADOS PELO PRGCOB141).
      *    CHAMADO PELO MENU DE OPERACOES (PROGCOB18, OPCAO R) COM
      *    O USUARIO LOGADO. O USUARIO INFORMA O NOME DO RELATORIO
      *    E A DATA DE NEGOCIO (ZERO = DATA DA ULTIMA GUARDA), VE
      *    AS EXECUCOES DAQUELE DIA (DATA/HORA, OPERADOR, PROGRAMA,
      *    PAGINAS E REIMPRESSOES) E ESCOLHE UMA PARA VISUALIZAR NA
      *    TELA OU REIMPRIMIR NO RPTREPR (COM CABECALHO DE
      *    REIMPRESSAO). O ACESSO SEGUE AS PERMISSOES DO MENU: COM
      *    PAPEIS NO USERROLE, O USUARIO PRECISA TER A OPCAO DO MENU
      *    LIGADA AO RELATORIO NO CATALOGO (ROLPROC); SEM PAPEL, VALE
      *    O NIVEL MINIMO DO CATALOGO CONTRA O SEC-NIVEL. ACESSO
      *    NEGADO VAI PARA O ERRLOG; A REIMPRESSAO FICA CONTADA NO
      *    INDICE COM O ULTIMO USUARIO QUE REIMPRIMIU.
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
               SELECT RPTIDX ASSIGN TO "RPTIDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPI-CHAVE
                   FILE STATUS IS WRK-RPTIDX-STATUS.
               SELECT RPTSTORE ASSIGN TO "RPTSTORE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPX-CHAVE
                   FILE STATUS IS WRK-RPTSTORE-STATUS.
               SELECT RPTREPR ASSIGN TO "RPTREPR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RPTREPR-STATUS.
               SELECT SECFILE ASSIGN TO "SECFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-USUARIO
                   FILE STATUS IS WRK-SECFILE-STATUS.
               SELECT ROLEMAST ASSIGN TO "ROLEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RL-PAPEL
                   FILE STATUS IS WRK-ROLEMAST-STATUS.
               SELECT USERROLE ASSIGN TO "USERROLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UR-CHAVE
                   FILE STATUS IS WRK-USERROLE-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  RPTIDX.
           01  RPI-REC.
               05 RPI-CHAVE.
                   10 RPI-RELATORIO PIC X(10).
                   10 RPI-DATA      PIC 9(08).
                   10 RPI-SEQ       PIC 9(03).
               05 RPI-OPCAO         PIC X(01).
               05 RPI-NIVEL-MIN     PIC 9(02).
               05 RPI-DESCRICAO     PIC X(30).
               05 RPI-DADOS         PIC X(81).
               05 RPI-EXECUCAO REDEFINES RPI-DADOS.
                   10 RPI-DATAHORA  PIC X(17).
                   10 RPI-OPERADOR  PIC X(20).
                   10 RPI-PROGRAMA  PIC X(09).
                   10 RPI-QT-LINHAS PIC 9(06).
                   10 RPI-QT-PAGINAS PIC 9(05).
                   10 RPI-QT-REIMPR PIC 9(04).
                   10 RPI-ULT-REIMPR PIC X(20).
               05 RPI-CONTROLE REDEFINES RPI-DADOS.
                   10 RPI-CT-DATA   PIC 9(08).
                   10 RPI-CT-SEQ    PIC 9(03).
                   10 RPI-CT-DATAHORA PIC X(17).
                   10 RPI-CT-QT-LINHAS PIC 9(06).
                   10 FILLER        PIC X(47).

           FD  RPTSTORE.
           01  RPX-REC.
               05 RPX-CHAVE.
                   10 RPX-RELATORIO PIC X(10).
                   10 RPX-DATA      PIC 9(08).
                   10 RPX-SEQ       PIC 9(03).
                   10 RPX-LINHA     PIC 9(06).
               05 RPX-TEXTO         PIC X(132).

           FD  RPTREPR.
           01  RPTREPR-REC          PIC X(132).

           FD  SECFILE.
           01  SEC-REC.
               05 SEC-USUARIO     PIC X(20).
               05 SEC-SENHA       PIC X(10).
               05 SEC-NIVEL       PIC 9(02).
               05 SEC-QT-ERRADAS  PIC 9(02).
               05 SEC-BLOQUEADO   PIC X(01).
                  88 SEC-CONTA-BLOQUEADA VALUE 'S'.
               05 SEC-DT-TROCA    PIC 9(08).

           FD  ROLEMAST.
           01  RL-REC.
               05 RL-PAPEL        PIC X(08).
               05 RL-DESCRICAO    PIC X(30).
               05 RL-SITUACAO     PIC X(01).
                  88 RL-ATIVO     VALUE 'A'.
               05 RL-OPCOES       PIC X(20).
               05 RL-APROVA       PIC X(08) OCCURS 5 TIMES.
               05 RL-FUNCAO       PIC X(03) OCCURS 5 TIMES.

           FD  USERROLE.
           01  UR-REC.
               05 UR-CHAVE.
                  10 UR-USUARIO   PIC X(20).
                  10 UR-PAPEL     PIC X(08).
               05 UR-DT-ATRIB     PIC 9(08).
               05 UR-SOLICITANTE  PIC X(20).
               05 UR-APROVADOR    PIC X(20).

           FD  ERRLOG.
           01  ERRLOG-REC         PIC X(80).

           WORKING-STORAGE SECTION.
           COPY ERRCOM.
           COPY ROLCOM.
           77 WRK-RPTIDX-STATUS PIC X(02) VALUE SPACES.
               88 RPTIDX-OK        VALUE '00'.
               88 RPTIDX-EOF       VALUE '10'.
           77 WRK-RPTSTORE-STATUS PIC X(02) VALUE SPACES.
               88 RPTSTORE-OK      VALUE '00'.
           77 WRK-RPTREPR-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SECFILE-STATUS PIC X(02) VALUE SPACES.
               88 SECFILE-OK       VALUE '00'.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USUARIO       PIC X(20) VALUE SPACES.
           77 WRK-NIVEL         PIC 9(02) VALUE 99.
           77 WRK-RELATORIO     PIC X(10) VALUE SPACES.
           77 WRK-DATA          PIC 9(08) VALUE ZEROS.
           77 WRK-SEQ           PIC 9(03) VALUE ZEROS.
           77 WRK-CT-DATA       PIC 9(08) VALUE ZEROS.
           77 WRK-ACAO          PIC X(01) VALUE SPACES.
               88 ACAO-VISUALIZAR VALUE 'V'.
               88 ACAO-REIMPRIMIR VALUE 'R'.
           77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
               88 PARAR-EXIBICAO VALUE 'N'.
           77 WRK-FIM-CONSULTA  PIC X(01) VALUE 'N'.
               88 FIM-CONSULTA   VALUE 'S'.
           77 WRK-FIM-LISTA     PIC X(01) VALUE 'N'.
               88 FIM-LISTA      VALUE 'S'.
           77 WRK-PERMITIDO     PIC X(01) VALUE 'N'.
               88 RELATORIO-PERMITIDO VALUE 'S'.
           77 WRK-QT-EXEC       PIC 9(03) VALUE ZEROS.
           77 WRK-LINHA         PIC 9(06) VALUE ZEROS.
           77 WRK-QT-LINHAS     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-IMPRESSAS  PIC 9(06) VALUE ZEROS.
           77 WRK-LINHAS-TELA   PIC 9(02) VALUE 20.
           77 WRK-QUOCIENTE     PIC 9(06) VALUE ZEROS.
           77 WRK-RESTO         PIC 9(02) VALUE ZEROS.
           77 WRK-DATAHORA      PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA   PIC 9(08).
               02 WRK-TS-HORA   PIC 9(08).

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               MOVE 'PRGCOB142' TO ERR-PROGRAMA.
               IF ADDRESS OF LNK-USUARIO = NULL
                   DISPLAY 'REIMPRESSAO DE RELATORIOS SO PELO MENU'
                           ' DE OPERACOES (PROGCOB18)'
                   GOBACK
               END-IF.
               MOVE LNK-USUARIO TO WRK-USUARIO.
               PERFORM 0100-CARREGAR-PERMISSOES.
               OPEN I-O RPTIDX.
               IF NOT RPTIDX-OK
                   DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL'
                   GOBACK
               END-IF.
               OPEN INPUT RPTSTORE.
               IF NOT RPTSTORE-OK
                   DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL'
                   CLOSE RPTIDX
                   GOBACK
               END-IF.
               MOVE 'N' TO WRK-FIM-CONSULTA.
               PERFORM 0200-CONSULTAR THRU 0200-SAIDA
                       UNTIL FIM-CONSULTA.
               CLOSE RPTIDX RPTSTORE.
               GOBACK.

      *    ********** NIVEL DO SECFILE E PAPEIS DO USERROLE, COMO NO
      *    ********** MENU DE OPERACOES
           0100-CARREGAR-PERMISSOES.
               MOVE 99 TO WRK-NIVEL.
               OPEN INPUT SECFILE.
               IF SECFILE-OK
                   MOVE WRK-USUARIO TO SEC-USUARIO
                   READ SECFILE
                       KEY IS SEC-USUARIO
                       INVALID KEY
                           MOVE '23' TO WRK-SECFILE-STATUS
                   END-READ
                   IF SECFILE-OK
                       MOVE SEC-NIVEL TO WRK-NIVEL
                   END-IF
                   CLOSE SECFILE
               END-IF.
               MOVE WRK-USUARIO TO ROL-USUARIO.
               PERFORM 9250-CARREGAR-PAPEIS.

           0200-CONSULTAR.
               DISPLAY '====== REPOSITORIO DE RELATORIOS ======'.
               DISPLAY 'RELATORIO (BRANCO PARA SAIR)...'.
               MOVE SPACES TO WRK-RELATORIO.
               ACCEPT WRK-RELATORIO.
               IF WRK-RELATORIO = SPACES
                   MOVE 'S' TO WRK-FIM-CONSULTA
                   GO TO 0200-SAIDA
               END-IF.
               MOVE WRK-RELATORIO TO RPI-RELATORIO.
               MOVE ZEROS         TO RPI-DATA RPI-SEQ.
               READ RPTIDX
                   KEY IS RPI-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RPTIDX-STATUS
               END-READ.
               IF NOT RPTIDX-OK
                   DISPLAY 'RELATORIO ' WRK-RELATORIO
                           ' SEM EXECUCOES NO REPOSITORIO'
                   GO TO 0200-SAIDA
               END-IF.
               PERFORM 0300-AUTORIZAR.
               IF NOT RELATORIO-PERMITIDO
                   DISPLAY 'RELATORIO FORA DAS PERMISSOES DO USUARIO'
                   MOVE 'RPTIDX' TO ERR-ARQUIVO
                   MOVE SPACES   TO ERR-STATUS
                   MOVE SPACES   TO ERR-MENSAGEM
                   STRING 'NEGADO ' WRK-RELATORIO ' A ' WRK-USUARIO
                          DELIMITED BY SIZE INTO ERR-MENSAGEM
                   END-STRING
                   PERFORM 9100-REGISTRAR-ERRO
                   GO TO 0200-SAIDA
               END-IF.
               MOVE RPI-CT-DATA TO WRK-CT-DATA.
               DISPLAY RPI-DESCRICAO.
               DISPLAY 'DATA DE NEGOCIO (AAAAMMDD, ZERO = ULTIMA'
                       ' GUARDA ' WRK-CT-DATA ')...'.
               ACCEPT WRK-DATA.
               IF WRK-DATA = ZEROS
                   MOVE WRK-CT-DATA TO WRK-DATA
               END-IF.
               PERFORM 0400-LISTAR-EXECUCOES.
               IF WRK-QT-EXEC = 0
                   DISPLAY 'NENHUMA EXECUCAO DE ' WRK-RELATORIO
                           ' EM ' WRK-DATA ' - ULTIMA GUARDA EM '
                           WRK-CT-DATA
                   GO TO 0200-SAIDA
               END-IF.
               DISPLAY 'SEQUENCIA DA EXECUCAO...'.
               ACCEPT WRK-SEQ.
               MOVE WRK-RELATORIO TO RPI-RELATORIO.
               MOVE WRK-DATA      TO RPI-DATA.
               MOVE WRK-SEQ       TO RPI-SEQ.
               READ RPTIDX
                   KEY IS RPI-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RPTIDX-STATUS
               END-READ.
               IF NOT RPTIDX-OK OR WRK-SEQ = ZEROS
                   DISPLAY 'EXECUCAO NAO ENCONTRADA'
                   GO TO 0200-SAIDA
               END-IF.
               DISPLAY 'V - VISUALIZAR / R - REIMPRIMIR...'.
               ACCEPT WRK-ACAO.
               EVALUATE TRUE
                   WHEN ACAO-VISUALIZAR
                       PERFORM 0500-VISUALIZAR
                   WHEN ACAO-REIMPRIMIR
                       PERFORM 0600-REIMPRIMIR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA'
               END-EVALUATE.
           0200-SAIDA.
               EXIT.

      *    ********** COM PAPEL, A OPCAO DO MENU LIGADA AO RELATORIO;
      *    ********** SEM PAPEL, O NIVEL MINIMO (REGRA DO PROGCOB18)
           0300-AUTORIZAR.
               MOVE 'N' TO WRK-PERMITIDO.
               IF ROL-SEM-PAPEL
                   IF WRK-NIVEL <= RPI-NIVEL-MIN
                       MOVE 'S' TO WRK-PERMITIDO
                   END-IF
               ELSE
                   MOVE RPI-OPCAO TO ROL-CONSULTA
                   PERFORM 9260-TEM-OPCAO
                   MOVE ROL-RESULTADO TO WRK-PERMITIDO
               END-IF.

           0400-LISTAR-EXECUCOES.
               MOVE ZEROS TO WRK-QT-EXEC.
               MOVE 'N'   TO WRK-FIM-LISTA.
               MOVE WRK-RELATORIO TO RPI-RELATORIO.
               MOVE WRK-DATA      TO RPI-DATA.
               MOVE 1             TO RPI-SEQ.
               START RPTIDX KEY IS NOT LESS THAN RPI-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LISTA
               END-START.
               IF NOT FIM-LISTA
                   DISPLAY 'SEQ DATA/HORA          OPERADOR'
                           '             PROGRAMA  PAGS REIMPR'
               END-IF.
               PERFORM 0410-LER-EXECUCAO UNTIL FIM-LISTA.

           0410-LER-EXECUCAO.
               READ RPTIDX NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LISTA
               END-READ.
               IF NOT FIM-LISTA
                   IF RPI-RELATORIO NOT = WRK-RELATORIO
                      OR RPI-DATA NOT = WRK-DATA
                       MOVE 'S' TO WRK-FIM-LISTA
                   ELSE
                       ADD 1 TO WRK-QT-EXEC
                       DISPLAY RPI-SEQ ' ' RPI-DATAHORA ' '
                               RPI-OPERADOR ' ' RPI-PROGRAMA ' '
                               RPI-QT-PAGINAS ' ' RPI-QT-REIMPR
                   END-IF
               END-IF.

      *    ********** VISUALIZACAO NA TELA, PARANDO A CADA TELA CHEIA
           0500-VISUALIZAR.
               MOVE RPI-QT-LINHAS TO WRK-QT-LINHAS.
               MOVE 'S' TO WRK-CONTINUA.
               PERFORM 0510-MOSTRAR-LINHA
                       VARYING WRK-LINHA FROM 1 BY 1
                       UNTIL WRK-LINHA > WRK-QT-LINHAS
                       OR PARAR-EXIBICAO.
               DISPLAY '*** FIM DO RELATORIO ' WRK-RELATORIO ' ***'.

           0510-MOSTRAR-LINHA.
               PERFORM 0700-LER-LINHA.
               IF RPTSTORE-OK
                   DISPLAY RPX-TEXTO
               ELSE
                   DISPLAY '*** LINHA ' WRK-LINHA
                           ' AUSENTE NO REPOSITORIO'
               END-IF.
               DIVIDE WRK-LINHA BY WRK-LINHAS-TELA
                      GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
               IF WRK-RESTO = 0 AND WRK-LINHA < WRK-QT-LINHAS
                   DISPLAY 'CONTINUA (S/N)...'
                   ACCEPT WRK-CONTINUA
               END-IF.

      *    ********** REIMPRESSAO NO RPTREPR COM CABECALHO; CONTA A
      *    ********** REIMPRESSAO NO INDICE
           0600-REIMPRIMIR.
               MOVE RPI-QT-LINHAS TO WRK-QT-LINHAS.
               MOVE ZEROS TO WRK-QT-IMPRESSAS.
               OPEN EXTEND RPTREPR.
               IF WRK-RPTREPR-STATUS = '35'
                   OPEN OUTPUT RPTREPR
               END-IF.
               IF WRK-RPTREPR-STATUS NOT = '00'
                   DISPLAY 'IMPRESSAO (RPTREPR) INDISPONIVEL - STATUS '
                           WRK-RPTREPR-STATUS
               ELSE
                   PERFORM 0900-MONTAR-DATAHORA
                   MOVE SPACES TO RPTREPR-REC
                   STRING '*** REIMPRESSAO - ' WRK-RELATORIO ' DE '
                          RPI-DATA '/' RPI-SEQ ' - EXECUTADO EM '
                          RPI-DATAHORA ' POR ' RPI-OPERADOR
                          DELIMITED BY SIZE INTO RPTREPR-REC
                   END-STRING
                   WRITE RPTREPR-REC
                   MOVE SPACES TO RPTREPR-REC
                   STRING '*** REIMPRESSO POR ' WRK-USUARIO ' EM '
                          WRK-DATAHORA
                          DELIMITED BY SIZE INTO RPTREPR-REC
                   END-STRING
                   WRITE RPTREPR-REC
                   PERFORM 0610-IMPRIMIR-LINHA
                           VARYING WRK-LINHA FROM 1 BY 1
                           UNTIL WRK-LINHA > WRK-QT-LINHAS
                   CLOSE RPTREPR
                   ADD 1 TO RPI-QT-REIMPR
                   MOVE WRK-USUARIO TO RPI-ULT-REIMPR
                   REWRITE RPI-REC
                   DISPLAY 'REIMPRESSO NO RPTREPR - LINHAS '
                           WRK-QT-IMPRESSAS ' PAGINAS '
                           RPI-QT-PAGINAS
               END-IF.

           0610-IMPRIMIR-LINHA.
               PERFORM 0700-LER-LINHA.
               IF RPTSTORE-OK
                   MOVE RPX-TEXTO TO RPTREPR-REC
                   WRITE RPTREPR-REC
                   ADD 1 TO WRK-QT-IMPRESSAS
               END-IF.

           0700-LER-LINHA.
               MOVE RPI-RELATORIO TO RPX-RELATORIO.
               MOVE RPI-DATA      TO RPX-DATA.
               MOVE RPI-SEQ       TO RPX-SEQ.
               MOVE WRK-LINHA     TO RPX-LINHA.
               READ RPTSTORE
                   KEY IS RPX-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RPTSTORE-STATUS
               END-READ.

           0900-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               MOVE SPACES TO WRK-DATAHORA.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           COPY ERRPROC.
           COPY ROLPROC.
