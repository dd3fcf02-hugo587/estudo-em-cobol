           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB136.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RELATORIO DE ACESSOS - QUEM PODE FAZER O QUE.
      *    PARA CADA USUARIO DO SECFILE, O ACCESSRP MOSTRA O NIVEL, A
      *    SITUACAO DA CONTA, OS PAPEIS ATRIBUIDOS (USERROLE), AS
      *    OPCOES DO MENU QUE ELE ALCANCA (MENUFILE, OU AS TRES
      *    HISTORICAS DO PROGCOB18 QUANDO NAO HA MENUFILE), OS
      *    ARQUIVOS CUJAS SOLICITACOES PODE APROVAR NA MESA PROGCOB92
      *    E AS FUNCOES DE NEGOCIO, APONTANDO O USUARIO CUJOS PAPEIS
      *    REUNEM UM PAR INCOMPATIVEL DO SODRULES. USUARIO SEM PAPEL
      *    SAI PELA REGRA DO NIVEL (NIVEL MINIMO DO MENU; APROVA TUDO
      *    SE FOR ADM). NO FIM, O CADASTRO DE PAPEIS (ROLEMAST) COM A
      *    QUANTIDADE DE USUARIOS EM CADA UM.
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
               SELECT MENUFILE ASSIGN TO "MENUFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MENUFILE-STATUS.
               SELECT SODRULES ASSIGN TO "SODRULES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SODRULES-STATUS.
               SELECT ACCESSRP ASSIGN TO "ACCESSRP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ACCESSRP-STATUS.
           DATA DIVISION.
           FILE SECTION.
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

           FD  MENUFILE.
           01  MENUFILE-REC.
               05 MNU-OPCAO       PIC X(01).
               05 MNU-ROTULO      PIC X(30).
               05 MNU-PROGRAMA    PIC X(09).
               05 MNU-NIVEL-MIN   PIC 9(02).

           FD  SODRULES.
           01  SODRULES-REC.
               05 SR-FUNC-A     PIC X(03).
               05 SR-FUNC-B     PIC X(03).

           FD  ACCESSRP.
           01  ACCESSRP-REC      PIC X(100).

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-SECFILE-STATUS PIC X(02) VALUE SPACES.
               88 SECFILE-OK       VALUE '00'.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
               88 ROLEMAST-OK      VALUE '00'.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
               88 USERROLE-OK      VALUE '00'.
           77 WRK-MENUFILE-STATUS PIC X(02) VALUE SPACES.
               88 MENUFILE-OK      VALUE '00'.
               88 MENUFILE-EOF     VALUE '10'.
           77 WRK-SODRULES-STATUS PIC X(02) VALUE SPACES.
               88 SODRULES-OK      VALUE '00'.
               88 SODRULES-EOF     VALUE '10'.
           77 WRK-ACCESSRP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA   VALUE 'S'.
      *    ********** OPCOES DO MENU - AS MESMAS TRES HISTORICAS DO
      *    ********** PROGCOB18, SUBSTITUIDAS PELO MENUFILE
           77 WRK-QT-OPCOES   PIC 9(02) VALUE 3.
           01 WRK-TAB-MENU-DEF.
               02 FILLER PIC X(42) VALUE
                  '1PEDIDOS / FRETE               PROGCOB0902'.
               02 FILLER PIC X(42) VALUE
                  '2FOLHA DE PAGAMENTO            PROGCOB0401'.
               02 FILLER PIC X(42) VALUE
                  '3VENDAS DO DIA                 PROGCOB1502'.
               02 FILLER PIC X(714) VALUE SPACES.
           01 WRK-TAB-MENU REDEFINES WRK-TAB-MENU-DEF.
               02 WRK-MNU OCCURS 20 TIMES.
                   05 WRK-MNU-OPCAO    PIC X(01).
                   05 WRK-MNU-ROTULO   PIC X(30).
                   05 WRK-MNU-PROGRAMA PIC X(09).
                   05 WRK-MNU-NIVEL    PIC 9(02).
           77 WRK-MNU-SUB     PIC 9(02) VALUE ZEROS.
      *    ********** USUARIOS POR PAPEL, PARA O QUADRO DOS PAPEIS
           01 WRK-TAB-USO.
               02 WRK-USO OCCURS 50 TIMES.
                   05 WRK-USO-PAPEL  PIC X(08).
                   05 WRK-USO-QT     PIC 9(04).
           77 WRK-QT-USO      PIC 9(02) VALUE ZEROS.
           77 WRK-USO-SUB     PIC 9(02) VALUE ZEROS.
           77 WRK-USO-ACHOU   PIC 9(02) VALUE ZEROS.
           77 WRK-SUB         PIC 9(02) VALUE ZEROS.
           77 WRK-PTR         PIC 9(03) VALUE ZEROS.
           77 WRK-QT-USUARIOS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-COM-PAPEL PIC 9(04) VALUE ZEROS.
           77 WRK-QT-CONFLITOS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PAPEIS-CAD PIC 9(04) VALUE ZEROS.
           77 WRK-QT-ALCANCE  PIC 9(02) VALUE ZEROS.
           77 WRK-PERMITIDA   PIC X(01) VALUE 'N'.
               88 OPCAO-PERMITIDA VALUE 'S'.
           77 WRK-LINHA       PIC X(100) VALUE SPACES.
           01 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-PARTES REDEFINES WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04).
               02 WRK-HOJE-MES PIC 9(02).
               02 WRK-HOJE-DIA PIC 9(02).
           01 WRK-CAB-USUARIO.
               02 FILLER         PIC X(09) VALUE 'USUARIO: '.
               02 CBU-USUARIO    PIC X(20).
               02 FILLER         PIC X(09) VALUE '  NIVEL: '.
               02 CBU-NIVEL      PIC 9(02).
               02 FILLER         PIC X(12) VALUE '  SITUACAO: '.
               02 CBU-SITUACAO   PIC X(09).
           01 WRK-DET-OPCAO.
               02 FILLER         PIC X(16) VALUE SPACES.
               02 DTO-OPCAO      PIC X(01).
               02 FILLER         PIC X(03) VALUE ' - '.
               02 DTO-ROTULO     PIC X(30).
               02 FILLER         PIC X(02) VALUE ' ('.
               02 DTO-PROGRAMA   PIC X(09).
               02 FILLER         PIC X(01) VALUE ')'.
           01 WRK-DET-PAPEL.
               02 DTP-PAPEL      PIC X(08).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 DTP-DESCRICAO  PIC X(30).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 DTP-SITUACAO   PIC X(01).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 DTP-OPCOES     PIC X(20).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 DTP-QT-USO     PIC ZZZ9.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               OPEN INPUT SECFILE.
               IF NOT SECFILE-OK
                   DISPLAY 'CADASTRO DE SEGURANCA INDISPONIVEL -'
                           ' STATUS ' WRK-SECFILE-STATUS
               ELSE
                   PERFORM 0050-CARREGAR-MENU
                   PERFORM 0070-CARREGAR-SODRULES
                   OPEN OUTPUT ACCESSRP
                   PERFORM 0100-CABECALHO
                   PERFORM 0200-LER-USUARIOS
                   CLOSE SECFILE
                   PERFORM 0600-LISTAR-PAPEIS
                   PERFORM 0700-RESUMO
                   CLOSE ACCESSRP
                   DISPLAY 'RELATORIO GRAVADO EM ACCESSRP - '
                           'USUARIOS ' WRK-QT-USUARIOS
                           ' CONFLITOS ' WRK-QT-CONFLITOS
               END-IF.
               GOBACK.

      *    ********** OPCOES DO MENUFILE (QUANDO EXISTE) POR CIMA DAS
      *    ********** PRE-CARREGADAS, COMO NO PROGCOB18
           0050-CARREGAR-MENU.
               OPEN INPUT MENUFILE.
               IF MENUFILE-OK
                   MOVE ZEROS TO WRK-QT-OPCOES
                   PERFORM 0055-LER-MENUFILE
                   PERFORM 0060-GUARDAR-OPCAO
                           UNTIL MENUFILE-EOF
                           OR WRK-QT-OPCOES >= 20
                   CLOSE MENUFILE
               END-IF.

           0055-LER-MENUFILE.
               READ MENUFILE
                   AT END MOVE '10' TO WRK-MENUFILE-STATUS
               END-READ.

           0060-GUARDAR-OPCAO.
               ADD 1 TO WRK-QT-OPCOES.
               MOVE MNU-OPCAO     TO WRK-MNU-OPCAO(WRK-QT-OPCOES).
               MOVE MNU-ROTULO    TO WRK-MNU-ROTULO(WRK-QT-OPCOES).
               MOVE MNU-PROGRAMA  TO WRK-MNU-PROGRAMA(WRK-QT-OPCOES).
               MOVE MNU-NIVEL-MIN TO WRK-MNU-NIVEL(WRK-QT-OPCOES).
               PERFORM 0055-LER-MENUFILE.

           0070-CARREGAR-SODRULES.
               MOVE ZEROS TO ROL-QT-SOD.
               OPEN INPUT SODRULES.
               IF SODRULES-OK
                   PERFORM 0075-LER-REGRA
                   PERFORM 0080-GUARDAR-REGRA UNTIL SODRULES-EOF
                   CLOSE SODRULES
               END-IF.

           0075-LER-REGRA.
               READ SODRULES
                   AT END MOVE '10' TO WRK-SODRULES-STATUS
               END-READ.

           0080-GUARDAR-REGRA.
               IF ROL-QT-SOD < 20
                   ADD 1 TO ROL-QT-SOD
                   MOVE SR-FUNC-A TO ROL-SOD-A(ROL-QT-SOD)
                   MOVE SR-FUNC-B TO ROL-SOD-B(ROL-QT-SOD)
               END-IF.
               PERFORM 0075-LER-REGRA.

           0100-CABECALHO.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE SPACES TO ACCESSRP-REC.
               STRING 'RELATORIO DE ACESSOS - QUEM PODE FAZER O QUE'
                      '     EMITIDO EM ' WRK-HOJE-DIA '/'
                      WRK-HOJE-MES '/' WRK-HOJE-ANO
                      DELIMITED BY SIZE INTO ACCESSRP-REC
               END-STRING.
               WRITE ACCESSRP-REC.
               MOVE ALL '=' TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.

      *    ********** UM BLOCO POR USUARIO DO SECFILE
           0200-LER-USUARIOS.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE LOW-VALUES TO SEC-USUARIO.
               START SECFILE KEY IS NOT LESS THAN SEC-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0210-LER-USUARIO UNTIL FIM-LEITURA.

           0210-LER-USUARIO.
               READ SECFILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   ADD 1 TO WRK-QT-USUARIOS
                   MOVE SEC-USUARIO TO ROL-USUARIO
                   PERFORM 9250-CARREGAR-PAPEIS
                   PERFORM 0300-IMPRIMIR-USUARIO
               END-IF.

           0300-IMPRIMIR-USUARIO.
               MOVE SEC-USUARIO TO CBU-USUARIO.
               MOVE SEC-NIVEL   TO CBU-NIVEL.
               IF SEC-CONTA-BLOQUEADA
                   MOVE 'BLOQUEADO' TO CBU-SITUACAO
               ELSE
                   MOVE 'ATIVO'     TO CBU-SITUACAO
               END-IF.
               MOVE SPACES TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               MOVE WRK-CAB-USUARIO TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               IF ROL-SEM-PAPEL
                   PERFORM 0310-IMPRIMIR-SEM-PAPEL
               ELSE
                   ADD 1 TO WRK-QT-COM-PAPEL
                   PERFORM 0320-IMPRIMIR-PAPEIS
               END-IF.
               PERFORM 0400-IMPRIMIR-MENU.
               IF NOT ROL-SEM-PAPEL
                   PERFORM 0450-IMPRIMIR-APROVA
                   PERFORM 0470-IMPRIMIR-FUNCOES
                   PERFORM 0490-IMPRIMIR-CONFLITO
               END-IF.

           0310-IMPRIMIR-SEM-PAPEL.
               MOVE SPACES TO ACCESSRP-REC.
               STRING '  PAPEIS......: NENHUM - VALE O NIVEL '
                      SEC-NIVEL DELIMITED BY SIZE
                      INTO ACCESSRP-REC
               END-STRING.
               WRITE ACCESSRP-REC.
               MOVE SPACES TO ACCESSRP-REC.
               IF SEC-NIVEL = 01
                   MOVE '  APROVA......: TODOS OS ARQUIVOS (ADM)'
                        TO ACCESSRP-REC
               ELSE
                   MOVE '  APROVA......: NADA' TO ACCESSRP-REC
               END-IF.
               WRITE ACCESSRP-REC.

           0320-IMPRIMIR-PAPEIS.
               MOVE SPACES TO WRK-LINHA.
               MOVE '  PAPEIS......:' TO WRK-LINHA.
               MOVE 17 TO WRK-PTR.
               PERFORM 0325-ACRESCENTAR-PAPEL
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > ROL-QT-PAPEIS.
               MOVE WRK-LINHA TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.

           0325-ACRESCENTAR-PAPEL.
               IF WRK-PTR > 90
                   MOVE WRK-LINHA TO ACCESSRP-REC
                   WRITE ACCESSRP-REC
                   MOVE SPACES TO WRK-LINHA
                   MOVE 17 TO WRK-PTR
               END-IF.
               STRING ROL-PAPEL(WRK-SUB) ' ' DELIMITED BY SIZE
                      INTO WRK-LINHA WITH POINTER WRK-PTR
               END-STRING.
               PERFORM 0330-CONTAR-USO.

      *    ********** ACUMULA O USO DO PAPEL PARA O QUADRO FINAL
           0330-CONTAR-USO.
               MOVE ZEROS TO WRK-USO-ACHOU.
               PERFORM 0335-PROCURAR-USO
                       VARYING WRK-USO-SUB FROM 1 BY 1
                       UNTIL WRK-USO-SUB > WRK-QT-USO
                       OR WRK-USO-ACHOU > 0.
               IF WRK-USO-ACHOU = 0 AND WRK-QT-USO < 50
                   ADD 1 TO WRK-QT-USO
                   MOVE WRK-QT-USO TO WRK-USO-ACHOU
                   MOVE ROL-PAPEL(WRK-SUB)
                        TO WRK-USO-PAPEL(WRK-USO-ACHOU)
                   MOVE ZEROS TO WRK-USO-QT(WRK-USO-ACHOU)
               END-IF.
               IF WRK-USO-ACHOU > 0
                   ADD 1 TO WRK-USO-QT(WRK-USO-ACHOU)
               END-IF.

           0335-PROCURAR-USO.
               IF WRK-USO-PAPEL(WRK-USO-SUB) = ROL-PAPEL(WRK-SUB)
                   MOVE WRK-USO-SUB TO WRK-USO-ACHOU
               END-IF.

      *    ********** OPCOES DO MENU ALCANCADAS - MESMA REGRA DO
      *    ********** PROGCOB18 (PAPEIS OU, SEM PAPEL, NIVEL MINIMO)
           0400-IMPRIMIR-MENU.
               MOVE ZEROS TO WRK-QT-ALCANCE.
               MOVE '  MENU........:' TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               PERFORM 0410-CONFERIR-OPCAO
                       VARYING WRK-MNU-SUB FROM 1 BY 1
                       UNTIL WRK-MNU-SUB > WRK-QT-OPCOES.
               IF WRK-QT-ALCANCE = 0
                   MOVE '                NENHUMA OPCAO' TO ACCESSRP-REC
                   WRITE ACCESSRP-REC
               END-IF.

           0410-CONFERIR-OPCAO.
               MOVE 'N' TO WRK-PERMITIDA.
               IF ROL-SEM-PAPEL
                   IF SEC-NIVEL <= WRK-MNU-NIVEL(WRK-MNU-SUB)
                       MOVE 'S' TO WRK-PERMITIDA
                   END-IF
               ELSE
                   MOVE WRK-MNU-OPCAO(WRK-MNU-SUB) TO ROL-CONSULTA
                   PERFORM 9260-TEM-OPCAO
                   MOVE ROL-RESULTADO TO WRK-PERMITIDA
               END-IF.
               IF OPCAO-PERMITIDA
                   ADD 1 TO WRK-QT-ALCANCE
                   MOVE WRK-MNU-OPCAO(WRK-MNU-SUB)    TO DTO-OPCAO
                   MOVE WRK-MNU-ROTULO(WRK-MNU-SUB)   TO DTO-ROTULO
                   MOVE WRK-MNU-PROGRAMA(WRK-MNU-SUB) TO DTO-PROGRAMA
                   MOVE WRK-DET-OPCAO TO ACCESSRP-REC
                   WRITE ACCESSRP-REC
               END-IF.

           0450-IMPRIMIR-APROVA.
               MOVE SPACES TO WRK-LINHA.
               MOVE '  APROVA......:' TO WRK-LINHA.
               MOVE 17 TO WRK-PTR.
               IF ROL-QT-APROVA = 0
                   STRING 'NADA' DELIMITED BY SIZE
                          INTO WRK-LINHA WITH POINTER WRK-PTR
                   END-STRING
               END-IF.
               PERFORM 0455-ACRESCENTAR-APROVA
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > ROL-QT-APROVA.
               MOVE WRK-LINHA TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.

           0455-ACRESCENTAR-APROVA.
               IF WRK-PTR > 90
                   MOVE WRK-LINHA TO ACCESSRP-REC
                   WRITE ACCESSRP-REC
                   MOVE SPACES TO WRK-LINHA
                   MOVE 17 TO WRK-PTR
               END-IF.
               STRING ROL-APROVA(WRK-SUB) ' ' DELIMITED BY SIZE
                      INTO WRK-LINHA WITH POINTER WRK-PTR
               END-STRING.

           0470-IMPRIMIR-FUNCOES.
               MOVE SPACES TO WRK-LINHA.
               MOVE '  FUNCOES.....:' TO WRK-LINHA.
               MOVE 17 TO WRK-PTR.
               IF ROL-QT-FUNCOES = 0
                   STRING 'NENHUMA' DELIMITED BY SIZE
                          INTO WRK-LINHA WITH POINTER WRK-PTR
                   END-STRING
               END-IF.
               PERFORM 0475-ACRESCENTAR-FUNCAO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > ROL-QT-FUNCOES.
               MOVE WRK-LINHA TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.

           0475-ACRESCENTAR-FUNCAO.
               IF WRK-PTR > 95
                   MOVE WRK-LINHA TO ACCESSRP-REC
                   WRITE ACCESSRP-REC
                   MOVE SPACES TO WRK-LINHA
                   MOVE 17 TO WRK-PTR
               END-IF.
               STRING ROL-FUNCAO(WRK-SUB) ' ' DELIMITED BY SIZE
                      INTO WRK-LINHA WITH POINTER WRK-PTR
               END-STRING.

      *    ********** PAPEIS QUE, SOMADOS, REUNEM UM PAR DO SODRULES
           0490-IMPRIMIR-CONFLITO.
               PERFORM 9280-CONFERIR-CONFLITO.
               IF ROL-EM-CONFLITO
                   ADD 1 TO WRK-QT-CONFLITOS
                   MOVE SPACES TO ACCESSRP-REC
                   STRING '  *** CONFLITO DE SEGREGACAO (SODRULES): '
                          ROL-FUNC-A ' X ' ROL-FUNC-B
                          DELIMITED BY SIZE INTO ACCESSRP-REC
                   END-STRING
                   WRITE ACCESSRP-REC
               END-IF.

      *    ********** QUADRO DOS PAPEIS CADASTRADOS
           0600-LISTAR-PAPEIS.
               MOVE SPACES TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               MOVE 'PAPEIS CADASTRADOS (ROLEMAST)' TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               MOVE ALL '=' TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               MOVE SPACES TO ACCESSRP-REC.
               STRING 'PAPEL    DESCRICAO                      S'
                      ' OPCOES DO MENU       USUARIOS'
                      DELIMITED BY SIZE INTO ACCESSRP-REC
               END-STRING.
               WRITE ACCESSRP-REC.
               OPEN INPUT ROLEMAST.
               IF NOT ROLEMAST-OK
                   MOVE 'NENHUM PAPEL CADASTRADO' TO ACCESSRP-REC
                   WRITE ACCESSRP-REC
               ELSE
                   MOVE 'N' TO WRK-FIM-LEITURA
                   MOVE LOW-VALUES TO RL-PAPEL
                   START ROLEMAST KEY IS NOT LESS THAN RL-PAPEL
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0610-LER-PAPEL UNTIL FIM-LEITURA
                   CLOSE ROLEMAST
               END-IF.

           0610-LER-PAPEL.
               READ ROLEMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   ADD 1 TO WRK-QT-PAPEIS-CAD
                   PERFORM 0620-IMPRIMIR-PAPEL
               END-IF.

           0620-IMPRIMIR-PAPEL.
               MOVE RL-PAPEL     TO DTP-PAPEL.
               MOVE RL-DESCRICAO TO DTP-DESCRICAO.
               MOVE RL-SITUACAO  TO DTP-SITUACAO.
               MOVE RL-OPCOES    TO DTP-OPCOES.
               MOVE ZEROS TO WRK-USO-ACHOU.
               PERFORM 0625-PROCURAR-PAPEL
                       VARYING WRK-USO-SUB FROM 1 BY 1
                       UNTIL WRK-USO-SUB > WRK-QT-USO
                       OR WRK-USO-ACHOU > 0.
               IF WRK-USO-ACHOU > 0
                   MOVE WRK-USO-QT(WRK-USO-ACHOU) TO DTP-QT-USO
               ELSE
                   MOVE ZEROS TO DTP-QT-USO
               END-IF.
               MOVE WRK-DET-PAPEL TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE '         APROVA:' TO WRK-LINHA.
               MOVE 18 TO WRK-PTR.
               PERFORM 0630-ACRESCENTAR-RL-APROVA
                       VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 5.
               STRING ' FUNCOES: ' DELIMITED BY SIZE
                      INTO WRK-LINHA WITH POINTER WRK-PTR
               END-STRING.
               PERFORM 0635-ACRESCENTAR-RL-FUNCAO
                       VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 5.
               MOVE WRK-LINHA TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.

           0625-PROCURAR-PAPEL.
               IF WRK-USO-PAPEL(WRK-USO-SUB) = RL-PAPEL
                   MOVE WRK-USO-SUB TO WRK-USO-ACHOU
               END-IF.

           0630-ACRESCENTAR-RL-APROVA.
               IF RL-APROVA(WRK-SUB) NOT = SPACES
                   STRING RL-APROVA(WRK-SUB) ' ' DELIMITED BY SIZE
                          INTO WRK-LINHA WITH POINTER WRK-PTR
                   END-STRING
               END-IF.

           0635-ACRESCENTAR-RL-FUNCAO.
               IF RL-FUNCAO(WRK-SUB) NOT = SPACES
                   STRING RL-FUNCAO(WRK-SUB) ' ' DELIMITED BY SIZE
                          INTO WRK-LINHA WITH POINTER WRK-PTR
                   END-STRING
               END-IF.

           0700-RESUMO.
               MOVE SPACES TO ACCESSRP-REC.
               WRITE ACCESSRP-REC.
               MOVE SPACES TO ACCESSRP-REC.
               STRING 'USUARIOS ' WRK-QT-USUARIOS
                      '  COM PAPEL ' WRK-QT-COM-PAPEL
                      '  PAPEIS CADASTRADOS ' WRK-QT-PAPEIS-CAD
                      '  CONFLITOS ' WRK-QT-CONFLITOS
                      DELIMITED BY SIZE INTO ACCESSRP-REC
               END-STRING.
               WRITE ACCESSRP-REC.

           COPY ROLPROC.
