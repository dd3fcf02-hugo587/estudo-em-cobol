      *                         DATA-HORA E OPERADOR, PARA O
      *                         ROLL-FORWARD DO PROGCOB94 REFAZER O
      *                         DIA EM CIMA DO BACKUP DO PROGCOB49.
      *    15/10/2026 HUGOVIE - IMAGEM DO JORNAL (MJ-IMAGEM) AMPLIADA
      *                         PARA X(120), ACOMPANHANDO O JRNPROC.
      *    15/10/2026 HUGOVIE - PAPEIS DE ACESSO: CADASTRO DE PAPEIS
      *                         (ROLEMAST - OPCOES DO MENU, ARQUIVOS QUE
      *                         APROVA E FUNCOES DE NEGOCIO) E
      *                         ATRIBUICAO/RETIRADA DE PAPEL DO USUARIO
      *                         (USERROLE), ESTAS SOB DUPLO CONTROLE NA
      *                         PENDAPPR COMO O NIVEL. PAPEL OU
      *                         ATRIBUICAO QUE REUNA UM PAR DO SODRULES
      *                         E RECUSADO; A TENTATIVA VAI PARA O
      *                         LOGINAUD.
      *    15/10/2026 HUGOVIE - DESBLOQUEIO DE CONTA PASSA AO DUPLO
      *                         CONTROLE: VAI PARA A PENDAPPR
      *                         (SECFILE/DESBLOQ) E E APLICADO NO
      *                         PROGCOB92, COMO O NIVEL - A CONTA
      *                         TRAVADA POR INATIVIDADE (PRGCOB137) NAO
      *                         VOLTA PELA MAO DE UM SO OPERADOR.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT MSTJRNL ASSIGN TO "MSTJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MSTJRNL-STATUS.
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
               SELECT SODRULES ASSIGN TO "SODRULES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SODRULES-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  SECFILE.
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           FD  ROLEMAST.
           01  RL-REC.
               05 RL-PAPEL        PIC X(08).
               05 RL-DESCRICAO    PIC X(30).
               05 RL-SITUACAO     PIC X(01).
                  88 RL-ATIVO     VALUE 'A'.
                  88 RL-INATIVO   VALUE 'I'.
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

           FD  SODRULES.
           01  SODRULES-REC.
               05 SR-FUNC-A     PIC X(03).
               05 SR-FUNC-B     PIC X(03).

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
               88 ROLEMAST-OK       VALUE '00'.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SODRULES-STATUS PIC X(02) VALUE SPACES.
               88 SODRULES-OK       VALUE '00'.
               88 SODRULES-EOF      VALUE '10'.
           77 WRK-PAPEL      PIC X(08) VALUE SPACES.
           77 WRK-PAPEL-NOVO PIC X(01) VALUE 'N'.
               88 PAPEL-NOVO       VALUE 'S'.
           77 WRK-PAPEL-TEM  PIC X(01) VALUE 'N'.
               88 USUARIO-TEM-PAPEL VALUE 'S'.
           77 WRK-IDX        PIC 9(02) VALUE ZEROS.
           77 WRK-PA-ARQUIVO PIC X(08) VALUE SPACES.
           77 WRK-PA-CAMPO   PIC X(10) VALUE SPACES.
           77 WRK-PA-VALOR   PIC X(20) VALUE SPACES.
           COPY JRNCOM.
           77 WRK-MSTJRNL-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
               88 OPCAO-SENHA      VALUE 'S'.
               88 OPCAO-NIVEL      VALUE 'N'.
               88 OPCAO-DESBLOQ    VALUE 'B'.
               88 OPCAO-PAPEL      VALUE 'P'.
               88 OPCAO-ATRIBUIR   VALUE 'A'.
               88 OPCAO-RETIRAR    VALUE 'R'.
               88 OPCAO-SAIR       VALUE '0'.
           77 WRK-ALVO       PIC X(20) VALUE SPACES.
           77 WRK-NOVA-SENHA PIC X(10) VALUE SPACES.
               MOVE 'PROGCOB41' TO ERR-PROGRAMA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               IF ACESSO-LIBERADO AND ADM
                   PERFORM 0050-CARREGAR-SODRULES
                   OPEN I-O SECFILE
                   IF SECFILE-OK
                       PERFORM 0200-LOOP-MENU UNTIL OPCAO-SAIR
               END-IF.
               GOBACK.

      *    ********** PARES DE FUNCOES INCOMPATIVEIS (SODRULES) -
      *    ********** UM USUARIO NAO RECEBE PAPEIS QUE, SOMADOS,
      *    ********** REUNAM AS DUAS FUNCOES DE UM PAR
           0050-CARREGAR-SODRULES.
               MOVE ZEROS TO ROL-QT-SOD.
               OPEN INPUT SODRULES.
               IF SODRULES-OK
                   PERFORM 0060-LER-REGRA
                   PERFORM 0070-GUARDAR-REGRA UNTIL SODRULES-EOF
                   CLOSE SODRULES
               END-IF.

           0060-LER-REGRA.
               READ SODRULES
                   AT END MOVE '10' TO WRK-SODRULES-STATUS
               END-READ.

           0070-GUARDAR-REGRA.
               IF ROL-QT-SOD < 20
                   ADD 1 TO ROL-QT-SOD
                   MOVE SR-FUNC-A TO ROL-SOD-A(ROL-QT-SOD)
                   MOVE SR-FUNC-B TO ROL-SOD-B(ROL-QT-SOD)
               END-IF.
               PERFORM 0060-LER-REGRA.

           0200-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' ADMINISTRACAO DE USUARIOS (SECFILE)'.
               DISPLAY ' S - TROCAR SENHA'.
               DISPLAY ' N - ALTERAR NIVEL'.
               DISPLAY ' B - DESBLOQUEAR CONTA'.
               DISPLAY ' P - CADASTRAR/ALTERAR PAPEL (ROLEMAST)'.
               DISPLAY ' A - ATRIBUIR PAPEL A USUARIO'.
               DISPLAY ' R - RETIRAR PAPEL DE USUARIO'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
                       PERFORM 0600-ALTERAR-NIVEL
                   WHEN OPCAO-DESBLOQ
                       PERFORM 0700-DESBLOQUEAR
                   WHEN OPCAO-PAPEL
                       PERFORM 0900-MANTER-PAPEL
                   WHEN OPCAO-ATRIBUIR
                       PERFORM 1000-ATRIBUIR-PAPEL
                   WHEN OPCAO-RETIRAR
                       PERFORM 1100-RETIRAR-PAPEL
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                   DISPLAY 'NIVEL ATUAL..' SEC-NIVEL
                   DISPLAY 'NOVO NIVEL (01-ADM / 02-USER)...'
                   ACCEPT WRK-NOVO-NIVEL
                   MOVE 'SECFILE'      TO WRK-PA-ARQUIVO
                   MOVE 'NIVEL'        TO WRK-PA-CAMPO
                   MOVE SPACES         TO WRK-PA-VALOR
                   MOVE WRK-NOVO-NIVEL TO WRK-PA-VALOR(1:2)
                   PERFORM 8000-GRAVAR-PENDENCIA
                   MOVE 'ADM-NIVEL' TO WRK-RESULTADO
                   PERFORM 0800-REGISTRAR-LOGINAUD
               IF NOT SECFILE-OK
                   DISPLAY 'USUARIO NAO CADASTRADO'
               ELSE
                   IF NOT SEC-CONTA-BLOQUEADA
                       DISPLAY 'CONTA NAO ESTA BLOQUEADA'
                   ELSE
                       MOVE 'SECFILE'   TO WRK-PA-ARQUIVO
                       MOVE 'DESBLOQ'   TO WRK-PA-CAMPO
                       MOVE 'N'         TO WRK-PA-VALOR
                       PERFORM 8000-GRAVAR-PENDENCIA
                       MOVE 'ADM-DESBLQ' TO WRK-RESULTADO
                       PERFORM 0800-REGISTRAR-LOGINAUD
                   END-IF
               END-IF.

      *    ********** EMBARALHA A SENHA DIGITADA SEM PERDER A
               MOVE SEC-USUARIO   TO AUD-USUARIO.
               MOVE SEC-NIVEL     TO AUD-NIVEL.
               MOVE WRK-RESULTADO TO AUD-RESULTADO.
               PERFORM 0830-GRAVAR-LOGINAUD.

      *    ********** ACAO SOBRE O CADASTRO DE PAPEIS - A TRILHA
      *    ********** LEVA O PROPRIO ADMINISTRADOR
           0805-REGISTRAR-LOGINAUD-ADM.
               PERFORM 0810-MONTAR-DATAHORA.
               MOVE WRK-DATAHORA  TO AUD-DATAHORA.
               MOVE WRK-USUARIO   TO AUD-USUARIO.
               MOVE WRK-NIVEL     TO AUD-NIVEL.
               MOVE WRK-RESULTADO TO AUD-RESULTADO.
               PERFORM 0830-GRAVAR-LOGINAUD.

           0830-GRAVAR-LOGINAUD.
               OPEN EXTEND LOGINAUD.
               IF WRK-LOGINAUD-STATUS = '35'
                   CLOSE LOGINAUD
               END-STRING.


      *    ********** CADASTRO DO PAPEL: OPCOES DO MENU, ARQUIVOS
      *    ********** CUJAS SOLICITACOES APROVA E FUNCOES DE NEGOCIO.
      *    ********** PAPEL QUE SOZINHO REUNE UM PAR DO SODRULES NAO
      *    ********** E GRAVADO
           0900-MANTER-PAPEL.
               DISPLAY 'CODIGO DO PAPEL...'.
               ACCEPT WRK-PAPEL.
               IF WRK-PAPEL = SPACES
                   DISPLAY 'CODIGO DO PAPEL OBRIGATORIO'
               ELSE
                   OPEN I-O ROLEMAST
                   IF WRK-ROLEMAST-STATUS = '35'
                       CLOSE ROLEMAST
                       OPEN OUTPUT ROLEMAST
                       CLOSE ROLEMAST
                       OPEN I-O ROLEMAST
                   END-IF
                   IF NOT ROLEMAST-OK
                       DISPLAY 'CADASTRO DE PAPEIS INDISPONIVEL -'
                               ' STATUS ' WRK-ROLEMAST-STATUS
                   ELSE
                       PERFORM 0910-LOCALIZAR-PAPEL
                       PERFORM 0920-DIGITAR-PAPEL
                       PERFORM 0950-GRAVAR-PAPEL
                       CLOSE ROLEMAST
                   END-IF
               END-IF.

           0910-LOCALIZAR-PAPEL.
               MOVE 'N' TO WRK-PAPEL-NOVO.
               MOVE WRK-PAPEL TO RL-PAPEL.
               READ ROLEMAST
                   KEY IS RL-PAPEL
                   INVALID KEY
                       MOVE 'S' TO WRK-PAPEL-NOVO
               END-READ.
               IF PAPEL-NOVO
                   MOVE SPACES TO RL-REC
                   MOVE WRK-PAPEL TO RL-PAPEL
                   MOVE 'A' TO RL-SITUACAO
                   DISPLAY 'PAPEL NOVO'
               ELSE
                   DISPLAY 'DESCRICAO ATUAL..' RL-DESCRICAO
                   DISPLAY 'OPCOES ATUAIS....' RL-OPCOES
                   DISPLAY 'SITUACAO ATUAL...' RL-SITUACAO
               END-IF.

           0920-DIGITAR-PAPEL.
               DISPLAY 'DESCRICAO...'.
               ACCEPT RL-DESCRICAO.
               DISPLAY 'OPCOES DO MENU (LETRAS/DIGITOS JUNTOS)...'.
               ACCEPT RL-OPCOES.
               PERFORM 0930-DIGITAR-APROVACAO
                       VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
               PERFORM 0940-DIGITAR-FUNCAO
                       VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
               DISPLAY 'SITUACAO (A-ATIVO / I-INATIVO)...'.
               ACCEPT RL-SITUACAO.
               IF NOT RL-INATIVO
                   MOVE 'A' TO RL-SITUACAO
               END-IF.

           0930-DIGITAR-APROVACAO.
               DISPLAY 'ARQUIVO QUE APROVA ' WRK-IDX
                       ' (ATUAL ' RL-APROVA(WRK-IDX)
                       ', BRANCO = NENHUM)...'.
               ACCEPT RL-APROVA(WRK-IDX).

           0940-DIGITAR-FUNCAO.
               DISPLAY 'FUNCAO ' WRK-IDX
                       ' (ATUAL ' RL-FUNCAO(WRK-IDX)
                       ', BRANCO = NENHUMA)...'.
               ACCEPT RL-FUNCAO(WRK-IDX).

           0950-GRAVAR-PAPEL.
               MOVE ZEROS TO ROL-QT-FUNCOES.
               PERFORM 9258-SOMAR-FUNCAO
                       VARYING ROL-Z-I FROM 1 BY 1 UNTIL ROL-Z-I > 5.
               PERFORM 9280-CONFERIR-CONFLITO.
               IF ROL-EM-CONFLITO
                   DISPLAY 'PAPEL REUNE FUNCOES INCOMPATIVEIS ('
                           ROL-FUNC-A '/' ROL-FUNC-B
                           ' NO SODRULES) - NAO GRAVADO'
               ELSE
                   IF PAPEL-NOVO
                       WRITE RL-REC
                       MOVE 'W' TO JRN-ACAO
                   ELSE
                       REWRITE RL-REC
                       MOVE 'R' TO JRN-ACAO
                   END-IF
                   PERFORM 8510-JORNALIZAR-PAPEL
                   MOVE 'ADM-PAPEL' TO WRK-RESULTADO
                   PERFORM 0805-REGISTRAR-LOGINAUD-ADM
                   DISPLAY 'PAPEL GRAVADO'
               END-IF.

      *    ********** ATRIBUICAO E RETIRADA DE PAPEL SEGUEM O DUPLO
      *    ********** CONTROLE DO NIVEL: VAO PARA A FILA PENDAPPR E
      *    ********** SAO APLICADAS NO PROGCOB92. A ATRIBUICAO QUE
      *    ********** JUNTARIA UM PAR DO SODRULES E RECUSADA AQUI
           1000-ATRIBUIR-PAPEL.
               PERFORM 0250-LOCALIZAR-ALVO.
               IF NOT SECFILE-OK
                   DISPLAY 'USUARIO NAO CADASTRADO'
               ELSE
                   DISPLAY 'PAPEL A ATRIBUIR...'
                   ACCEPT WRK-PAPEL
                   PERFORM 1050-CONFERIR-PAPEL-USUARIO
                   OPEN INPUT ROLEMAST
                   MOVE WRK-PAPEL TO RL-PAPEL
                   READ ROLEMAST
                       KEY IS RL-PAPEL
                       INVALID KEY
                           MOVE '23' TO WRK-ROLEMAST-STATUS
                   END-READ
                   CLOSE ROLEMAST
                   EVALUATE TRUE
                       WHEN WRK-ROLEMAST-STATUS NOT = '00'
                           DISPLAY 'PAPEL NAO CADASTRADO'
                       WHEN NOT RL-ATIVO
                           DISPLAY 'PAPEL INATIVO'
                       WHEN USUARIO-TEM-PAPEL
                           DISPLAY 'USUARIO JA TEM ESSE PAPEL'
                       WHEN OTHER
                           PERFORM 1060-CONFERIR-SOD-ATRIB
                   END-EVALUATE
               END-IF.

      *    ********** PERFIL ATUAL DO ALVO (ROLPROC) E SE ELE JA
      *    ********** TEM O PAPEL INFORMADO
           1050-CONFERIR-PAPEL-USUARIO.
               MOVE 'N' TO WRK-PAPEL-TEM.
               MOVE SEC-USUARIO TO ROL-USUARIO.
               PERFORM 9250-CARREGAR-PAPEIS.
               PERFORM 1055-COMPARAR-PAPEL
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > ROL-QT-PAPEIS.

           1055-COMPARAR-PAPEL.
               IF ROL-PAPEL(WRK-IDX) = WRK-PAPEL
                   MOVE 'S' TO WRK-PAPEL-TEM
               END-IF.

           1060-CONFERIR-SOD-ATRIB.
               MOVE WRK-PAPEL TO ROL-CONSULTA.
               PERFORM 9255-SOMAR-PAPEL.
               PERFORM 9280-CONFERIR-CONFLITO.
               IF ROL-EM-CONFLITO
                   DISPLAY 'ATRIBUICAO RECUSADA - O USUARIO FICARIA'
                           ' COM ' ROL-FUNC-A ' E ' ROL-FUNC-B
                           ' (SODRULES)'
                   MOVE 'SOD-BLOQ' TO WRK-RESULTADO
                   PERFORM 0800-REGISTRAR-LOGINAUD
               ELSE
                   MOVE 'USERROLE'  TO WRK-PA-ARQUIVO
                   MOVE 'PAPEL-INC' TO WRK-PA-CAMPO
                   MOVE WRK-PAPEL   TO WRK-PA-VALOR
                   PERFORM 8000-GRAVAR-PENDENCIA
                   MOVE 'ADM-PAPEL' TO WRK-RESULTADO
                   PERFORM 0800-REGISTRAR-LOGINAUD
               END-IF.

           1100-RETIRAR-PAPEL.
               PERFORM 0250-LOCALIZAR-ALVO.
               IF NOT SECFILE-OK
                   DISPLAY 'USUARIO NAO CADASTRADO'
               ELSE
                   DISPLAY 'PAPEL A RETIRAR...'
                   ACCEPT WRK-PAPEL
                   PERFORM 1050-CONFERIR-PAPEL-USUARIO
                   IF NOT USUARIO-TEM-PAPEL
                       DISPLAY 'USUARIO NAO TEM ESSE PAPEL'
                   ELSE
                       MOVE 'USERROLE'  TO WRK-PA-ARQUIVO
                       MOVE 'PAPEL-EXC' TO WRK-PA-CAMPO
                       MOVE WRK-PAPEL   TO WRK-PA-VALOR
                       PERFORM 8000-GRAVAR-PENDENCIA
                       MOVE 'ADM-PAPEL' TO WRK-RESULTADO
                       PERFORM 0800-REGISTRAR-LOGINAUD
                   END-IF
               END-IF.

      *    ********** GRAVA A SOLICITACAO NA FILA DE APROVACAO
      *    ********** (PENDAPPR) - APLICADA SO QUANDO UM SEGUNDO
      *    ********** OPERADOR APROVAR NO PROGCOB92
               END-IF.

           8020-PREENCHER-PENDENCIA.
               MOVE WRK-PA-ARQUIVO TO PA-ARQUIVO.
               MOVE SEC-USUARIO  TO PA-CHAVE.
               MOVE WRK-PA-CAMPO TO PA-CAMPO.
               MOVE WRK-PA-VALOR TO PA-VALOR-NOVO.
               MOVE WRK-USUARIO  TO PA-SOLICITANTE.
               PERFORM 0810-MONTAR-DATAHORA.
               MOVE WRK-DATAHORA TO PA-DATAHORA.
               MOVE WRK-USUARIO  TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

      *    ********** IMAGEM POSTERIOR DO ROLEMAST NO JORNAL
           8510-JORNALIZAR-PAPEL.
               MOVE 'ROLEMAST'   TO JRN-ARQUIVO.
               MOVE RL-PAPEL     TO JRN-CHAVE.
               MOVE SPACES       TO JRN-IMAGEM.
               MOVE RL-REC       TO JRN-IMAGEM.
               MOVE WRK-USUARIO  TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

           COPY ERRPROC.
           COPY JRNPROC.
           COPY SECPROC.
           COPY ROLPROC.
