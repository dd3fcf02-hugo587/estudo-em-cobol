      *****************************************************
      ***   COPYBOOK ROLPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFOS COMUNS DOS PAPEIS DE ACESSO. O
      ***              PROGRAMA HOSPEDEIRO DEVE DECLARAR SELECT/FD
      ***              DO ROLEMAST (INDEXED, CHAVE RL-PAPEL X(08);
      ***              RL-DESCRICAO X(30), RL-SITUACAO X(01) COM
      ***              88 RL-ATIVO 'A', RL-OPCOES X(20), RL-APROVA
      ***              X(08) OCCURS 5, RL-FUNCAO X(03) OCCURS 5 -
      ***              LRECL 114) E DO USERROLE (INDEXED, CHAVE
      ***              UR-CHAVE = UR-USUARIO X(20) + UR-PAPEL
      ***              X(08); UR-DT-ATRIB 9(08), UR-SOLICITANTE
      ***              X(20), UR-APROVADOR X(20) - LRECL 96), OS
      ***              CAMPOS WRK-ROLEMAST-STATUS E WRK-USERROLE-
      ***              STATUS E COPY ROLCOM NA WORKING-STORAGE.
      ***              OS DOIS ARQUIVOS SAO ABERTOS E FECHADOS
      ***              AQUI, EM ENTRADA - O HOSPEDEIRO NAO PODE
      ***              ESTAR COM ELES ABERTOS NA CHAMADA.
      ***              USO: MOVER O USUARIO PARA ROL-USUARIO E
      ***              PERFORM 9250-CARREGAR-PAPEIS (MONTA O
      ***              ROL-PERFIL; PAPEL INATIVO OU SEM CADASTRO
      ***              CONTA COMO ATRIBUIDO MAS NAO DA DIREITO A
      ***              NADA). 9255-SOMAR-PAPEL ACRESCENTA AO PERFIL
      ***              O PAPEL EM ROL-CONSULTA (PARA SIMULAR UMA
      ***              ATRIBUICAO). COM O ITEM EM ROL-CONSULTA,
      ***              9260-TEM-OPCAO (OPCAO DO MENU, 1 POSICAO),
      ***              9265-TEM-APROVACAO (ARQUIVO DA SOLICITACAO)
      ***              E 9270-TEM-FUNCAO (FUNCAO DE 3 POSICOES)
      ***              DEVOLVEM ROL-RESULTADO. 9280-CONFERIR-
      ***              CONFLITO CONFRONTA AS FUNCOES DO PERFIL COM
      ***              OS PARES DE ROL-TAB-SOD E DEVOLVE
      ***              ROL-CONFLITO E O PAR EM ROL-FUNC-A/B.
      ***              ROL-CONSULTA NAO E PRESERVADO PELO 9255 NEM
      ***              PELO 9280.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9250-9299, LIVRE NA FAIXA DO
      ***                        SECPROC (9200-9240).
      *****************************************************
       9250-CARREGAR-PAPEIS.
           MOVE ZEROS  TO ROL-QT-PAPEIS ROL-QT-OPCOES
                          ROL-QT-APROVA ROL-QT-FUNCOES.
           MOVE SPACES TO ROL-OPCOES.
           OPEN INPUT USERROLE.
           IF WRK-USERROLE-STATUS = '00'
               MOVE ROL-USUARIO TO UR-USUARIO
               MOVE LOW-VALUES  TO UR-PAPEL
               MOVE 'N' TO ROL-Z-FIM
               START USERROLE KEY IS NOT LESS THAN UR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO ROL-Z-FIM
               END-START
               PERFORM 9252-LER-USERROLE UNTIL ROL-Z-FIM-LEITURA
               CLOSE USERROLE
           END-IF.

       9252-LER-USERROLE.
           READ USERROLE NEXT RECORD
               AT END
                   MOVE 'S' TO ROL-Z-FIM
           END-READ.
           IF NOT ROL-Z-FIM-LEITURA
               IF UR-USUARIO NOT = ROL-USUARIO
                   MOVE 'S' TO ROL-Z-FIM
               ELSE
                   MOVE UR-PAPEL TO ROL-CONSULTA
                   PERFORM 9255-SOMAR-PAPEL
               END-IF
           END-IF.

      ***  O PAPEL CONTA COMO ATRIBUIDO MESMO INATIVO - USUARIO SO
      ***  COM PAPEL DESATIVADO NAO VOLTA PARA A REGRA DO NIVEL
       9255-SOMAR-PAPEL.
           IF ROL-QT-PAPEIS < 10
               ADD 1 TO ROL-QT-PAPEIS
               MOVE ROL-CONSULTA TO ROL-PAPEL(ROL-QT-PAPEIS)
           END-IF.
           OPEN INPUT ROLEMAST.
           IF WRK-ROLEMAST-STATUS = '00'
               MOVE ROL-CONSULTA TO RL-PAPEL
               READ ROLEMAST
                   KEY IS RL-PAPEL
                   INVALID KEY
                       MOVE '23' TO WRK-ROLEMAST-STATUS
               END-READ
               IF WRK-ROLEMAST-STATUS = '00' AND RL-ATIVO
                   PERFORM 9256-SOMAR-OPCAO
                           VARYING ROL-Z-I FROM 1 BY 1
                           UNTIL ROL-Z-I > 20
                   PERFORM 9257-SOMAR-APROVA
                           VARYING ROL-Z-I FROM 1 BY 1
                           UNTIL ROL-Z-I > 5
                   PERFORM 9258-SOMAR-FUNCAO
                           VARYING ROL-Z-I FROM 1 BY 1
                           UNTIL ROL-Z-I > 5
               END-IF
               CLOSE ROLEMAST
           END-IF.

       9256-SOMAR-OPCAO.
           IF RL-OPCOES(ROL-Z-I:1) NOT = SPACE
               MOVE ZEROS TO ROL-Z-QT
               INSPECT ROL-OPCOES TALLYING ROL-Z-QT
                       FOR ALL RL-OPCOES(ROL-Z-I:1)
               IF ROL-Z-QT = 0 AND ROL-QT-OPCOES < 40
                   ADD 1 TO ROL-QT-OPCOES
                   MOVE RL-OPCOES(ROL-Z-I:1)
                        TO ROL-OPCOES(ROL-QT-OPCOES:1)
               END-IF
           END-IF.

       9257-SOMAR-APROVA.
           IF RL-APROVA(ROL-Z-I) NOT = SPACES
               MOVE RL-APROVA(ROL-Z-I) TO ROL-CONSULTA
               PERFORM 9265-TEM-APROVACAO
               IF NOT ROL-AUTORIZADO AND ROL-QT-APROVA < 30
                   ADD 1 TO ROL-QT-APROVA
                   MOVE RL-APROVA(ROL-Z-I)
                        TO ROL-APROVA(ROL-QT-APROVA)
               END-IF
           END-IF.

       9258-SOMAR-FUNCAO.
           IF RL-FUNCAO(ROL-Z-I) NOT = SPACES
               MOVE RL-FUNCAO(ROL-Z-I) TO ROL-CONSULTA
               PERFORM 9270-TEM-FUNCAO
               IF NOT ROL-AUTORIZADO AND ROL-QT-FUNCOES < 30
                   ADD 1 TO ROL-QT-FUNCOES
                   MOVE RL-FUNCAO(ROL-Z-I)
                        TO ROL-FUNCAO(ROL-QT-FUNCOES)
               END-IF
           END-IF.

       9260-TEM-OPCAO.
           MOVE 'N' TO ROL-RESULTADO.
           IF ROL-CONSULTA(1:1) NOT = SPACE
               MOVE ZEROS TO ROL-Z-QT
               INSPECT ROL-OPCOES TALLYING ROL-Z-QT
                       FOR ALL ROL-CONSULTA(1:1)
               IF ROL-Z-QT > 0
                   MOVE 'S' TO ROL-RESULTADO
               END-IF
           END-IF.

       9265-TEM-APROVACAO.
           MOVE 'N' TO ROL-RESULTADO.
           PERFORM 9266-COMPARAR-APROVA
                   VARYING ROL-Z-J FROM 1 BY 1
                   UNTIL ROL-Z-J > ROL-QT-APROVA
                   OR ROL-AUTORIZADO.

       9266-COMPARAR-APROVA.
           IF ROL-APROVA(ROL-Z-J) = ROL-CONSULTA
               MOVE 'S' TO ROL-RESULTADO
           END-IF.

       9270-TEM-FUNCAO.
           MOVE 'N' TO ROL-RESULTADO.
           PERFORM 9271-COMPARAR-FUNCAO
                   VARYING ROL-Z-J FROM 1 BY 1
                   UNTIL ROL-Z-J > ROL-QT-FUNCOES
                   OR ROL-AUTORIZADO.

       9271-COMPARAR-FUNCAO.
           IF ROL-FUNCAO(ROL-Z-J) = ROL-CONSULTA(1:3)
               MOVE 'S' TO ROL-RESULTADO
           END-IF.

      ***  PAR INCOMPATIVEL DO SODRULES COM AS DUAS FUNCOES NO
      ***  MESMO PERFIL
       9280-CONFERIR-CONFLITO.
           MOVE 'N' TO ROL-CONFLITO.
           MOVE SPACES TO ROL-FUNC-A ROL-FUNC-B.
           PERFORM 9281-CONFERIR-PAR
                   VARYING ROL-Z-K FROM 1 BY 1
                   UNTIL ROL-Z-K > ROL-QT-SOD
                   OR ROL-EM-CONFLITO.

       9281-CONFERIR-PAR.
           MOVE ROL-SOD-A(ROL-Z-K) TO ROL-CONSULTA.
           PERFORM 9270-TEM-FUNCAO.
           MOVE ROL-RESULTADO TO ROL-Z-TEM-A.
           MOVE ROL-SOD-B(ROL-Z-K) TO ROL-CONSULTA.
           PERFORM 9270-TEM-FUNCAO.
           IF ROL-Z-TEM-A = 'S' AND ROL-AUTORIZADO
               MOVE 'S' TO ROL-CONFLITO
               MOVE ROL-SOD-A(ROL-Z-K) TO ROL-FUNC-A
               MOVE ROL-SOD-B(ROL-Z-K) TO ROL-FUNC-B
           END-IF.
