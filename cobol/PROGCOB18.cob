      *                         SIGN-ON ATE SEREM ACUSADOS UM A UM;
      *                         O ACUSE GUARDA QUEM E QUANDO NO
      *                         PROPRIO AVISO.
      *    15/10/2026 HUGOVIE - PERMISSAO POR PAPEL: USUARIO COM PAPEIS
      *                         NO USERROLE (ROLEMAST, MANTIDOS NO
      *                         PROGCOB41) VE E EXECUTA SO AS OPCOES DOS
      *                         SEUS PAPEIS (ROLPROC); SEM PAPEL,
      *                         CONTINUA VALENDO O NIVEL MINIMO DO
      *                         MENUFILE. PERFIL RECARREGADO NA
      *                         REVALIDACAO POR OCIOSIDADE.
      *    15/10/2026 HUGOVIE - REPOSITORIO DE RELATORIOS: NA VOLTA DE
      *                         CADA OPCAO O PRGCOB141 GUARDA OS
      *                         RELATORIOS DO PROGRAMA QUE RODOU
      *                         (RPTCAT), COM O USUARIO LOGADO COMO
      *                         OPERADOR; NOVA OPCAO PRE-CARREGADA R
      *                         (PRGCOB142) DE CONSULTA E REIMPRESSAO,
      *                         COM ACESSO POR RELATORIO CONFORME OS
      *                         PAPEIS OU O NIVEL. NO MENUFILE A OPCAO
      *                         ENTRA COMO 'R', 'REIMPRESSAO DE
      *                         RELATORIOS', PRGCOB142, NIVEL 02.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NQ-SEQ
                   FILE STATUS IS WRK-NOTIFQ-STATUS.
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
           DATA DIVISION.
           FILE SECTION.
           FD  SECFILE.
               05 NQ-ACK-OPERADOR PIC X(20).
               05 NQ-ACK-DATAHORA PIC X(17).

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

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO-PERMITIDA PIC X(01) VALUE 'N'.
               88 OPCAO-PERMITIDA  VALUE 'S'.
           77 WRK-NOTIFQ-STATUS PIC X(02) VALUE SPACES.
               88 NOTIFQ-OK        VALUE '00'.
               88 NOTIFQ-NOTFOUND  VALUE '23'.
           77 WRK-MENUFILE-STATUS PIC X(02) VALUE SPACES.
               88 MENUFILE-OK     VALUE '00'.
               88 MENUFILE-EOF    VALUE '10'.
      *    ********** OPCOES DO MENU - AS QUATRO HISTORICAS FICAM
      *    ********** PRE-CARREGADAS E O MENUFILE AS SUBSTITUI
           77 WRK-QT-OPCOES   PIC 9(02) VALUE 4.
           01 WRK-TAB-MENU-DEF.
               02 FILLER PIC X(42) VALUE
                  '1PEDIDOS / FRETE               PROGCOB0902'.
                  '2FOLHA DE PAGAMENTO            PROGCOB0401'.
               02 FILLER PIC X(42) VALUE
                  '3VENDAS DO DIA                 PROGCOB1502'.
               02 FILLER PIC X(42) VALUE
                  'RREIMPRESSAO DE RELATORIOS     PRGCOB14202'.
               02 FILLER PIC X(672) VALUE SPACES.
           01 WRK-TAB-MENU REDEFINES WRK-TAB-MENU-DEF.
               02 WRK-MNU OCCURS 20 TIMES.
                   05 WRK-MNU-OPCAO    PIC X(01).

               MOVE 'PROGCOB18' TO ERR-PROGRAMA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               IF ACESSO-LIBERADO
                   MOVE WRK-USUARIO TO ROL-USUARIO
                   PERFORM 9250-CARREGAR-PAPEIS
               END-IF.

           0200-EXIBIR-MENU.
               DISPLAY '==============================='.
               ACCEPT WRK-OPCAO.

           0210-EXIBIR-OPCAO.
               PERFORM 0215-AUTORIZAR-OPCAO.
               IF OPCAO-PERMITIDA
                   DISPLAY ' ' WRK-MNU-OPCAO(WRK-MNU-SUB) ' - '
                           WRK-MNU-ROTULO(WRK-MNU-SUB)
                           ' (' WRK-MNU-PROGRAMA(WRK-MNU-SUB) ')'
               END-IF.

      *    ********** USUARIO COM PAPEL NO USERROLE VE SO AS OPCOES
      *    ********** DOS SEUS PAPEIS; SEM PAPEL, VALE O NIVEL MINIMO
           0215-AUTORIZAR-OPCAO.
               MOVE 'N' TO WRK-OPCAO-PERMITIDA.
               IF ROL-SEM-PAPEL
                   IF WRK-NIVEL <= WRK-MNU-NIVEL(WRK-MNU-SUB)
                       MOVE 'S' TO WRK-OPCAO-PERMITIDA
                   END-IF
               ELSE
                   MOVE WRK-MNU-OPCAO(WRK-MNU-SUB) TO ROL-CONSULTA
                   PERFORM 9260-TEM-OPCAO
                   MOVE ROL-RESULTADO TO WRK-OPCAO-PERMITIDA
               END-IF.

           0300-DESPACHAR.
               EVALUATE TRUE
                   WHEN OPCAO-TROCA-SENHA
                       MOVE WRK-MNU-SUB TO WRK-MNU-IDX
                   END-IF
               END-PERFORM.
               IF WRK-MNU-IDX > 0
                   MOVE WRK-MNU-IDX TO WRK-MNU-SUB
                   PERFORM 0215-AUTORIZAR-OPCAO
               END-IF.
               EVALUATE TRUE
                   WHEN WRK-MNU-IDX = 0
                       DISPLAY 'OPCAO INVALIDA'
                   WHEN NOT OPCAO-PERMITIDA
                       IF ROL-SEM-PAPEL
                           DISPLAY 'OPCAO RESTRITA - NIVEL'
                                   ' INSUFICIENTE'
                       ELSE
                           DISPLAY 'OPCAO RESTRITA - FORA DOS'
                                   ' PAPEIS DO USUARIO'
                       END-IF
                   WHEN WRK-MNU-NIVEL(WRK-MNU-IDX) = 01
                       PERFORM 0320-CONFERIR-OCIOSIDADE
                       IF ACESSO-LIBERADO
                           MOVE WRK-MNU-PROGRAMA(WRK-MNU-IDX)
                                TO WRK-PGM-CHAMADO
                           CALL WRK-PGM-CHAMADO USING WRK-USUARIO
                           PERFORM 0340-GUARDAR-RELATORIOS
                       END-IF
                   WHEN OTHER
                       MOVE WRK-MNU-PROGRAMA(WRK-MNU-IDX)
                            TO WRK-PGM-CHAMADO
                       CALL WRK-PGM-CHAMADO USING WRK-USUARIO
                       PERFORM 0340-GUARDAR-RELATORIOS
               END-EVALUATE.

      *    ********** NA VOLTA DA OPCAO, OS RELATORIOS DO PROGRAMA
      *    ********** QUE RODOU VAO PARA O REPOSITORIO (PRGCOB141)
      *    ********** COM O USUARIO LOGADO COMO OPERADOR
           0340-GUARDAR-RELATORIOS.
               CALL 'PRGCOB141' USING WRK-USUARIO WRK-PGM-CHAMADO.

           0320-CONFERIR-OCIOSIDADE.
               ACCEPT WRK-HORA-ATUAL FROM TIME.


           COPY ERRPROC.
           COPY SECPROC.
           COPY ROLPROC.
