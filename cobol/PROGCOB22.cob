      *                         INVREG - A COMISSAO MENSAL
      *                         (PROGCOB89) DEIXA DE SER CALCULADA
      *                         DE MEMORIA.
      *    15/10/2026 HUGOVIE - ITEM DIGITADO QUE E KIT (KITSTRU) AVISA
      *                         A QUANTIDADE DE COMPONENTES; O KIT ENTRA
      *                         COMO UMA LINHA SO.
      *    15/10/2026 HUGOVIE - CLIENTE COM CREDITO BLOQUEADO NO
      *                         CREDHOLD (PERDA BAIXADA NO PROGCOB92)
      *                         TEM O PEDIDO RECUSADO LOGO NA DIGITACAO
      *                         DO CODIGO, SEM LIBERACAO DE SUPERVISOR.
      *    15/10/2026 HUGOVIE - BLOQUEIO DO CREDHOLD TAMBEM VEM DA
      *                         REVISAO MENSAL DE CREDITO (PROGCOB114)
      *                         OU DO BLOQUEIO MANUAL; REGISTRO LIBERADO
      *                         PELO CONTROLE DE CREDITO (MOTIVO L,
      *                         PROGCOB115) NAO BLOQUEIA MAIS.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - PEDIDO RECUSADO PARA CLIENTE INCORPORADO
      *                         A OUTRO NA UNIFICACAO DE CADASTROS.
      *    15/10/2026 HUGOVIE - LIBERACOES DE SUPERVISOR POR PAPEL:
      *                         SUPERVISOR COM PAPEIS
      *                         (ROLEMAST/USERROLE) PRECISA DA FUNCAO
      *                         LIB PARA O LIMITE DE CREDITO E PRC PARA
      *                         PRECO FORA DA LISTA; SEM PAPEL, CONTINUA
      *                         O ADM. COM A REGRA PED/LIB DO SODRULES,
      *                         SUPERVISOR CUJOS PAPEIS TAMBEM DAO A
      *                         FUNCAO PED NAO LIBERA LIMITE.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT ORDERTXN ASSIGN TO "ORDERTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDERTXN-STATUS.
               SELECT LOGINAUD ASSIGN TO "LOGINAUD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LOGINAUD-STATUS.
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
               SELECT CAMTAB ASSIGN TO "CAMTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IPR-CHAVE
                   FILE STATUS IS WRK-ITEMPRC-STATUS.
               SELECT CREDHOLD ASSIGN TO "CREDHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-CLIENTE
                   FILE STATUS IS WRK-CREDHOLD-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CUSTMAST.
               05 CUST-UF        PIC X(02).
               05 CUST-LIMITE    PIC 9(07)V99.
               05 CUST-ABERTO    PIC 9(07)V99.
               05 CUST-TIPO-DOC  PIC X(01).
                  88 CUST-DOC-CNPJ VALUE 'J'.
                  88 CUST-DOC-CPF  VALUE 'F'.
               05 CUST-CNPJ-CPF  PIC 9(14).
               05 CUST-SITUACAO  PIC X(01).
                  88 CUST-INCORPORADO VALUE 'U'.
               05 CUST-COD-DESTINO PIC 9(06).

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

           FD  ORDERTXN.
           01  ORDERTXN-REC.
               05 TX-PEDIDO     PIC 9(06).
                  88 OST-EXCECAO    VALUE 'X'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 AUD-NIVEL       PIC 9(02).
               05 AUD-RESULTADO   PIC X(10).

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

           FD  CAMTAB.
           01  CAM-REC.
               05 CAM-CHAVE.
                   10 IPR-DT-VIGENCIA PIC 9(08).
               05 IPR-PRECO-UNIT  PIC 9(06)V99.

           FD  CREDHOLD.
           01  CH-REC.
               05 CH-CLIENTE     PIC 9(06).
               05 CH-MOTIVO      PIC X(01).
                  88 CH-MOTIVO-PERDA VALUE 'P'.
                  88 CH-LIBERADO     VALUE 'L'.
               05 CH-DATA        PIC 9(08).
               05 CH-OPERADOR    PIC X(20).
               05 CH-OBS         PIC X(30).

           WORKING-STORAGE SECTION.
           COPY ERRCOM.
           COPY SECCOM.
           COPY ROLCOM.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FUNCAO-SUP  PIC X(03) VALUE SPACES.
           77 WRK-SUP-AUTORIZADO PIC X(01) VALUE 'N'.
               88 SUP-AUTORIZADO VALUE 'S'.
           77 WRK-SUP-PAPEL-PED PIC X(01) VALUE 'N'.
               88 SUP-PAPEL-PED  VALUE 'S'.
           77 WRK-ERRLOG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
               88 ITEMMAST-NOTFOUND  VALUE '23'.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           COPY KITCOM.
           77 WRK-ORDERTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDCTL-STATUS   PIC X(02) VALUE SPACES.
               88 ORDCTL-OK       VALUE '00'.
               88 ITEMPRC-OK        VALUE '00'.
           77 WRK-ITEMPRC-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ITEMPRC-DISPONIVEL VALUE 'S'.
           77 WRK-CREDHOLD-STATUS PIC X(02) VALUE SPACES.
               88 CREDHOLD-OK        VALUE '00'.
           77 WRK-CREDHOLD-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CREDHOLD-DISPONIVEL VALUE 'S'.
           77 WRK-CLIENTE-BLOQ PIC X(01) VALUE 'N'.
               88 CLIENTE-BLOQUEADO VALUE 'S'.
           77 WRK-PRECO-UNIT  PIC 9(06)V99 VALUE ZEROS.
           77 WRK-VALOR-LISTA PIC 9(06)V99 VALUE ZEROS.
           77 WRK-DIF-LISTA   PIC S9(07)V99 VALUE ZEROS.
               IF WRK-PRICELST-STATUS = '00'
                   MOVE 'S' TO WRK-PRICELST-DISPONIVEL
               END-IF.
               OPEN INPUT KITSTRU.
               OPEN INPUT ITEMPRC.
               IF WRK-ITEMPRC-STATUS = '00'
                   MOVE 'S' TO WRK-ITEMPRC-DISPONIVEL
               END-IF.
               OPEN INPUT CREDHOLD.
               IF WRK-CREDHOLD-STATUS = '00'
                   MOVE 'S' TO WRK-CREDHOLD-DISPONIVEL
               END-IF.
               OPEN I-O ORDSTAT.
               IF WRK-ORDSTAT-STATUS = '35'
                   CLOSE ORDSTAT
               IF NOT CUSTMAST-OK
                   DISPLAY 'CLIENTE NAO CADASTRADO - USE O PROGCOB02'
               ELSE
                   PERFORM 0305-CONFERIR-BLOQUEIO
               END-IF.
               IF CUSTMAST-OK AND NOT CLIENTE-BLOQUEADO
                   MOVE CUST-NOME TO WRK-CLIENTE-NOME
                   MOVE CUST-UF   TO WRK-UF
                   DISPLAY 'CLIENTE..' WRK-CLIENTE-NOME
                   PERFORM 0120-GRAVAR-CONTROLE
               END-IF.

      *    ********** CLIENTE NO CREDHOLD (PERDA BAIXADA NO
      *    ********** PROGCOB92, REVISAO MENSAL OU BLOQUEIO MANUAL) NAO
      *    ********** RECEBE PEDIDO ATE O CONTROLE DE CREDITO LIBERAR
      *    ********** NO PROGCOB115 - SEM LIBERACAO DE SUPERVISOR.
      *    ********** CODIGO INCORPORADO A OUTRO NA UNIFICACAO DE
      *    ********** CADASTROS (PROGCOB125) TAMBEM NAO RECEBE PEDIDO
           0305-CONFERIR-BLOQUEIO.
               MOVE 'N' TO WRK-CLIENTE-BLOQ.
               IF CUST-INCORPORADO
                   MOVE 'S' TO WRK-CLIENTE-BLOQ
                   DISPLAY 'CLIENTE..' CUST-NOME
                   DISPLAY 'CODIGO INCORPORADO AO CLIENTE '
                           CUST-COD-DESTINO
                           ' - PEDIDO RECUSADO, USE O CODIGO NOVO'
               END-IF.
               IF CREDHOLD-DISPONIVEL AND NOT CLIENTE-BLOQUEADO
                   MOVE CUST-CODIGO TO CH-CLIENTE
                   READ CREDHOLD
                       KEY IS CH-CLIENTE
                       INVALID KEY
                           MOVE '23' TO WRK-CREDHOLD-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CREDHOLD-STATUS
                   END-READ
                   IF CREDHOLD-OK AND NOT CH-LIBERADO
                       MOVE 'S' TO WRK-CLIENTE-BLOQ
                       DISPLAY 'CLIENTE..' CUST-NOME
                       DISPLAY 'CREDITO BLOQUEADO DESDE ' CH-DATA
                               ' - ' CH-OBS
                       DISPLAY 'PEDIDO RECUSADO - LIBERACAO SO PELO'
                               ' CONTROLE DE CREDITO'
                   END-IF
               END-IF.

      *    ********** MOEDA DO PEDIDO E TAXA VIGENTE DO DIA NA
      *    ********** CAMTAB (MAIOR DATA MENOR OU IGUAL A HOJE,
      *    ********** COMO A VIGENCIA DA RATETAB)
                   ELSE
                       MOVE 'S' TO WRK-ITEM-ACEITO
                       DISPLAY 'ITEM..' ITM-DESCRICAO
                       MOVE WRK-ITEM TO KIT-PAI
                       PERFORM 9700-CARREGAR-KIT
                       IF KIT-QT-COMP > 0
                           DISPLAY 'KIT COM ' KIT-QT-COMP
                                   ' COMPONENTES - UMA LINHA SO,'
                                   ' ESTOQUE BAIXA PELOS COMPONENTES'
                       END-IF
                       DISPLAY 'QUANTIDADE...'
                       ACCEPT WRK-QTDE
                       IF WRK-MOEDA NOT = SPACES
                   ACCEPT WRK-SENHA
                   MOVE 'PROGCOB22' TO ERR-PROGRAMA
                   PERFORM 9200-VALIDAR-ACESSO-SEC
                   MOVE 'PRC' TO WRK-FUNCAO-SUP
                   PERFORM 0470-AUTORIZAR-SUPERVISOR
                   IF SUP-AUTORIZADO
                       DISPLAY 'VALOR DA LINHA MANUAL...'
                       ACCEPT WRK-VALOR
                       COMPUTE WRK-DIF-LISTA =
               ACCEPT WRK-SENHA.
               MOVE 'PROGCOB22' TO ERR-PROGRAMA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               MOVE 'PRC' TO WRK-FUNCAO-SUP.
               PERFORM 0470-AUTORIZAR-SUPERVISOR.
               IF SUP-AUTORIZADO
                   COMPUTE WRK-DIF-LISTA =
                           WRK-VALOR - WRK-VALOR-LISTA
                   PERFORM 0408-REGISTRAR-PRICELOG
                       ACCEPT WRK-SENHA
                       MOVE 'PROGCOB22' TO ERR-PROGRAMA
                       PERFORM 9200-VALIDAR-ACESSO-SEC
                       MOVE 'LIB' TO WRK-FUNCAO-SUP
                       PERFORM 0470-AUTORIZAR-SUPERVISOR
                       IF SUP-AUTORIZADO
                           AND REGRA-PED-LIB
                           AND WRK-USUARIO = WRK-OPERADOR-DIG
                           DISPLAY 'BLOQUEADO - QUEM DIGITOU O'
                           PERFORM 0429-REGISTRAR-SOD-BLOQ
                           PERFORM 0426-REGISTRAR-CREDLOG-BLOQ
                       ELSE
                       IF SUP-AUTORIZADO AND SUP-PAPEL-PED
                           DISPLAY 'BLOQUEADO - OS PAPEIS DO'
                                   ' SUPERVISOR REUNEM PED E LIB'
                                   ' (SODRULES)'
                           MOVE 'N' TO WRK-CREDITO-OK
                           PERFORM 0429-REGISTRAR-SOD-BLOQ
                           PERFORM 0426-REGISTRAR-CREDLOG-BLOQ
                       ELSE
                       IF SUP-AUTORIZADO
                           PERFORM 0425-REGISTRAR-CREDLOG-LIB
                       ELSE
                           DISPLAY 'SUPERVISOR NAO AUTORIZADO'
                           PERFORM 0426-REGISTRAR-CREDLOG-BLOQ
                       END-IF
                       END-IF
                       END-IF
                   ELSE
                       MOVE 'N' TO WRK-CREDITO-OK
                       PERFORM 0426-REGISTRAR-CREDLOG-BLOQ
                      INTO WRK-DATAHORA
               END-STRING.

      *    ********** SUPERVISOR COM PAPEIS NO USERROLE PRECISA DA
      *    ********** FUNCAO PEDIDA (LIB - LIMITE DE CREDITO, PRC -
      *    ********** PRECO FORA DA LISTA); SEM PAPEL, VALE O ADM.
      *    ********** COM A REGRA PED/LIB ATIVA, PAPEL QUE TAMBEM DA
      *    ********** A FUNCAO PED LIGA WRK-SUP-PAPEL-PED
           0470-AUTORIZAR-SUPERVISOR.
               MOVE 'N' TO WRK-SUP-AUTORIZADO.
               MOVE 'N' TO WRK-SUP-PAPEL-PED.
               IF ACESSO-LIBERADO
                   MOVE WRK-USUARIO TO ROL-USUARIO
                   PERFORM 9250-CARREGAR-PAPEIS
                   IF ROL-SEM-PAPEL
                       IF ADM
                           MOVE 'S' TO WRK-SUP-AUTORIZADO
                       END-IF
                   ELSE
                       MOVE WRK-FUNCAO-SUP TO ROL-CONSULTA
                       PERFORM 9270-TEM-FUNCAO
                       MOVE ROL-RESULTADO TO WRK-SUP-AUTORIZADO
                       MOVE 'PED' TO ROL-CONSULTA
                       PERFORM 9270-TEM-FUNCAO
                       IF ROL-AUTORIZADO AND REGRA-PED-LIB
                           MOVE 'S' TO WRK-SUP-PAPEL-PED
                       END-IF
                   END-IF
               END-IF.

           0500-FECHAR-DIA.
               MOVE SPACES TO ORDERTXN-TRL.
               MOVE 'T' TO TRL-MARCA.
           0900-FINALIZAR.
               CLOSE ORDERTXN.
               CLOSE ITEMMAST.
               CLOSE KITSTRU.
               IF CAMTAB-DISPONIVEL
                   CLOSE CAMTAB
               END-IF.
               IF PRICELST-DISPONIVEL
                   CLOSE PRICELST
               END-IF.
               IF CREDHOLD-DISPONIVEL
                   CLOSE CREDHOLD
               END-IF.
               CLOSE ORDSTAT.
               IF CUSTMAST-OK OR CUSTMAST-NOTFOUND
                   CLOSE CUSTMAST

           COPY ERRPROC.
           COPY SECPROC.
           COPY KITPROC.
           COPY ROLPROC.
