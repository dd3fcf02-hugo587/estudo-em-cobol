      *                         EDI FAZEM - SEM A SOMA OS ESTORNOS
      *                         DO LOTE DE FRETE E DO CANCELAMENTO
      *                         DERRUBAVAM A EXPOSICAO PARA BAIXO.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - O ACEITE ABRE A ORDEM DE PRODUCAO DO
      *                         PEDIDO (WORKORD, SITUACAO A) COM AS
      *                         CHAPAS ORCADAS POR MATERIAL (WORKMAT),
      *                         ACOMPANHADA PELO PRGCOB149.
      *    15/10/2026 HUGOVIE - A ORDEM DE PRODUCAO LEVA A DATA DE
      *                         ENTREGA PROMETIDA DO ORCAMENTO
      *                         (QRG-DT-ENTREGA), PEDIDA NO ACEITE
      *                         QUANDO O ORCAMENTO SAIU SEM ELA, PARA
      *                         A PROGRAMACAO DAS SERRAS (PRGCOB151).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-CODIGO
                   FILE STATUS IS WRK-MATMAST-STATUS.
               SELECT WORKORD ASSIGN TO "WORKORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOR-ORDEM
                   FILE STATUS IS WRK-WORKORD-STATUS.
               SELECT WORKMAT ASSIGN TO "WORKMAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOM-CHAVE
                   FILE STATUS IS WRK-WORKMAT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  QUOTEREG.
                  88 QRG-CONVERTIDO VALUE 'C'.
                  88 QRG-EXPIRADO   VALUE 'X'.
               05 QRG-PEDIDO     PIC 9(06).
               05 QRG-DT-ENTREGA PIC 9(08).

           FD  CUSTMAST.
           01  CUST-REC.
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

           FD  ORDERTXN.
           01  ORDERTXN-REC.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 MAT-PRECO-M2    PIC 9(04)V99.
               05 MAT-ESTOQUE-CHAPAS PIC 9(05).

           FD  WORKORD.
           01  WOR-REC.
               05 WOR-ORDEM       PIC 9(06).
               05 WOR-ORCAMENTO   PIC 9(06).
               05 WOR-CLIENTE     PIC 9(06).
               05 WOR-DT-ABERTURA PIC 9(08).
               05 WOR-STATUS      PIC X(01).
                  88 WOR-ABERTA    VALUE 'A'.
                  88 WOR-CORTADA   VALUE 'C'.
                  88 WOR-ACABADA   VALUE 'F'.
                  88 WOR-ENTREGUE  VALUE 'E'.
               05 WOR-DT-CORTE    PIC 9(08).
               05 WOR-DT-ACABAMENTO PIC 9(08).
               05 WOR-DT-ENTREGA  PIC 9(08).
               05 WOR-CONSUMO     PIC X(01).
                  88 WOR-CONSUMO-LANCADO VALUE 'S'.
               05 WOR-DT-CONSUMO  PIC 9(08).
               05 WOR-DT-PROMETIDA PIC 9(08).

           FD  WORKMAT.
           01  WOM-REC.
               05 WOM-CHAVE.
                   10 WOM-ORDEM    PIC 9(06).
                   10 WOM-MATERIAL PIC 9(03).
               05 WOM-CHAPAS-ORCADAS PIC 9(05).
               05 WOM-CHAPAS-REAIS   PIC 9(05).
               05 WOM-AREA-SUCATA    PIC 9(06)V99.

           WORKING-STORAGE SECTION.
           77 WRK-QUOTEREG-STATUS PIC X(02) VALUE SPACES.
               88 QUOTEREG-OK   VALUE '00'.
               88 MATRESV-EOF     VALUE '10'.
           77 WRK-MATMAST-STATUS PIC X(02) VALUE SPACES.
               88 MATMAST-OK      VALUE '00'.
           77 WRK-WORKORD-STATUS PIC X(02) VALUE SPACES.
           77 WRK-WORKMAT-STATUS PIC X(02) VALUE SPACES.
               88 WORKMAT-OK      VALUE '00'.
           77 WRK-FIM-ORC      PIC X(01) VALUE 'N'.
               88 FIM-ORC        VALUE 'S'.
           77 WRK-TOT-RESERVADO PIC 9(07) VALUE ZEROS.
      *    ********** QUOTEREG COM A SITUACAO ATUALIZADA
           01 WRK-TAB-ORC.
               02 WRK-OR OCCURS 500 TIMES.
                   05 WRK-OR-REC  PIC X(53).
           77 WRK-QT-TAB     PIC 9(03) VALUE ZEROS.
           77 WRK-SUB        PIC 9(03) VALUE ZEROS.

                       DISPLAY 'CODIGO DO ITEM DE SERVICO DE CORTE'
                               ' (ITEMMAST)...'
                       ACCEPT WRK-ITEM-CORTE
                       IF QRG-DT-ENTREGA = ZEROS
                           DISPLAY 'ENTREGA PROMETIDA AO CLIENTE'
                                   ' (AAAAMMDD, 0 = A COMBINAR)...'
                           ACCEPT QRG-DT-ENTREGA
                       END-IF
                       PERFORM 0410-LER-CONTROLE
                       ADD 1 TO WRK-ULT-PEDIDO
                       MOVE WRK-ULT-PEDIDO TO WRK-PEDIDO-NOVO
                       MOVE 'C' TO QRG-STATUS
                       MOVE WRK-PEDIDO-NOVO TO QRG-PEDIDO
                       MOVE QUOTEREG-REC TO WRK-OR-REC(WRK-SUB)
                       PERFORM 0550-ABRIR-ORDEM-PRODUCAO
                       PERFORM 0500-EFETIVAR-RESERVAS
                       DISPLAY 'ORCAMENTO ' WRK-ORCAMENTO
                               ' CONVERTIDO NO PEDIDO '
                           ' ACEITE SEM RESERVA DE MATERIAL'
               ELSE
                   OPEN INPUT MATMAST
                   PERFORM 0560-ABRIR-WORKMAT
                   MOVE 'N' TO WRK-FIM-ORC
                   MOVE WRK-ORCAMENTO TO MRV-ORCAMENTO
                   MOVE ZEROS         TO MRV-MATERIAL
                           MOVE 'S' TO WRK-FIM-ORC
                   END-START
                   PERFORM 0510-EFETIVAR-UMA UNTIL FIM-ORC
                   IF WORKMAT-OK
                       CLOSE WORKMAT
                   END-IF
                   CLOSE MATMAST
                   CLOSE MATRESV
               END-IF.
                   IF MRV-ORCAMENTO NOT = WRK-ORCAMENTO
                       MOVE 'S' TO WRK-FIM-ORC
                   ELSE
                       PERFORM 0515-GRAVAR-MATERIAL-ORDEM
                       IF MRV-PREVISTA
                           MOVE 'R' TO MRV-STATUS
                           REWRITE MRV-REC
                   END-IF
               END-IF.

      *    ********** CHAPAS ORCADAS DO MATERIAL NA ORDEM DE
      *    ********** PRODUCAO, PARA O ORCADO X REAL DO PRGCOB149
           0515-GRAVAR-MATERIAL-ORDEM.
               IF WORKMAT-OK
                   MOVE WRK-PEDIDO-NOVO TO WOM-ORDEM
                   MOVE MRV-MATERIAL    TO WOM-MATERIAL
                   MOVE MRV-CHAPAS      TO WOM-CHAPAS-ORCADAS
                   MOVE ZEROS           TO WOM-CHAPAS-REAIS
                                           WOM-AREA-SUCATA
                   WRITE WOM-REC
                       INVALID KEY
                           REWRITE WOM-REC
                   END-WRITE
               END-IF.

           0520-CONFERIR-DISPONIBILIDADE.
               MOVE ZEROS TO WRK-TOT-RESERVADO.
               MOVE 'N' TO WRK-FIM-VARRE.
                       ADD MRV-CHAPAS TO WRK-TOT-RESERVADO
                   END-IF
               END-IF.

      *    ********** ORDEM DE PRODUCAO DO PEDIDO CONVERTIDO: MESMO
      *    ********** NUMERO DO PEDIDO, ABERTA NA DATA DO ACEITE
           0550-ABRIR-ORDEM-PRODUCAO.
               OPEN I-O WORKORD.
               IF WRK-WORKORD-STATUS = '35'
                   CLOSE WORKORD
                   OPEN OUTPUT WORKORD
                   CLOSE WORKORD
                   OPEN I-O WORKORD
               END-IF.
               IF WRK-WORKORD-STATUS NOT = '00'
                   DISPLAY 'ORDENS DE PRODUCAO (WORKORD) INDISPONIVEIS'
                           ' - STATUS ' WRK-WORKORD-STATUS
               ELSE
                   MOVE WRK-PEDIDO-NOVO TO WOR-ORDEM
                   MOVE WRK-ORCAMENTO   TO WOR-ORCAMENTO
                   MOVE QRG-CLIENTE     TO WOR-CLIENTE
                   MOVE WRK-DATA-HOJE   TO WOR-DT-ABERTURA
                   MOVE 'A'             TO WOR-STATUS
                   MOVE ZEROS           TO WOR-DT-CORTE
                                           WOR-DT-ACABAMENTO
                                           WOR-DT-ENTREGA
                                           WOR-DT-CONSUMO
                   MOVE 'N'             TO WOR-CONSUMO
                   MOVE QRG-DT-ENTREGA  TO WOR-DT-PROMETIDA
                   WRITE WOR-REC
                       INVALID KEY
                           DISPLAY 'ORDEM DE PRODUCAO ' WOR-ORDEM
                                   ' JA EXISTE'
                       NOT INVALID KEY
                           DISPLAY 'ORDEM DE PRODUCAO ' WOR-ORDEM
                                   ' ABERTA - FICHA PELO PRGCOB149'
                   END-WRITE
                   CLOSE WORKORD
               END-IF.

           0560-ABRIR-WORKMAT.
               OPEN I-O WORKMAT.
               IF WRK-WORKMAT-STATUS = '35'
                   CLOSE WORKMAT
                   OPEN OUTPUT WORKMAT
                   CLOSE WORKMAT
                   OPEN I-O WORKMAT
               END-IF.
