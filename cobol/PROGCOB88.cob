      *                         EXECUCAO VARAR PARA DENTRO DA
      *                         MANUTENCAO DO DE-PARA E GRAVAR
      *                         REGISTRO LIXO NO EDIXREF.
      *    15/10/2026 HUGOVIE - CLIENTE COM CREDITO BLOQUEADO NO
      *                         CREDHOLD (E NAO LIBERADO PELO CONTROLE
      *                         DE CREDITO) TEM O PEDIDO REJEITADO NO
      *                         EDIREP, COMO NA DIGITACAO PROGCOB22.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - PEDIDO EDI REJEITADO PARA CLIENTE
      *                         INCORPORADO A OUTRO NA UNIFICACAO DE
      *                         CADASTROS.
      *    15/10/2026 HUGOVIE - ARQUIVO EDI CONFERIDO ANTES DA
      *                         IMPORTACAO (HEADER, TRAILER, QUANTIDADE
      *                         DE LINHAS, SOMA DAS QUANTIDADES E
      *                         ARQUIVO REPETIDO NO INBREG); ARQUIVO
      *                         TRUNCADO OU REPETIDO VAI PARA O ERRLOG E
      *                         O PROGRAMA TERMINA COM RC 8 SEM IMPORTAR
      *                         NADA.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IPR-CHAVE
                   FILE STATUS IS WRK-ITEMPRC-STATUS.
               SELECT CREDHOLD ASSIGN TO "CREDHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-CLIENTE
                   FILE STATUS IS WRK-CREDHOLD-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT INBREG ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-CHAVE
                   FILE STATUS IS WRK-INBREG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  EDIORDER.
           01  EDIORDER-REC       PIC X(80).
           01  EDIORDER-CTL.
               05 EDI-CTL-TIPO    PIC X(03).
                  88 EDI-CONTROLE VALUES 'HDR' 'TRL'.
               05 FILLER          PIC X(77).

           FD  EDIXREF.
           01  XRF-REC.
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
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
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

           FD  ERRLOG.
           01  ERRLOG-REC        PIC X(80).

           FD  INBREG.
           01  IR-REC.
               05 IR-CHAVE.
                   10 IR-ARQUIVO    PIC X(08).
                   10 IR-REMETENTE  PIC X(08).
                   10 IR-DT-ARQUIVO PIC 9(08).
                   10 IR-SEQ        PIC 9(06).
               05 IR-QT-REGISTROS   PIC 9(07).
               05 IR-TOTAL          PIC 9(13)V99.
               05 IR-DATAHORA       PIC X(17).
               05 IR-PROGRAMA       PIC X(09).

           WORKING-STORAGE SECTION.
           COPY ERRCOM.
           COPY INBCOM.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-INBREG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-EDIORDER-STATUS PIC X(02) VALUE SPACES.
               88 EDIORDER-OK   VALUE '00'.
               88 EDIORDER-EOF  VALUE '10'.
               88 ITEMPRC-OK        VALUE '00'.
           77 WRK-ITEMPRC-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ITEMPRC-DISPONIVEL VALUE 'S'.
           77 WRK-CREDHOLD-STATUS PIC X(02) VALUE SPACES.
               88 CREDHOLD-OK        VALUE '00'.
           77 WRK-CREDHOLD-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CREDHOLD-DISPONIVEL VALUE 'S'.
           77 WRK-ORDERTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDCTL-STATUS   PIC X(02) VALUE SPACES.
               88 ORDCTL-OK       VALUE '00'.
                   PERFORM 1000-MANTER-XREF
                   GO TO 0001-SAIDA
               END-IF.
               PERFORM 0050-CONFERIR-EDIORDER.
               IF INB-ARQUIVO-RECUSADO
                   DISPLAY 'ARQUIVO EDI RECUSADO NA CONFERENCIA -'
                           ' NADA IMPORTADO'
                   MOVE 8 TO RETURN-CODE
                   GO TO 0001-SAIDA
               END-IF.
               PERFORM 0100-INICIALIZAR.
               IF NOT EDIORDER-EOF
                   PERFORM 0200-TRATAR-LINHA
                   END-IF
               END-IF.
               PERFORM 0900-FINALIZAR.
               IF INB-HEADER-OK
                   PERFORM 9170-REGISTRAR-ARQUIVO
               END-IF.
               GOBACK.

      *    ********** CONFERENCIA DO ARQUIVO EDI ANTES DE IMPORTAR:
      *    ********** HEADER, TRAILER, QUANTIDADE DE LINHAS, SOMA DAS
      *    ********** QUANTIDADES PEDIDAS CONTRA O TOTAL DO TRAILER E
      *    ********** ARQUIVO REPETIDO (INBREG). PEGA O ARQUIVO
      *    ********** TRUNCADO NO CAMINHO
           0050-CONFERIR-EDIORDER.
               MOVE 'PROGCOB88' TO ERR-PROGRAMA.
               MOVE 'EDIORDER'  TO INB-ARQUIVO.
               PERFORM 9150-INICIAR-CONFERENCIA.
               OPEN INPUT EDIORDER.
               IF EDIORDER-OK
                   PERFORM 0155-LER-REGISTRO
                   PERFORM 0060-CONFERIR-REGISTRO
                           UNTIL EDIORDER-EOF
                   CLOSE EDIORDER
                   PERFORM 9160-VALIDAR-ARQUIVO
               END-IF.

           0060-CONFERIR-REGISTRO.
               MOVE EDIORDER-REC TO INB-REGISTRO.
               PERFORM 9155-CLASSIFICAR-REGISTRO.
               IF INB-E-DETALHE
                   MOVE SPACES TO WRK-EDI-CLIENTE-X WRK-EDI-ITEM-EXT
                                  WRK-EDI-QTDE-X
                   UNSTRING EDIORDER-REC DELIMITED BY ';'
                       INTO WRK-EDI-CLIENTE-X
                            WRK-EDI-ITEM-EXT
                            WRK-EDI-QTDE-X
                   END-UNSTRING
                   IF WRK-EDI-QTDE-X IS NUMERIC
                       MOVE WRK-EDI-QTDE-X TO WRK-EDI-QTDE
                       ADD WRK-EDI-QTDE TO INB-SOMA-DET
                   END-IF
               END-IF.
               PERFORM 0155-LER-REGISTRO.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN INPUT EDIORDER.
                   IF WRK-ITEMPRC-STATUS = '00'
                       MOVE 'S' TO WRK-ITEMPRC-DISPONIVEL
                   END-IF
                   OPEN INPUT CREDHOLD
                   IF WRK-CREDHOLD-STATUS = '00'
                       MOVE 'S' TO WRK-CREDHOLD-DISPONIVEL
                   END-IF
                   OPEN EXTEND ORDERTXN
                   IF WRK-ORDERTXN-STATUS = '35'
                       CLOSE ORDERTXN
               WRITE ORDCTL-REC.
               CLOSE ORDCTL.

      *    ********** HEADER E TRAILER JA FORAM CONFERIDOS NO 0050
      *    ********** E NAO SAO LINHAS DE PEDIDO
           0150-LER-EDIORDER.
               PERFORM 0155-LER-REGISTRO.
               PERFORM 0155-LER-REGISTRO
                       UNTIL EDIORDER-EOF OR NOT EDI-CONTROLE.

           0155-LER-REGISTRO.
               READ EDIORDER
                   AT END MOVE '10' TO WRK-EDIORDER-STATUS
               END-READ.
                   IF TEM-PEDIDO
                       PERFORM 0600-FECHAR-PEDIDO
                   END-IF
                   PERFORM 0350-ABRIR-PEDIDO THRU 0350-SAIDA
               END-IF.
               IF TEM-PEDIDO
                   PERFORM 0400-GRAVAR-LINHA-PEDIDO
                   END-STRING
                   MOVE WRK-LINHA TO EDIREP-REC
                   WRITE EDIREP-REC
                   GO TO 0350-SAIDA
               END-IF.
               IF CUST-INCORPORADO
                   ADD 1 TO WRK-QT-REJEITADAS
                   MOVE SPACES TO WRK-LINHA
                   STRING 'REJEITADA - CLIENTE ' WRK-EDI-CLIENTE
                          ' INCORPORADO AO CLIENTE ' CUST-COD-DESTINO
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO EDIREP-REC
                   WRITE EDIREP-REC
                   GO TO 0350-SAIDA
               END-IF.
               PERFORM 0360-CONFERIR-BLOQUEIO.
               IF CREDHOLD-OK AND NOT CH-LIBERADO
                   ADD 1 TO WRK-QT-REJEITADAS
                   MOVE SPACES TO WRK-LINHA
                   STRING 'REJEITADA - CLIENTE ' WRK-EDI-CLIENTE
                          ' COM CREDITO BLOQUEADO DESDE ' CH-DATA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO EDIREP-REC
                   WRITE EDIREP-REC
               ELSE
                   ADD 1 TO WRK-ULT-PEDIDO
                   MOVE WRK-ULT-PEDIDO TO WRK-PEDIDO-NOVO
                   MOVE 'S' TO WRK-TEM-PEDIDO
                   ADD 1 TO WRK-QT-PEDIDOS
               END-IF.
           0350-SAIDA.
               EXIT.

      *    ********** CLIENTE NO CREDHOLD (E NAO LIBERADO PELO CONTROLE
      *    ********** DE CREDITO) NAO TEM PEDIDO IMPORTADO - MESMA
      *    ********** REGRA DA DIGITACAO NO PROGCOB22
           0360-CONFERIR-BLOQUEIO.
               MOVE '23' TO WRK-CREDHOLD-STATUS.
               IF CREDHOLD-DISPONIVEL
                   MOVE CUST-CODIGO TO CH-CLIENTE
                   READ CREDHOLD
                       KEY IS CH-CLIENTE
                       INVALID KEY
                           MOVE '23' TO WRK-CREDHOLD-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CREDHOLD-STATUS
                   END-READ
               END-IF.

           0400-GRAVAR-LINHA-PEDIDO.
               MOVE WRK-EDI-CLIENTE TO XRF-CLIENTE.
                   IF ITEMPRC-DISPONIVEL
                       CLOSE ITEMPRC
                   END-IF
                   IF CREDHOLD-DISPONIVEL
                       CLOSE CREDHOLD
                   END-IF
                   CLOSE ORDERTXN
                   CLOSE ORDSTAT
               END-IF.
                   DISPLAY 'DE-PARA INCLUIDO'
               END-IF.
               PERFORM 1100-PEDIR-CLIENTE-XREF.

           COPY ERRPROC.
           COPY INBPROC.
