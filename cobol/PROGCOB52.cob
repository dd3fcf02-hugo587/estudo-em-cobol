      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - SITUACAO DE PAGAMENTO NO TITULO
      *                         (APROVADO PELO PROGCOB53, ENVIADO AO
      *                         BANCO PELO PRGCOB100). TITULO JA
      *                         ENVIADO NA REMESSA NAO PODE SER
      *                         BAIXADO A MAO - ESPERA O RETORNO.
      *    15/10/2026 HUGOVIE - NOTA AMARRADA AO PEDIDO DE COMPRA
      *                         (PURCHORD, DO MESMO FORNECEDOR) COM
      *                         QUANTIDADE E PRECO UNITARIO FATURADOS,
      *                         PARA A CONFERENCIA NOTA X PEDIDO X
      *                         RECEBIMENTO DO PRGCOB101. NOVA OPCAO L
      *                         - O COMPRADOR LIBERA A NOTA BLOQUEADA
      *                         NA CONFERENCIA PARA PAGAMENTO.
      *    15/10/2026 HUGOVIE - ICMS DESTACADO NA NOTA DE FORNECEDOR
      *                         (AP-ICMS) - CREDITO DE ENTRADA PARA A
      *                         APURACAO MENSAL DO PRGCOB121.
      *    15/10/2026 HUGOVIE - SUPMAST COM O DOCUMENTO FISCAL DO
      *                         FORNECEDOR (SUP-TIPO-DOC/SUP-CNPJ-CPF)
      *                         NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT PURCHORD ASSIGN TO "PURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-NUMERO
                   FILE STATUS IS WRK-PURCHORD-STATUS.
               SELECT PAGTOLOG ASSIGN TO "PAGTOLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PAGTOLOG-STATUS.
               05 AP-STATUS     PIC X(01).
                  88 AP-ABERTO     VALUE 'A'.
                  88 AP-LIQUIDADO  VALUE 'L'.
               05 AP-SIT-PAGTO  PIC X(01).
                  88 AP-PAGTO-LIVRE     VALUE ' '.
                  88 AP-PAGTO-APROVADO  VALUE 'P'.
                  88 AP-PAGTO-ENVIADO   VALUE 'E'.
                  88 AP-PAGTO-REJEITADO VALUE 'R'.
               05 AP-DT-APROVACAO PIC 9(08).
               05 AP-APROVADOR  PIC X(20).
               05 AP-MOTIVO     PIC X(25).
               05 AP-PEDIDO     PIC 9(06).
               05 AP-QT-FATURADA PIC 9(05).
               05 AP-PRECO-UNIT PIC 9(07)V99.
               05 AP-CONFERENCIA PIC X(01).
                  88 AP-CONF-PENDENTE   VALUE ' '.
                  88 AP-CONF-OK         VALUE 'M'.
                  88 AP-BLOQUEADO       VALUE 'B'.
                  88 AP-CONF-LIBERADO   VALUE 'L'.
               05 AP-MOTIVO-BLOQ PIC X(30).
               05 AP-LIBERADOR  PIC X(20).
               05 AP-ICMS       PIC 9(08)V99.

           FD  SUPMAST.
           01  SUP-REC.
               05 SUP-ENDERECO    PIC X(40).
               05 SUP-UF          PIC X(02).
               05 SUP-PRAZO-DIAS  PIC 9(03).
               05 SUP-BANCO       PIC 9(03).
               05 SUP-AGENCIA     PIC 9(04).
               05 SUP-CONTA       PIC 9(08).
               05 SUP-TIPO-DOC    PIC X(01).
                  88 SUP-DOC-CNPJ  VALUE 'J'.
                  88 SUP-DOC-CPF   VALUE 'F'.
               05 SUP-CNPJ-CPF    PIC 9(14).

           FD  PURCHORD.
           01  PO-REC.
               05 PO-NUMERO      PIC 9(06).
               05 PO-FORNEC      PIC 9(04).
               05 PO-ITEM        PIC 9(04).
               05 PO-DEPTO       PIC 9(02).
               05 PO-QT-PEDIDA   PIC 9(05).
               05 PO-QT-RECEBIDA PIC 9(05).
               05 PO-DT-EMISSAO  PIC 9(08).
               05 PO-DT-PREVISTA PIC 9(08).
               05 PO-STATUS      PIC X(01).
                  88 PO-ABERTO      VALUE 'A'.
                  88 PO-PARCIAL     VALUE 'P'.
                  88 PO-RECEBIDO    VALUE 'R'.
               05 PO-CUSTO-UNIT  PIC 9(07)V99.
               05 PO-QT-FATURADA PIC 9(05).

           FD  PAGTOLOG.
           01  PAGTOLOG-REC      PIC X(80).
               88 SUPMAST-OK        VALUE '00'.
               88 SUPMAST-NOTFOUND  VALUE '23'.
           77 WRK-PAGTOLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PURCHORD-STATUS PIC X(02) VALUE SPACES.
               88 PURCHORD-OK       VALUE '00'.
               88 PURCHORD-NOTFOUND VALUE '23'.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-INCLUIR  VALUE 'I'.
               88 OPCAO-BAIXAR   VALUE 'B'.
               88 OPCAO-LIBERAR  VALUE 'L'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-FORNEC     PIC 9(04) VALUE ZEROS.
           77 WRK-FATURA     PIC 9(06) VALUE ZEROS.
           77 WRK-DT-VENCTO  PIC 9(08) VALUE ZEROS.
           77 WRK-VALOR      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-PAGO PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ICMS       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PEDIDO     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-FATURADA PIC 9(05) VALUE ZEROS.
           77 WRK-PRECO-UNIT PIC 9(07)V99 VALUE ZEROS.
           77 WRK-COMPRADOR  PIC X(20) VALUE SPACES.
           77 WRK-PEDIDO-OK  PIC X(01) VALUE 'N'.
               88 PEDIDO-VALIDO  VALUE 'S'.
           77 WRK-SALDO-ED   PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-DATAHORA   PIC X(17) VALUE SPACES.
                           ' STATUS ' WRK-CONTASPAG-STATUS
               ELSE
                   OPEN INPUT SUPMAST
                   OPEN I-O PURCHORD
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE CONTASPAG
                   CLOSE SUPMAST
                   CLOSE PURCHORD
               END-IF.
               GOBACK.

               DISPLAY ' CONTAS A PAGAR (CONTASPAG)'.
               DISPLAY ' I - INCLUIR NOTA DE FORNECEDOR'.
               DISPLAY ' B - BAIXAR TITULO (PAGAMENTO)'.
               DISPLAY ' L - LIBERAR NOTA BLOQUEADA (COMPRADOR)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
                       PERFORM 0200-INCLUIR-NOTA
                   WHEN OPCAO-BAIXAR
                       PERFORM 0300-BAIXAR-TITULO
                   WHEN OPCAO-LIBERAR
                       PERFORM 0700-LIBERAR-NOTA
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                               ' PROGCOB51'
                   ELSE
                       DISPLAY 'FORNECEDOR..' SUP-NOME
                       PERFORM 0250-PEDIR-PEDIDO
                   END-IF
                   IF SUPMAST-OK AND PEDIDO-VALIDO
                       DISPLAY 'VENCIMENTO (AAAAMMDD)...'
                       ACCEPT WRK-DT-VENCTO
                       DISPLAY 'VALOR DA NOTA...'
                       ACCEPT WRK-VALOR
                       DISPLAY 'ICMS DESTACADO NA NOTA (CREDITO)...'
                       ACCEPT WRK-ICMS
                       EVALUATE TRUE
                           WHEN WRK-VALOR = 0
                               DISPLAY 'VALOR ZERADO - NADA LANCADO'
                           WHEN WRK-ICMS > WRK-VALOR
                               DISPLAY 'ICMS MAIOR QUE O VALOR DA'
                                       ' NOTA - NADA LANCADO'
                           WHEN OTHER
                               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                               MOVE WRK-FORNEC     TO AP-FORNEC
                               MOVE WRK-FATURA     TO AP-FATURA
                               MOVE WRK-DATA-HOJE  TO AP-DT-EMISSAO
                               MOVE WRK-DT-VENCTO  TO AP-DT-VENCTO
                               MOVE WRK-VALOR      TO AP-VALOR
                               MOVE WRK-VALOR      TO AP-SALDO
                               MOVE 'A'            TO AP-STATUS
                               MOVE SPACES         TO AP-SIT-PAGTO
                                                      AP-APROVADOR
                                                      AP-MOTIVO
                               MOVE ZEROS          TO AP-DT-APROVACAO
                               MOVE WRK-PEDIDO     TO AP-PEDIDO
                               MOVE WRK-QT-FATURADA TO AP-QT-FATURADA
                               MOVE WRK-PRECO-UNIT TO AP-PRECO-UNIT
                               MOVE SPACES         TO AP-CONFERENCIA
                                                      AP-MOTIVO-BLOQ
                                                      AP-LIBERADOR
                               MOVE WRK-ICMS       TO AP-ICMS
                               WRITE AP-REC
                               DISPLAY 'TITULO ABERTO..' WRK-FORNEC
                                       '/' WRK-FATURA
                       END-EVALUATE
                   END-IF
               END-IF.

      *    ********** PEDIDO DE COMPRA DA NOTA - TEM DE SER DO MESMO
      *    ********** FORNECEDOR; QUANTIDADE E PRECO FATURADOS VAO
      *    ********** PARA A CONFERENCIA DO PRGCOB101
           0250-PEDIR-PEDIDO.
               MOVE 'N' TO WRK-PEDIDO-OK.
               DISPLAY 'PEDIDO DE COMPRA DA NOTA...'.
               ACCEPT WRK-PEDIDO.
               MOVE WRK-PEDIDO TO PO-NUMERO.
               READ PURCHORD
                   KEY IS PO-NUMERO
                   INVALID KEY
                       MOVE '23' TO WRK-PURCHORD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PURCHORD-STATUS
               END-READ.
               EVALUATE TRUE
                   WHEN NOT PURCHORD-OK
                       DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO'
                   WHEN PO-FORNEC NOT = WRK-FORNEC
                       DISPLAY 'PEDIDO ' WRK-PEDIDO
                               ' E DO FORNECEDOR ' PO-FORNEC
                   WHEN OTHER
                       DISPLAY 'ITEM ' PO-ITEM
                               ' PEDIDO ' PO-QT-PEDIDA
                               ' RECEBIDO ' PO-QT-RECEBIDA
                               ' JA FATURADO ' PO-QT-FATURADA
                       DISPLAY 'QUANTIDADE FATURADA NA NOTA...'
                       ACCEPT WRK-QT-FATURADA
                       DISPLAY 'PRECO UNITARIO FATURADO...'
                       ACCEPT WRK-PRECO-UNIT
                       MOVE 'S' TO WRK-PEDIDO-OK
               END-EVALUATE.

           0300-BAIXAR-TITULO.
               PERFORM 0150-LOCALIZAR-TITULO.
               EVALUATE TRUE
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   WHEN AP-LIQUIDADO
                       DISPLAY 'TITULO JA LIQUIDADO'
                   WHEN AP-PAGTO-ENVIADO
                       DISPLAY 'TITULO ENVIADO AO BANCO NA REMESSA DE'
                               ' PAGAMENTOS - AGUARDE O RETORNO'
                   WHEN OTHER
                       PERFORM 0400-PAGAR
               END-EVALUATE.
               WRITE PAGTOLOG-REC.
               CLOSE PAGTOLOG.

      *    ********** LIBERACAO PELO COMPRADOR DA NOTA BLOQUEADA NA
      *    ********** CONFERENCIA - A QUANTIDADE PASSA A CONTAR COMO
      *    ********** FATURADA NO PEDIDO
           0700-LIBERAR-NOTA.
               PERFORM 0150-LOCALIZAR-TITULO.
               EVALUATE TRUE
                   WHEN NOT CONTASPAG-OK
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   WHEN NOT AP-BLOQUEADO
                       DISPLAY 'NOTA NAO ESTA BLOQUEADA'
                   WHEN OTHER
                       DISPLAY 'MOTIVO DO BLOQUEIO..' AP-MOTIVO-BLOQ
                       DISPLAY 'COMPRADOR RESPONSAVEL...'
                       MOVE SPACES TO WRK-COMPRADOR
                       ACCEPT WRK-COMPRADOR FROM CONSOLE
                       IF WRK-COMPRADOR = SPACES
                           DISPLAY 'COMPRADOR NAO INFORMADO - NOTA'
                                   ' CONTINUA BLOQUEADA'
                       ELSE
                           MOVE 'L'           TO AP-CONFERENCIA
                           MOVE WRK-COMPRADOR TO AP-LIBERADOR
                           REWRITE AP-REC
                           PERFORM 0750-SOMAR-FATURADO
                           DISPLAY 'NOTA LIBERADA PARA PAGAMENTO..'
                                   WRK-FORNEC '/' WRK-FATURA
                       END-IF
               END-EVALUATE.

           0750-SOMAR-FATURADO.
               MOVE AP-PEDIDO TO PO-NUMERO.
               READ PURCHORD
                   KEY IS PO-NUMERO
                   INVALID KEY
                       MOVE '23' TO WRK-PURCHORD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PURCHORD-STATUS
               END-READ.
               IF PURCHORD-OK
                   ADD AP-QT-FATURADA TO PO-QT-FATURADA
                   REWRITE PO-REC
               END-IF.

           0600-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
