      *    02/09/2026 HUGOVIE - INVREG PASSOU A TRAZER O ICMS DA
      *                         FATURA (REG-ICMS) - LAYOUT DO FD
      *                         ACOMPANHADO.
      *    15/10/2026 HUGOVIE - SO AS LINHAS DE PRINCIPAL (RECEBIDO) DO
      *                         RECEBLOG ENTRAM NO EXTRATO; MULTA, JUROS
      *                         E PARCELA DE ENCARGOS NAO ESTAO NO
      *                         INVREG E DISTORCERIAM O SALDO.
      *    15/10/2026 HUGOVIE - EXTRATO MOSTRA O CREDITO NAO APLICADO DO
      *                         CLIENTE: MOVIMENTOS DO PERIODO (CREDMOV
      *                         - RECEBIDO A APLICAR, APLICADO,
      *                         DEVOLVIDO) E O SALDO ATUAL DO CREDCLI.
      *    15/10/2026 HUGOVIE - INVREG COM A UF DE ENTREGA (REG-UF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT EXTRATCLI ASSIGN TO "EXTRATCLI"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EXTRATCLI-STATUS.
               SELECT CREDCLI ASSIGN TO "CREDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCL-CLIENTE
                   FILE STATUS IS WRK-CREDCLI-STATUS.
               SELECT CREDMOV ASSIGN TO "CREDMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDMOV-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  INVREG.
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

           FD  RECEBLOG.
           01  RECEBLOG-REC      PIC X(100).
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

           FD  EXTRATCLI.
           01  EXTRATCLI-REC     PIC X(90).

           FD  CREDCLI.
           01  CCL-REC.
               05 CCL-CLIENTE     PIC 9(06).
               05 CCL-SALDO       PIC 9(08)V99.
               05 CCL-DT-ULT-MOV  PIC 9(08).

           FD  CREDMOV.
           01  CMV-REC.
               05 CMV-DATA        PIC 9(08).
               05 CMV-CLIENTE     PIC 9(06).
               05 CMV-TIPO        PIC X(01).
                  88 CMV-ENTRADA     VALUE 'E'.
                  88 CMV-APLICACAO   VALUE 'A'.
                  88 CMV-DEVOLUCAO   VALUE 'D'.
               05 CMV-VALOR       PIC 9(08)V99.
               05 CMV-FATURA      PIC 9(06).
               05 CMV-PARCELA     PIC 9(02).
               05 CMV-ORIGEM      PIC X(10).
               05 CMV-OPERADOR    PIC X(20).

           WORKING-STORAGE SECTION.
           77 WRK-INVREG-STATUS PIC X(02) VALUE SPACES.
               88 INVREG-OK     VALUE '00'.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-NOTFOUND  VALUE '23'.
           77 WRK-EXTRATCLI-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CREDCLI-STATUS PIC X(02) VALUE SPACES.
               88 CREDCLI-OK     VALUE '00'.
           77 WRK-CREDMOV-STATUS PIC X(02) VALUE SPACES.
               88 CREDMOV-OK     VALUE '00'.
               88 CREDMOV-EOF    VALUE '10'.
           77 WRK-CREDITO    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-QT-MOV-CRED PIC 9(05) VALUE ZEROS.
           77 WRK-CLIENTE    PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-DE    PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-ATE   PIC 9(08) VALUE ZEROS.
               IF CUSTMAST-OK
                   PERFORM 0200-PASSAR-FATURAS
                   PERFORM 0300-PASSAR-RECEBIMENTOS
                   PERFORM 0400-PASSAR-CREDITOS
                   PERFORM 0900-FINALIZAR
               END-IF.
               GOBACK.

           0320-TRATAR-RECEBIMENTO.
               IF RECEBLOG-REC(27:6) IS NUMERIC
                   AND RECEBLOG-REC(58:10) = ' RECEBIDO '
                   MOVE RECEBLOG-REC(27:6) TO WRK-RL-CLIENTE
               ELSE
                   MOVE ZEROS TO WRK-RL-CLIENTE
               MOVE WRK-LINHA TO EXTRATCLI-REC.
               WRITE EXTRATCLI-REC.

      *    ********** CREDITO NAO APLICADO DO CLIENTE (PAGAMENTO SEM
      *    ********** PARCELA OU ACIMA DO DEVIDO): MOVIMENTOS DO
      *    ********** PERIODO NO CREDMOV E SALDO ATUAL NO CREDCLI
           0400-PASSAR-CREDITOS.
               OPEN INPUT CREDMOV.
               IF CREDMOV-OK
                   MOVE 'CREDITO NAO APLICADO - MOVIMENTOS NO PERIODO'
                        TO EXTRATCLI-REC
                   WRITE EXTRATCLI-REC
                   MOVE '  DATA      FATURA            VALOR'
                        TO EXTRATCLI-REC
                   WRITE EXTRATCLI-REC
                   PERFORM 0410-LER-CREDMOV
                   PERFORM 0420-TRATAR-MOV-CREDITO
                           UNTIL CREDMOV-EOF
                   CLOSE CREDMOV
               END-IF.
               MOVE ZEROS TO WRK-CREDITO.
               OPEN INPUT CREDCLI.
               IF CREDCLI-OK
                   MOVE WRK-CLIENTE TO CCL-CLIENTE
                   READ CREDCLI
                       KEY IS CCL-CLIENTE
                       INVALID KEY
                           MOVE ZEROS TO CCL-SALDO
                   END-READ
                   MOVE CCL-SALDO TO WRK-CREDITO
                   CLOSE CREDCLI
               END-IF.

           0410-LER-CREDMOV.
               READ CREDMOV
                   AT END MOVE '10' TO WRK-CREDMOV-STATUS
               END-READ.

           0420-TRATAR-MOV-CREDITO.
               IF CMV-CLIENTE = WRK-CLIENTE
                  AND CMV-DATA >= WRK-DATA-DE
                  AND CMV-DATA <= WRK-DATA-ATE
                   ADD 1 TO WRK-QT-MOV-CRED
                   MOVE SPACES TO WRK-LINHA
                   MOVE CMV-DATA TO WRK-LINHA(3:8)
                   MOVE CMV-FATURA TO WRK-LINHA(13:6)
                   MOVE CMV-VALOR TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(22:14)
                   EVALUATE TRUE
                       WHEN CMV-ENTRADA
                           MOVE 'RECEBIDO A APLICAR'
                                TO WRK-LINHA(38:20)
                       WHEN CMV-APLICACAO
                           MOVE 'APLICADO NA FATURA'
                                TO WRK-LINHA(38:20)
                       WHEN CMV-DEVOLUCAO
                           MOVE 'DEVOLVIDO AO CLIENTE'
                                TO WRK-LINHA(38:20)
                   END-EVALUATE
                   MOVE WRK-LINHA TO EXTRATCLI-REC
                   WRITE EXTRATCLI-REC
               END-IF.
               PERFORM 0410-LER-CREDMOV.

           0900-FINALIZAR.
               MOVE WRK-SALDO-ANT TO WRK-SALDO-ED.
               MOVE SPACES TO WRK-LINHA.
               END-STRING.
               MOVE WRK-LINHA TO EXTRATCLI-REC.
               WRITE EXTRATCLI-REC.
               IF WRK-CREDITO > 0
                   MOVE WRK-CREDITO TO WRK-SALDO-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING 'CREDITO NAO APLICADO ATUAL. ' WRK-SALDO-ED
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO EXTRATCLI-REC
                   WRITE EXTRATCLI-REC
               END-IF.
               CLOSE EXTRATCLI.
               CLOSE CUSTMAST.
               DISPLAY 'EXTRATO GRAVADO EM EXTRATCLI - FATURAS '
