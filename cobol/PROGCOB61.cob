      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - NOTA DE CREDITO SO CONTRA DEVOLUCAO
      *                         AUTORIZADA E INSPECIONADA (RMAREG,
      *                         PRGCOB130): O OPERADOR INFORMA O NUMERO
      *                         DA DEVOLUCAO, A FATURA VEM DELA E O
      *                         VALOR E O DA QUANTIDADE ACEITA NA
      *                         INSPECAO, PROPORCIONAL AO FATURADO. OS
      *                         ITENS PASSAM A CREDITADOS COM O NUMERO
      *                         DA NOTA.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT INVCTL ASSIGN TO "INVCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVCTL-STATUS.
               SELECT RMAREG ASSIGN TO "RMAREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RMA-CHAVE
                   FILE STATUS IS WRK-RMAREG-STATUS.
               SELECT CREDREG ASSIGN TO "CREDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDREG-STATUS.
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

           FD  INVCTL.
           01  INVCTL-REC.
               05 ICT-ULT-FATURA PIC 9(06).

      *    ********** DEVOLUCOES AUTORIZADAS E INSPECIONADAS NO
      *    ********** PRGCOB130 - UMA LINHA POR ITEM
           FD  RMAREG.
           01  RMA-REC.
               05 RMA-CHAVE.
                   10 RMA-NUMERO    PIC 9(06).
                   10 RMA-ITEM      PIC 9(04).
               05 RMA-FATURA        PIC 9(06).
               05 RMA-PEDIDO        PIC 9(06).
               05 RMA-CLIENTE       PIC 9(06).
               05 RMA-DEPTO         PIC 9(02).
               05 RMA-DT-EMISSAO    PIC 9(08).
               05 RMA-QT-FATURADA   PIC 9(05).
               05 RMA-VL-FATURADO   PIC 9(08)V99.
               05 RMA-CUSTO-UNIT    PIC 9(07)V99.
               05 RMA-QT-AUTORIZADA PIC 9(05).
               05 RMA-DT-INSPECAO   PIC 9(08).
               05 RMA-QT-ACEITA     PIC 9(05).
               05 RMA-QT-SUCATA     PIC 9(05).
               05 RMA-OPERADOR      PIC X(20).
               05 RMA-SITUACAO      PIC X(01).
                  88 RMA-AUTORIZADA    VALUE 'A'.
                  88 RMA-INSPECIONADA  VALUE 'I'.
                  88 RMA-CREDITADA     VALUE 'C'.
               05 RMA-NOTA          PIC 9(06).

           FD  CREDREG.
           01  CREDREG-REC.
               05 CRG-NOTA      PIC 9(06).
               88 CUSTMAST-NOTFOUND  VALUE '23'.
           77 WRK-INVCTL-STATUS PIC X(02) VALUE SPACES.
               88 INVCTL-OK     VALUE '00'.
           77 WRK-RMAREG-STATUS PIC X(02) VALUE SPACES.
               88 RMAREG-OK     VALUE '00'.
           77 WRK-CREDREG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CREDPRINT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CLIENTE    PIC 9(06) VALUE ZEROS.
               88 FIM-FATURA     VALUE 'S'.
           77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.
           77 WRK-RMA        PIC 9(06) VALUE ZEROS.
           77 WRK-VL-ITEM    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-QT-ITENS-RMA   PIC 9(03) VALUE ZEROS.
           77 WRK-QT-SEM-INSPECAO PIC 9(03) VALUE ZEROS.
           77 WRK-QT-A-CREDITAR  PIC 9(03) VALUE ZEROS.
           77 WRK-FIM-RMA    PIC X(01) VALUE 'N'.
               88 FIM-RMA     VALUE 'S'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL -'
                           ' STATUS ' WRK-CONTASREC-STATUS
               ELSE
                   OPEN I-O RMAREG
                   IF NOT RMAREG-OK
                       DISPLAY 'SEM DEVOLUCOES AUTORIZADAS (RMAREG) -'
                               ' NOTA DE CREDITO SO CONTRA DEVOLUCAO'
                               ' INSPECIONADA (PRGCOB130)'
                   ELSE
                       OPEN I-O CUSTMAST
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       PERFORM 0110-LER-CONTROLE
                       PERFORM 0100-PEDIR-CLIENTE
                       PERFORM 0200-EMITIR-NOTA
                               UNTIL WRK-CLIENTE = 0
                       PERFORM 0120-GRAVAR-CONTROLE
                       CLOSE CUSTMAST
                       CLOSE RMAREG
                   END-IF
                   CLOSE CONTASREC
               END-IF.
               GOBACK.

               WRITE INVCTL-REC.
               CLOSE INVCTL.

      *    ********** A FATURA E O VALOR VEM DA DEVOLUCAO
      *    ********** INSPECIONADA: SO A QUANTIDADE ACEITA E CREDITADA
           0200-EMITIR-NOTA.
               DISPLAY 'DEVOLUCAO AUTORIZADA (RMA)...'.
               ACCEPT WRK-RMA.
               PERFORM 0250-APURAR-DEVOLUCAO.
               EVALUATE TRUE
                   WHEN WRK-QT-ITENS-RMA = 0
                       DISPLAY 'DEVOLUCAO NAO ENCONTRADA PARA O'
                               ' CLIENTE - NADA EMITIDO'
                   WHEN WRK-QT-SEM-INSPECAO > 0
                       DISPLAY 'DEVOLUCAO COM ITEM AINDA NAO'
                               ' INSPECIONADO - NADA EMITIDO'
                   WHEN WRK-QT-A-CREDITAR = 0
                       DISPLAY 'DEVOLUCAO JA CREDITADA - NADA EMITIDO'
                   WHEN WRK-VALOR = 0
                       DISPLAY 'NENHUMA QUANTIDADE ACEITA NA INSPECAO'
                               ' - DEVOLUCAO ENCERRADA SEM CREDITO'
                       MOVE ZEROS TO WRK-NOTA
                       PERFORM 0280-MARCAR-CREDITADA
                   WHEN OTHER
                       PERFORM 0270-EMITIR-CREDITO
               END-EVALUATE.
               PERFORM 0100-PEDIR-CLIENTE.

           0250-APURAR-DEVOLUCAO.
               MOVE ZEROS TO WRK-VALOR WRK-FATURA WRK-QT-ITENS-RMA
                             WRK-QT-SEM-INSPECAO WRK-QT-A-CREDITAR.
               MOVE 'N' TO WRK-FIM-RMA.
               MOVE WRK-RMA TO RMA-NUMERO.
               MOVE ZEROS   TO RMA-ITEM.
               START RMAREG KEY IS NOT LESS THAN RMA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-RMA
               END-START.
               PERFORM 0260-SOMAR-ITEM UNTIL FIM-RMA.

           0260-SOMAR-ITEM.
               READ RMAREG NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RMA
               END-READ.
               IF NOT FIM-RMA
                   IF RMA-NUMERO NOT = WRK-RMA
                       MOVE 'S' TO WRK-FIM-RMA
                   ELSE
                       IF RMA-CLIENTE = WRK-CLIENTE
                           ADD 1 TO WRK-QT-ITENS-RMA
                           MOVE RMA-FATURA TO WRK-FATURA
                           EVALUATE TRUE
                               WHEN RMA-AUTORIZADA
                                   ADD 1 TO WRK-QT-SEM-INSPECAO
                               WHEN RMA-INSPECIONADA
                                   ADD 1 TO WRK-QT-A-CREDITAR
                                   PERFORM 0265-VALORIZAR-ITEM
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF.

      *    ********** PROPORCIONAL AO VALOR FATURADO DO ITEM
           0265-VALORIZAR-ITEM.
               IF RMA-QT-FATURADA > 0 AND RMA-QT-ACEITA > 0
                   COMPUTE WRK-VL-ITEM ROUNDED =
                           RMA-VL-FATURADO * RMA-QT-ACEITA
                           / RMA-QT-FATURADA
                   ADD WRK-VL-ITEM TO WRK-VALOR
               END-IF.

           0270-EMITIR-CREDITO.
               PERFORM 0300-ABATER-PARCELAS.
               IF NOT ACHOU-PARCELA
                   DISPLAY 'FATURA SEM PARCELA EM ABERTO NO'
                           ' CONTAS A RECEBER - NADA EMITIDO'
               ELSE
                   ADD 1 TO WRK-ULT-FATURA
                   MOVE WRK-ULT-FATURA TO WRK-NOTA
                   PERFORM 0500-REDUZIR-ABERTO
                   PERFORM 0600-GRAVAR-REGISTRO
                   PERFORM 0700-IMPRIMIR-NOTA
                   PERFORM 0280-MARCAR-CREDITADA
                   DISPLAY 'NOTA DE CREDITO EMITIDA..' WRK-NOTA
                   IF WRK-RESTANTE > 0
                       MOVE WRK-RESTANTE TO WRK-VALOR-ED
                       DISPLAY 'PARTE NAO ABATIDA (PARCELAS JA'
                               ' LIQUIDADAS)..' WRK-VALOR-ED
                   END-IF
               END-IF.

      *    ********** ITENS INSPECIONADOS DA DEVOLUCAO PASSAM A
      *    ********** CREDITADOS, COM O NUMERO DA NOTA
           0280-MARCAR-CREDITADA.
               MOVE 'N' TO WRK-FIM-RMA.
               MOVE WRK-RMA TO RMA-NUMERO.
               MOVE ZEROS   TO RMA-ITEM.
               START RMAREG KEY IS NOT LESS THAN RMA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-RMA
               END-START.
               PERFORM 0285-MARCAR-ITEM UNTIL FIM-RMA.

           0285-MARCAR-ITEM.
               READ RMAREG NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RMA
               END-READ.
               IF NOT FIM-RMA
                   IF RMA-NUMERO NOT = WRK-RMA
                       MOVE 'S' TO WRK-FIM-RMA
                   ELSE
                       IF RMA-INSPECIONADA
                           MOVE 'C'      TO RMA-SITUACAO
                           MOVE WRK-NOTA TO RMA-NOTA
                           REWRITE RMA-REC
                       END-IF
                   END-IF
               END-IF.

      *    ********** ABATE O VALOR DAS PARCELAS EM ABERTO DA
      *    ********** FATURA, EM ORDEM DE PARCELA
               MOVE WRK-LINHA TO CREDPRINT-REC.
               WRITE CREDPRINT-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING 'DEVOLUCAO AUTORIZADA N.' WRK-RMA
                      ' - QUANTIDADES ACEITAS NA INSPECAO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO CREDPRINT-REC.
               WRITE CREDPRINT-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CLIENTE ' WRK-CLIENTE ' - ' CUST-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
