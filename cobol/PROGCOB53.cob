      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - MODO A (APROVAR): ALEM DE LISTAR, MARCA
      *                         OS TITULOS DA PROGRAMACAO COMO
      *                         APROVADOS PARA PAGAMENTO (DATA E
      *                         APROVADOR NO TITULO), QUE O PRGCOB100
      *                         MANDA AO BANCO NA REMESSA. FORNECEDOR
      *                         SEM DADOS BANCARIOS NAO E APROVADO. O
      *                         RELATORIO MOSTRA A SITUACAO DO
      *                         PAGAMENTO E O MOTIVO DA REJEICAO.
      *    15/10/2026 HUGOVIE - NOTA BLOQUEADA NA CONFERENCIA NOTA X
      *                         PEDIDO X RECEBIMENTO (PRGCOB101) FICA
      *                         FORA DA PROGRAMACAO ATE O COMPRADOR
      *                         LIBERAR (PROGCOB52 OPCAO L); NOTA
      *                         AINDA NAO CONFERIDA E LISTADA MAS NAO
      *                         E APROVADA.
      *    15/10/2026 HUGOVIE - CONTASPAG COM O ICMS DA NOTA DE
      *                         FORNECEDOR (AP-ICMS) NO LAYOUT.
      *    15/10/2026 HUGOVIE - SUPMAST COM O DOCUMENTO FISCAL DO
      *                         FORNECEDOR (SUP-TIPO-DOC/SUP-CNPJ-CPF)
      *                         NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
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

           FD  PAGAGEND.
           01  PAGAGEND-REC      PIC X(90).
           77 WRK-PAGAGEND-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
           77 WRK-MODO        PIC X(01) VALUE 'L'.
               88 MODO-LISTAR     VALUE 'L'.
               88 MODO-APROVAR    VALUE 'A'.
           77 WRK-APROVADOR   PIC X(20) VALUE SPACES.
           77 WRK-QT-APROVADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-BANCO PIC 9(05) VALUE ZEROS.
           77 WRK-QT-BLOQUEADOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL-APROV PIC 9(10)V99 VALUE ZEROS.
           77 WRK-QT-TITULOS  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-VENCIDOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOTAL       PIC 9(10)V99 VALUE ZEROS.
               IF WRK-DATA-CORTE = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE
               END-IF.
               DISPLAY 'MODO (L = SO LISTAR, A = LISTAR E APROVAR)...'.
               ACCEPT WRK-MODO.
               IF NOT MODO-APROVAR
                   MOVE 'L' TO WRK-MODO
               END-IF.
               IF MODO-APROVAR
                   DISPLAY 'APROVADOR...'
                   ACCEPT WRK-APROVADOR FROM CONSOLE
                   IF WRK-APROVADOR = SPACES
                       DISPLAY 'APROVADOR NAO INFORMADO - SO LISTAGEM'
                       MOVE 'L' TO WRK-MODO
                   END-IF
               END-IF.
               IF MODO-APROVAR
                   OPEN I-O CONTASPAG
               ELSE
                   OPEN INPUT CONTASPAG
               END-IF.
               IF WRK-CONTASPAG-STATUS NOT = '00'
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL -'
                           ' STATUS ' WRK-CONTASPAG-STATUS
               MOVE WRK-LINHA TO PAGAGEND-REC.
               WRITE PAGAGEND-REC.
               MOVE 'FORN NOTA   VENCIMENTO          SALDO SITUACAO'
                    TO WRK-LINHA.
               MOVE 'FORNECEDOR' TO WRK-LINHA(49:10).
               MOVE 'PAGAMENTO'  TO WRK-LINHA(70:9).
               MOVE WRK-LINHA TO PAGAGEND-REC.
               WRITE PAGAGEND-REC.
               IF NOT CONTASPAG-EOF
                   MOVE LOW-VALUES TO AP-CHAVE
               END-READ.
               IF CONTASPAG-OK AND AP-ABERTO AND AP-SALDO > 0
                   AND AP-DT-VENCTO <= WRK-DATA-CORTE
                   IF AP-BLOQUEADO
                       ADD 1 TO WRK-QT-BLOQUEADOS
                   ELSE
                       PERFORM 0250-LISTAR-TITULO
                   END-IF
               END-IF.

           0250-LISTAR-TITULO.
               READ SUPMAST
                   KEY IS SUP-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-SUPMAST-STATUS
                       MOVE 'FORNEC SEM CADASTRO' TO SUP-NOME
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SUPMAST-STATUS
               END-READ.
               MOVE SUP-NOME TO WRK-LINHA(49:20).
               IF MODO-APROVAR
                   AND (AP-PAGTO-LIVRE OR AP-PAGTO-REJEITADO)
                   AND (AP-CONF-OK OR AP-CONF-LIBERADO)
                   PERFORM 0260-APROVAR-TITULO
               END-IF.
               EVALUATE TRUE
                   WHEN AP-CONF-PENDENTE
                       MOVE 'AGUARDA CONFERENCIA' TO WRK-LINHA(70:19)
                   WHEN AP-PAGTO-APROVADO
                       MOVE 'APROVADO' TO WRK-LINHA(70:8)
                   WHEN AP-PAGTO-ENVIADO
                       MOVE 'ENVIADO AO BANCO' TO WRK-LINHA(70:16)
                   WHEN AP-PAGTO-REJEITADO
                       MOVE 'REJEITADO' TO WRK-LINHA(70:9)
                   WHEN OTHER
                       MOVE 'A APROVAR' TO WRK-LINHA(70:9)
               END-EVALUATE.
               MOVE WRK-LINHA TO PAGAGEND-REC.
               WRITE PAGAGEND-REC.
               IF AP-MOTIVO NOT = SPACES
                   MOVE SPACES TO WRK-LINHA
                   STRING '     MOTIVO: ' AP-MOTIVO
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO PAGAGEND-REC
                   WRITE PAGAGEND-REC
               END-IF.

      *    ********** APROVACAO PARA A REMESSA DE PAGAMENTOS (PRGCOB100)
      *    ********** - SO COM BANCO E CONTA DO FORNECEDOR NO SUPMAST
           0260-APROVAR-TITULO.
               IF NOT SUPMAST-OK OR SUP-BANCO = ZEROS
                   OR SUP-CONTA = ZEROS
                   ADD 1 TO WRK-QT-SEM-BANCO
                   MOVE 'R' TO AP-SIT-PAGTO
                   MOVE 'SEM DADOS BANCARIOS' TO AP-MOTIVO
               ELSE
                   ADD 1 TO WRK-QT-APROVADOS
                   ADD AP-SALDO TO WRK-TOTAL-APROV
                   MOVE 'P'           TO AP-SIT-PAGTO
                   MOVE WRK-DATA-HOJE TO AP-DT-APROVACAO
                   MOVE WRK-APROVADOR TO AP-APROVADOR
                   MOVE SPACES        TO AP-MOTIVO
               END-IF.
               REWRITE AP-REC.

           0300-FINALIZAR.
               CLOSE CONTASPAG.
               END-STRING.
               MOVE WRK-LINHA TO PAGAGEND-REC.
               WRITE PAGAGEND-REC.
               IF WRK-QT-BLOQUEADOS > 0
                   MOVE SPACES TO WRK-LINHA
                   STRING 'NOTAS BLOQUEADAS NA CONFERENCIA (FORA DA'
                          ' PROGRAMACAO).. ' WRK-QT-BLOQUEADOS
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO PAGAGEND-REC
                   WRITE PAGAGEND-REC
               END-IF.
               CLOSE PAGAGEND.
               DISPLAY 'PROGRAMACAO GRAVADA EM PAGAGEND - TITULOS '
                       WRK-QT-TITULOS ' TOTAL ' WRK-TOTAL-ED.
               IF MODO-APROVAR
                   MOVE WRK-TOTAL-APROV TO WRK-TOTAL-ED
                   DISPLAY 'APROVADOS PARA PAGAMENTO.. '
                           WRK-QT-APROVADOS ' TOTAL ' WRK-TOTAL-ED
                   DISPLAY 'SEM DADOS BANCARIOS....... '
                           WRK-QT-SEM-BANCO
               END-IF.
