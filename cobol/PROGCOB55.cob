      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CUSTO UNITARIO DO PEDIDO (ULTIMO CUSTO
      *                         MEDIO DO ITEM) E QUANTIDADE JA
      *                         FATURADA NO PURCHORD, PARA A
      *                         CONFERENCIA NOTA X PEDIDO X
      *                         RECEBIMENTO (PRGCOB101).
      *    15/10/2026 HUGOVIE - QUANTIDADE DO PEDIDO PELO LOTE APROVADO
      *                         NO PRGCOB107 (STKREPOS) MAIS O QUE FALTA
      *                         PARA O MINIMO; SEM LOTE EM VIGOR,
      *                         CONTINUA O DOBRO DO MINIMO.
      *    15/10/2026 HUGOVIE - SUPMAST COM O DOCUMENTO FISCAL DO
      *                         FORNECEDOR (SUP-TIPO-DOC/SUP-CNPJ-CPF)
      *                         NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT STKREPOS ASSIGN TO "STKREPOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPS-ITEM
                   FILE STATUS IS WRK-STKREPOS-STATUS.
               SELECT PURCHORD ASSIGN TO "PURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
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

           FD  STKREPOS.
           01  RPS-REC.
               05 RPS-ITEM         PIC 9(04).
               05 RPS-DEPTO        PIC 9(02).
               05 RPS-CONSUMO-DIA  PIC 9(05)V999.
               05 RPS-PRAZO        PIC 9(03).
               05 RPS-SEGURANCA    PIC 9(03).
               05 RPS-COBERTURA    PIC 9(03).
               05 RPS-MINIMO-ANT   PIC 9(05).
               05 RPS-MINIMO-NOVO  PIC 9(05).
               05 RPS-LOTE         PIC 9(05).
               05 RPS-LOTE-NOVO    PIC 9(05).
               05 RPS-DT-CALC      PIC 9(08).
               05 RPS-STATUS       PIC X(01).
                  88 RPS-PENDENTE  VALUE 'P'.
                  88 RPS-APLICADA  VALUE 'A'.
                  88 RPS-RECUSADA  VALUE 'R'.
               05 RPS-DT-APROV     PIC 9(08).
               05 RPS-OPER-APROV   PIC X(20).

           FD  PURCHORD.
           01  PO-REC.
                  88 PO-ABERTO      VALUE 'A'.
                  88 PO-PARCIAL     VALUE 'P'.
                  88 PO-RECEBIDO    VALUE 'R'.
               05 PO-CUSTO-UNIT  PIC 9(07)V99.
               05 PO-QT-FATURADA PIC 9(05).

           FD  POCTL.
           01  POCTL-REC.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK        VALUE '00'.
               88 SUPMAST-NOTFOUND  VALUE '23'.
           77 WRK-STKREPOS-STATUS PIC X(02) VALUE SPACES.
               88 STKREPOS-OK       VALUE '00'.
           77 WRK-PURCHORD-STATUS PIC X(02) VALUE SPACES.
               88 PURCHORD-OK       VALUE '00'.
           77 WRK-POCTL-STATUS   PIC X(02) VALUE SPACES.
                   OPEN INPUT ITEMMAST
                   OPEN INPUT ITEMSUP
                   OPEN INPUT SUPMAST
                   OPEN INPUT STKREPOS
                   PERFORM 0110-ABRIR-PURCHORD
                   PERFORM 0120-LER-CONTROLE
                   OPEN OUTPUT PORDREP
                   PERFORM 0300-GERAR-PEDIDO
               END-IF.

      *    ********** QUANTIDADE PELO LOTE APROVADO NO PRGCOB107
      *    ********** (MAIS O QUE FALTA PARA O MINIMO); SEM LOTE EM
      *    ********** VIGOR, RECOMPOE O DOBRO DO MINIMO
           0300-GERAR-PEDIDO.
               MOVE STK-ITEM TO ISP-ITEM.
               READ ITEMSUP
                   MOVE WRK-LINHA TO PORDREP-REC
                   WRITE PORDREP-REC
               ELSE
                   PERFORM 0320-BUSCAR-LOTE
                   IF STKREPOS-OK AND RPS-LOTE > 0
                       COMPUTE WRK-ALVO = RPS-LOTE
                               + STK-MINIMO - STK-SALDO
                   ELSE
                       COMPUTE WRK-ALVO = (STK-MINIMO * 2) - STK-SALDO
                   END-IF
                   IF WRK-ALVO <= 0
                       MOVE 1 TO WRK-QT-COMPRAR
                   ELSE
                   MOVE STK-DEPTO         TO PO-DEPTO
                   MOVE WRK-QT-COMPRAR    TO PO-QT-PEDIDA
                   MOVE ZEROS             TO PO-QT-RECEBIDA
                                             PO-QT-FATURADA
                   MOVE STK-CUSTO-MEDIO   TO PO-CUSTO-UNIT
                   MOVE WRK-DATA-HOJE     TO PO-DT-EMISSAO
                   MOVE WRK-DATA-PREVISTA TO PO-DT-PREVISTA
                   MOVE 'A'               TO PO-STATUS
                   PERFORM 0500-GRAVAR-LINHA-REP
               END-IF.

           0320-BUSCAR-LOTE.
               MOVE STK-ITEM TO RPS-ITEM.
               READ STKREPOS
                   KEY IS RPS-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STKREPOS-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STKREPOS-STATUS
               END-READ.

           0350-BUSCAR-FORNECEDOR.
               MOVE ISP-FORNEC TO SUP-CODIGO.
               READ SUPMAST
               CLOSE ITEMMAST.
               CLOSE ITEMSUP.
               CLOSE SUPMAST.
               CLOSE STKREPOS.
               CLOSE PURCHORD.
               MOVE WRK-ULT-PEDIDO TO PCT-ULT-PEDIDO.
               OPEN OUTPUT POCTL.
