      *                         CUSTO ANTIGO MAIS A ENTRADA AO CUSTO
      *                         NOVO). A VALORIZACAO MENSAL SAI NO
      *                         PROGCOB66.
      *    15/10/2026 HUGOVIE - CUSTO DO PEDIDO MOSTRADO NA ENTRADA;
      *                         CUSTO ZERADO ASSUME O DO PEDIDO.
      *    15/10/2026 HUGOVIE - ENTRADA NO SALDO GRAVA O MOVIMENTO NO
      *                         KARDEX (STKMOV, VIA KDXPROC) - TIPO RC,
      *                         COM O PEDIDO DE COMPRA COMO DOCUMENTO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT RECVLOG ASSIGN TO "RECVLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECVLOG-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PURCHORD.
                  88 PO-ABERTO      VALUE 'A'.
                  88 PO-PARCIAL     VALUE 'P'.
                  88 PO-RECEBIDO    VALUE 'R'.
               05 PO-CUSTO-UNIT  PIC 9(07)V99.
               05 PO-QT-FATURADA PIC 9(05).

           FD  STOCKMST.
           01  STK-REC.
           FD  RECVLOG.
           01  RECVLOG-REC       PIC X(100).

           FD  STKMOV.
           01  STKMOV-REC.
               05 SMV-DATAHORA    PIC X(17).
               05 SMV-ITEM        PIC 9(04).
               05 SMV-DEPTO       PIC 9(02).
               05 SMV-TIPO        PIC X(02).
               05 SMV-QTDE        PIC S9(07).
               05 SMV-CUSTO       PIC 9(07)V99.
               05 SMV-DOCUMENTO   PIC X(12).
               05 SMV-OPERADOR    PIC X(20).
               05 SMV-PROGRAMA    PIC X(09).
               05 SMV-SALDO       PIC S9(07).

           WORKING-STORAGE SECTION.
           COPY KDXCOM.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PURCHORD-STATUS PIC X(02) VALUE SPACES.
               88 PURCHORD-OK       VALUE '00'.
               88 PURCHORD-NOTFOUND VALUE '23'.
               IF WRK-QTDE = 0
                   DISPLAY 'QUANTIDADE ZERADA - NADA LANCADO'
               ELSE
                   DISPLAY 'CUSTO DO PEDIDO..' PO-CUSTO-UNIT
                   DISPLAY 'CUSTO UNITARIO DA ENTRADA (ZEROS = DO'
                           ' PEDIDO)...'
                   ACCEPT WRK-CUSTO-UNIT
                   IF WRK-CUSTO-UNIT = ZEROS
                       MOVE PO-CUSTO-UNIT TO WRK-CUSTO-UNIT
                   END-IF
                   PERFORM 0400-SOMAR-ESTOQUE
                   COMPUTE WRK-QT-ACUM =
                           PO-QT-RECEBIDA + WRK-QTDE
               PERFORM 0450-RECALCULAR-CUSTO-MEDIO.
               ADD WRK-QTDE TO STK-SALDO.
               REWRITE STK-REC.
               MOVE 'RC' TO KDX-TIPO.
               MOVE WRK-QTDE TO KDX-QTDE.
               MOVE WRK-CUSTO-UNIT TO KDX-CUSTO.
               MOVE SPACES TO KDX-DOCUMENTO.
               STRING 'PEDCOMPRA ' PO-NUMERO
                      DELIMITED BY SIZE INTO KDX-DOCUMENTO
               END-STRING.
               MOVE WRK-OPERADOR TO KDX-OPERADOR.
               MOVE 'PROGCOB56' TO KDX-PROGRAMA.
               PERFORM 9600-REGISTRAR-MOVIMENTO.
               MOVE STK-SALDO TO WRK-SALDO-ED.
               DISPLAY 'ENTRADA LANCADA - SALDO ATUAL ' WRK-SALDO-ED.

                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           COPY KDXPROC.
