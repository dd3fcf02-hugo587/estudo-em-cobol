      *                         MEDIA MOVEL, A CONSULTA MOSTRA O
      *                         CUSTO E A VALORIZACAO MENSAL SAI NO
      *                         PROGCOB66.
      *    15/10/2026 HUGOVIE - ENTRADA DE MERCADORIA GRAVA O MOVIMENTO
      *                         NO KARDEX (STKMOV, VIA KDXPROC) - TIPO
      *                         EM. RECEBE O USUARIO DO MENU (CALL ...
      *                         USING) PARA CARIMBAR O MOVIMENTO;
      *                         EXECUTADO DIRETO, FICA 'OPERADOR'.
      *    15/10/2026 HUGOVIE - RELATORIO DE REPOSICAO MOSTRA O LOTE DE
      *                         COMPRA EM VIGOR (STKREPOS, APROVADO NO
      *                         PRGCOB107).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT STKREPOS ASSIGN TO "STKREPOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPS-ITEM
                   FILE STATUS IS WRK-STKREPOS-STATUS.
               SELECT REORDREP ASSIGN TO "REORDREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REORDREP-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  STOCKMST.
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

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

           FD  REORDREP.
           01  REORDREP-REC      PIC X(80).

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
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
               88 ITEMMAST-NOTFOUND  VALUE '23'.
           77 WRK-STKREPOS-STATUS PIC X(02) VALUE SPACES.
               88 STKREPOS-OK       VALUE '00'.
           77 WRK-REORDREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-ENTRADA  VALUE 'E'.
           77 WRK-SALDO-ED   PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-QT-ABAIXO  PIC 9(04) VALUE ZEROS.
           77 WRK-LINHA      PIC X(80) VALUE SPACES.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE 'OPERADOR' TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               OPEN I-O STOCKMST.
               IF WRK-STOCKMST-STATUS = '35'
                   CLOSE STOCKMST
                       ADD WRK-QTDE TO STK-SALDO
                       REWRITE STK-REC
                   END-IF
                   MOVE 'EM' TO KDX-TIPO
                   MOVE WRK-QTDE TO KDX-QTDE
                   MOVE WRK-CUSTO-UNIT TO KDX-CUSTO
                   MOVE 'ENTR MANUAL' TO KDX-DOCUMENTO
                   MOVE WRK-OPERADOR TO KDX-OPERADOR
                   MOVE 'PROGCOB50' TO KDX-PROGRAMA
                   PERFORM 9600-REGISTRAR-MOVIMENTO
                   MOVE STK-SALDO TO WRK-SALDO-ED
                   DISPLAY 'ENTRADA GRAVADA - SALDO ATUAL '
                           WRK-SALDO-ED
      *    ********** ITENS NO MINIMO OU ABAIXO, PARA COMPRAS
           0500-RELATORIO-REPOSICAO.
               MOVE ZEROS TO WRK-QT-ABAIXO.
               OPEN INPUT STKREPOS.
               OPEN OUTPUT REORDREP.
               MOVE 'RELATORIO DE REPOSICAO DE ESTOQUE'
                    TO REORDREP-REC.
               WRITE REORDREP-REC.
               MOVE 'ITEM DESCRICAO            DEPTO    SALDO
      -             '  MINIMO   LOTE' TO REORDREP-REC.
               WRITE REORDREP-REC.
               MOVE ZEROS TO STK-ITEM.
               START STOCKMST KEY IS GREATER THAN STK-ITEM
               MOVE WRK-LINHA TO REORDREP-REC.
               WRITE REORDREP-REC.
               CLOSE REORDREP.
               CLOSE STKREPOS.
               DISPLAY 'RELATORIO GRAVADO EM REORDREP - ITENS '
                       WRK-QT-ABAIXO.

                   MOVE STK-SALDO TO WRK-SALDO-ED
                   MOVE WRK-SALDO-ED TO WRK-LINHA(35:8)
                   MOVE STK-MINIMO TO WRK-LINHA(46:5)
                   MOVE STK-ITEM TO RPS-ITEM
                   MOVE ZEROS TO RPS-LOTE
                   READ STKREPOS
                       KEY IS RPS-ITEM
                       INVALID KEY
                           MOVE ZEROS TO RPS-LOTE
                   END-READ
                   MOVE RPS-LOTE TO WRK-LINHA(53:5)
                   MOVE WRK-LINHA TO REORDREP-REC
                   WRITE REORDREP-REC
               END-IF.

           COPY KDXPROC.
