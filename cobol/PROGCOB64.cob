      *                         NOVA - O FUNIL (PROGCOB90) PARA DE
      *                         ENVELHECE-LO.

      *    15/10/2026 HUGOVIE - PENDENCIA DE KIT SO E LIBERADA QUANDO O
      *                         SALDO DE TODOS OS COMPONENTES DO KITSTRU
      *                         COBRE A QUANTIDADE PEDIDA.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT ORDERTXN ASSIGN TO "ORDERTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDERTXN-STATUS.
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

           FD  ORDERTXN.
           01  ORDERTXN-REC.
               05 TX-PEDIDO     PIC 9(06).
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDERTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDCTL-STATUS   PIC X(02) VALUE SPACES.
               88 ORDCTL-OK       VALUE '00'.
           77 WRK-QT-LIB-TAB  PIC 9(03) VALUE ZEROS.
           77 WRK-LB-SUB      PIC 9(03) VALUE ZEROS.
           77 WRK-BO-PEDIDO-X PIC 9(06) VALUE ZEROS.
           77 WRK-COBRE       PIC X(01) VALUE 'N'.
               88 SALDO-COBRE  VALUE 'S'.
           77 WRK-QT-NECESSARIA PIC 9(07) VALUE ZEROS.
           COPY KITCOM.
           77 WRK-AINDA-PENDE PIC X(01) VALUE 'N'.
               88 AINDA-PENDE  VALUE 'S'.
           01 WRK-PD-VISAO.
                   MOVE '99' TO WRK-BACKORD-STATUS
               ELSE
                   OPEN I-O STOCKMST
                   OPEN INPUT KITSTRU
                   OPEN EXTEND ORDERTXN
                   IF WRK-ORDERTXN-STATUS = '35'
                       CLOSE ORDERTXN
      *    ********** O SALDO COBRE A PENDENCIA? LIBERA (A BAIXA
      *    ********** UNICA E DO LOTE DE FRETE, AO PROCESSAR A
      *    ********** LINHA REPOSTA); SENAO GUARDA PARA REGRAVAR
      *    ********** NO BACKORD. PENDENCIA DE KIT SO LIBERA SE
      *    ********** TODOS OS COMPONENTES COBREM
           0200-TRATAR-PENDENCIA.
               MOVE 'S' TO WRK-COBRE.
               MOVE BO-ITEM TO KIT-PAI.
               PERFORM 9700-CARREGAR-KIT.
               IF KIT-QT-COMP > 0
                   PERFORM 0210-CONFERIR-COMPONENTE
                           VARYING KIT-SUB FROM 1 BY 1
                           UNTIL KIT-SUB > KIT-QT-COMP
               ELSE
                   MOVE BO-ITEM      TO STK-ITEM
                   MOVE BO-QT-PEDIDA TO WRK-QT-NECESSARIA
                   PERFORM 0220-CONFERIR-SALDO
               END-IF.
               IF SALDO-COBRE
                   PERFORM 0300-LIBERAR-PENDENCIA
               ELSE
                   PERFORM 0400-GUARDAR-PENDENTE
               END-IF.
               PERFORM 0150-LER-BACKORD.

           0210-CONFERIR-COMPONENTE.
               MOVE KIT-TC-ITEM(KIT-SUB) TO STK-ITEM.
               COMPUTE WRK-QT-NECESSARIA =
                       BO-QT-PEDIDA * KIT-TC-QTDE(KIT-SUB).
               PERFORM 0220-CONFERIR-SALDO.

           0220-CONFERIR-SALDO.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF NOT STOCKMST-OK OR STK-SALDO < WRK-QT-NECESSARIA
                   MOVE 'N' TO WRK-COBRE
               END-IF.

           0300-LIBERAR-PENDENCIA.
      *    ********** LINHAS DO MESMO PEDIDO RETIDO LIBERADAS EM
               WRITE RELREP-REC.
               CLOSE RELREP.
               CLOSE STOCKMST.
               CLOSE KITSTRU.
               CLOSE ORDERTXN.
               CLOSE ORDSTAT.
               DISPLAY 'LIBERACAO - LIBERADAS ' WRK-QT-LIBERADAS
                       ' PENDENTES ' WRK-QT-PENDENTES.

           COPY KITPROC.
