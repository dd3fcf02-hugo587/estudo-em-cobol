      *                         CAMINHO SUPORTADO E CANCELAR (QUE
      *                         ESTORNA TUDO) E REDIGITAR NO
      *                         PROGCOB22.
      *    15/10/2026 HUGOVIE - ESTOQUE DEVOLVIDO NO CANCELAMENTO GRAVA
      *                         O MOVIMENTO NO KARDEX (STKMOV, VIA
      *                         KDXPROC) - TIPO CN, COM O PEDIDO COMO
      *                         DOCUMENTO.
      *    15/10/2026 HUGOVIE - CANCELAMENTO DE LINHA DE KIT DEVOLVE O
      *                         ESTOQUE DE CADA COMPONENTE DO KITSTRU.
      *    15/10/2026 HUGOVIE - INVREG COM A UF DE ENTREGA (REG-UF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT; REGISTRO DA TRILHA DE AUDITORIA
      *                         AMPLIADO PARA X(340).
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT; PEDIDO
      *                         RETIDO POR NF-E REJEITADA E CANCELADO
      *                         COMO O ENVIADO (JA FATURADO).
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ORDSTAT.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
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

           FD  STOCKMST.
           01  STK-REC.
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
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

           FD  CONTASREC.
           01  AR-REC.
                  88 AR-LIQUIDADO  VALUE 'L'.

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

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
           COPY KITCOM.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           77 WRK-QT-DEVOLVER PIC 9(07) VALUE ZEROS.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
                               ' PENDENCIAS (BACKORD) ANTES'
                   WHEN OST-CAPTADO
                       PERFORM 0300-CANCELAR-CAPTADO
                   WHEN OST-ENVIADO OR OST-NFE-REJEITADA
                       PERFORM 0400-CANCELAR-ENVIADO
                   WHEN OTHER
                       DISPLAY 'SITUACAO NAO CANCELAVEL'
                   DISPLAY 'ORDERTXN INDISPONIVEL - ESTOQUE NAO'
                           ' DEVOLVIDO'
               ELSE
                   OPEN INPUT KITSTRU
                   PERFORM 0415-LER-ORDERTXN
                   PERFORM 0420-DEVOLVER-LINHA
                           UNTIL ORDERTXN-EOF
                   CLOSE KITSTRU
                   CLOSE ORDERTXN
               END-IF.

                   AT END MOVE '10' TO WRK-ORDERTXN-STATUS
               END-READ.

      *    ********** LINHA DE KIT DEVOLVE CADA COMPONENTE (O
      *    ********** LOTE DE FRETE BAIXOU PELOS COMPONENTES)
           0420-DEVOLVER-LINHA.
               IF TX-PEDIDO = WRK-PEDIDO
                   MOVE TX-ITEM TO KIT-PAI
                   PERFORM 9700-CARREGAR-KIT
                   IF KIT-QT-COMP > 0
                       PERFORM 0422-DEVOLVER-COMPONENTE
                               VARYING KIT-SUB FROM 1 BY 1
                               UNTIL KIT-SUB > KIT-QT-COMP
                   ELSE
                       MOVE TX-ITEM TO STK-ITEM
                       MOVE TX-QTDE TO WRK-QT-DEVOLVER
                       PERFORM 0425-DEVOLVER-SALDO
                   END-IF
               END-IF.
               PERFORM 0415-LER-ORDERTXN.

           0422-DEVOLVER-COMPONENTE.
               MOVE KIT-TC-ITEM(KIT-SUB) TO STK-ITEM.
               COMPUTE WRK-QT-DEVOLVER =
                       TX-QTDE * KIT-TC-QTDE(KIT-SUB).
               PERFORM 0425-DEVOLVER-SALDO.

           0425-DEVOLVER-SALDO.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   ADD WRK-QT-DEVOLVER TO STK-SALDO
                   REWRITE STK-REC
                   MOVE 'CN' TO KDX-TIPO
                   MOVE WRK-QT-DEVOLVER TO KDX-QTDE
                   MOVE STK-CUSTO-MEDIO TO KDX-CUSTO
                   MOVE SPACES TO KDX-DOCUMENTO
                   STRING 'PEDIDO ' TX-PEDIDO
                          DELIMITED BY SIZE INTO KDX-DOCUMENTO
                   END-STRING
                   MOVE WRK-OPERADOR TO KDX-OPERADOR
                   MOVE 'PROGCOB69' TO KDX-PROGRAMA
                   PERFORM 9600-REGISTRAR-MOVIMENTO
               END-IF.

           0430-LOCALIZAR-FATURA.
               MOVE 'N' TO WRK-ACHOU-FATURA.
               OPEN INPUT INVREG.
                       ' AS QUANTIDADES/ENDERECO CORRETOS.'.

           COPY AUDPROC.
           COPY KDXPROC.
           COPY KITPROC.
