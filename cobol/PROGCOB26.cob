      *                         ENTREGA DO PEDIDO RESGATADO (BIL-UF),
      *                         COMO O ORDBILL DO PROGCOB09, PARA O
      *                         ICMS DO FATURAMENTO (UFTAXTAB).
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CARRMAST COM A FROTA DA TRANSPORTADORA
      *                         NA UF (CR-QT-VEICULOS/CR-VEICULO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - PEDIDO RESGATADO GRAVA A PROMESSA DE
      *                         ENTREGA NO DLVPROM, COMO O LOTE DO
      *                         PROGCOB09, PARA O PROGCOB25 MEDIR O
      *                         PRAZO DA TRANSPORTADORA.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CHAVE
                   FILE STATUS IS WRK-CARRMAST-STATUS.
               SELECT DLVPROM ASSIGN TO "DLVPROM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-PEDIDO
                   FILE STATUS IS WRK-DLVPROM-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
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

           FD  ORDSTAT.
           01  OST-REC.
                  88 OST-EXCECAO    VALUE 'X'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 BIL-ENTREGA   PIC 9(08).
               05 BIL-UF        PIC X(02).

           FD  DLVPROM.
           01  PRM-REC.
               05 PRM-PEDIDO       PIC 9(06).
               05 PRM-TRANSP       PIC 9(02).
               05 PRM-UF           PIC X(02).
               05 PRM-DT-PROMETIDA PIC 9(08).
               05 PRM-FRETE        PIC 9(07)V99.

           FD  CARRMAST.
           01  CARR-REC.
               05 CR-CHAVE.
                   10 CR-TRANSP  PIC 9(02).
               05 CR-NOME        PIC X(20).
               05 CR-FATOR       PIC 9V9999.
               05 CR-QT-VEICULOS PIC 9(01).
               05 CR-VEICULO OCCURS 3 TIMES.
                   10 CR-VEI-TIPO     PIC X(10).
                   10 CR-VEI-PESO-MAX PIC 9(06).
                   10 CR-VEI-VOL-MAX  PIC 9(05).
                   10 CR-VEI-QTDE     PIC 9(02).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).
           COPY ERRCOM.
           COPY DATECOM.
           77 WRK-ERRLOG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-DLVPROM-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-DLVPROM-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DLVPROM-DISPONIVEL VALUE 'S'.
           77 WRK-FRETEEXC-STATUS PIC X(02) VALUE SPACES.
               88 FRETEEXC-OK      VALUE '00'.
               88 FRETEEXC-EOF     VALUE '10'.
                   CLOSE ORDBILL2
                   OPEN OUTPUT ORDBILL2
               END-IF.
               OPEN I-O DLVPROM.
               IF WRK-DLVPROM-STATUS = '35'
                   CLOSE DLVPROM
                   OPEN OUTPUT DLVPROM
                   CLOSE DLVPROM
                   OPEN I-O DLVPROM
               END-IF.
               IF WRK-DLVPROM-STATUS = '00'
                   MOVE 'S' TO WRK-DLVPROM-DISPONIVEL
               END-IF.

           0300-REPROCESSAR.
               IF WRK-EXC-PEDIDO(WRK-SUB) = ZEROS
               MOVE WRK-DATA-PROMETIDA       TO BIL-ENTREGA.
               MOVE WRK-EXC-UF(WRK-SUB)      TO BIL-UF.
               WRITE ORDBILL2-REC.
               IF DLVPROM-DISPONIVEL
                   MOVE WRK-EXC-PEDIDO(WRK-SUB) TO PRM-PEDIDO
                   MOVE WRK-TRANSP-ESCOLHIDA    TO PRM-TRANSP
                   MOVE WRK-EXC-UF(WRK-SUB)     TO PRM-UF
                   MOVE WRK-DATA-PROMETIDA      TO PRM-DT-PROMETIDA
                   MOVE WRK-FRETE               TO PRM-FRETE
                   WRITE PRM-REC
                       INVALID KEY
                           REWRITE PRM-REC
                   END-WRITE
               END-IF.

           0430-ATUALIZAR-ORDSTAT.
               PERFORM 0800-MONTAR-DATAHORA.
               CLOSE SHIPCSV.
               CLOSE SHIPCSV2.
               CLOSE ORDBILL2.
               IF DLVPROM-DISPONIVEL
                   CLOSE DLVPROM
               END-IF.

           0800-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
