      *                         (ORDSTAT): ENVIADO A TRANSPORTADORA
      *                         NO FLUXO NORMAL, EXCECAO NOS DEMAIS.
      *                         A CONSULTA E FEITA PELO PROGCOB24.
      *    15/10/2026 HUGOVIE - BAIXA DE ESTOQUE DO LOTE GRAVA O
      *                         MOVIMENTO NO KARDEX (STKMOV, VIA
      *                         KDXPROC) - TIPO FR, COM O PEDIDO COMO
      *                         DOCUMENTO.
      *    15/10/2026 HUGOVIE - ITEM COM ESTRUTURA NO KITSTRU BAIXA O
      *                         ESTOQUE E PESA O FRETE PELOS
      *                         COMPONENTES; FALTA DE QUALQUER
      *                         COMPONENTE LEVA A LINHA DO KIT AO
      *                         BACKORD COM OS KITS QUE O SALDO
      *                         MONTARIA.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - MODO LOTE LE O RATEIO DOS EMBARQUES
      *                         CONSOLIDADOS (FRTALOC, GRAVADO PELO
      *                         PRGCOB126): PEDIDO DE EMBARQUE
      *                         CONSOLIDADO SEM ITEM PENDENTE PAGA O
      *                         FRETE RATEADO NA TRANSPORTADORA DO
      *                         EMBARQUE; SEM O ARQUIVO O FRETE SEGUE
      *                         CALCULADO POR PEDIDO.
      *    15/10/2026 HUGOVIE - CARRMAST COM A FROTA DA TRANSPORTADORA
      *                         NA UF (CR-QT-VEICULOS/CR-VEICULO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - MODO LOTE GRAVA A PROMESSA DE ENTREGA DO
      *                         PEDIDO ENVIADO (DLVPROM -
      *                         TRANSPORTADORA, UF, DATA PROMETIDA E
      *                         FRETE), LIDA PELO PROGCOB25 PARA MEDIR O
      *                         PRAZO DA TRANSPORTADORA.
      *    15/10/2026 HUGOVIE - MODO P - PARTICAO DO LOTE ORDENADO POR
      *                         UF (ORDSORT), ATUALIZACOES DOS MESTRES
      *                         ADIADAS NO FRTUPD E TOTAIS NO FRTTOT
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT BACKORD ASSIGN TO "BACKORD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BACKORD-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NQ-SEQ
                   FILE STATUS IS WRK-NOTIFQ-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
               SELECT FRTALOC ASSIGN TO "FRTALOC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRTALOC-STATUS.
               SELECT DLVPROM ASSIGN TO "DLVPROM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-PEDIDO
                   FILE STATUS IS WRK-DLVPROM-STATUS.
               SELECT ORDSORT ASSIGN TO "ORDSORT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDSORT-STATUS.
               SELECT FRTUPD ASSIGN TO "FRTUPD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRTUPD-STATUS.
               SELECT FRTTOT ASSIGN TO "FRTTOT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRTTOT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  HOLIDAYS.
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

           FD  ITEMMAST.
           01  ITM-REC.
                   10 CR-TRANSP  PIC 9(02).
               05 CR-NOME        PIC X(20).
               05 CR-FATOR       PIC 9V9999.
               05 CR-QT-VEICULOS PIC 9(01).
               05 CR-VEICULO OCCURS 3 TIMES.
                   10 CR-VEI-TIPO     PIC X(10).
                   10 CR-VEI-PESO-MAX PIC 9(06).
                   10 CR-VEI-VOL-MAX  PIC 9(05).
                   10 CR-VEI-QTDE     PIC 9(02).

           FD  ORDSTAT.
           01  OST-REC.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 BO-VALOR-ME   PIC 9(06)V99.
               05 BO-VENDEDOR   PIC 9(03).

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

               05 NQ-ACK-OPERADOR PIC X(20).
               05 NQ-ACK-DATAHORA PIC X(17).

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

      *    ********** FRETE RATEADO DOS EMBARQUES CONSOLIDADOS PELO
      *    ********** PRGCOB126, EM ORDEM DE PEDIDO
           FD  FRTALOC.
           01  ALC-REC.
               05 ALC-PEDIDO     PIC 9(06).
               05 ALC-EMBARQUE   PIC 9(04).
               05 ALC-TRANSP     PIC 9(02).
               05 ALC-FRETE      PIC 9(07)V99.
               05 ALC-FRETE-SEP  PIC 9(07)V99.
               05 ALC-QT-PEDIDOS PIC 9(03).
      *    ********** PROMESSA DE ENTREGA DO PEDIDO ENVIADO, LIDA
      *    ********** PELO PROGCOB25 NO RETORNO DA TRANSPORTADORA
           FD  DLVPROM.
           01  PRM-REC.
               05 PRM-PEDIDO       PIC 9(06).
               05 PRM-TRANSP       PIC 9(02).
               05 PRM-UF           PIC X(02).
               05 PRM-DT-PROMETIDA PIC 9(08).
               05 PRM-FRETE        PIC 9(07)V99.
      *    ********** LINHAS DO LOTE JA RESERVADAS E CLASSIFICADAS
      *    ********** POR UF, CLIENTE, PEDIDO E ITEM (PRGCOB143) -
      *    ********** LIDAS PELA PARTICAO (MODO P)
           FD  ORDSORT.
           01  ORS-REC.
               05 ORS-UF          PIC X(02).
               05 ORS-CLIENTE     PIC 9(06).
               05 ORS-PEDIDO      PIC 9(06).
               05 ORS-ITEM        PIC 9(04).
               05 ORS-SEQ         PIC 9(07).
               05 ORS-LINHA.
                   10 ORS-TX-PEDIDO   PIC 9(06).
                   10 ORS-TX-CLIENTE  PIC 9(06).
                   10 ORS-TX-DATA     PIC 9(08).
                   10 ORS-TX-ITEM     PIC 9(04).
                   10 ORS-TX-QTDE     PIC 9(03).
                   10 ORS-TX-VALOR    PIC 9(06)V99.
                   10 ORS-TX-UF       PIC X(02).
                   10 ORS-TX-TRANSP   PIC 9(02).
                   10 ORS-TX-MOEDA    PIC X(03).
                   10 ORS-TX-VALOR-ME PIC 9(06)V99.
                   10 ORS-TX-VENDEDOR PIC 9(03).
               05 ORS-ORD-DATA    PIC 9(08).
               05 ORS-ORD-TRANSP  PIC 9(02).
               05 ORS-PRODUTO     PIC X(20).
               05 ORS-CANCELADO   PIC X(01).
               05 ORS-ITEM-OK     PIC X(01).
               05 ORS-COBERTA     PIC X(01).
               05 ORS-PESO-LINHA  PIC 9(05)V999.
               05 ORS-ALC-ACHOU   PIC X(01).
               05 ORS-ALC-TRANSP  PIC 9(02).
               05 ORS-ALC-FRETE   PIC 9(07)V99.
      *    ********** ATUALIZACOES DOS CADASTROS ADIADAS PELA
      *    ********** PARTICAO E APLICADAS NA CONSOLIDACAO
      *    ********** (PRGCOB144): S-ORDSTAT, P-PROMESSA (DLVPROM),
      *    ********** C-ALIVIO DO EM-ABERTO DO CLIENTE (CUSTMAST)
           FD  FRTUPD.
           01  UPD-REC.
               05 UPD-TIPO        PIC X(01).
                  88 UPD-ORDSTAT   VALUE 'S'.
                  88 UPD-PROMESSA  VALUE 'P'.
                  88 UPD-ABERTO    VALUE 'C'.
               05 UPD-CHAVE       PIC 9(06).
               05 UPD-DADOS       PIC X(46).
               05 UPD-OST REDEFINES UPD-DADOS.
                   10 UPD-OST-STATUS   PIC X(01).
                   10 UPD-OST-CLIENTE  PIC 9(06).
                   10 UPD-OST-UF       PIC X(02).
                   10 UPD-OST-VALOR    PIC 9(07)V99.
                   10 UPD-OST-FRETE    PIC 9(07)V99.
                   10 UPD-OST-DATAHORA PIC X(17).
                   10 UPD-OST-TRANSP   PIC 9(02).
               05 UPD-PRM REDEFINES UPD-DADOS.
                   10 UPD-PRM-TRANSP   PIC 9(02).
                   10 UPD-PRM-UF       PIC X(02).
                   10 UPD-PRM-DT-PROM  PIC 9(08).
                   10 UPD-PRM-FRETE    PIC 9(07)V99.
                   10 FILLER           PIC X(25).
               05 UPD-CLI REDEFINES UPD-DADOS.
                   10 UPD-CLI-VALOR    PIC 9(07)V99.
                   10 FILLER           PIC X(37).
      *    ********** TOTAIS DA PARTICAO PARA A CONCILIACAO DO LOTE
      *    ********** (G-GERAL, T-POR TRANSPORTADORA)
           FD  FRTTOT.
           01  TOT-REC.
               05 TOT-PARTICAO    PIC 9(02).
               05 TOT-TIPO        PIC X(01).
                  88 TOT-GERAL     VALUE 'G'.
                  88 TOT-POR-TRANSP VALUE 'T'.
               05 TOT-TRANSP      PIC 9(02).
               05 TOT-PEDIDOS     PIC 9(06).
               05 TOT-EXCECOES    PIC 9(06).
               05 TOT-RATEADOS    PIC 9(06).
               05 TOT-VALOR       PIC 9(10)V99.
               05 TOT-FRETE       PIC 9(11)V99.

           WORKING-STORAGE SECTION.
           COPY KDXCOM.
           COPY KITCOM.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MODO     PIC X(01)     VALUE 'I'.
               88 WRK-MODO-INTERATIVO VALUE 'I'.
               88 WRK-MODO-LOTE       VALUE 'B' 'P'.
               88 WRK-MODO-PARTICAO   VALUE 'P'.
           77 WRK-PRODUTO  PIC X(20)     VALUE SPACES.
           77 WRK-UF       PIC X(02)     VALUE SPACES.
           77 WRK-VALOR    PIC 9(07)V99   VALUE ZEROS.
               88 LINHA-COBERTA     VALUE 'S'.
           77 WRK-ORDEM-BACKORD    PIC X(01)    VALUE 'N'.
               88 ORDEM-COM-PENDENCIA VALUE 'S'.
           77 WRK-PESO-LINHA       PIC 9(05)V999 VALUE ZEROS.
           77 WRK-QT-DISP          PIC 9(07)    VALUE ZEROS.
           77 WRK-QT-DISP-COMP     PIC 9(07)    VALUE ZEROS.
           77 WRK-QT-NECESSARIA    PIC 9(07)    VALUE ZEROS.
           77 WRK-ORDEM-QT-COBERTAS PIC 9(03)   VALUE ZEROS.
           77 WRK-ORDEM-CANCELADA PIC X(01)     VALUE 'N'.
               88 ORDEM-CANCELADA   VALUE 'S'.
           77 WRK-NOTIFQ-STATUS    PIC X(02) VALUE SPACES.
               88 NOTIFQ-OK          VALUE '00'.
           77 WRK-NQ-PROX-SEQ      PIC 9(06) VALUE ZEROS.
           77 WRK-FRTALOC-STATUS   PIC X(02) VALUE SPACES.
               88 FRTALOC-OK         VALUE '00'.
               88 FRTALOC-EOF        VALUE '10'.
           77 WRK-FRTALOC-DISPONIVEL PIC X(01) VALUE 'N'.
               88 FRTALOC-DISPONIVEL  VALUE 'S'.
           77 WRK-TOTAL-RATEADOS   PIC 9(04) VALUE ZEROS.
           77 WRK-DLVPROM-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-DLVPROM-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DLVPROM-DISPONIVEL  VALUE 'S'.
      *    ********** PICO DE EXCECOES QUE DISPARA O AVISO
           77 WRK-LIMITE-EXCECOES  PIC 9(04) VALUE 5.

      *    ********** PARTICAO DO LOTE ORDENADO (MODO P) - CARTAO
      *    ********** NN + UF INICIAL + UF FINAL NO SYSIN
           77 WRK-ORDSORT-STATUS   PIC X(02) VALUE SPACES.
               88 ORDSORT-OK         VALUE '00'.
               88 ORDSORT-EOF        VALUE '10'.
           77 WRK-FRTUPD-STATUS    PIC X(02) VALUE SPACES.
           77 WRK-FRTTOT-STATUS    PIC X(02) VALUE SPACES.
           01 WRK-CARTAO-PARTICAO.
               02 WRK-PART-NUMERO  PIC 9(02).
               02 WRK-PART-UF-INI  PIC X(02).
               02 WRK-PART-UF-FIM  PIC X(02).
           77 WRK-UF-CARREGADA     PIC X(02) VALUE SPACES.
           77 WRK-CLIENTE-LIDO     PIC 9(06) VALUE ZEROS.
           77 WRK-CLIENTE-EM-CACHE PIC X(01) VALUE 'N'.
               88 CLIENTE-EM-CACHE   VALUE 'S'.
           77 WRK-ALC-ACHOU        PIC X(01) VALUE 'N'.
               88 ALC-ACHOU          VALUE 'S'.
           77 WRK-ALC-TRANSP       PIC 9(02) VALUE ZEROS.
           77 WRK-ALC-FRETE        PIC 9(07)V99 VALUE ZEROS.
      *    ********** TAXAS DA UF (TODAS AS VIGENCIAS, EM ORDEM) E
      *    ********** TRANSPORTADORAS DA UF, CARREGADAS UMA VEZ POR
      *    ********** UF. UF COM MAIS VIGENCIAS QUE A TABELA VOLTA A
      *    ********** LER A RATETAB PELA CHAVE
           77 WRK-MAX-TAXAS        PIC 9(03) VALUE 200.
           77 WRK-QT-TAXAS         PIC 9(03) VALUE ZEROS.
           77 WRK-TX-SUB           PIC 9(03) VALUE ZEROS.
           77 WRK-TX-ACHOU         PIC 9(03) VALUE ZEROS.
           77 WRK-TAXAS-NA-TABELA  PIC X(01) VALUE 'N'.
               88 TAXAS-NA-TABELA    VALUE 'S'.
           01 WRK-TAB-TAXAS.
               02 WRK-TXU OCCURS 200 TIMES.
                   05 WRK-TXU-REG.
                       10 WRK-TXU-UF       PIC X(02).
                       10 WRK-TXU-VIGENCIA PIC 9(08).
                       10 FILLER           PIC X(43).
           77 WRK-QT-TRANSPS       PIC 9(03) VALUE ZEROS.
           77 WRK-TRP-SUB          PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-TRANSPS.
               02 WRK-TRP OCCURS 100 TIMES.
                   05 WRK-TRP-REG.
                       10 WRK-TRP-UF       PIC X(02).
                       10 WRK-TRP-TRANSP   PIC 9(02).
                       10 FILLER           PIC X(95).


           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).
               END-IF.
               MOVE WRK-OPERADOR TO RUN-OPERADOR.
               PERFORM 9040-CARREGAR-FERIADOS.
               DISPLAY 'MODO (I-INTERATIVO / B-LOTE /'
                       ' P-PARTICAO)...'
               ACCEPT WRK-MODO.

               IF WRK-MODO-LOTE
                   IF NOT BASE-PESO
                       MOVE 'V' TO WRK-BASE-FRETE
                   END-IF
                   IF WRK-MODO-PARTICAO
                       PERFORM 0780-EXECUTAR-PARTICAO
                   ELSE
                       MOVE 'PROGCB09' TO RUN-PASSO
                       PERFORM 9300-VERIFICAR-RUNCTL
                       IF RUN-PASSO-JA-EXECUTADO
                           OR RUN-FORA-DA-AGENDA
                           IF RUN-PASSO-JA-EXECUTADO
                               DISPLAY 'LOTE DE FRETE JA FECHADO NA'
                                       ' DATA ' RUN-DATA-NEGOCIO
                                       ' - PASSO PULADO NA RERODADA'
                           END-IF
                       ELSE
                           PERFORM 0400-PROCESSAR-LOTE
                           IF RATETAB-DISPONIVEL
                               MOVE WRK-TOTAL-PEDIDOS TO RUN-QT-LIDOS
                               COMPUTE RUN-QT-GRAVADOS =
                                       WRK-TOTAL-PEDIDOS -
                                       WRK-TOTAL-EXCECOES
                               IF WRK-TOTAL-EXCECOES > 0
                                   MOVE 4 TO RUN-RC
                               END-IF
                               PERFORM 9310-REGISTRAR-RUNCTL
                           END-IF
                       END-IF
                   END-IF
               ELSE
               END-IF.

               PERFORM 0450-ABRIR-ORDSTAT.
               OPEN INPUT KITSTRU.

               OPEN INPUT CARRMAST.
               MOVE 'N' TO WRK-CARRMAST-DISPONIVEL.
                   MOVE 'S' TO WRK-CUSTMAST-DISPONIVEL
               END-IF.

               PERFORM 0675-ABRIR-FRTALOC.
               PERFORM 0455-ABRIR-DLVPROM.

               IF RATETAB-DISPONIVEL
                   READ ORDERTXN
                       AT END MOVE '10' TO WRK-ORDERTXN-STATUS
               IF CARRMAST-DISPONIVEL
                   CLOSE CARRMAST
               END-IF.
               IF FRTALOC-DISPONIVEL
                   CLOSE FRTALOC
               END-IF.
               IF DLVPROM-DISPONIVEL
                   CLOSE DLVPROM
               END-IF.
               CLOSE ORDERTXN.
               CLOSE FRETERES.
               CLOSE SHIPCSV.
               CLOSE ORDBILL.
               CLOSE BACKORD.
               CLOSE STOCKMST.
               CLOSE KITSTRU.
               PERFORM 0900-GRAVAR-RECONCILIACAO.

      *    ********** SITUACAO DE PEDIDOS - CRIA O ARQUIVO NA
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.

      *    ********** PROMESSAS DE ENTREGA - SEM O ARQUIVO O LOTE
      *    ********** SEGUE, SO O PRAZO DA TRANSPORTADORA FICA SEM
      *    ********** MEDIDA NO PROGCOB25
           0455-ABRIR-DLVPROM.
               OPEN I-O DLVPROM.
               IF WRK-DLVPROM-STATUS = '35'
                   CLOSE DLVPROM
                   OPEN OUTPUT DLVPROM
                   CLOSE DLVPROM
                   OPEN I-O DLVPROM
               END-IF.
               IF WRK-DLVPROM-STATUS = '00'
                   MOVE 'S' TO WRK-DLVPROM-DISPONIVEL
               ELSE
                   MOVE 'N' TO WRK-DLVPROM-DISPONIVEL
                   MOVE 'PROGCOB09' TO ERR-PROGRAMA
                   MOVE 'DLVPROM'   TO ERR-ARQUIVO
                   MOVE WRK-DLVPROM-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR PROMESSAS DE ENTREGA'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.

           0550-ACUMULAR-LINHA-PEDIDO.
               IF WRK-ORDEM-QT-ITENS = 0
                   MOVE TX-UF          TO WRK-ORDEM-UF
               END-IF.

      *    ********** ITEM DA LINHA CONFERIDO NO CADASTRO; O PESO
      *    ********** UNITARIO ALIMENTA O FRETE POR PESO. ITEM COM
      *    ********** ESTRUTURA NO KITSTRU BAIXA E PESA PELOS
      *    ********** COMPONENTES
           0560-BUSCAR-ITEM.
               MOVE TX-ITEM TO ITM-CODIGO.
               READ ITEMMAST
                   IF WRK-ORDEM-QT-ITENS = 0
                       MOVE ITM-DESCRICAO TO WRK-ORDEM-PRODUTO
                   END-IF
                   MOVE ITM-PESO-UNIT TO WRK-PESO-LINHA
                   MOVE TX-ITEM TO KIT-PAI
                   PERFORM 9700-CARREGAR-KIT
                   IF KIT-QT-COMP > 0
                       PERFORM 0570-BAIXAR-KIT
                   ELSE
                       PERFORM 0565-BAIXAR-ESTOQUE
                   END-IF
                   IF LINHA-COBERTA
                       COMPUTE WRK-ORDEM-PESO-TOT =
                               WRK-ORDEM-PESO-TOT +
                               (TX-QTDE * WRK-PESO-LINHA)
                           ON SIZE ERROR
                               DISPLAY 'ERRO - PESO DO PEDIDO FORA'
                                       ' DA FAIXA'
               IF STK-SALDO < TX-QTDE
                   MOVE 'N' TO WRK-LINHA-COBERTA
                   MOVE 'S' TO WRK-ORDEM-BACKORD
                   IF STK-SALDO > 0
                       MOVE STK-SALDO TO WRK-QT-DISP
                   ELSE
                       MOVE ZEROS TO WRK-QT-DISP
                   END-IF
                   PERFORM 0566-GRAVAR-BACKORD
               ELSE
                   SUBTRACT TX-QTDE FROM STK-SALDO
                   REWRITE STK-REC
                   MOVE 'FR' TO KDX-TIPO
                   COMPUTE KDX-QTDE = ZERO - TX-QTDE
                   MOVE STK-CUSTO-MEDIO TO KDX-CUSTO
                   MOVE SPACES TO KDX-DOCUMENTO
                   STRING 'PEDIDO ' TX-PEDIDO
                          DELIMITED BY SIZE INTO KDX-DOCUMENTO
                   END-STRING
                   MOVE WRK-OPERADOR TO KDX-OPERADOR
                   MOVE 'PROGCOB09' TO KDX-PROGRAMA
                   PERFORM 9600-REGISTRAR-MOVIMENTO
               END-IF.

           0566-GRAVAR-BACKORD.
               MOVE TX-DATA-PEDIDO TO BO-DATA.
               MOVE TX-ITEM        TO BO-ITEM.
               MOVE TX-QTDE        TO BO-QT-PEDIDA.
               MOVE WRK-QT-DISP    TO BO-QT-DISP.
               MOVE TX-VALOR       TO BO-VALOR.
               MOVE TX-UF          TO BO-UF.
               MOVE TX-TRANSP      TO BO-TRANSP.
               MOVE TX-VENDEDOR    TO BO-VENDEDOR.
               WRITE BO-REC.

      *    ********** KIT: A LINHA SO E COBERTA SE TODOS OS
      *    ********** COMPONENTES COBREM; SENAO A PENDENCIA E DO KIT
      *    ********** INTEIRO, COM OS KITS QUE O ESTOQUE MONTARIA
           0570-BAIXAR-KIT.
               MOVE ZEROS TO WRK-PESO-LINHA.
               MOVE 9999999 TO WRK-QT-DISP.
               PERFORM 0575-CONFERIR-COMPONENTE
                       VARYING KIT-SUB FROM 1 BY 1
                       UNTIL KIT-SUB > KIT-QT-COMP.
               IF LINHA-COBERTA
                   PERFORM 0580-BAIXAR-COMPONENTE
                           VARYING KIT-SUB FROM 1 BY 1
                           UNTIL KIT-SUB > KIT-QT-COMP
               ELSE
                   MOVE 'S' TO WRK-ORDEM-BACKORD
                   PERFORM 0566-GRAVAR-BACKORD
               END-IF.

           0575-CONFERIR-COMPONENTE.
               MOVE KIT-TC-ITEM(KIT-SUB) TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE ZEROS TO ITM-PESO-UNIT
               END-READ.
               COMPUTE WRK-PESO-LINHA = WRK-PESO-LINHA
                       + (KIT-TC-QTDE(KIT-SUB) * ITM-PESO-UNIT).
               COMPUTE WRK-QT-NECESSARIA =
                       TX-QTDE * KIT-TC-QTDE(KIT-SUB).
               MOVE KIT-TC-ITEM(KIT-SUB) TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF NOT STOCKMST-OK OR STK-SALDO <= 0
                   MOVE ZEROS TO WRK-QT-DISP-COMP
               ELSE
                   COMPUTE WRK-QT-DISP-COMP =
                           STK-SALDO / KIT-TC-QTDE(KIT-SUB)
               END-IF.
               IF WRK-QT-DISP-COMP < WRK-QT-DISP
                   MOVE WRK-QT-DISP-COMP TO WRK-QT-DISP
               END-IF.
               IF NOT STOCKMST-OK OR STK-SALDO < WRK-QT-NECESSARIA
                   MOVE 'N' TO WRK-LINHA-COBERTA
               END-IF.

           0580-BAIXAR-COMPONENTE.
               COMPUTE WRK-QT-NECESSARIA =
                       TX-QTDE * KIT-TC-QTDE(KIT-SUB).
               MOVE KIT-TC-ITEM(KIT-SUB) TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   SUBTRACT WRK-QT-NECESSARIA FROM STK-SALDO
                   REWRITE STK-REC
                   MOVE 'FR' TO KDX-TIPO
                   COMPUTE KDX-QTDE = ZERO - WRK-QT-NECESSARIA
                   MOVE STK-CUSTO-MEDIO TO KDX-CUSTO
                   MOVE SPACES TO KDX-DOCUMENTO
                   STRING 'PEDIDO ' TX-PEDIDO
                          DELIMITED BY SIZE INTO KDX-DOCUMENTO
                   END-STRING
                   MOVE WRK-OPERADOR TO KDX-OPERADOR
                   MOVE 'PROGCOB09' TO KDX-PROGRAMA
                   PERFORM 9600-REGISTRAR-MOVIMENTO
               END-IF.

           0650-FECHAR-PEDIDO.
               IF ORDEM-CANCELADA
                   PERFORM 0651-PULAR-CANCELADO
                   WHEN OTHER
                       PERFORM 0500-CALCULAR-FRETE-LOTE
                       IF RATETAB-OK
                           IF WRK-MODO-PARTICAO
                               PERFORM 0850-ESCOLHER-TRANSP-TABELA
                           ELSE
                               PERFORM 0510-ESCOLHER-TRANSP
                           END-IF
                       ELSE
                           MOVE 'N' TO WRK-TRANSP-OK
                       END-IF
                       IF RATETAB-OK AND TRANSP-OK
                           IF WRK-MODO-PARTICAO
                               PERFORM 0860-APLICAR-RATEIO-ORDENADO
                           ELSE
                               PERFORM 0680-APLICAR-RATEIO
                           END-IF
                           PERFORM 0655-CALCULAR-PROMESSA
                           PERFORM 0600-GRAVAR-RESULTADO-LOTE
                           PERFORM 0660-GRAVAR-LINHA-CSV
                       END-IF
                   WHEN OTHER
                       MOVE 'X' TO WRK-STATUS-PEDIDO
                       IF WRK-MODO-PARTICAO
                           PERFORM 0874-ADIAR-ABERTO
                       ELSE
                           PERFORM 0648-ALIVIAR-ABERTO
                       END-IF
               END-EVALUATE.
               IF WRK-MODO-PARTICAO
                   PERFORM 0870-ADIAR-ORDSTAT
               ELSE
                   PERFORM 0690-ATUALIZAR-ORDSTAT
               END-IF.
               PERFORM 0670-ACUMULAR-RECONCILIACAO.

      *    ********** APLICA O FATOR DA TRANSPORTADORA FORCADA NA
               MOVE WRK-LINHA-RES TO FRETERES-REC.
               WRITE FRETERES-REC.

      *    ********** CLIENTE DO PEDIDO CONFERIDO NO CADASTRO - NA
      *    ********** PARTICAO OS PEDIDOS CHEGAM AGRUPADOS POR
      *    ********** CLIENTE E O MESMO CLIENTE NAO E RELIDO
           0640-VALIDAR-CLIENTE.
               IF WRK-MODO-PARTICAO AND CLIENTE-EM-CACHE
                  AND WRK-ORDEM-CLIENTE = WRK-CLIENTE-LIDO
                   CONTINUE
               ELSE
                   PERFORM 0641-LER-CLIENTE
                   MOVE WRK-ORDEM-CLIENTE TO WRK-CLIENTE-LIDO
                   MOVE 'S' TO WRK-CLIENTE-EM-CACHE
               END-IF.

           0641-LER-CLIENTE.
               MOVE 'N' TO WRK-CLIENTE-OK.
               MOVE SPACES TO WRK-CLIENTE-NOME WRK-CLIENTE-ENDER.
               MOVE WRK-ORDEM-CLIENTE TO CUST-CODIGO.
               MOVE ZEROS TO WRK-FRETE.
               MOVE '00' TO WRK-RATETAB-STATUS.
               MOVE WRK-ORDEM-DATA TO WRK-DATA-BUSCA.
               IF WRK-MODO-PARTICAO AND TAXAS-NA-TABELA
                   PERFORM 0840-BUSCAR-TAXA-TABELA
               ELSE
                   PERFORM 0240-BUSCAR-TAXA-VIGENTE
               END-IF.

               IF RATETAB-OK
                   PERFORM 0230-APLICAR-TABELA-FRETE
               MOVE WRK-DATA-PROMETIDA    TO BIL-ENTREGA.
               MOVE WRK-UF                TO BIL-UF.
               WRITE ORDBILL-REC.
               IF WRK-MODO-PARTICAO
                   PERFORM 0872-ADIAR-PROMESSA
               ELSE
                   PERFORM 0667-GRAVAR-PROMESSA
               END-IF.

      *    ********** PROMESSA DO PEDIDO (PEDIDO REENVIADO REGRAVA)
           0667-GRAVAR-PROMESSA.
               IF DLVPROM-DISPONIVEL
                   MOVE WRK-PEDIDO-ATUAL      TO PRM-PEDIDO
                   MOVE WRK-TRANSP-ESCOLHIDA  TO PRM-TRANSP
                   MOVE WRK-UF                TO PRM-UF
                   MOVE WRK-DATA-PROMETIDA    TO PRM-DT-PROMETIDA
                   MOVE WRK-FRETE             TO PRM-FRETE
                   WRITE PRM-REC
                       INVALID KEY
                           REWRITE PRM-REC
                   END-WRITE
               END-IF.

           0670-ACUMULAR-RECONCILIACAO.
               ADD 1            TO WRK-TOTAL-PEDIDOS.
                   ADD WRK-FRETE TO WRK-TR-FRETE(WRK-TRANSP-ESCOLHIDA)
               END-IF.

      *    ********** RATEIO DOS EMBARQUES CONSOLIDADOS - SEM O
      *    ********** FRTALOC (MENU OU PASSO SEM CONSOLIDACAO) TODO
      *    ********** PEDIDO PAGA O PROPRIO FRETE
           0675-ABRIR-FRTALOC.
               MOVE 'N' TO WRK-FRTALOC-DISPONIVEL.
               OPEN INPUT FRTALOC.
               IF FRTALOC-OK
                   MOVE 'S' TO WRK-FRTALOC-DISPONIVEL
                   PERFORM 0685-LER-FRTALOC
               END-IF.

      *    ********** PEDIDO DE EMBARQUE CONSOLIDADO PAGA O FRETE
      *    ********** RATEADO NA TRANSPORTADORA DO EMBARQUE; PEDIDO
      *    ********** COM ITEM PENDENTE NAO SAI JUNTO COM OS OUTROS E
      *    ********** FICA COM O PROPRIO FRETE
           0680-APLICAR-RATEIO.
               IF FRTALOC-DISPONIVEL
                   PERFORM 0685-LER-FRTALOC
                           UNTIL FRTALOC-EOF
                              OR ALC-PEDIDO >= WRK-PEDIDO-ATUAL
                   IF FRTALOC-OK
                      AND ALC-PEDIDO = WRK-PEDIDO-ATUAL
                      AND NOT ORDEM-COM-PENDENCIA
                       MOVE ALC-FRETE  TO WRK-FRETE
                       MOVE ALC-TRANSP TO WRK-TRANSP-ESCOLHIDA
                       ADD 1 TO WRK-TOTAL-RATEADOS
                   END-IF
               END-IF.

           0685-LER-FRTALOC.
               READ FRTALOC
                   AT END
                       MOVE '10' TO WRK-FRTALOC-STATUS
               END-READ.
               IF NOT FRTALOC-OK
                   MOVE '10' TO WRK-FRTALOC-STATUS
               END-IF.

      *    ********** GRAVA/REGRAVA A SITUACAO DO PEDIDO FECHADO
           0690-ATUALIZAR-ORDSTAT.
               IF ORDSTAT-DISPONIVEL
                      INTO WRK-DATAHORA
               END-STRING.

      *    ********** PARTICAO DO LOTE ORDENADO PELO PRGCOB143 (JA
      *    ********** RESERVADO NO ESTOQUE): PROCESSA AS UFS DO
      *    ********** CARTAO SEM TOCAR NOS MESTRES - SITUACAO,
      *    ********** PROMESSA E EM-ABERTO DO CLIENTE VAO PARA O
      *    ********** FRTUPD E A CONCILIACAO DO LOTE SAI NA
      *    ********** CONSOLIDACAO (PRGCOB144)
           0780-EXECUTAR-PARTICAO.
               DISPLAY 'PARTICAO (NN + UF INICIAL + UF FINAL)...'
               ACCEPT WRK-CARTAO-PARTICAO.
               IF WRK-PART-NUMERO NOT NUMERIC
                   MOVE 1 TO WRK-PART-NUMERO
               END-IF.
               IF WRK-PART-UF-FIM = SPACES
                   MOVE 'ZZ' TO WRK-PART-UF-FIM
               END-IF.
               MOVE SPACES TO RUN-PASSO.
               STRING 'FRTPRT' WRK-PART-NUMERO
                      DELIMITED BY SIZE INTO RUN-PASSO
               END-STRING.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO
                   OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'PARTICAO ' WRK-PART-NUMERO
                               ' JA FECHADA NA DATA '
                               RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0800-PROCESSAR-PARTICAO
                   IF RATETAB-DISPONIVEL
                       MOVE WRK-TOTAL-PEDIDOS TO RUN-QT-LIDOS
                       COMPUTE RUN-QT-GRAVADOS =
                               WRK-TOTAL-PEDIDOS -
                               WRK-TOTAL-EXCECOES
                       IF WRK-TOTAL-EXCECOES > 0
                           MOVE 4 TO RUN-RC
                       END-IF
                       PERFORM 9310-REGISTRAR-RUNCTL
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           0800-PROCESSAR-PARTICAO.
               OPEN INPUT ORDSORT.
               OPEN OUTPUT FRETERES.
               OPEN OUTPUT SHIPCSV.
               OPEN OUTPUT SHIPCSV2.
               OPEN OUTPUT ORDBILL.
               OPEN OUTPUT FRTUPD.
               MOVE 'N' TO WRK-ORDSTAT-DISPONIVEL.
               MOVE 'N' TO WRK-DLVPROM-DISPONIVEL.
               MOVE 'N' TO WRK-FRTALOC-DISPONIVEL.
               MOVE 'N' TO WRK-RATETAB-DISPONIVEL.
               MOVE 'N' TO WRK-RATETAB-ABERTA.
               IF NOT ORDSORT-OK
                   MOVE 'PROGCOB09' TO ERR-PROGRAMA
                   MOVE 'ORDSORT'   TO ERR-ARQUIVO
                   MOVE WRK-ORDSORT-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR LOTE ORDENADO - PARTICAO'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'LOTE ORDENADO INDISPONIVEL - PARTICAO'
                           ' NAO PROCESSADA'
               ELSE
                   OPEN INPUT RATETAB
                   IF WRK-RATETAB-STATUS = '00'
                       MOVE 'S' TO WRK-RATETAB-ABERTA
                       MOVE 'S' TO WRK-RATETAB-DISPONIVEL
                   ELSE
                       MOVE 'PROGCOB09' TO ERR-PROGRAMA
                       MOVE 'RATETAB'   TO ERR-ARQUIVO
                       MOVE WRK-RATETAB-STATUS TO ERR-STATUS
                       MOVE 'FALHA AO ABRIR TABELA DE FRETE - LOTE'
                            TO ERR-MENSAGEM
                       PERFORM 9100-REGISTRAR-ERRO
                       DISPLAY 'TABELA DE FRETE INDISPONIVEL - LOTE'
                               ' NAO PROCESSADO'
                   END-IF
               END-IF.

               OPEN INPUT CARRMAST.
               MOVE 'N' TO WRK-CARRMAST-DISPONIVEL.
               IF WRK-CARRMAST-STATUS NOT = '00'
                   MOVE 'PROGCOB09' TO ERR-PROGRAMA
                   MOVE 'CARRMAST'  TO ERR-ARQUIVO
                   MOVE WRK-CARRMAST-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR CADASTRO DE TRANSPORTADORAS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CADASTRO DE TRANSPORTADORAS'
                           ' INDISPONIVEL - LOTE NAO PROCESSADO'
                   MOVE 'N' TO WRK-RATETAB-DISPONIVEL
               ELSE
                   MOVE 'S' TO WRK-CARRMAST-DISPONIVEL
               END-IF.

               OPEN INPUT CUSTMAST.
               MOVE 'N' TO WRK-CUSTMAST-DISPONIVEL.
               IF WRK-CUSTMAST-STATUS NOT = '00'
                   MOVE 'PROGCOB09' TO ERR-PROGRAMA
                   MOVE 'CUSTMAST'  TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR CADASTRO DE CLIENTES'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL -'
                           ' LOTE NAO PROCESSADO'
                   MOVE 'N' TO WRK-RATETAB-DISPONIVEL
               ELSE
                   MOVE 'S' TO WRK-CUSTMAST-DISPONIVEL
               END-IF.

               IF RATETAB-DISPONIVEL
                   PERFORM 0810-LER-ORDSORT
                   PERFORM 0810-LER-ORDSORT
                           UNTIL NOT ORDSORT-OK
                              OR ORS-UF NOT < WRK-PART-UF-INI
                   PERFORM 0820-PROCESSAR-LINHA-ORDENADA
                           UNTIL NOT ORDSORT-OK
                              OR ORS-UF > WRK-PART-UF-FIM
                   IF WRK-ORDEM-QT-ITENS > 0
                       PERFORM 0650-FECHAR-PEDIDO
                   END-IF
               END-IF.

               IF RATETAB-ABERTA
                   CLOSE RATETAB
               END-IF.
               IF CARRMAST-DISPONIVEL
                   CLOSE CARRMAST
               END-IF.
               IF CUSTMAST-DISPONIVEL
                   CLOSE CUSTMAST
               END-IF.
               CLOSE ORDSORT.
               CLOSE FRETERES.
               CLOSE SHIPCSV.
               CLOSE SHIPCSV2.
               CLOSE ORDBILL.
               CLOSE FRTUPD.
               PERFORM 0880-GRAVAR-TOTAIS-PARTICAO.

           0810-LER-ORDSORT.
               READ ORDSORT
                   AT END
                       MOVE '10' TO WRK-ORDSORT-STATUS
               END-READ.

      *    ********** PEDIDO NOVO FECHA O ANTERIOR ANTES DE TROCAR AS
      *    ********** TABELAS DA UF
           0820-PROCESSAR-LINHA-ORDENADA.
               IF WRK-ORDEM-QT-ITENS = 0
                  OR ORS-PEDIDO NOT = WRK-PEDIDO-ATUAL
                   IF WRK-ORDEM-QT-ITENS > 0
                       PERFORM 0650-FECHAR-PEDIDO
                   END-IF
                   IF ORS-UF NOT = WRK-UF-CARREGADA
                       PERFORM 0830-CARREGAR-UF
                   END-IF
                   MOVE ORS-PEDIDO     TO WRK-PEDIDO-ATUAL
                   MOVE ORS-ALC-ACHOU  TO WRK-ALC-ACHOU
                   MOVE ORS-ALC-TRANSP TO WRK-ALC-TRANSP
                   MOVE ORS-ALC-FRETE  TO WRK-ALC-FRETE
               END-IF.
               PERFORM 0825-ACUMULAR-LINHA-ORDENADA.
               PERFORM 0810-LER-ORDSORT.

      *    ********** MESMO ACUMULO DO 0550, COM ITEM, COBERTURA E
      *    ********** PESO JA APURADOS NA RESERVA
           0825-ACUMULAR-LINHA-ORDENADA.
               IF WRK-ORDEM-QT-ITENS = 0
                   MOVE ORS-UF         TO WRK-ORDEM-UF
                   MOVE ORS-CLIENTE    TO WRK-ORDEM-CLIENTE
                   MOVE ORS-ORD-DATA   TO WRK-ORDEM-DATA
                   MOVE ORS-ORD-TRANSP TO WRK-ORDEM-TRANSP
                   MOVE ORS-PRODUTO    TO WRK-ORDEM-PRODUTO
                   MOVE ORS-CANCELADO  TO WRK-ORDEM-CANCELADA
               END-IF.
               IF NOT ORDEM-CANCELADA
                   IF ORS-ITEM-OK = 'N'
                       MOVE 'N' TO WRK-ORDEM-ITENS-OK
                   END-IF
                   IF ORS-COBERTA = 'S'
                       ADD ORS-TX-VALOR TO WRK-ORDEM-VALOR-TOT
                       ADD 1            TO WRK-ORDEM-QT-COBERTAS
                       IF ORS-ITEM-OK = 'S'
                           COMPUTE WRK-ORDEM-PESO-TOT =
                                   WRK-ORDEM-PESO-TOT +
                                   (ORS-TX-QTDE * ORS-PESO-LINHA)
                               ON SIZE ERROR
                                   DISPLAY 'ERRO - PESO DO PEDIDO'
                                           ' FORA DA FAIXA'
                           END-COMPUTE
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-ORDEM-BACKORD
                   END-IF
               END-IF.
               ADD 1 TO WRK-ORDEM-QT-ITENS.

      *    ********** TAXAS (TODAS AS VIGENCIAS) E TRANSPORTADORAS
      *    ********** DA UF LIDAS UMA VEZ; UF COM MAIS VIGENCIAS QUE
      *    ********** A TABELA CONTINUA BUSCANDO NA RATETAB
           0830-CARREGAR-UF.
               MOVE ORS-UF TO WRK-UF-CARREGADA.
               MOVE ZEROS  TO WRK-QT-TAXAS WRK-QT-TRANSPS.
               MOVE 'S'    TO WRK-TAXAS-NA-TABELA.
               MOVE ORS-UF TO RT-UF.
               MOVE ZEROS  TO RT-DT-VIGENCIA.
               MOVE 'N'    TO WRK-FIM-VARREDURA.
               START RATETAB KEY IS NOT LESS THAN RT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-VARREDURA
               END-START.
               PERFORM 0832-LER-TAXA-UF
                       UNTIL FIM-VARREDURA.
               MOVE ORS-UF TO CR-UF.
               MOVE ZEROS  TO CR-TRANSP.
               MOVE 'N'    TO WRK-FIM-VARREDURA.
               START CARRMAST KEY IS GREATER THAN CR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-VARREDURA
               END-START.
               PERFORM 0834-LER-TRANSP-UF
                       UNTIL FIM-VARREDURA.

           0832-LER-TAXA-UF.
               READ RATETAB NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-VARREDURA
               END-READ.
               IF NOT FIM-VARREDURA
                   IF RT-UF NOT = WRK-UF-CARREGADA
                       MOVE 'S' TO WRK-FIM-VARREDURA
                   ELSE
                       IF WRK-QT-TAXAS < WRK-MAX-TAXAS
                           ADD 1 TO WRK-QT-TAXAS
                           MOVE RATE-REC TO WRK-TXU-REG(WRK-QT-TAXAS)
                       ELSE
                           MOVE 'N' TO WRK-TAXAS-NA-TABELA
                           MOVE 'S' TO WRK-FIM-VARREDURA
                       END-IF
                   END-IF
               END-IF.

           0834-LER-TRANSP-UF.
               READ CARRMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-VARREDURA
               END-READ.
               IF NOT FIM-VARREDURA
                   IF CR-UF NOT = WRK-UF-CARREGADA
                       MOVE 'S' TO WRK-FIM-VARREDURA
                   ELSE
                       ADD 1 TO WRK-QT-TRANSPS
                       MOVE CARR-REC TO WRK-TRP-REG(WRK-QT-TRANSPS)
                   END-IF
               END-IF.

      *    ********** MESMA REGRA DO 0240 NA TABELA DA UF: MAIOR
      *    ********** VIGENCIA MENOR OU IGUAL A DATA DE BUSCA
           0840-BUSCAR-TAXA-TABELA.
               MOVE ZEROS TO WRK-TX-ACHOU.
               PERFORM 0842-CONFERIR-VIGENCIA
                       VARYING WRK-TX-SUB FROM 1 BY 1
                       UNTIL WRK-TX-SUB > WRK-QT-TAXAS.
               IF WRK-TX-ACHOU > 0
                   MOVE WRK-TXU-REG(WRK-TX-ACHOU) TO RATE-REC
                   MOVE '00' TO WRK-RATETAB-STATUS
               ELSE
                   MOVE '23' TO WRK-RATETAB-STATUS
               END-IF.

           0842-CONFERIR-VIGENCIA.
               IF WRK-TXU-VIGENCIA(WRK-TX-SUB) NOT > WRK-DATA-BUSCA
                   MOVE WRK-TX-SUB TO WRK-TX-ACHOU
               END-IF.

      *    ********** MESMA REGRA DO 0510 NA TABELA DA UF
           0850-ESCOLHER-TRANSP-TABELA.
               MOVE 'N' TO WRK-TRANSP-OK.
               MOVE WRK-FRETE TO WRK-FRETE-BASE.
               IF WRK-ORDEM-TRANSP NOT = ZEROS
                   PERFORM 0852-APLICAR-FORCADA
                           VARYING WRK-TRP-SUB FROM 1 BY 1
                           UNTIL WRK-TRP-SUB > WRK-QT-TRANSPS
                              OR TRANSP-OK
               ELSE
                   MOVE 99999999,99 TO WRK-FRETE-MELHOR
                   PERFORM 0854-AVALIAR-TRANSP-TABELA
                           VARYING WRK-TRP-SUB FROM 1 BY 1
                           UNTIL WRK-TRP-SUB > WRK-QT-TRANSPS
                   IF WRK-FRETE-MELHOR < 99999999,99
                       MOVE WRK-FRETE-MELHOR TO WRK-FRETE
                       MOVE 'S' TO WRK-TRANSP-OK
                   END-IF
               END-IF.

           0852-APLICAR-FORCADA.
               IF WRK-TRP-TRANSP(WRK-TRP-SUB) = WRK-ORDEM-TRANSP
                   MOVE WRK-TRP-REG(WRK-TRP-SUB) TO CARR-REC
                   PERFORM 0530-APLICAR-FATOR
                   MOVE WRK-FRETE-CANDIDATO TO WRK-FRETE
                   MOVE CR-TRANSP TO WRK-TRANSP-ESCOLHIDA
                   MOVE 'S' TO WRK-TRANSP-OK
               END-IF.

           0854-AVALIAR-TRANSP-TABELA.
               MOVE WRK-TRP-REG(WRK-TRP-SUB) TO CARR-REC.
               PERFORM 0530-APLICAR-FATOR.
               IF WRK-FRETE-CANDIDATO < WRK-FRETE-MELHOR
                   MOVE WRK-FRETE-CANDIDATO TO WRK-FRETE-MELHOR
                   MOVE CR-TRANSP TO WRK-TRANSP-ESCOLHIDA
               END-IF.

      *    ********** RATEIO DO EMBARQUE JA CASADO COM O PEDIDO NA
      *    ********** RESERVA (MESMA REGRA DO 0680)
           0860-APLICAR-RATEIO-ORDENADO.
               IF ALC-ACHOU AND NOT ORDEM-COM-PENDENCIA
                   MOVE WRK-ALC-FRETE  TO WRK-FRETE
                   MOVE WRK-ALC-TRANSP TO WRK-TRANSP-ESCOLHIDA
                   ADD 1 TO WRK-TOTAL-RATEADOS
               END-IF.

      *    ********** SITUACAO DO PEDIDO PARA A CONSOLIDACAO GRAVAR
      *    ********** NO ORDSTAT (MESMOS CAMPOS DO 0690)
           0870-ADIAR-ORDSTAT.
               PERFORM 0700-MONTAR-DATAHORA.
               MOVE SPACES             TO UPD-REC.
               MOVE 'S'                TO UPD-TIPO.
               MOVE WRK-PEDIDO-ATUAL   TO UPD-CHAVE.
               MOVE WRK-STATUS-PEDIDO  TO UPD-OST-STATUS.
               MOVE WRK-ORDEM-CLIENTE  TO UPD-OST-CLIENTE.
               MOVE WRK-UF             TO UPD-OST-UF.
               MOVE WRK-VALOR          TO UPD-OST-VALOR.
               MOVE WRK-FRETE          TO UPD-OST-FRETE.
               MOVE WRK-DATAHORA       TO UPD-OST-DATAHORA.
               IF WRK-STATUS-PEDIDO = 'T'
                   MOVE WRK-TRANSP-ESCOLHIDA TO UPD-OST-TRANSP
               ELSE
                   MOVE ZEROS TO UPD-OST-TRANSP
               END-IF.
               WRITE UPD-REC.

           0872-ADIAR-PROMESSA.
               MOVE SPACES                TO UPD-REC.
               MOVE 'P'                   TO UPD-TIPO.
               MOVE WRK-PEDIDO-ATUAL      TO UPD-CHAVE.
               MOVE WRK-TRANSP-ESCOLHIDA  TO UPD-PRM-TRANSP.
               MOVE WRK-UF                TO UPD-PRM-UF.
               MOVE WRK-DATA-PROMETIDA    TO UPD-PRM-DT-PROM.
               MOVE WRK-FRETE             TO UPD-PRM-FRETE.
               WRITE UPD-REC.

      *    ********** ALIVIO DO EM-ABERTO (0648) APLICADO NA
      *    ********** CONSOLIDACAO
           0874-ADIAR-ABERTO.
               IF CLIENTE-OK
                   MOVE SPACES            TO UPD-REC
                   MOVE 'C'               TO UPD-TIPO
                   MOVE WRK-ORDEM-CLIENTE TO UPD-CHAVE
                   MOVE WRK-VALOR         TO UPD-CLI-VALOR
                   WRITE UPD-REC
               END-IF.

      *    ********** TOTAIS DA PARTICAO (GERAL E POR TRANSPORTADORA)
      *    ********** SOMADOS PELA CONSOLIDACAO NO FRETERECON
           0880-GRAVAR-TOTAIS-PARTICAO.
               OPEN OUTPUT FRTTOT.
               MOVE WRK-PART-NUMERO    TO TOT-PARTICAO.
               MOVE 'G'                TO TOT-TIPO.
               MOVE ZEROS              TO TOT-TRANSP.
               MOVE WRK-TOTAL-PEDIDOS  TO TOT-PEDIDOS.
               MOVE WRK-TOTAL-EXCECOES TO TOT-EXCECOES.
               MOVE WRK-TOTAL-RATEADOS TO TOT-RATEADOS.
               MOVE WRK-TOTAL-VALOR    TO TOT-VALOR.
               MOVE WRK-TOTAL-FRETE    TO TOT-FRETE.
               WRITE TOT-REC.
               PERFORM 0882-GRAVAR-TOTAL-TRANSP
                       VARYING WRK-TR-SUB FROM 1 BY 1
                       UNTIL WRK-TR-SUB > 99.
               CLOSE FRTTOT.
               MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-ED.
               MOVE WRK-TOTAL-FRETE TO WRK-TOTAL-FRETE-ED.
               DISPLAY '------------------------------'.
               DISPLAY ' PARTICAO ' WRK-PART-NUMERO ' UFS '
                       WRK-PART-UF-INI ' A ' WRK-PART-UF-FIM.
               DISPLAY ' PEDIDOS PROCESSADOS..' WRK-TOTAL-PEDIDOS.
               DISPLAY ' EXCECOES.............' WRK-TOTAL-EXCECOES.
               DISPLAY ' VALOR TOTAL..........' WRK-TOTAL-VALOR-ED.
               DISPLAY ' FRETE TOTAL..........' WRK-TOTAL-FRETE-ED.
               DISPLAY ' PEDIDOS EM EMBARQUE..' WRK-TOTAL-RATEADOS.
               DISPLAY '------------------------------'.

           0882-GRAVAR-TOTAL-TRANSP.
               IF WRK-TR-QT(WRK-TR-SUB) > 0
                   MOVE WRK-PART-NUMERO       TO TOT-PARTICAO
                   MOVE 'T'                   TO TOT-TIPO
                   MOVE WRK-TR-SUB            TO TOT-TRANSP
                   MOVE WRK-TR-QT(WRK-TR-SUB) TO TOT-PEDIDOS
                   MOVE ZEROS TO TOT-EXCECOES TOT-RATEADOS TOT-VALOR
                   MOVE WRK-TR-FRETE(WRK-TR-SUB) TO TOT-FRETE
                   WRITE TOT-REC
               END-IF.

           0900-GRAVAR-RECONCILIACAO.
               MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-ED.
               MOVE WRK-TOTAL-FRETE TO WRK-TOTAL-FRETE-ED.
               DISPLAY ' EXCECOES.............' WRK-TOTAL-EXCECOES.
               DISPLAY ' VALOR TOTAL..........' WRK-TOTAL-VALOR-ED.
               DISPLAY ' FRETE TOTAL..........' WRK-TOTAL-FRETE-ED.
               DISPLAY ' PEDIDOS EM EMBARQUE..' WRK-TOTAL-RATEADOS.
               DISPLAY '------------------------------'.

           0910-GRAVAR-RECON-TRANSP.
           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
           COPY KDXPROC.
           COPY KITPROC.
