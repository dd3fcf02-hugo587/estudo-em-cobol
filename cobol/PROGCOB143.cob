           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB143.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RESERVA DE ESTOQUE E ORDENACAO DO LOTE DE
      *    FRETE, ENTRE A CONSOLIDACAO DE EMBARQUES (PRGCOB126) E AS
      *    PARTICOES DO FRETE (PROGCOB09 MODO P). LE O ORDCLEAN NA
      *    ORDEM DE CHEGADA E FAZ A BAIXA DE ESTOQUE DE CADA LINHA
      *    COM AS MESMAS REGRAS DO LOTE DE FRETE (PEDIDO CANCELADO
      *    NO ORDSTAT NAO BAIXA, ITEM SEM CADASTRO NAO BAIXA, LINHA
      *    QUE O SALDO NAO COBRE VAI PARA O BACKORD, KIT BAIXA PELOS
      *    COMPONENTES, MOVIMENTO FR NO KARDEX STKMOV) - A PRIORIDADE
      *    DO ESTOQUE CONTINUA SENDO A ORDEM DE CHEGADA DO PEDIDO.
      *    O STOCKMST E O ITEMMAST SAO LIDOS INTEIROS NA PARTIDA PARA
      *    TABELAS POR ITEM (CHAVE 9(04)) E O STOCKMST E REGRAVADO
      *    EM SEQUENCIA DE CHAVE NO FIM. CADA LINHA SAI NO ORDSORT
      *    COM O RESULTADO DA RESERVA (ITEM CADASTRADO, LINHA
      *    COBERTA, PESO DA LINHA), OS DADOS DO PEDIDO TOMADOS DA
      *    PRIMEIRA LINHA (UF, CLIENTE, DATA, TRANSPORTADORA E
      *    PRODUTO) E O FRETE RATEADO DO FRTALOC, CLASSIFICADO POR
      *    UF, CLIENTE, PEDIDO E ITEM - CADA PARTICAO DO FRETE LE SO
      *    A SUA FAIXA DE UF E NAO TOCA NO ESTOQUE.
      *    SEM ORDCLEAN OU SEM OS CADASTROS DO FRETE (RATETAB,
      *    CARRMAST, CUSTMAST, ITEMMAST, STOCKMST) NADA E BAIXADO, O
      *    ORDSORT SAI VAZIO E O PASSO TERMINA COM RC=8.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ORDCLEAN ASSIGN TO "ORDCLEAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDCLEAN-STATUS.
               SELECT ORDSORT ASSIGN TO "ORDSORT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDSORT-STATUS.
               SELECT FRTSORT ASSIGN TO "FRTSORT".
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT ITEMMAST ASSIGN TO "ITEMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT RATETAB ASSIGN TO "RATETAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-CHAVE
                   FILE STATUS IS WRK-RATETAB-STATUS.
               SELECT CARRMAST ASSIGN TO "CARRMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CHAVE
                   FILE STATUS IS WRK-CARRMAST-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT FRTALOC ASSIGN TO "FRTALOC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRTALOC-STATUS.
               SELECT BACKORD ASSIGN TO "BACKORD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BACKORD-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.

               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT RUNCTL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CHAVE
                   FILE STATUS IS WRK-RUNCTL-STATUS.
               SELECT RUNSTAT ASSIGN TO "RUNSTAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RUNSTAT-STATUS.
               SELECT SCHEDMST ASSIGN TO "SCHEDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCH-PASSO
                   FILE STATUS IS WRK-SCHEDMST-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ORDCLEAN.
           01  ORDCLEAN-REC.
               05 TX-PEDIDO     PIC 9(06).
               05 TX-CLIENTE    PIC 9(06).
               05 TX-DATA-PEDIDO PIC 9(08).
               05 TX-ITEM       PIC 9(04).
               05 TX-QTDE       PIC 9(03).
               05 TX-VALOR      PIC 9(06)V99.
               05 TX-UF         PIC X(02).
               05 TX-TRANSP     PIC 9(02).
               05 TX-MOEDA      PIC X(03).
               05 TX-VALOR-ME   PIC 9(06)V99.
               05 TX-VENDEDOR   PIC 9(03).

      *    ********** LINHAS RESERVADAS E CLASSIFICADAS - LAYOUT NO
      *    ********** SD FRTSORT (LRECL 131)
           FD  ORDSORT.
           01  ORDSORT-REC      PIC X(131).

           SD  FRTSORT.
           01  SRT-REC.
               05 SRT-UF          PIC X(02).
               05 SRT-CLIENTE     PIC 9(06).
               05 SRT-PEDIDO      PIC 9(06).
               05 SRT-ITEM        PIC 9(04).
               05 SRT-SEQ         PIC 9(07).
               05 SRT-LINHA       PIC X(53).
               05 SRT-ORD-DATA    PIC 9(08).
               05 SRT-ORD-TRANSP  PIC 9(02).
               05 SRT-PRODUTO     PIC X(20).
               05 SRT-CANCELADO   PIC X(01).
               05 SRT-ITEM-OK     PIC X(01).
               05 SRT-COBERTA     PIC X(01).
               05 SRT-PESO-LINHA  PIC 9(05)V999.
               05 SRT-ALC-ACHOU   PIC X(01).
               05 SRT-ALC-TRANSP  PIC 9(02).
               05 SRT-ALC-FRETE   PIC 9(07)V99.

           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-CODIGO     PIC 9(04).
               05 ITM-DESCRICAO  PIC X(20).
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
                  88 OST-CAPTADO    VALUE 'C'.
                  88 OST-FRETE-CALC VALUE 'F'.
                  88 OST-ENVIADO    VALUE 'T'.
                  88 OST-ENTREGUE   VALUE 'E'.
                  88 OST-EXCECAO    VALUE 'X'.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

           FD  RATETAB.
           01  RATE-REC.
               05 RT-CHAVE.
                   10 RT-UF          PIC X(02).
                   10 RT-DT-VIGENCIA PIC 9(08).
               05 RT-FAIXA1-LIM  PIC 9(05)V99.
               05 RT-FAIXA1-MULT PIC 9V9999.
               05 RT-FAIXA2-LIM  PIC 9(05)V99.
               05 RT-FAIXA2-MULT PIC 9V9999.
               05 RT-FAIXA3-MULT PIC 9V9999.
               05 RT-FRETE-MIN   PIC 9(05)V99.
               05 RT-TAXA-PESO   PIC 9(03)V99.
               05 RT-PRAZO-DIAS  PIC 9(02).

           FD  CARRMAST.
           01  CARR-REC.
               05 CR-CHAVE.
                   10 CR-UF      PIC X(02).
                   10 CR-TRANSP  PIC 9(02).
               05 CR-NOME        PIC X(20).
               05 CR-FATOR       PIC 9V9999.
               05 CR-QT-VEICULOS PIC 9(01).
               05 CR-VEICULO OCCURS 3 TIMES.
                   10 CR-VEI-TIPO     PIC X(10).
                   10 CR-VEI-PESO-MAX PIC 9(06).
                   10 CR-VEI-VOL-MAX  PIC 9(05).
                   10 CR-VEI-QTDE     PIC 9(02).

           FD  CUSTMAST.
           01  CUST-REC.
               05 CUST-CODIGO    PIC 9(06).
               05 CUST-NOME      PIC X(20).
               05 CUST-ENDERECO  PIC X(40).
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

           FD  BACKORD.
           01  BO-REC.
               05 BO-PEDIDO     PIC 9(06).
               05 BO-CLIENTE    PIC 9(06).
               05 BO-DATA       PIC 9(08).
               05 BO-ITEM       PIC 9(04).
               05 BO-QT-PEDIDA  PIC 9(03).
               05 BO-QT-DISP    PIC 9(03).
               05 BO-VALOR      PIC 9(06)V99.
               05 BO-UF         PIC X(02).
               05 BO-TRANSP     PIC 9(02).
               05 BO-MOEDA      PIC X(03).
               05 BO-VALOR-ME   PIC 9(06)V99.
               05 BO-VENDEDOR   PIC 9(03).

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

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

           FD  RUNCTL.
           01  RC-REC.
               05 RC-CHAVE.
                   10 RC-DATA   PIC 9(08).
                   10 RC-PASSO  PIC X(08).
               05 RC-STATUS     PIC X(01).
                  88 RC-COMPLETO VALUE 'C'.
               05 RC-DATAHORA   PIC X(17).
               05 RC-OPERADOR   PIC X(20).

           FD  RUNSTAT.
           01  RUNSTAT-REC.
               05 RS-DATA        PIC 9(08).
               05 RS-PASSO       PIC X(08).
               05 RS-INICIO      PIC X(17).
               05 RS-FIM         PIC X(17).
               05 RS-QT-LIDOS    PIC 9(07).
               05 RS-QT-GRAVADOS PIC 9(07).
               05 RS-RC          PIC 9(02).

           FD  SCHEDMST.
           01  SCH-REC.
               05 SCH-PASSO        PIC X(08).
               05 SCH-FREQ         PIC X(01).
               05 SCH-DIA-SEMANA   PIC 9(01).
               05 SCH-PULA-FERIADO PIC X(01).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           WORKING-STORAGE SECTION.
           COPY KDXCOM.
           COPY KITCOM.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           COPY DATECOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDCLEAN-STATUS PIC X(02) VALUE SPACES.
               88 ORDCLEAN-OK        VALUE '00'.
               88 ORDCLEAN-EOF       VALUE '10'.
           77 WRK-ORDSORT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
           77 WRK-STOCKMST-ABERTO PIC X(01) VALUE 'N'.
               88 STOCKMST-ABERTO    VALUE 'S'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
               88 ORDSTAT-OK         VALUE '00'.
           77 WRK-ORDSTAT-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ORDSTAT-DISPONIVEL  VALUE 'S'.
           77 WRK-RATETAB-STATUS PIC X(02) VALUE SPACES.
               88 RATETAB-OK         VALUE '00'.
           77 WRK-CARRMAST-STATUS PIC X(02) VALUE SPACES.
               88 CARRMAST-OK        VALUE '00'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
           77 WRK-FRTALOC-STATUS PIC X(02) VALUE SPACES.
               88 FRTALOC-OK         VALUE '00'.
               88 FRTALOC-EOF        VALUE '10'.
           77 WRK-FRTALOC-DISPONIVEL PIC X(01) VALUE 'N'.
               88 FRTALOC-DISPONIVEL  VALUE 'S'.
           77 WRK-BACKORD-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-PEDIDOS  PIC 9(07) VALUE ZEROS.
           77 WRK-QT-BAIXAS   PIC 9(07) VALUE ZEROS.
           77 WRK-QT-RETIDAS  PIC 9(07) VALUE ZEROS.
           77 WRK-QT-REGRAVADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-NOVOS    PIC 9(05) VALUE ZEROS.
           77 WRK-SUB         PIC 9(05) VALUE ZEROS.
           77 WRK-SUB-C       PIC 9(05) VALUE ZEROS.

      *    ********** DADOS DO PEDIDO (PRIMEIRA LINHA) E DA LINHA
           77 WRK-PEDIDO-ATUAL PIC 9(06) VALUE ZEROS.
           77 WRK-ORD-UF      PIC X(02) VALUE SPACES.
           77 WRK-ORD-CLIENTE PIC 9(06) VALUE ZEROS.
           77 WRK-ORD-DATA    PIC 9(08) VALUE ZEROS.
           77 WRK-ORD-TRANSP  PIC 9(02) VALUE ZEROS.
           77 WRK-ORD-PRODUTO PIC X(20) VALUE SPACES.
           77 WRK-ORDEM-CANCELADA PIC X(01) VALUE 'N'.
               88 ORDEM-CANCELADA VALUE 'S'.
           77 WRK-PRIMEIRA-LINHA PIC X(01) VALUE 'S'.
               88 PRIMEIRA-LINHA  VALUE 'S'.
           77 WRK-ALC-ACHOU   PIC X(01) VALUE 'N'.
           77 WRK-ALC-TRANSP  PIC 9(02) VALUE ZEROS.
           77 WRK-ALC-FRETE   PIC 9(07)V99 VALUE ZEROS.
           77 WRK-ITEM-OK     PIC X(01) VALUE 'S'.
           77 WRK-LINHA-COBERTA PIC X(01) VALUE 'S'.
               88 LINHA-COBERTA  VALUE 'S'.
           77 WRK-PESO-LINHA  PIC 9(05)V999 VALUE ZEROS.
           77 WRK-QT-DISP     PIC 9(07) VALUE ZEROS.
           77 WRK-QT-DISP-COMP PIC 9(07) VALUE ZEROS.
           77 WRK-QT-NECESSARIA PIC 9(07) VALUE ZEROS.
           77 WRK-QT-BAIXA    PIC 9(07) VALUE ZEROS.
           77 WRK-PESO-COMP   PIC 9(03)V999 VALUE ZEROS.

      *    ********** CADASTRO DE ITENS, POSICAO = CODIGO + 1
           01 WRK-TAB-ITENS.
               02 WRK-IT OCCURS 10000 TIMES.
                   05 IT-EXISTE     PIC X(01).
                   05 IT-DESCRICAO  PIC X(20).
                   05 IT-PESO-UNIT  PIC 9(03)V999.

      *    ********** SALDOS DE ESTOQUE, POSICAO = CODIGO + 1.
      *    ********** ES-NOVO = ITEM SEM REGISTRO NO STOCKMST (GRAVADO
      *    ********** NO FIM), ES-ALTERADO = SALDO BAIXADO NO LOTE
           01 WRK-TAB-ESTOQUE.
               02 WRK-ES OCCURS 10000 TIMES.
                   05 ES-EXISTE     PIC X(01).
                   05 ES-NOVO       PIC X(01).
                   05 ES-ALTERADO   PIC X(01).
                   05 ES-DEPTO      PIC 9(02).
                   05 ES-SALDO      PIC S9(07).
                   05 ES-CUSTO      PIC 9(07)V99.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB143' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'RESERVA DO LOTE DE FRETE JA FEITA'
                               ' NA DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       SORT FRTSORT
                            ON ASCENDING KEY SRT-UF SRT-CLIENTE
                                             SRT-PEDIDO SRT-ITEM
                                             SRT-SEQ
                            INPUT PROCEDURE IS 0200-RESERVAR-LINHAS
                            GIVING ORDSORT
                       PERFORM 0600-REGRAVAR-ESTOQUE
                       PERFORM 0800-FECHAR-ARQUIVOS
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-LIDOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   ELSE
                       OPEN OUTPUT ORDSORT
                       CLOSE ORDSORT
                       PERFORM 0800-FECHAR-ARQUIVOS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               GOBACK.

      *    ********** OS CADASTROS DO FRETE SO SAO CONFERIDOS AQUI -
      *    ********** SEM ELES A PARTICAO NAO FECHA PEDIDO NENHUM E
      *    ********** O ESTOQUE NAO PODE FICAR BAIXADO
           0100-INICIALIZAR.
               MOVE 'S' TO WRK-PROCESSAR.
               OPEN INPUT ORDCLEAN.
               IF NOT ORDCLEAN-OK
                   MOVE 'ORDCLEAN' TO ERR-ARQUIVO
                   MOVE WRK-ORDCLEAN-STATUS TO ERR-STATUS
                   MOVE 'ARQUIVO DE PEDIDOS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               END-IF.
               OPEN INPUT RATETAB.
               IF NOT RATETAB-OK
                   MOVE 'RATETAB' TO ERR-ARQUIVO
                   MOVE WRK-RATETAB-STATUS TO ERR-STATUS
                   MOVE 'TABELA DE FRETE INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               ELSE
                   CLOSE RATETAB
               END-IF.
               OPEN INPUT CARRMAST.
               IF NOT CARRMAST-OK
                   MOVE 'CARRMAST' TO ERR-ARQUIVO
                   MOVE WRK-CARRMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE TRANSPORTADORAS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               ELSE
                   CLOSE CARRMAST
               END-IF.
               OPEN INPUT CUSTMAST.
               IF NOT CUSTMAST-OK
                   MOVE 'CUSTMAST' TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               ELSE
                   CLOSE CUSTMAST
               END-IF.
               OPEN INPUT ITEMMAST.
               IF NOT ITEMMAST-OK
                   MOVE 'ITEMMAST' TO ERR-ARQUIVO
                   MOVE WRK-ITEMMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE ITENS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               ELSE
                   PERFORM 0110-CARREGAR-ITENS
                   CLOSE ITEMMAST
               END-IF.
               OPEN I-O STOCKMST.
               IF WRK-STOCKMST-STATUS = '35'
                   CLOSE STOCKMST
                   OPEN OUTPUT STOCKMST
                   CLOSE STOCKMST
                   OPEN I-O STOCKMST
               END-IF.
               IF NOT STOCKMST-OK
                   MOVE 'STOCKMST' TO ERR-ARQUIVO
                   MOVE WRK-STOCKMST-STATUS TO ERR-STATUS
                   MOVE 'SALDO DE ESTOQUE INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               ELSE
                   MOVE 'S' TO WRK-STOCKMST-ABERTO
                   PERFORM 0120-CARREGAR-ESTOQUE
               END-IF.
               IF PROCESSAR
                   OPEN INPUT KITSTRU
                   OPEN INPUT ORDSTAT
                   IF ORDSTAT-OK
                       MOVE 'S' TO WRK-ORDSTAT-DISPONIVEL
                   END-IF
                   OPEN INPUT FRTALOC
                   IF FRTALOC-OK
                       MOVE 'S' TO WRK-FRTALOC-DISPONIVEL
                       PERFORM 0235-LER-FRTALOC
                   END-IF
                   OPEN EXTEND BACKORD
                   IF WRK-BACKORD-STATUS = '35'
                       CLOSE BACKORD
                       OPEN OUTPUT BACKORD
                   END-IF
               ELSE
                   DISPLAY 'RESERVA DO LOTE DE FRETE NAO FEITA -'
                           ' NENHUMA BAIXA DE ESTOQUE'
               END-IF.

           0150-FALHA-ABERTURA.
               MOVE 'PRGCOB143' TO ERR-PROGRAMA.
               PERFORM 9100-REGISTRAR-ERRO.
               DISPLAY ERR-MENSAGEM ' - LOTE DE FRETE NAO RESERVADO'.
               MOVE 'N' TO WRK-PROCESSAR.

      *    ********** ITEMMAST INTEIRO NA TABELA (LEITURA EM SEQUENCIA)
           0110-CARREGAR-ITENS.
               MOVE SPACES TO WRK-TAB-ITENS.
               PERFORM 0115-LER-ITEM
                       UNTIL WRK-ITEMMAST-STATUS NOT = '00'.

           0115-LER-ITEM.
               READ ITEMMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ITEMMAST-STATUS
               END-READ.
               IF WRK-ITEMMAST-STATUS = '00'
                   COMPUTE WRK-SUB = ITM-CODIGO + 1
                   MOVE 'S'           TO IT-EXISTE(WRK-SUB)
                   MOVE ITM-DESCRICAO TO IT-DESCRICAO(WRK-SUB)
                   MOVE ITM-PESO-UNIT TO IT-PESO-UNIT(WRK-SUB)
               END-IF.

      *    ********** STOCKMST INTEIRO NA TABELA (LEITURA EM
      *    ********** SEQUENCIA); O ARQUIVO FICA ABERTO PARA A
      *    ********** REGRAVACAO NO FIM
           0120-CARREGAR-ESTOQUE.
               MOVE SPACES TO WRK-TAB-ESTOQUE.
               PERFORM 0125-LER-ESTOQUE
                       UNTIL WRK-STOCKMST-STATUS NOT = '00'.
               MOVE '00' TO WRK-STOCKMST-STATUS.

           0125-LER-ESTOQUE.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF WRK-STOCKMST-STATUS = '00'
                   COMPUTE WRK-SUB = STK-ITEM + 1
                   MOVE 'S'             TO ES-EXISTE(WRK-SUB)
                   MOVE 'N'             TO ES-NOVO(WRK-SUB)
                   MOVE 'N'             TO ES-ALTERADO(WRK-SUB)
                   MOVE STK-DEPTO       TO ES-DEPTO(WRK-SUB)
                   MOVE STK-SALDO       TO ES-SALDO(WRK-SUB)
                   MOVE STK-CUSTO-MEDIO TO ES-CUSTO(WRK-SUB)
               END-IF.

      *    ********** ENTRADA DO SORT - ORDCLEAN NA ORDEM DE CHEGADA
           0200-RESERVAR-LINHAS.
               PERFORM 0210-LER-ORDCLEAN.
               PERFORM 0220-RESERVAR-LINHA THRU 0220-SAIDA
                       UNTIL NOT ORDCLEAN-OK.

           0210-LER-ORDCLEAN.
               READ ORDCLEAN
                   AT END
                       MOVE '10' TO WRK-ORDCLEAN-STATUS
               END-READ.

           0220-RESERVAR-LINHA.
               ADD 1 TO WRK-QT-LIDOS.
               IF WRK-QT-LIDOS = 1 OR TX-PEDIDO NOT = WRK-PEDIDO-ATUAL
                   PERFORM 0230-ABRIR-PEDIDO
               END-IF.
               MOVE 'S'   TO WRK-ITEM-OK.
               MOVE 'S'   TO WRK-LINHA-COBERTA.
               MOVE ZEROS TO WRK-PESO-LINHA.
               IF NOT ORDEM-CANCELADA
                   PERFORM 0240-BUSCAR-ITEM
               END-IF.
               PERFORM 0290-LIBERAR-LINHA.
               PERFORM 0210-LER-ORDCLEAN.
           0220-SAIDA.
               EXIT.

      *    ********** PEDIDO NOVO: DADOS DA PRIMEIRA LINHA, SITUACAO
      *    ********** NO ORDSTAT (CANCELADO NAO BAIXA NADA) E FRETE
      *    ********** RATEADO DO EMBARQUE CONSOLIDADO, SE HOUVER
           0230-ABRIR-PEDIDO.
               MOVE TX-PEDIDO      TO WRK-PEDIDO-ATUAL.
               ADD 1 TO WRK-QT-PEDIDOS.
               MOVE TX-UF          TO WRK-ORD-UF.
               MOVE TX-CLIENTE     TO WRK-ORD-CLIENTE.
               MOVE TX-DATA-PEDIDO TO WRK-ORD-DATA.
               MOVE TX-TRANSP      TO WRK-ORD-TRANSP.
               MOVE SPACES         TO WRK-ORD-PRODUTO.
               MOVE 'S'            TO WRK-PRIMEIRA-LINHA.
               MOVE 'N'            TO WRK-ORDEM-CANCELADA.
               IF ORDSTAT-DISPONIVEL
                   MOVE TX-PEDIDO TO OST-PEDIDO
                   READ ORDSTAT
                       KEY IS OST-PEDIDO
                       INVALID KEY
                           MOVE '23' TO WRK-ORDSTAT-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-ORDSTAT-STATUS
                   END-READ
                   IF ORDSTAT-OK AND OST-CANCELADO
                       MOVE 'S' TO WRK-ORDEM-CANCELADA
                   END-IF
               END-IF.
               MOVE 'N'   TO WRK-ALC-ACHOU.
               MOVE ZEROS TO WRK-ALC-TRANSP WRK-ALC-FRETE.
               IF FRTALOC-DISPONIVEL
                   PERFORM 0235-LER-FRTALOC
                           UNTIL FRTALOC-EOF
                              OR ALC-PEDIDO >= TX-PEDIDO
                   IF FRTALOC-OK AND ALC-PEDIDO = TX-PEDIDO
                       MOVE 'S'        TO WRK-ALC-ACHOU
                       MOVE ALC-TRANSP TO WRK-ALC-TRANSP
                       MOVE ALC-FRETE  TO WRK-ALC-FRETE
                   END-IF
               END-IF.

           0235-LER-FRTALOC.
               READ FRTALOC
                   AT END
                       MOVE '10' TO WRK-FRTALOC-STATUS
               END-READ.
               IF NOT FRTALOC-OK
                   MOVE '10' TO WRK-FRTALOC-STATUS
               END-IF.

      *    ********** ITEM DA LINHA NA TABELA DO CADASTRO; ITEM COM
      *    ********** ESTRUTURA NO KITSTRU BAIXA E PESA PELOS
      *    ********** COMPONENTES
           0240-BUSCAR-ITEM.
               COMPUTE WRK-SUB = TX-ITEM + 1.
               IF IT-EXISTE(WRK-SUB) = 'S'
                   IF PRIMEIRA-LINHA
                       MOVE IT-DESCRICAO(WRK-SUB) TO WRK-ORD-PRODUTO
                   END-IF
                   MOVE IT-PESO-UNIT(WRK-SUB) TO WRK-PESO-LINHA
                   MOVE TX-ITEM TO KIT-PAI
                   PERFORM 9700-CARREGAR-KIT
                   IF KIT-QT-COMP > 0
                       PERFORM 0260-RESERVAR-KIT
                   ELSE
                       PERFORM 0250-RESERVAR-ESTOQUE
                   END-IF
               ELSE
                   MOVE 'N' TO WRK-ITEM-OK
                   IF PRIMEIRA-LINHA
                       MOVE 'ITEM NAO CADASTRADO' TO WRK-ORD-PRODUTO
                   END-IF
               END-IF.

      *    ********** LINHA QUE O SALDO NAO COBRE NAO BAIXA NADA E
      *    ********** VAI PARA O BACKORD; ITEM SEM REGISTRO DE SALDO
      *    ********** GANHA UM REGISTRO ZERADO
           0250-RESERVAR-ESTOQUE.
               IF ES-EXISTE(WRK-SUB) NOT = 'S'
                   MOVE 'S'   TO ES-EXISTE(WRK-SUB)
                   MOVE 'S'   TO ES-NOVO(WRK-SUB)
                   MOVE 'N'   TO ES-ALTERADO(WRK-SUB)
                   MOVE ZEROS TO ES-DEPTO(WRK-SUB) ES-SALDO(WRK-SUB)
                                 ES-CUSTO(WRK-SUB)
               END-IF.
               IF ES-SALDO(WRK-SUB) < TX-QTDE
                   MOVE 'N' TO WRK-LINHA-COBERTA
                   IF ES-SALDO(WRK-SUB) > 0
                       MOVE ES-SALDO(WRK-SUB) TO WRK-QT-DISP
                   ELSE
                       MOVE ZEROS TO WRK-QT-DISP
                   END-IF
                   PERFORM 0270-GRAVAR-BACKORD
               ELSE
                   SUBTRACT TX-QTDE FROM ES-SALDO(WRK-SUB)
                   MOVE 'S' TO ES-ALTERADO(WRK-SUB)
                   MOVE TX-QTDE TO WRK-QT-BAIXA
                   PERFORM 0280-REGISTRAR-KARDEX
               END-IF.

      *    ********** KIT: A LINHA SO E COBERTA SE TODOS OS
      *    ********** COMPONENTES COBREM; SENAO A PENDENCIA E DO KIT
      *    ********** INTEIRO, COM OS KITS QUE O ESTOQUE MONTARIA
           0260-RESERVAR-KIT.
               MOVE ZEROS TO WRK-PESO-LINHA.
               MOVE 9999999 TO WRK-QT-DISP.
               PERFORM 0265-CONFERIR-COMPONENTE
                       VARYING KIT-SUB FROM 1 BY 1
                       UNTIL KIT-SUB > KIT-QT-COMP.
               IF LINHA-COBERTA
                   PERFORM 0268-BAIXAR-COMPONENTE
                           VARYING KIT-SUB FROM 1 BY 1
                           UNTIL KIT-SUB > KIT-QT-COMP
               ELSE
                   PERFORM 0270-GRAVAR-BACKORD
               END-IF.

           0265-CONFERIR-COMPONENTE.
               COMPUTE WRK-SUB-C = KIT-TC-ITEM(KIT-SUB) + 1.
               IF IT-EXISTE(WRK-SUB-C) = 'S'
                   MOVE IT-PESO-UNIT(WRK-SUB-C) TO WRK-PESO-COMP
               ELSE
                   MOVE ZEROS TO WRK-PESO-COMP
               END-IF.
               COMPUTE WRK-PESO-LINHA = WRK-PESO-LINHA
                       + (KIT-TC-QTDE(KIT-SUB) * WRK-PESO-COMP).
               COMPUTE WRK-QT-NECESSARIA =
                       TX-QTDE * KIT-TC-QTDE(KIT-SUB).
               IF ES-EXISTE(WRK-SUB-C) NOT = 'S'
                  OR ES-SALDO(WRK-SUB-C) <= 0
                   MOVE ZEROS TO WRK-QT-DISP-COMP
               ELSE
                   COMPUTE WRK-QT-DISP-COMP =
                           ES-SALDO(WRK-SUB-C) / KIT-TC-QTDE(KIT-SUB)
               END-IF.
               IF WRK-QT-DISP-COMP < WRK-QT-DISP
                   MOVE WRK-QT-DISP-COMP TO WRK-QT-DISP
               END-IF.
               IF ES-EXISTE(WRK-SUB-C) NOT = 'S'
                  OR ES-SALDO(WRK-SUB-C) < WRK-QT-NECESSARIA
                   MOVE 'N' TO WRK-LINHA-COBERTA
               END-IF.

           0268-BAIXAR-COMPONENTE.
               COMPUTE WRK-QT-NECESSARIA =
                       TX-QTDE * KIT-TC-QTDE(KIT-SUB).
               COMPUTE WRK-SUB-C = KIT-TC-ITEM(KIT-SUB) + 1.
               IF ES-EXISTE(WRK-SUB-C) = 'S'
                   SUBTRACT WRK-QT-NECESSARIA
                            FROM ES-SALDO(WRK-SUB-C)
                   MOVE 'S' TO ES-ALTERADO(WRK-SUB-C)
                   MOVE WRK-SUB-C TO WRK-SUB
                   MOVE WRK-QT-NECESSARIA TO WRK-QT-BAIXA
                   PERFORM 0280-REGISTRAR-KARDEX
               END-IF.

           0270-GRAVAR-BACKORD.
               MOVE TX-PEDIDO      TO BO-PEDIDO.
               MOVE TX-CLIENTE     TO BO-CLIENTE.
               MOVE TX-DATA-PEDIDO TO BO-DATA.
               MOVE TX-ITEM        TO BO-ITEM.
               MOVE TX-QTDE        TO BO-QT-PEDIDA.
               MOVE WRK-QT-DISP    TO BO-QT-DISP.
               MOVE TX-VALOR       TO BO-VALOR.
               MOVE TX-UF          TO BO-UF.
               MOVE TX-TRANSP      TO BO-TRANSP.
               MOVE TX-MOEDA       TO BO-MOEDA.
               MOVE TX-VALOR-ME    TO BO-VALOR-ME.
               MOVE TX-VENDEDOR    TO BO-VENDEDOR.
               WRITE BO-REC.
               ADD 1 TO WRK-QT-RETIDAS.

      *    ********** MOVIMENTO FR NO KARDEX - O KDXPROC TOMA ITEM,
      *    ********** DEPARTAMENTO E SALDO DO STK-REC, MONTADO AQUI
      *    ********** COM A POSICAO WRK-SUB DA TABELA
           0280-REGISTRAR-KARDEX.
               COMPUTE STK-ITEM = WRK-SUB - 1.
               MOVE ES-DEPTO(WRK-SUB)  TO STK-DEPTO.
               MOVE ES-SALDO(WRK-SUB)  TO STK-SALDO.
               MOVE ES-CUSTO(WRK-SUB)  TO STK-CUSTO-MEDIO.
               MOVE 'FR' TO KDX-TIPO.
               COMPUTE KDX-QTDE = ZERO - WRK-QT-BAIXA.
               MOVE STK-CUSTO-MEDIO TO KDX-CUSTO.
               MOVE SPACES TO KDX-DOCUMENTO.
               STRING 'PEDIDO ' TX-PEDIDO
                      DELIMITED BY SIZE INTO KDX-DOCUMENTO
               END-STRING.
               MOVE RUN-OPERADOR TO KDX-OPERADOR.
               MOVE 'PRGCOB143' TO KDX-PROGRAMA.
               PERFORM 9600-REGISTRAR-MOVIMENTO.
               ADD 1 TO WRK-QT-BAIXAS.

           0290-LIBERAR-LINHA.
               MOVE WRK-ORD-UF          TO SRT-UF.
               MOVE WRK-ORD-CLIENTE     TO SRT-CLIENTE.
               MOVE TX-PEDIDO           TO SRT-PEDIDO.
               MOVE TX-ITEM             TO SRT-ITEM.
               MOVE WRK-QT-LIDOS        TO SRT-SEQ.
               MOVE ORDCLEAN-REC        TO SRT-LINHA.
               MOVE WRK-ORD-DATA        TO SRT-ORD-DATA.
               MOVE WRK-ORD-TRANSP      TO SRT-ORD-TRANSP.
               MOVE WRK-ORD-PRODUTO     TO SRT-PRODUTO.
               MOVE WRK-ORDEM-CANCELADA TO SRT-CANCELADO.
               MOVE WRK-ITEM-OK         TO SRT-ITEM-OK.
               MOVE WRK-LINHA-COBERTA   TO SRT-COBERTA.
               MOVE WRK-PESO-LINHA      TO SRT-PESO-LINHA.
               MOVE WRK-ALC-ACHOU       TO SRT-ALC-ACHOU.
               MOVE WRK-ALC-TRANSP      TO SRT-ALC-TRANSP.
               MOVE WRK-ALC-FRETE       TO SRT-ALC-FRETE.
               RELEASE SRT-REC.
               MOVE 'N' TO WRK-PRIMEIRA-LINHA.

      *    ********** REGRAVACAO DO STOCKMST EM SEQUENCIA DE CHAVE:
      *    ********** SO O SALDO DOS ITENS BAIXADOS MUDA; OS ITENS
      *    ********** SEM REGISTRO SAO GRAVADOS DEPOIS
           0600-REGRAVAR-ESTOQUE.
               MOVE ZEROS TO STK-ITEM.
               START STOCKMST KEY IS NOT LESS THAN STK-ITEM
                   INVALID KEY
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-START.
               PERFORM 0610-REGRAVAR-ITEM
                       UNTIL WRK-STOCKMST-STATUS NOT = '00'.
               PERFORM 0620-GRAVAR-NOVO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.

           0610-REGRAVAR-ITEM.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF WRK-STOCKMST-STATUS = '00'
                   COMPUTE WRK-SUB = STK-ITEM + 1
                   IF ES-ALTERADO(WRK-SUB) = 'S'
                       MOVE ES-SALDO(WRK-SUB) TO STK-SALDO
                       REWRITE STK-REC
                       ADD 1 TO WRK-QT-REGRAVADOS
                   END-IF
               END-IF.

           0620-GRAVAR-NOVO.
               IF ES-NOVO(WRK-SUB) = 'S'
                   COMPUTE STK-ITEM = WRK-SUB - 1
                   MOVE ZEROS TO STK-DEPTO STK-MINIMO STK-CUSTO-MEDIO
                   MOVE ES-SALDO(WRK-SUB) TO STK-SALDO
                   WRITE STK-REC
                   ADD 1 TO WRK-QT-NOVOS
               END-IF.

           0800-FECHAR-ARQUIVOS.
               CLOSE ORDCLEAN.
               IF STOCKMST-ABERTO
                   CLOSE STOCKMST
               END-IF.
               IF PROCESSAR
                   CLOSE KITSTRU
                   CLOSE BACKORD
                   IF ORDSTAT-DISPONIVEL
                       CLOSE ORDSTAT
                   END-IF
                   IF FRTALOC-DISPONIVEL
                       CLOSE FRTALOC
                   END-IF
               END-IF.

           0900-FINALIZAR.
               DISPLAY '------------------------------'.
               DISPLAY ' RESERVA DO LOTE DE FRETE'.
               DISPLAY ' LINHAS LIDAS.........' WRK-QT-LIDOS.
               DISPLAY ' PEDIDOS..............' WRK-QT-PEDIDOS.
               DISPLAY ' BAIXAS DE ESTOQUE....' WRK-QT-BAIXAS.
               DISPLAY ' LINHAS NO BACKORD....' WRK-QT-RETIDAS.
               DISPLAY ' SALDOS REGRAVADOS....' WRK-QT-REGRAVADOS.
               DISPLAY ' ITENS NOVOS..........' WRK-QT-NOVOS.
               DISPLAY '------------------------------'.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
           COPY KDXPROC.
           COPY KITPROC.
