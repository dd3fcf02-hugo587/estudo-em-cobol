           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB130.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = AUTORIZACAO DE DEVOLUCAO DE MERCADORIA (RMA)
      *    EM DOIS PASSOS, COMO A TRANSFERENCIA DO PRGCOB104. A
      *    AUTORIZACAO NUMERA A DEVOLUCAO (CONTROLE RMACTL) CONTRA A
      *    FATURA ORIGINAL DO CLIENTE E OS ITENS DELA (INVLINE), SEM
      *    PASSAR DA QUANTIDADE FATURADA MENOS O QUE JA FOI
      *    AUTORIZADO EM DEVOLUCOES ANTERIORES DA MESMA FATURA. NA
      *    CHEGADA DA MERCADORIA, O RECEBIMENTO E A INSPECAO SEPARAM
      *    A QUANTIDADE EM CONDICAO DE VENDA - DEVOLVIDA AO SALDO DO
      *    STOCKMST PELO CUSTO ORIGINAL DA FATURA, COM KARDEX TIPO RM
      *    - DA AVARIADA, QUE VAI AO ESTOQUE DE SUCATA (SCRAPSTK) E
      *    NAO VOLTA A VENDA. A NOTA DE CREDITO (PROGCOB61) SO E
      *    EMITIDA CONTRA DEVOLUCAO INSPECIONADA, PELA QUANTIDADE
      *    ACEITA. O RELATORIO RMAREP LISTA AS DEVOLUCOES AINDA SEM
      *    INSPECAO OU SEM NOTA DE CREDITO.
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
               SELECT RMAREG ASSIGN TO "RMAREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RMA-CHAVE
                   FILE STATUS IS WRK-RMAREG-STATUS.
               SELECT RMACTL ASSIGN TO "RMACTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RMACTL-STATUS.
               SELECT INVLINE ASSIGN TO "INVLINE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVLINE-STATUS.
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT SCRAPSTK ASSIGN TO "SCRAPSTK"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCR-ITEM
                   FILE STATUS IS WRK-SCRAPSTK-STATUS.
               SELECT RMAREP ASSIGN TO "RMAREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RMAREP-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
           DATA DIVISION.
           FILE SECTION.
      *    ********** UMA LINHA POR ITEM DA DEVOLUCAO AUTORIZADA -
      *    ********** LIDA TAMBEM PELO PROGCOB61 NA NOTA DE CREDITO
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

           FD  RMACTL.
           01  RMACTL-REC.
               05 RCT-ULT-RMA PIC 9(06).

           FD  INVLINE.
           01  INVLINE-REC.
               05 LIN-FATURA     PIC 9(06).
               05 LIN-PEDIDO     PIC 9(06).
               05 LIN-CLIENTE    PIC 9(06).
               05 LIN-DATA       PIC 9(08).
               05 LIN-ITEM       PIC 9(04).
               05 LIN-DEPTO      PIC 9(02).
               05 LIN-QTDE       PIC 9(03).
               05 LIN-VALOR      PIC 9(06)V99.
               05 LIN-CUSTO-UNIT PIC 9(07)V99.
               05 LIN-CUSTO      PIC 9(08)V99.
               05 LIN-VENDEDOR   PIC 9(03).
               05 LIN-TOT-FATURA PIC 9(08)V99.

           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

      *    ********** ESTOQUE DE SUCATA - AVARIA DE DEVOLUCAO, FORA
      *    ********** DO SALDO DE VENDA, PELO CUSTO DE ENTRADA
           FD  SCRAPSTK.
           01  SCR-REC.
               05 SCR-ITEM        PIC 9(04).
               05 SCR-QTDE        PIC 9(07).
               05 SCR-VALOR       PIC 9(10)V99.
               05 SCR-DT-ULTIMA   PIC 9(08).

           FD  RMAREP.
           01  RMAREP-REC        PIC X(90).

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
           77 WRK-RMAREG-STATUS PIC X(02) VALUE SPACES.
               88 RMAREG-OK          VALUE '00'.
               88 RMAREG-NOTFOUND    VALUE '23'.
               88 RMAREG-EOF         VALUE '10'.
           77 WRK-RMACTL-STATUS PIC X(02) VALUE SPACES.
               88 RMACTL-OK          VALUE '00'.
           77 WRK-INVLINE-STATUS PIC X(02) VALUE SPACES.
               88 INVLINE-OK         VALUE '00'.
               88 INVLINE-EOF        VALUE '10'.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
           77 WRK-SCRAPSTK-STATUS PIC X(02) VALUE SPACES.
               88 SCRAPSTK-OK        VALUE '00'.
               88 SCRAPSTK-NOTFOUND  VALUE '23'.
           77 WRK-RMAREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-AUTORIZAR VALUE 'A'.
               88 OPCAO-RECEBER   VALUE 'R'.
               88 OPCAO-LISTAR    VALUE 'L'.
               88 OPCAO-SAIR      VALUE '0'.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
           77 WRK-CLIENTE    PIC 9(06) VALUE ZEROS.
           77 WRK-FATURA     PIC 9(06) VALUE ZEROS.
           77 WRK-NUMERO     PIC 9(06) VALUE ZEROS.
           77 WRK-ULT-RMA    PIC 9(06) VALUE ZEROS.
           77 WRK-QTDE       PIC 9(05) VALUE ZEROS.
           77 WRK-QT-ACEITA  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SUCATA  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-LINHAS  PIC 9(03) VALUE ZEROS.
           77 WRK-QT-PENDENTES PIC 9(05) VALUE ZEROS.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-VALOR-ANTIGO PIC 9(12)V99 VALUE ZEROS.
           77 WRK-VALOR-NOVO PIC 9(12)V99 VALUE ZEROS.
           77 WRK-SALDO-NOVO PIC S9(08) VALUE ZEROS.
           77 WRK-QTDE-OK    PIC X(01) VALUE 'N'.
               88 QTDE-OK     VALUE 'S'.
           77 WRK-FIM-RMA    PIC X(01) VALUE 'N'.
               88 FIM-RMA     VALUE 'S'.
           77 WRK-SALDO-ED   PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-QTDE-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.
      *    ********** ITENS DA FATURA (MESMO ITEM EM MAIS DE UMA
      *    ********** LINHA E SOMADO NUMA SO)
           01 WRK-TAB-ITENS.
               02 WRK-IT OCCURS 100 TIMES.
                   05 WRK-IT-ITEM      PIC 9(04).
                   05 WRK-IT-PEDIDO    PIC 9(06).
                   05 WRK-IT-DEPTO     PIC 9(02).
                   05 WRK-IT-QT-FAT    PIC 9(05).
                   05 WRK-IT-VL-FAT    PIC 9(08)V99.
                   05 WRK-IT-CUSTO     PIC 9(07)V99.
                   05 WRK-IT-QT-DISP   PIC S9(05).
                   05 WRK-IT-QT-DEV    PIC 9(05).
           77 WRK-QT-IT      PIC 9(03) VALUE ZEROS.
           77 WRK-IT-SUB     PIC 9(03) VALUE ZEROS.
           77 WRK-IT-ACHADO  PIC X(01) VALUE 'N'.
               88 IT-ACHADO   VALUE 'S'.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE 'OPERADOR' TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O STOCKMST.
               IF NOT STOCKMST-OK
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
               ELSE
                   OPEN I-O RMAREG
                   IF WRK-RMAREG-STATUS = '35'
                       CLOSE RMAREG
                       OPEN OUTPUT RMAREG
                       CLOSE RMAREG
                       OPEN I-O RMAREG
                   END-IF
                   OPEN I-O SCRAPSTK
                   IF WRK-SCRAPSTK-STATUS = '35'
                       CLOSE SCRAPSTK
                       OPEN OUTPUT SCRAPSTK
                       CLOSE SCRAPSTK
                       OPEN I-O SCRAPSTK
                   END-IF
                   PERFORM 0050-LER-CONTROLE
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE STOCKMST
                   CLOSE RMAREG
                   CLOSE SCRAPSTK
               END-IF.
               GOBACK.

           0050-LER-CONTROLE.
               OPEN INPUT RMACTL.
               IF RMACTL-OK
                   READ RMACTL
                       AT END CONTINUE
                   END-READ
                   IF RMACTL-OK
                       MOVE RCT-ULT-RMA TO WRK-ULT-RMA
                   END-IF
                   CLOSE RMACTL
               END-IF.

           0060-GRAVAR-CONTROLE.
               MOVE WRK-ULT-RMA TO RCT-ULT-RMA.
               OPEN OUTPUT RMACTL.
               WRITE RMACTL-REC.
               CLOSE RMACTL.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' DEVOLUCAO DE MERCADORIA (RMA)'.
               DISPLAY ' A - AUTORIZAR DEVOLUCAO'.
               DISPLAY ' R - RECEBER E INSPECIONAR'.
               DISPLAY ' L - RELATORIO DE DEVOLUCOES (RMAREP)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-AUTORIZAR
                       PERFORM 0200-AUTORIZAR
                   WHEN OPCAO-RECEBER
                       PERFORM 0300-RECEBER
                   WHEN OPCAO-LISTAR
                       PERFORM 0400-RELATORIO-DEVOLUCOES
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** PASSO 1 - AUTORIZA CONTRA A FATURA ORIGINAL
           0200-AUTORIZAR.
               DISPLAY 'CLIENTE...'.
               ACCEPT WRK-CLIENTE.
               DISPLAY 'FATURA ORIGINAL...'.
               ACCEPT WRK-FATURA.
               PERFORM 0210-CARREGAR-FATURA.
               IF WRK-QT-IT = 0
                   DISPLAY 'FATURA NAO ENCONTRADA PARA O CLIENTE'
                   GO TO 0200-SAIDA
               END-IF.
               PERFORM 0230-DESCONTAR-AUTORIZADAS.
               MOVE ZEROS TO WRK-QT-LINHAS.
               PERFORM 0240-PEDIR-ITEM
                       VARYING WRK-IT-SUB FROM 1 BY 1
                       UNTIL WRK-IT-SUB > WRK-QT-IT.
               IF WRK-QT-LINHAS = 0
                   DISPLAY 'NENHUM ITEM A DEVOLVER - NADA AUTORIZADO'
                   GO TO 0200-SAIDA
               END-IF.
               ADD 1 TO WRK-ULT-RMA.
               PERFORM 0260-GRAVAR-LINHA
                       VARYING WRK-IT-SUB FROM 1 BY 1
                       UNTIL WRK-IT-SUB > WRK-QT-IT.
               PERFORM 0060-GRAVAR-CONTROLE.
               DISPLAY 'DEVOLUCAO AUTORIZADA N. ' WRK-ULT-RMA
                       ' - ITENS ' WRK-QT-LINHAS.
           0200-SAIDA.
               EXIT.

           0210-CARREGAR-FATURA.
               MOVE ZEROS TO WRK-QT-IT.
               OPEN INPUT INVLINE.
               IF INVLINE-OK
                   PERFORM 0215-LER-INVLINE
                   PERFORM 0220-GUARDAR-ITEM UNTIL INVLINE-EOF
                   CLOSE INVLINE
               END-IF.

           0215-LER-INVLINE.
               READ INVLINE
                   AT END MOVE '10' TO WRK-INVLINE-STATUS
               END-READ.

           0220-GUARDAR-ITEM.
               IF LIN-FATURA = WRK-FATURA
                   AND LIN-CLIENTE = WRK-CLIENTE
                   MOVE 'N' TO WRK-IT-ACHADO
                   PERFORM 0225-COMPARAR-ITEM
                           VARYING WRK-IT-SUB FROM 1 BY 1
                           UNTIL WRK-IT-SUB > WRK-QT-IT
                           OR IT-ACHADO
                   IF IT-ACHADO
                       SUBTRACT 1 FROM WRK-IT-SUB
                   ELSE
                       IF WRK-QT-IT < 100
                           ADD 1 TO WRK-QT-IT
                           MOVE WRK-QT-IT   TO WRK-IT-SUB
                           MOVE LIN-ITEM    TO WRK-IT-ITEM(WRK-IT-SUB)
                           MOVE LIN-PEDIDO  TO WRK-IT-PEDIDO(WRK-IT-SUB)
                           MOVE LIN-DEPTO   TO WRK-IT-DEPTO(WRK-IT-SUB)
                           MOVE LIN-CUSTO-UNIT
                                TO WRK-IT-CUSTO(WRK-IT-SUB)
                           MOVE ZEROS TO WRK-IT-QT-FAT(WRK-IT-SUB)
                                         WRK-IT-VL-FAT(WRK-IT-SUB)
                                         WRK-IT-QT-DEV(WRK-IT-SUB)
                       ELSE
                           MOVE ZEROS TO WRK-IT-SUB
                       END-IF
                   END-IF
                   IF WRK-IT-SUB > 0
                       ADD LIN-QTDE  TO WRK-IT-QT-FAT(WRK-IT-SUB)
                       ADD LIN-VALOR TO WRK-IT-VL-FAT(WRK-IT-SUB)
                       MOVE WRK-IT-QT-FAT(WRK-IT-SUB)
                            TO WRK-IT-QT-DISP(WRK-IT-SUB)
                   END-IF
               END-IF.
               PERFORM 0215-LER-INVLINE.

           0225-COMPARAR-ITEM.
               IF WRK-IT-ITEM(WRK-IT-SUB) = LIN-ITEM
                   MOVE 'S' TO WRK-IT-ACHADO
               END-IF.

      *    ********** O QUE JA FOI AUTORIZADO EM OUTRA DEVOLUCAO DA
      *    ********** MESMA FATURA NAO PODE SER AUTORIZADO DE NOVO
           0230-DESCONTAR-AUTORIZADAS.
               MOVE ZEROS TO RMA-CHAVE.
               START RMAREG KEY IS GREATER THAN RMA-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-RMAREG-STATUS
               END-START.
               PERFORM 0235-LER-AUTORIZADA
                       UNTIL RMAREG-EOF OR RMAREG-NOTFOUND.
               MOVE '00' TO WRK-RMAREG-STATUS.

           0235-LER-AUTORIZADA.
               READ RMAREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-RMAREG-STATUS
               END-READ.
               IF RMAREG-OK AND RMA-FATURA = WRK-FATURA
                   AND RMA-CLIENTE = WRK-CLIENTE
                   PERFORM 0236-DESCONTAR-ITEM
                           VARYING WRK-IT-SUB FROM 1 BY 1
                           UNTIL WRK-IT-SUB > WRK-QT-IT
               END-IF.

           0236-DESCONTAR-ITEM.
               IF WRK-IT-ITEM(WRK-IT-SUB) = RMA-ITEM
                   SUBTRACT RMA-QT-AUTORIZADA
                            FROM WRK-IT-QT-DISP(WRK-IT-SUB)
               END-IF.

           0240-PEDIR-ITEM.
               IF WRK-IT-QT-DISP(WRK-IT-SUB) > 0
                   MOVE WRK-IT-QT-FAT(WRK-IT-SUB) TO WRK-QTDE-ED
                   MOVE WRK-IT-QT-DISP(WRK-IT-SUB) TO WRK-SALDO-ED
                   DISPLAY 'ITEM ' WRK-IT-ITEM(WRK-IT-SUB)
                           ' FATURADO ' WRK-QTDE-ED
                           ' PODE DEVOLVER ' WRK-SALDO-ED
                   MOVE 'N' TO WRK-QTDE-OK
                   PERFORM 0245-PEDIR-QTDE UNTIL QTDE-OK
                   MOVE WRK-QTDE TO WRK-IT-QT-DEV(WRK-IT-SUB)
                   IF WRK-QTDE > 0
                       ADD 1 TO WRK-QT-LINHAS
                   END-IF
               END-IF.

           0245-PEDIR-QTDE.
               DISPLAY 'QUANTIDADE A DEVOLVER (ZEROS = NENHUMA)...'.
               ACCEPT WRK-QTDE.
               IF WRK-QTDE > WRK-IT-QT-DISP(WRK-IT-SUB)
                   DISPLAY 'QUANTIDADE MAIOR QUE A DISPONIVEL'
               ELSE
                   MOVE 'S' TO WRK-QTDE-OK
               END-IF.

           0260-GRAVAR-LINHA.
               IF WRK-IT-QT-DEV(WRK-IT-SUB) > 0
                   MOVE WRK-ULT-RMA   TO RMA-NUMERO
                   MOVE WRK-IT-ITEM(WRK-IT-SUB)   TO RMA-ITEM
                   MOVE WRK-FATURA    TO RMA-FATURA
                   MOVE WRK-IT-PEDIDO(WRK-IT-SUB) TO RMA-PEDIDO
                   MOVE WRK-CLIENTE   TO RMA-CLIENTE
                   MOVE WRK-IT-DEPTO(WRK-IT-SUB)  TO RMA-DEPTO
                   MOVE WRK-DATA-HOJE TO RMA-DT-EMISSAO
                   MOVE WRK-IT-QT-FAT(WRK-IT-SUB) TO RMA-QT-FATURADA
                   MOVE WRK-IT-VL-FAT(WRK-IT-SUB) TO RMA-VL-FATURADO
                   MOVE WRK-IT-CUSTO(WRK-IT-SUB)  TO RMA-CUSTO-UNIT
                   MOVE WRK-IT-QT-DEV(WRK-IT-SUB) TO RMA-QT-AUTORIZADA
                   MOVE ZEROS  TO RMA-DT-INSPECAO RMA-QT-ACEITA
                                  RMA-QT-SUCATA RMA-NOTA
                   MOVE WRK-OPERADOR  TO RMA-OPERADOR
                   MOVE 'A'           TO RMA-SITUACAO
                   WRITE RMA-REC
               END-IF.

      *    ********** PASSO 2 - RECEBIMENTO E INSPECAO: EM CONDICAO
      *    ********** DE VENDA VOLTA AO SALDO, AVARIA VAI A SUCATA
           0300-RECEBER.
               DISPLAY 'NUMERO DA DEVOLUCAO (RMA)...'.
               ACCEPT WRK-NUMERO.
               MOVE ZEROS TO WRK-QT-LINHAS.
               MOVE 'N' TO WRK-FIM-RMA.
               MOVE WRK-NUMERO TO RMA-NUMERO.
               MOVE ZEROS      TO RMA-ITEM.
               START RMAREG KEY IS NOT LESS THAN RMA-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-RMA
               END-START.
               PERFORM 0310-INSPECIONAR-LINHA UNTIL FIM-RMA.
               MOVE '00' TO WRK-RMAREG-STATUS.
               IF WRK-QT-LINHAS = 0
                   DISPLAY 'DEVOLUCAO NAO ENCONTRADA OU JA INSPECIONADA'
               ELSE
                   DISPLAY 'DEVOLUCAO ' WRK-NUMERO ' INSPECIONADA - '
                           WRK-QT-LINHAS ' ITENS'
               END-IF.

           0310-INSPECIONAR-LINHA.
               READ RMAREG NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RMA
               END-READ.
               IF NOT FIM-RMA
                   IF RMA-NUMERO NOT = WRK-NUMERO
                       MOVE 'S' TO WRK-FIM-RMA
                   ELSE
                       IF RMA-AUTORIZADA
                           PERFORM 0320-REGISTRAR-INSPECAO
                       END-IF
                   END-IF
               END-IF.

           0320-REGISTRAR-INSPECAO.
               MOVE RMA-QT-AUTORIZADA TO WRK-QTDE-ED.
               DISPLAY 'ITEM ' RMA-ITEM ' AUTORIZADO ' WRK-QTDE-ED
                       ' - FATURA ' RMA-FATURA.
               MOVE 'N' TO WRK-QTDE-OK.
               PERFORM 0325-PEDIR-INSPECAO UNTIL QTDE-OK.
               ADD 1 TO WRK-QT-LINHAS.
               IF WRK-QT-ACEITA > 0
                   PERFORM 0330-DEVOLVER-AO-ESTOQUE
               END-IF.
               IF WRK-QT-SUCATA > 0
                   PERFORM 0350-ENVIAR-SUCATA
               END-IF.
               MOVE WRK-QT-ACEITA TO RMA-QT-ACEITA.
               MOVE WRK-QT-SUCATA TO RMA-QT-SUCATA.
               MOVE WRK-DATA-HOJE TO RMA-DT-INSPECAO.
               MOVE WRK-OPERADOR  TO RMA-OPERADOR.
               MOVE 'I'           TO RMA-SITUACAO.
               REWRITE RMA-REC.

      *    ********** O QUE NAO CHEGOU (AUTORIZADO MENOS ACEITO MENOS
      *    ********** AVARIADO) FICA FORA DO CREDITO
           0325-PEDIR-INSPECAO.
               DISPLAY 'QUANTIDADE EM CONDICAO DE VENDA...'.
               ACCEPT WRK-QT-ACEITA.
               DISPLAY 'QUANTIDADE AVARIADA (SUCATA)...'.
               ACCEPT WRK-QT-SUCATA.
               IF WRK-QT-ACEITA + WRK-QT-SUCATA > RMA-QT-AUTORIZADA
                   DISPLAY 'RECEBIDO MAIOR QUE O AUTORIZADO'
               ELSE
                   MOVE 'S' TO WRK-QTDE-OK
               END-IF.

           0330-DEVOLVER-AO-ESTOQUE.
               MOVE RMA-ITEM TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-NOTFOUND
                   MOVE RMA-ITEM  TO STK-ITEM
                   MOVE RMA-DEPTO TO STK-DEPTO
                   MOVE ZEROS     TO STK-SALDO STK-MINIMO
                                     STK-CUSTO-MEDIO
                   WRITE STK-REC
               END-IF.
               PERFORM 0340-RECALCULAR-CUSTO-MEDIO.
               ADD WRK-QT-ACEITA TO STK-SALDO.
               REWRITE STK-REC.
               MOVE 'RM' TO KDX-TIPO.
               MOVE WRK-QT-ACEITA  TO KDX-QTDE.
               MOVE RMA-CUSTO-UNIT TO KDX-CUSTO.
               MOVE SPACES TO KDX-DOCUMENTO.
               STRING 'RMA ' RMA-NUMERO
                      DELIMITED BY SIZE INTO KDX-DOCUMENTO
               END-STRING.
               MOVE WRK-OPERADOR TO KDX-OPERADOR.
               MOVE 'PRGCOB130' TO KDX-PROGRAMA.
               PERFORM 9600-REGISTRAR-MOVIMENTO.
               MOVE STK-SALDO TO WRK-SALDO-ED.
               DISPLAY 'DEVOLVIDO AO ESTOQUE - SALDO ' WRK-SALDO-ED.

      *    ********** MEDIA MOVEL COMO NAS ENTRADAS (PROGCOB50/56), COM
      *    ********** O CUSTO ORIGINAL DA FATURA
           0340-RECALCULAR-CUSTO-MEDIO.
               IF STK-SALDO <= 0
                   MOVE RMA-CUSTO-UNIT TO STK-CUSTO-MEDIO
               ELSE
                   COMPUTE WRK-VALOR-ANTIGO =
                           STK-SALDO * STK-CUSTO-MEDIO
                   COMPUTE WRK-VALOR-NOVO =
                           WRK-VALOR-ANTIGO +
                           (WRK-QT-ACEITA * RMA-CUSTO-UNIT)
                   COMPUTE WRK-SALDO-NOVO = STK-SALDO + WRK-QT-ACEITA
                   IF WRK-SALDO-NOVO > 0
                       COMPUTE STK-CUSTO-MEDIO ROUNDED =
                               WRK-VALOR-NOVO / WRK-SALDO-NOVO
                           ON SIZE ERROR
                               MOVE RMA-CUSTO-UNIT TO STK-CUSTO-MEDIO
                       END-COMPUTE
                   END-IF
               END-IF.

           0350-ENVIAR-SUCATA.
               MOVE RMA-ITEM TO SCR-ITEM.
               READ SCRAPSTK
                   KEY IS SCR-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-SCRAPSTK-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SCRAPSTK-STATUS
               END-READ.
               IF SCRAPSTK-NOTFOUND
                   MOVE RMA-ITEM TO SCR-ITEM
                   MOVE ZEROS    TO SCR-QTDE SCR-VALOR
               END-IF.
               ADD WRK-QT-SUCATA TO SCR-QTDE.
               COMPUTE SCR-VALOR = SCR-VALOR +
                       (WRK-QT-SUCATA * RMA-CUSTO-UNIT).
               MOVE WRK-DATA-HOJE TO SCR-DT-ULTIMA.
               IF SCRAPSTK-NOTFOUND
                   WRITE SCR-REC
               ELSE
                   REWRITE SCR-REC
               END-IF.
               MOVE SCR-QTDE TO WRK-SALDO-ED.
               DISPLAY 'ENVIADO A SUCATA - SALDO EM SUCATA '
                       WRK-SALDO-ED.

      *    ********** DEVOLUCOES SEM INSPECAO OU SEM NOTA DE CREDITO
           0400-RELATORIO-DEVOLUCOES.
               MOVE ZEROS TO WRK-QT-PENDENTES.
               OPEN OUTPUT RMAREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'DEVOLUCOES EM ABERTO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RMAREP-REC.
               WRITE RMAREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'RMA    ITEM CLIENTE FATURA EMISSAO  ' TO
                    WRK-LINHA(1:36).
               MOVE 'AUTOR ACEITA SUCATA S INSPECAO OPERADOR' TO
                    WRK-LINHA(38:39).
               MOVE WRK-LINHA TO RMAREP-REC.
               WRITE RMAREP-REC.
               MOVE ZEROS TO RMA-CHAVE.
               START RMAREG KEY IS GREATER THAN RMA-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-RMAREG-STATUS
               END-START.
               PERFORM 0410-LER-DEVOLUCAO
                       UNTIL RMAREG-EOF OR RMAREG-NOTFOUND.
               MOVE '00' TO WRK-RMAREG-STATUS.
               MOVE SPACES TO WRK-LINHA.
               STRING 'EM ABERTO.. ' WRK-QT-PENDENTES
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RMAREP-REC.
               WRITE RMAREP-REC.
               CLOSE RMAREP.
               DISPLAY 'RELATORIO GRAVADO EM RMAREP - EM ABERTO '
                       WRK-QT-PENDENTES.

           0410-LER-DEVOLUCAO.
               READ RMAREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-RMAREG-STATUS
               END-READ.
               IF RMAREG-OK AND NOT RMA-CREDITADA
                   ADD 1 TO WRK-QT-PENDENTES
                   MOVE SPACES TO WRK-LINHA
                   MOVE RMA-NUMERO TO WRK-LINHA(1:6)
                   MOVE RMA-ITEM TO WRK-LINHA(8:4)
                   MOVE RMA-CLIENTE TO WRK-LINHA(13:6)
                   MOVE RMA-FATURA TO WRK-LINHA(21:6)
                   MOVE RMA-DT-EMISSAO TO WRK-LINHA(28:8)
                   MOVE RMA-QT-AUTORIZADA TO WRK-LINHA(38:5)
                   MOVE RMA-QT-ACEITA TO WRK-LINHA(44:5)
                   MOVE RMA-QT-SUCATA TO WRK-LINHA(51:5)
                   MOVE RMA-SITUACAO TO WRK-LINHA(58:1)
                   IF RMA-INSPECIONADA
                       MOVE RMA-DT-INSPECAO TO WRK-LINHA(60:8)
                   END-IF
                   MOVE RMA-OPERADOR TO WRK-LINHA(69:20)
                   MOVE WRK-LINHA TO RMAREP-REC
                   WRITE RMAREP-REC
               END-IF.

           COPY KDXPROC.
