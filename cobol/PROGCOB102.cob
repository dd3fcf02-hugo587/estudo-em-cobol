           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB102.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = AVALIACAO MENSAL DE ENTREGA DOS FORNECEDORES.
      *    CADA RECEBIMENTO DO MES NO RECVLOG (LANCADO PELO PROGCOB56)
      *    E CASADO COM O SEU PEDIDO DE COMPRA (PURCHORD) E MEDE, POR
      *    FORNECEDOR DO SUPMAST: PERCENTUAL DE ENTREGAS NO PRAZO
      *    (RECEBIDO ATE O PO-DT-PREVISTA), MEDIA DE DIAS DE ATRASO
      *    DAS ENTREGAS ATRASADAS E PRAZO REAL MEDIO (EMISSAO DO
      *    PEDIDO ATE O RECEBIMENTO) CONTRA O SUP-PRAZO-DIAS
      *    CADASTRADO. O ATENDIMENTO (RECEBIDO X PEDIDO, EM
      *    QUANTIDADE) SAI DOS PEDIDOS COM ENTREGA PREVISTA NO MES.
      *    O RESULTADO DE CADA MES FICA NO HISTORICO SUPPERF E O
      *    FORNECEDOR E MARCADO QUANDO O PRAZO REAL PASSA DO
      *    CADASTRADO EM TODOS OS MESES COM ENTREGA DOS ULTIMOS TRES
      *    (NO MINIMO DOIS) - COMPRAS RENEGOCIA OU CORRIGE O
      *    CADASTRO (PROGCOB51). RELATORIO EM SUPSCORE.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - SUPMAST COM O DOCUMENTO FISCAL DO
      *                         FORNECEDOR (SUP-TIPO-DOC/SUP-CNPJ-CPF)
      *                         NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECVLOG ASSIGN TO "RECVLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECVLOG-STATUS.
               SELECT PURCHORD ASSIGN TO "PURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-NUMERO
                   FILE STATUS IS WRK-PURCHORD-STATUS.
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT SUPPERF ASSIGN TO "SUPPERF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SPF-CHAVE
                   FILE STATUS IS WRK-SUPPERF-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT SUPSCORE ASSIGN TO "SUPSCORE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SUPSCORE-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  RECVLOG.
           01  RECVLOG-REC       PIC X(100).

           FD  PURCHORD.
           01  PO-REC.
               05 PO-NUMERO      PIC 9(06).
               05 PO-FORNEC      PIC 9(04).
               05 PO-ITEM        PIC 9(04).
               05 PO-DEPTO       PIC 9(02).
               05 PO-QT-PEDIDA   PIC 9(05).
               05 PO-QT-RECEBIDA PIC 9(05).
               05 PO-DT-EMISSAO  PIC 9(08).
               05 PO-DT-PREVISTA PIC 9(08).
               05 PO-STATUS      PIC X(01).
                  88 PO-ABERTO      VALUE 'A'.
                  88 PO-PARCIAL     VALUE 'P'.
                  88 PO-RECEBIDO    VALUE 'R'.
               05 PO-CUSTO-UNIT  PIC 9(07)V99.
               05 PO-QT-FATURADA PIC 9(05).

           FD  SUPMAST.
           01  SUP-REC.
               05 SUP-CODIGO      PIC 9(04).
               05 SUP-NOME        PIC X(20).
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

           FD  SUPPERF.
           01  SPF-REC.
               05 SPF-CHAVE.
                   10 SPF-FORNEC    PIC 9(04).
                   10 SPF-MES       PIC 9(06).
               05 SPF-QT-RECEB      PIC 9(05).
               05 SPF-PCT-NO-PRAZO  PIC 9(03)V9.
               05 SPF-ATRASO-MEDIO  PIC 9(03)V9.
               05 SPF-FILL-RATE     PIC 9(03)V9.
               05 SPF-LEAD-MEDIO    PIC 9(03)V9.
               05 SPF-PRAZO-CAD     PIC 9(03).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  SUPSCORE.
           01  SUPSCORE-REC      PIC X(110).

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           77 WRK-RECVLOG-STATUS PIC X(02) VALUE SPACES.
               88 RECVLOG-OK     VALUE '00'.
               88 RECVLOG-EOF    VALUE '10'.
           77 WRK-PURCHORD-STATUS PIC X(02) VALUE SPACES.
               88 PURCHORD-OK       VALUE '00'.
               88 PURCHORD-NOTFOUND VALUE '23'.
               88 PURCHORD-EOF      VALUE '10'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK        VALUE '00'.
               88 SUPMAST-NOTFOUND  VALUE '23'.
           77 WRK-SUPPERF-STATUS PIC X(02) VALUE SPACES.
               88 SUPPERF-OK        VALUE '00'.
               88 SUPPERF-NOTFOUND  VALUE '23'.
           77 WRK-SUPSCORE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.

      *    ********** IMAGEM DA LINHA DO RECVLOG (PROGCOB56)
           01 WRK-RECV-LINHA     PIC X(100).
           01 WRK-RECV-CAMPOS REDEFINES WRK-RECV-LINHA.
               05 WRK-RCV-DATA    PIC 9(08).
               05 FILLER          PIC X(17).
               05 WRK-RCV-PEDIDO  PIC 9(06).
               05 FILLER          PIC X(06).
               05 WRK-RCV-ITEM    PIC 9(04).
               05 FILLER          PIC X(06).
               05 WRK-RCV-QTDE    PIC 9(05).
               05 FILLER          PIC X(48).

      *    ********** ACUMULADORES POR FORNECEDOR DO MES
           01 WRK-TAB-FORNEC.
               02 WRK-FOR OCCURS 500 TIMES.
                   05 WRK-FOR-CODIGO    PIC 9(04).
                   05 WRK-FOR-QT-RECEB  PIC 9(05).
                   05 WRK-FOR-QT-PRAZO  PIC 9(05).
                   05 WRK-FOR-QT-ATRASO PIC 9(05).
                   05 WRK-FOR-DIAS-ATR  PIC 9(07).
                   05 WRK-FOR-DIAS-LEAD PIC 9(07).
                   05 WRK-FOR-QT-PEDIDA PIC 9(07).
                   05 WRK-FOR-QT-ATEND  PIC 9(07).
           77 WRK-QT-FOR      PIC 9(03) VALUE ZEROS.
           77 WRK-FOR-SUB     PIC 9(03) VALUE ZEROS.
           77 WRK-FOR-IDX     PIC 9(03) VALUE ZEROS.
           77 WRK-FORNEC-BUSCA PIC 9(04) VALUE ZEROS.

           77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
           77 WRK-MES-ANT     PIC 9(06) VALUE ZEROS.
           77 WRK-ANO-ANT     PIC 9(04) VALUE ZEROS.
           77 WRK-MM-ANT      PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-RECEB  PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-PREV   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-EMIS   PIC 9(07) VALUE ZEROS.
           77 WRK-ATRASO      PIC S9(05) VALUE ZEROS.
           77 WRK-LEAD        PIC S9(05) VALUE ZEROS.
           77 WRK-QT-ATEND    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-SEM-PEDIDO PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SINALIZADOS PIC 9(04) VALUE ZEROS.
           77 WRK-PCT-PRAZO   PIC 9(03)V9 VALUE ZEROS.
           77 WRK-ATR-MEDIO   PIC 9(03)V9 VALUE ZEROS.
           77 WRK-FILL-RATE   PIC 9(03)V9 VALUE ZEROS.
           77 WRK-LEAD-MEDIO  PIC 9(03)V9 VALUE ZEROS.
           77 WRK-MESES-COM-DADO PIC 9(01) VALUE ZEROS.
           77 WRK-MESES-ACIMA PIC 9(01) VALUE ZEROS.
           77 WRK-PCT-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-DIAS-ED     PIC ZZ9,9 VALUE ZEROS.
           77 WRK-LINHA       PIC X(110) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF RECVLOG-OK
                   PERFORM 0200-LER-RECVLOG
                   PERFORM 0300-PROCESSAR-RECEBIMENTO
                           UNTIL RECVLOG-EOF
                   CLOSE RECVLOG
               END-IF.
               PERFORM 0400-SOMAR-ATENDIMENTO.
               PERFORM 0500-EMITIR-AVALIACAO
                       VARYING WRK-FOR-SUB FROM 1 BY 1
                       UNTIL WRK-FOR-SUB > WRK-QT-FOR.
               PERFORM 0900-FINALIZAR.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'MES DE REFERENCIA (AAAAMM, ZEROS = MES'
                       ' ATUAL)...'.
               ACCEPT WRK-MES-REF.
               IF WRK-MES-REF = ZEROS
                   DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-REF
               END-IF.
               OPEN INPUT RECVLOG.
               IF NOT RECVLOG-OK
                   DISPLAY 'SEM MOVIMENTO DE RECEBIMENTO (RECVLOG) -'
                           ' STATUS ' WRK-RECVLOG-STATUS
               END-IF.
               OPEN INPUT PURCHORD.
               OPEN INPUT SUPMAST.
               OPEN I-O SUPPERF.
               IF WRK-SUPPERF-STATUS = '35'
                   CLOSE SUPPERF
                   OPEN OUTPUT SUPPERF
                   CLOSE SUPPERF
                   OPEN I-O SUPPERF
               END-IF.
               OPEN OUTPUT SUPSCORE.
               MOVE SPACES TO WRK-LINHA.
               STRING 'AVALIACAO DE ENTREGA DOS FORNECEDORES - MES '
                      WRK-MES-REF
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO SUPSCORE-REC.
               WRITE SUPSCORE-REC.
               MOVE 'FORN NOME                 ENTREGAS NO PRAZO'
                    TO WRK-LINHA.
               MOVE 'ATRASO MED' TO WRK-LINHA(47:10).
               MOVE 'ATENDIM.'   TO WRK-LINHA(58:8).
               MOVE 'PRAZO REAL' TO WRK-LINHA(67:10).
               MOVE 'CADAST.'    TO WRK-LINHA(78:7).
               MOVE WRK-LINHA TO SUPSCORE-REC.
               WRITE SUPSCORE-REC.

           0200-LER-RECVLOG.
               READ RECVLOG
                   AT END MOVE '10' TO WRK-RECVLOG-STATUS
               END-READ.

      *    ********** RECEBIMENTO DO MES - PRAZO CONTRA A PREVISTA E
      *    ********** PRAZO REAL CONTRA A EMISSAO DO PEDIDO
           0300-PROCESSAR-RECEBIMENTO.
               MOVE RECVLOG-REC TO WRK-RECV-LINHA.
               IF WRK-RCV-DATA NUMERIC
                   AND WRK-RECV-LINHA(18:8) = ' PEDIDO '
                   AND WRK-RCV-DATA(1:6) = WRK-MES-REF
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 0310-CASAR-PEDIDO
               END-IF.
               PERFORM 0200-LER-RECVLOG.

           0310-CASAR-PEDIDO.
               MOVE WRK-RCV-PEDIDO TO PO-NUMERO.
               READ PURCHORD
                   KEY IS PO-NUMERO
                   INVALID KEY
                       MOVE '23' TO WRK-PURCHORD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PURCHORD-STATUS
               END-READ.
               IF NOT PURCHORD-OK
                   ADD 1 TO WRK-QT-SEM-PEDIDO
               ELSE
                   MOVE PO-FORNEC TO WRK-FORNEC-BUSCA
                   PERFORM 0600-LOCALIZAR-FORNEC
                   MOVE WRK-RCV-DATA TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   MOVE WRK-DIAS-CONV TO WRK-DIAS-RECEB
                   MOVE PO-DT-PREVISTA TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   MOVE WRK-DIAS-CONV TO WRK-DIAS-PREV
                   MOVE PO-DT-EMISSAO TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   MOVE WRK-DIAS-CONV TO WRK-DIAS-EMIS
                   COMPUTE WRK-ATRASO = WRK-DIAS-RECEB - WRK-DIAS-PREV
                   COMPUTE WRK-LEAD = WRK-DIAS-RECEB - WRK-DIAS-EMIS
                   IF WRK-LEAD < 0
                       MOVE ZEROS TO WRK-LEAD
                   END-IF
                   ADD 1 TO WRK-FOR-QT-RECEB(WRK-FOR-IDX)
                   ADD WRK-LEAD TO WRK-FOR-DIAS-LEAD(WRK-FOR-IDX)
                   IF WRK-ATRASO > 0
                       ADD 1 TO WRK-FOR-QT-ATRASO(WRK-FOR-IDX)
                       ADD WRK-ATRASO TO WRK-FOR-DIAS-ATR(WRK-FOR-IDX)
                   ELSE
                       ADD 1 TO WRK-FOR-QT-PRAZO(WRK-FOR-IDX)
                   END-IF
               END-IF.

      *    ********** ATENDIMENTO: PEDIDOS COM ENTREGA PREVISTA NO MES,
      *    ********** RECEBIDO (ATE O PEDIDO) X PEDIDO
           0400-SOMAR-ATENDIMENTO.
               MOVE ZEROS TO PO-NUMERO.
               START PURCHORD KEY IS GREATER THAN PO-NUMERO
                   INVALID KEY
                       MOVE '10' TO WRK-PURCHORD-STATUS
               END-START.
               PERFORM 0410-LER-PEDIDO
                       UNTIL PURCHORD-EOF OR PURCHORD-NOTFOUND.

           0410-LER-PEDIDO.
               READ PURCHORD NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PURCHORD-STATUS
               END-READ.
               IF PURCHORD-OK
                   AND PO-DT-PREVISTA(1:6) = WRK-MES-REF
                   MOVE PO-FORNEC TO WRK-FORNEC-BUSCA
                   PERFORM 0600-LOCALIZAR-FORNEC
                   IF PO-QT-RECEBIDA > PO-QT-PEDIDA
                       MOVE PO-QT-PEDIDA TO WRK-QT-ATEND
                   ELSE
                       MOVE PO-QT-RECEBIDA TO WRK-QT-ATEND
                   END-IF
                   ADD PO-QT-PEDIDA TO WRK-FOR-QT-PEDIDA(WRK-FOR-IDX)
                   ADD WRK-QT-ATEND TO WRK-FOR-QT-ATEND(WRK-FOR-IDX)
               END-IF.

           0500-EMITIR-AVALIACAO.
               MOVE WRK-FOR-CODIGO(WRK-FOR-SUB) TO SUP-CODIGO.
               READ SUPMAST
                   KEY IS SUP-CODIGO
                   INVALID KEY
                       MOVE 'FORNEC SEM CADASTRO' TO SUP-NOME
                       MOVE ZEROS TO SUP-PRAZO-DIAS
               END-READ.
               MOVE ZEROS TO WRK-PCT-PRAZO WRK-ATR-MEDIO
                             WRK-FILL-RATE WRK-LEAD-MEDIO.
               IF WRK-FOR-QT-RECEB(WRK-FOR-SUB) > 0
                   COMPUTE WRK-PCT-PRAZO ROUNDED =
                           WRK-FOR-QT-PRAZO(WRK-FOR-SUB) * 100
                           / WRK-FOR-QT-RECEB(WRK-FOR-SUB)
                   COMPUTE WRK-LEAD-MEDIO ROUNDED =
                           WRK-FOR-DIAS-LEAD(WRK-FOR-SUB)
                           / WRK-FOR-QT-RECEB(WRK-FOR-SUB)
               END-IF.
               IF WRK-FOR-QT-ATRASO(WRK-FOR-SUB) > 0
                   COMPUTE WRK-ATR-MEDIO ROUNDED =
                           WRK-FOR-DIAS-ATR(WRK-FOR-SUB)
                           / WRK-FOR-QT-ATRASO(WRK-FOR-SUB)
               END-IF.
               IF WRK-FOR-QT-PEDIDA(WRK-FOR-SUB) > 0
                   COMPUTE WRK-FILL-RATE ROUNDED =
                           WRK-FOR-QT-ATEND(WRK-FOR-SUB) * 100
                           / WRK-FOR-QT-PEDIDA(WRK-FOR-SUB)
               END-IF.
               PERFORM 0520-GRAVAR-HISTORICO.
               PERFORM 0540-VERIFICAR-TENDENCIA.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-FOR-CODIGO(WRK-FOR-SUB) TO WRK-LINHA(1:4).
               MOVE SUP-NOME TO WRK-LINHA(6:20).
               MOVE WRK-FOR-QT-RECEB(WRK-FOR-SUB) TO WRK-LINHA(27:5).
               MOVE WRK-PCT-PRAZO TO WRK-PCT-ED.
               MOVE WRK-PCT-ED TO WRK-LINHA(38:5).
               MOVE '%' TO WRK-LINHA(43:1).
               MOVE WRK-ATR-MEDIO TO WRK-DIAS-ED.
               MOVE WRK-DIAS-ED TO WRK-LINHA(48:5).
               MOVE WRK-FILL-RATE TO WRK-PCT-ED.
               MOVE WRK-PCT-ED TO WRK-LINHA(59:5).
               MOVE '%' TO WRK-LINHA(64:1).
               MOVE WRK-LEAD-MEDIO TO WRK-DIAS-ED.
               MOVE WRK-DIAS-ED TO WRK-LINHA(68:5).
               MOVE SUP-PRAZO-DIAS TO WRK-LINHA(80:3).
               IF WRK-MESES-ACIMA >= 2
                   AND WRK-MESES-ACIMA = WRK-MESES-COM-DADO
                   ADD 1 TO WRK-QT-SINALIZADOS
                   MOVE '*PRAZO CADASTRADO CURTO' TO WRK-LINHA(86:23)
               END-IF.
               MOVE WRK-LINHA TO SUPSCORE-REC.
               WRITE SUPSCORE-REC.

      *    ********** RESULTADO DO MES NO HISTORICO (RERODADA REGRAVA)
           0520-GRAVAR-HISTORICO.
               MOVE WRK-FOR-CODIGO(WRK-FOR-SUB) TO SPF-FORNEC.
               MOVE WRK-MES-REF TO SPF-MES.
               READ SUPPERF
                   KEY IS SPF-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-SUPPERF-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SUPPERF-STATUS
               END-READ.
               MOVE WRK-FOR-QT-RECEB(WRK-FOR-SUB) TO SPF-QT-RECEB.
               MOVE WRK-PCT-PRAZO  TO SPF-PCT-NO-PRAZO.
               MOVE WRK-ATR-MEDIO  TO SPF-ATRASO-MEDIO.
               MOVE WRK-FILL-RATE  TO SPF-FILL-RATE.
               MOVE WRK-LEAD-MEDIO TO SPF-LEAD-MEDIO.
               MOVE SUP-PRAZO-DIAS TO SPF-PRAZO-CAD.
               IF SUPPERF-OK
                   REWRITE SPF-REC
               ELSE
                   WRITE SPF-REC
               END-IF.

      *    ********** MES ATUAL E OS DOIS ANTERIORES: CONTA OS MESES
      *    ********** COM ENTREGA E OS COM PRAZO REAL ACIMA DO
      *    ********** CADASTRADO
           0540-VERIFICAR-TENDENCIA.
               MOVE ZEROS TO WRK-MESES-COM-DADO WRK-MESES-ACIMA.
               MOVE WRK-MES-REF TO WRK-MES-ANT.
               PERFORM 0550-CONFERIR-MES 3 TIMES.

           0550-CONFERIR-MES.
               MOVE WRK-FOR-CODIGO(WRK-FOR-SUB) TO SPF-FORNEC.
               MOVE WRK-MES-ANT TO SPF-MES.
               READ SUPPERF
                   KEY IS SPF-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-SUPPERF-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SUPPERF-STATUS
               END-READ.
               IF SUPPERF-OK AND SPF-QT-RECEB > 0
                   ADD 1 TO WRK-MESES-COM-DADO
                   IF SPF-LEAD-MEDIO > SUP-PRAZO-DIAS
                       ADD 1 TO WRK-MESES-ACIMA
                   END-IF
               END-IF.
               DIVIDE WRK-MES-ANT BY 100
                      GIVING WRK-ANO-ANT REMAINDER WRK-MM-ANT.
               IF WRK-MM-ANT = 1
                   SUBTRACT 1 FROM WRK-ANO-ANT
                   MOVE 12 TO WRK-MM-ANT
               ELSE
                   SUBTRACT 1 FROM WRK-MM-ANT
               END-IF.
               COMPUTE WRK-MES-ANT = (WRK-ANO-ANT * 100) + WRK-MM-ANT.

      *    ********** POSICAO DO FORNECEDOR NA TABELA (INCLUI NOVO)
           0600-LOCALIZAR-FORNEC.
               MOVE ZEROS TO WRK-FOR-IDX.
               PERFORM 0610-COMPARAR-FORNEC
                       VARYING WRK-FOR-SUB FROM 1 BY 1
                       UNTIL WRK-FOR-SUB > WRK-QT-FOR
                       OR WRK-FOR-IDX > 0.
               IF WRK-FOR-IDX = 0
                   IF WRK-QT-FOR < 500
                       ADD 1 TO WRK-QT-FOR
                   END-IF
                   MOVE WRK-QT-FOR TO WRK-FOR-IDX
                   MOVE WRK-FORNEC-BUSCA TO WRK-FOR-CODIGO(WRK-FOR-IDX)
                   MOVE ZEROS TO WRK-FOR-QT-RECEB(WRK-FOR-IDX)
                                 WRK-FOR-QT-PRAZO(WRK-FOR-IDX)
                                 WRK-FOR-QT-ATRASO(WRK-FOR-IDX)
                                 WRK-FOR-DIAS-ATR(WRK-FOR-IDX)
                                 WRK-FOR-DIAS-LEAD(WRK-FOR-IDX)
                                 WRK-FOR-QT-PEDIDA(WRK-FOR-IDX)
                                 WRK-FOR-QT-ATEND(WRK-FOR-IDX)
               END-IF.

           0610-COMPARAR-FORNEC.
               IF WRK-FOR-CODIGO(WRK-FOR-SUB) = WRK-FORNEC-BUSCA
                   MOVE WRK-FOR-SUB TO WRK-FOR-IDX
               END-IF.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'RECEBIMENTOS DO MES ' WRK-QT-LIDOS
                      '  SEM PEDIDO ' WRK-QT-SEM-PEDIDO
                      '  FORNECEDORES ' WRK-QT-FOR
                      '  COM PRAZO CADASTRADO CURTO '
                      WRK-QT-SINALIZADOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO SUPSCORE-REC.
               WRITE SUPSCORE-REC.
               CLOSE PURCHORD.
               CLOSE SUPMAST.
               CLOSE SUPPERF.
               CLOSE SUPSCORE.
               DISPLAY 'AVALIACAO DE FORNECEDORES GRAVADA EM SUPSCORE'
                       ' - FORNECEDORES ' WRK-QT-FOR
                       ' SINALIZADOS ' WRK-QT-SINALIZADOS.

      *    ********** CONVERTE AAAAMMDD EM CONTAGEM DE DIAS, COM
      *    ********** ANOS BISSEXTOS, PARA CALCULO DE PRAZOS
           0800-DATA-PARA-DIAS.
               DIVIDE WRK-DATA-CONV BY 10000
                      GIVING DTC-ANO REMAINDER DTC-Z-SOMA.
               DIVIDE DTC-Z-SOMA BY 100
                      GIVING DTC-MES REMAINDER DTC-DIA.
               COMPUTE WRK-DIAS-CONV =
                       (DTC-ANO * 365) + (DTC-ANO / 4)
                       - (DTC-ANO / 100) + (DTC-ANO / 400)
                       + DTC-DIA.
               PERFORM 0810-SOMAR-MESES
                       VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M >= DTC-MES.
               PERFORM 9020-CALC-BISSEXTO.
               IF DTC-BISSEXTO AND DTC-MES <= 2
                   SUBTRACT 1 FROM WRK-DIAS-CONV
               END-IF.

           0810-SOMAR-MESES.
               ADD DTC-DIAS-MES(WRK-M) TO WRK-DIAS-CONV.

           COPY DATEPROC.
