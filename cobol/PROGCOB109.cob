           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB109.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RENTABILIDADE MENSAL POR CLIENTE. PARA A
      *    COMPETENCIA INFORMADA (AAAAMM) APURA, POR CLIENTE DO
      *    CUSTMAST, A RECEITA DE MERCADORIA FATURADA (INVREG), O
      *    CUSTO DA MERCADORIA (INVLINE, CUSTO MEDIO NA EMISSAO), O
      *    FRETE ABSORVIDO (FRETE CALCULADO NO ORDSTAT MENOS O FRETE
      *    COBRADO NA FATURA), AS NOTAS DE CREDITO (CREDREG), O
      *    PRAZO MEDIO DE PAGAMENTO DOS RECEBIMENTOS DO MES
      *    (RECEBLOG CONTRA A EMISSAO DO TITULO NO CONTASREC) COM O
      *    CUSTO FINANCEIRO DESSE PRAZO, E O ESFORCO DE COBRANCA
      *    (AVISOS DO DUNHIST COM ULTIMO ENVIO NO MES). A
      *    CONTRIBUICAO LIQUIDA E A RECEITA MENOS TODOS ESSES
      *    CUSTOS; O RELATORIO CLIREP ORDENA OS CLIENTES DA MAIOR
      *    PARA A MENOR CONTRIBUICAO E MARCA AS NEGATIVAS.
      *    A TAXA FINANCEIRA AO MES E O CUSTO POR AVISO DE COBRANCA
      *    SAO INFORMADOS NA EXECUCAO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - PRAZO DE PAGAMENTO SO SOBRE AS LINHAS DE
      *                         PRINCIPAL (RECEBIDO) DO RECEBLOG.
      *    15/10/2026 HUGOVIE - INVREG COM A UF DE ENTREGA (REG-UF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT INVREG ASSIGN TO "INVREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVREG-STATUS.
               SELECT INVLINE ASSIGN TO "INVLINE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVLINE-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT CREDREG ASSIGN TO "CREDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDREG-STATUS.
               SELECT RECEBLOG ASSIGN TO "RECEBLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECEBLOG-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT DUNHIST ASSIGN TO "DUNHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DH-CHAVE
                   FILE STATUS IS WRK-DUNHIST-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT CLIREP ASSIGN TO "CLIREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CLIREP-STATUS.
               SELECT CLISORT ASSIGN TO "CLISORT".
           DATA DIVISION.
           FILE SECTION.
           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  INVREG.
           01  INVREG-REC.
               05 REG-FATURA    PIC 9(06).
               05 REG-PEDIDO    PIC 9(06).
               05 REG-CLIENTE   PIC 9(06).
               05 REG-DATA      PIC 9(08).
               05 REG-MERC      PIC 9(07)V99.
               05 REG-FRETE     PIC 9(07)V99.
               05 REG-TOTAL     PIC 9(08)V99.
               05 REG-ICMS      PIC 9(08)V99.
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

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

           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

           FD  CREDREG.
           01  CREDREG-REC.
               05 CRG-NOTA      PIC 9(06).
               05 CRG-FATURA    PIC 9(06).
               05 CRG-CLIENTE   PIC 9(06).
               05 CRG-DATA      PIC 9(08).
               05 CRG-VALOR     PIC 9(08)V99.
               05 CRG-ABATIDO   PIC 9(08)V99.

           FD  RECEBLOG.
           01  RECEBLOG-REC      PIC X(100).

           FD  CONTASREC.
           01  AR-REC.
               05 AR-CHAVE.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
               05 AR-SALDO      PIC 9(08)V99.
               05 AR-STATUS     PIC X(01).

           FD  DUNHIST.
           01  DH-REC.
               05 DH-CHAVE.
                   10 DH-CLIENTE PIC 9(06).
                   10 DH-FATURA  PIC 9(06).
                   10 DH-PARCELA PIC 9(02).
               05 DH-ESTAGIO    PIC 9(01).
               05 DH-DT-ULTIMA  PIC 9(08).

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

           FD  CLIREP.
           01  CLIREP-REC        PIC X(132).

           SD  CLISORT.
           01  SRT-REC.
               05 SRT-CONTRIB     PIC S9(11)V99.
               05 SRT-SUB         PIC 9(05).

           WORKING-STORAGE SECTION.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY DATECOM.
           77 WRK-INVREG-STATUS PIC X(02) VALUE SPACES.
               88 INVREG-OK          VALUE '00'.
               88 INVREG-EOF         VALUE '10'.
           77 WRK-INVLINE-STATUS PIC X(02) VALUE SPACES.
               88 INVLINE-OK         VALUE '00'.
               88 INVLINE-EOF        VALUE '10'.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
               88 ORDSTAT-OK         VALUE '00'.
           77 WRK-ORDSTAT-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ORDSTAT-DISPONIVEL VALUE 'S'.
           77 WRK-CREDREG-STATUS PIC X(02) VALUE SPACES.
               88 CREDREG-OK         VALUE '00'.
               88 CREDREG-EOF        VALUE '10'.
           77 WRK-RECEBLOG-STATUS PIC X(02) VALUE SPACES.
               88 RECEBLOG-OK        VALUE '00'.
               88 RECEBLOG-EOF       VALUE '10'.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK       VALUE '00'.
           77 WRK-CONTASREC-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CONTASREC-DISPONIVEL VALUE 'S'.
           77 WRK-DUNHIST-STATUS PIC X(02) VALUE SPACES.
               88 DUNHIST-OK         VALUE '00'.
               88 DUNHIST-EOF        VALUE '10'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
           77 WRK-CUSTMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CUSTMAST-DISPONIVEL VALUE 'S'.
           77 WRK-CLIREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FIM-SORT      PIC X(01) VALUE 'N'.
               88 FIM-SORT          VALUE 'S'.

      *    ********** PARAMETROS DA EXECUCAO
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-TAXA-MES    PIC 9(02)V99 VALUE ZEROS.
           77 WRK-CUSTO-AVISO PIC 9(05)V99 VALUE ZEROS.

           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-NOME        PIC X(20) VALUE SPACES.
           77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
           77 WRK-ABSORVIDO   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIAS-PAGTO  PIC S9(05) VALUE ZEROS.
           77 WRK-RANK        PIC 9(04) VALUE ZEROS.
           77 WRK-QT-NEGATIVOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-TITULO PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-CONTRIB PIC S9(11)V99 VALUE ZEROS.

      *    ********** CONVERSAO DE DATA EM DIAS
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-EMISSAO PIC 9(07) VALUE ZEROS.

      *    ********** CAMPOS EXTRAIDOS DA LINHA DO RECEBLOG (POSICOES
      *    ********** FIXAS DO STRING DO PROGCOB39/PROGCOB57, COMO NO
      *    ********** EXTRATO PROGCOB60)
           77 WRK-RL-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-RL-CLIENTE  PIC 9(06) VALUE ZEROS.
           77 WRK-RL-FATURA   PIC 9(06) VALUE ZEROS.
           77 WRK-RL-PARCELA  PIC 9(02) VALUE ZEROS.
           77 WRK-RL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-RL-VALOR-X  PIC X(10) VALUE SPACES.

      *    ********** CAMPOS EDITADOS
           77 WRK-RECEITA-ED  PIC -ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CUSTO-ED    PIC -ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-FRETE-ED    PIC -ZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CREDITO-ED  PIC -ZZZZZZ9,99 VALUE ZEROS.
           77 WRK-FINANC-ED   PIC -ZZZZZZ9,99 VALUE ZEROS.
           77 WRK-COBRANCA-ED PIC -ZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CONTRIB-ED  PIC -ZZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-DIAS-ED     PIC ZZZ9 VALUE ZEROS.
           77 WRK-MARCA       PIC X(10) VALUE SPACES.
           77 WRK-TAXA-ED     PIC Z9,99 VALUE ZEROS.
           77 WRK-AVISO-ED    PIC ZZZZ9,99 VALUE ZEROS.

      *    ********** ACUMULADOS POR CLIENTE (ORDEM DE CHEGADA)
           01 WRK-TAB-CLIENTE.
               02 WRK-CL OCCURS 2000 TIMES.
                   05 WRK-CL-CODIGO   PIC 9(06).
                   05 WRK-CL-RECEITA  PIC S9(10)V99.
                   05 WRK-CL-CUSTO    PIC S9(10)V99.
                   05 WRK-CL-FRETE    PIC S9(10)V99.
                   05 WRK-CL-CREDITO  PIC S9(10)V99.
                   05 WRK-CL-QT-REC   PIC 9(05).
                   05 WRK-CL-SOMA-DIAS PIC 9(09).
                   05 WRK-CL-FINANC   PIC S9(10)V99.
                   05 WRK-CL-AVISOS   PIC 9(05).
                   05 WRK-CL-COBRANCA PIC S9(10)V99.
                   05 WRK-CL-CONTRIB  PIC S9(11)V99.
           77 WRK-QT-CL       PIC 9(05) VALUE ZEROS.
           77 WRK-CL-SUB      PIC 9(05) VALUE ZEROS.
           77 WRK-CL-ACHADO   PIC X(01) VALUE 'N'.
               88 CL-ACHADO    VALUE 'S'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PASSAR-FATURAS.
               PERFORM 0250-PASSAR-CUSTOS.
               PERFORM 0300-PASSAR-CREDITOS.
               PERFORM 0350-PASSAR-RECEBIMENTOS.
               PERFORM 0400-PASSAR-COBRANCA.
               PERFORM 0450-CALCULAR-CONTRIBUICAO
                       VARYING WRK-CL-SUB FROM 1 BY 1
                       UNTIL WRK-CL-SUB > WRK-QT-CL.
               SORT CLISORT
                    ON DESCENDING KEY SRT-CONTRIB
                    ON ASCENDING KEY SRT-SUB
                    INPUT PROCEDURE IS 0500-LIBERAR-CLIENTES
                    OUTPUT PROCEDURE IS 0600-IMPRIMIR-RANKING.
               PERFORM 0900-FINALIZAR.
               GOBACK.

           0100-INICIALIZAR.
               DISPLAY 'COMPETENCIA (AAAAMM)...'.
               ACCEPT WRK-COMPETENCIA.
               DISPLAY 'CUSTO FINANCEIRO AO MES EM % (ZEROS ='
                       ' 01,00)...'.
               ACCEPT WRK-TAXA-MES.
               IF WRK-TAXA-MES = ZEROS
                   MOVE 1 TO WRK-TAXA-MES
               END-IF.
               DISPLAY 'CUSTO POR AVISO DE COBRANCA (ZEROS ='
                       ' 10,00)...'.
               ACCEPT WRK-CUSTO-AVISO.
               IF WRK-CUSTO-AVISO = ZEROS
                   MOVE 10 TO WRK-CUSTO-AVISO
               END-IF.
               MOVE ZEROS TO WRK-QT-CL.
               OPEN INPUT CUSTMAST.
               IF CUSTMAST-OK
                   MOVE 'S' TO WRK-CUSTMAST-DISPONIVEL
               END-IF.
               OPEN INPUT ORDSTAT.
               IF ORDSTAT-OK
                   MOVE 'S' TO WRK-ORDSTAT-DISPONIVEL
               END-IF.
               OPEN INPUT CONTASREC.
               IF CONTASREC-OK
                   MOVE 'S' TO WRK-CONTASREC-DISPONIVEL
               END-IF.

      *    ********** RECEITA DE MERCADORIA E FRETE ABSORVIDO DAS
      *    ********** FATURAS DA COMPETENCIA
           0200-PASSAR-FATURAS.
               OPEN INPUT INVREG.
               IF NOT INVREG-OK
                   DISPLAY 'REGISTRO DE FATURAS (INVREG)'
                           ' INDISPONIVEL - SEM RECEITA NO MES'
               ELSE
                   PERFORM 0210-LER-INVREG
                   PERFORM 0220-TRATAR-FATURA
                           UNTIL INVREG-EOF
                   CLOSE INVREG
               END-IF.

           0210-LER-INVREG.
               READ INVREG
                   AT END MOVE '10' TO WRK-INVREG-STATUS
               END-READ.

           0220-TRATAR-FATURA.
               IF REG-DATA(1:6) = WRK-COMPETENCIA
                   MOVE REG-CLIENTE TO WRK-CLIENTE
                   PERFORM 0700-LOCALIZAR-CLIENTE
                   IF WRK-CL-SUB > 0
                       ADD REG-MERC TO WRK-CL-RECEITA(WRK-CL-SUB)
                       PERFORM 0230-FRETE-ABSORVIDO
                       ADD WRK-ABSORVIDO TO WRK-CL-FRETE(WRK-CL-SUB)
                   END-IF
               END-IF.
               PERFORM 0210-LER-INVREG.

      *    ********** FRETE CALCULADO DO PEDIDO (ORDSTAT) ACIMA DO
      *    ********** COBRADO NA FATURA FICA POR CONTA DA EMPRESA
           0230-FRETE-ABSORVIDO.
               MOVE ZEROS TO WRK-ABSORVIDO.
               IF ORDSTAT-DISPONIVEL
                   MOVE REG-PEDIDO TO OST-PEDIDO
                   READ ORDSTAT
                       KEY IS OST-PEDIDO
                       INVALID KEY
                           MOVE '23' TO WRK-ORDSTAT-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-ORDSTAT-STATUS
                   END-READ
                   IF ORDSTAT-OK AND OST-FRETE > REG-FRETE
                       COMPUTE WRK-ABSORVIDO = OST-FRETE - REG-FRETE
                   END-IF
               END-IF.

      *    ********** CUSTO DA MERCADORIA DAS LINHAS FATURADAS NO MES
           0250-PASSAR-CUSTOS.
               OPEN INPUT INVLINE.
               IF NOT INVLINE-OK
                   DISPLAY 'LINHAS FATURADAS (INVLINE) INDISPONIVEIS'
                           ' - CUSTO DA MERCADORIA ZERADO'
               ELSE
                   PERFORM 0260-LER-INVLINE
                   PERFORM 0270-TRATAR-LINHA
                           UNTIL INVLINE-EOF
                   CLOSE INVLINE
               END-IF.

           0260-LER-INVLINE.
               READ INVLINE
                   AT END MOVE '10' TO WRK-INVLINE-STATUS
               END-READ.

           0270-TRATAR-LINHA.
               IF LIN-DATA(1:6) = WRK-COMPETENCIA
                   MOVE LIN-CLIENTE TO WRK-CLIENTE
                   PERFORM 0700-LOCALIZAR-CLIENTE
                   IF WRK-CL-SUB > 0
                       ADD LIN-CUSTO TO WRK-CL-CUSTO(WRK-CL-SUB)
                   END-IF
               END-IF.
               PERFORM 0260-LER-INVLINE.

      *    ********** NOTAS DE CREDITO EMITIDAS NO MES
           0300-PASSAR-CREDITOS.
               OPEN INPUT CREDREG.
               IF CREDREG-OK
                   PERFORM 0310-LER-CREDREG
                   PERFORM 0320-TRATAR-CREDITO
                           UNTIL CREDREG-EOF
                   CLOSE CREDREG
               END-IF.

           0310-LER-CREDREG.
               READ CREDREG
                   AT END MOVE '10' TO WRK-CREDREG-STATUS
               END-READ.

           0320-TRATAR-CREDITO.
               IF CRG-DATA(1:6) = WRK-COMPETENCIA
                   MOVE CRG-CLIENTE TO WRK-CLIENTE
                   PERFORM 0700-LOCALIZAR-CLIENTE
                   IF WRK-CL-SUB > 0
                       ADD CRG-VALOR TO WRK-CL-CREDITO(WRK-CL-SUB)
                   END-IF
               END-IF.
               PERFORM 0310-LER-CREDREG.

      *    ********** RECEBIMENTOS DO MES: DIAS DA EMISSAO DO TITULO
      *    ********** ATE O PAGAMENTO E O CUSTO FINANCEIRO DO PRAZO
           0350-PASSAR-RECEBIMENTOS.
               MOVE ZEROS TO WRK-QT-SEM-TITULO.
               OPEN INPUT RECEBLOG.
               IF RECEBLOG-OK
                   PERFORM 0360-LER-RECEBLOG
                   PERFORM 0370-TRATAR-RECEBIMENTO
                           UNTIL RECEBLOG-EOF
                   CLOSE RECEBLOG
               END-IF.

           0360-LER-RECEBLOG.
               READ RECEBLOG
                   AT END MOVE '10' TO WRK-RECEBLOG-STATUS
               END-READ.

           0370-TRATAR-RECEBIMENTO.
               IF RECEBLOG-REC(1:6) = WRK-COMPETENCIA
                   AND RECEBLOG-REC(1:8) IS NUMERIC
                   AND RECEBLOG-REC(58:10) = ' RECEBIDO '
                   AND RECEBLOG-REC(27:6) IS NUMERIC
                   AND RECEBLOG-REC(41:6) IS NUMERIC
                   AND RECEBLOG-REC(56:2) IS NUMERIC
                   MOVE RECEBLOG-REC(1:8)  TO WRK-RL-DATA
                   MOVE RECEBLOG-REC(27:6) TO WRK-RL-CLIENTE
                   MOVE RECEBLOG-REC(41:6) TO WRK-RL-FATURA
                   MOVE RECEBLOG-REC(56:2) TO WRK-RL-PARCELA
                   MOVE RECEBLOG-REC(68:10) TO WRK-RL-VALOR-X
                   IF WRK-RL-VALOR-X IS NUMERIC
                       MOVE WRK-RL-VALOR-X TO WRK-RL-VALOR(1:10)
                   ELSE
                       MOVE ZEROS TO WRK-RL-VALOR
                   END-IF
                   PERFORM 0380-PRAZO-DO-TITULO
               END-IF.
               PERFORM 0360-LER-RECEBLOG.

           0380-PRAZO-DO-TITULO.
               MOVE '23' TO WRK-CONTASREC-STATUS.
               IF CONTASREC-DISPONIVEL
                   MOVE WRK-RL-CLIENTE TO AR-CLIENTE
                   MOVE WRK-RL-FATURA  TO AR-FATURA
                   MOVE WRK-RL-PARCELA TO AR-PARCELA
                   READ CONTASREC
                       KEY IS AR-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-CONTASREC-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CONTASREC-STATUS
                   END-READ
               END-IF.
               IF NOT CONTASREC-OK
                   ADD 1 TO WRK-QT-SEM-TITULO
               ELSE
                   MOVE AR-DT-EMISSAO TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   MOVE WRK-DIAS-CONV TO WRK-DIAS-EMISSAO
                   MOVE WRK-RL-DATA TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   COMPUTE WRK-DIAS-PAGTO =
                           WRK-DIAS-CONV - WRK-DIAS-EMISSAO
                   IF WRK-DIAS-PAGTO < 0
                       MOVE ZEROS TO WRK-DIAS-PAGTO
                   END-IF
                   MOVE WRK-RL-CLIENTE TO WRK-CLIENTE
                   PERFORM 0700-LOCALIZAR-CLIENTE
                   IF WRK-CL-SUB > 0
                       ADD 1 TO WRK-CL-QT-REC(WRK-CL-SUB)
                       ADD WRK-DIAS-PAGTO
                           TO WRK-CL-SOMA-DIAS(WRK-CL-SUB)
                       COMPUTE WRK-CL-FINANC(WRK-CL-SUB) ROUNDED =
                               WRK-CL-FINANC(WRK-CL-SUB) +
                               (WRK-RL-VALOR * WRK-DIAS-PAGTO
                                * WRK-TAXA-MES / 3000)
                   END-IF
               END-IF.

      *    ********** AVISOS DE COBRANCA: ESTAGIO ALCANCADO PELOS
      *    ********** TITULOS COM ULTIMO AVISO NO MES
           0400-PASSAR-COBRANCA.
               OPEN INPUT DUNHIST.
               IF DUNHIST-OK
                   MOVE ZEROS TO DH-CHAVE
                   START DUNHIST KEY IS NOT LESS THAN DH-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-DUNHIST-STATUS
                   END-START
                   PERFORM 0410-TRATAR-AVISO
                           UNTIL DUNHIST-EOF
                   CLOSE DUNHIST
               END-IF.

           0410-TRATAR-AVISO.
               READ DUNHIST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-DUNHIST-STATUS
               END-READ.
               IF DUNHIST-OK
                   AND DH-DT-ULTIMA(1:6) = WRK-COMPETENCIA
                   MOVE DH-CLIENTE TO WRK-CLIENTE
                   PERFORM 0700-LOCALIZAR-CLIENTE
                   IF WRK-CL-SUB > 0
                       ADD DH-ESTAGIO TO WRK-CL-AVISOS(WRK-CL-SUB)
                       COMPUTE WRK-CL-COBRANCA(WRK-CL-SUB) =
                               WRK-CL-COBRANCA(WRK-CL-SUB) +
                               (DH-ESTAGIO * WRK-CUSTO-AVISO)
                   END-IF
               END-IF.

           0450-CALCULAR-CONTRIBUICAO.
               COMPUTE WRK-CL-CONTRIB(WRK-CL-SUB) =
                       WRK-CL-RECEITA(WRK-CL-SUB)
                     - WRK-CL-CUSTO(WRK-CL-SUB)
                     - WRK-CL-FRETE(WRK-CL-SUB)
                     - WRK-CL-CREDITO(WRK-CL-SUB)
                     - WRK-CL-FINANC(WRK-CL-SUB)
                     - WRK-CL-COBRANCA(WRK-CL-SUB).

           0500-LIBERAR-CLIENTES.
               PERFORM 0510-LIBERAR-CLIENTE
                       VARYING WRK-CL-SUB FROM 1 BY 1
                       UNTIL WRK-CL-SUB > WRK-QT-CL.

           0510-LIBERAR-CLIENTE.
               MOVE WRK-CL-CONTRIB(WRK-CL-SUB) TO SRT-CONTRIB.
               MOVE WRK-CL-SUB TO SRT-SUB.
               RELEASE SRT-REC.

      *    ********** DA MAIOR PARA A MENOR CONTRIBUICAO
           0600-IMPRIMIR-RANKING.
               OPEN OUTPUT CLIREP.
               MOVE WRK-TAXA-MES TO WRK-TAXA-ED.
               MOVE WRK-CUSTO-AVISO TO WRK-AVISO-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'RENTABILIDADE POR CLIENTE - COMPETENCIA '
                      WRK-COMPETENCIA
                      '   TAXA FINANCEIRA AO MES ' WRK-TAXA-ED
                      '%   CUSTO POR AVISO ' WRK-AVISO-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE 'POS  CLIENTE NOME                     RECEITA'
                    TO WRK-LINHA.
               MOVE '  CUSTO MERC. FRETE ABS.   NOTAS CR. DIAS'
                    TO WRK-LINHA(48:).
               MOVE '  CUSTO FIN.   COBRANCA  CONTRIBUICAO'
                    TO WRK-LINHA(89:).
               PERFORM 0690-GRAVAR-LINHA.
               MOVE ZEROS TO WRK-RANK WRK-QT-NEGATIVOS
                             WRK-TOT-CONTRIB.
               MOVE 'N' TO WRK-FIM-SORT.
               PERFORM 0610-RETORNAR-CLIENTE.
               PERFORM 0620-LINHA-CLIENTE UNTIL FIM-SORT.

           0610-RETORNAR-CLIENTE.
               RETURN CLISORT
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.

           0620-LINHA-CLIENTE.
               MOVE SRT-SUB TO WRK-CL-SUB.
               ADD 1 TO WRK-RANK.
               MOVE SPACES TO WRK-NOME.
               IF CUSTMAST-DISPONIVEL
                   MOVE WRK-CL-CODIGO(WRK-CL-SUB) TO CUST-CODIGO
                   READ CUSTMAST
                       KEY IS CUST-CODIGO
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO CUST-NOME
                   END-READ
                   MOVE CUST-NOME TO WRK-NOME
               END-IF.
               MOVE ZEROS TO WRK-DIAS-ED.
               IF WRK-CL-QT-REC(WRK-CL-SUB) > 0
                   COMPUTE WRK-DIAS-ED ROUNDED =
                           WRK-CL-SOMA-DIAS(WRK-CL-SUB) /
                           WRK-CL-QT-REC(WRK-CL-SUB)
               END-IF.
               MOVE WRK-CL-RECEITA(WRK-CL-SUB)  TO WRK-RECEITA-ED.
               MOVE WRK-CL-CUSTO(WRK-CL-SUB)    TO WRK-CUSTO-ED.
               MOVE WRK-CL-FRETE(WRK-CL-SUB)    TO WRK-FRETE-ED.
               MOVE WRK-CL-CREDITO(WRK-CL-SUB)  TO WRK-CREDITO-ED.
               MOVE WRK-CL-FINANC(WRK-CL-SUB)   TO WRK-FINANC-ED.
               MOVE WRK-CL-COBRANCA(WRK-CL-SUB) TO WRK-COBRANCA-ED.
               MOVE WRK-CL-CONTRIB(WRK-CL-SUB)  TO WRK-CONTRIB-ED.
               MOVE SPACES TO WRK-MARCA.
               IF WRK-CL-CONTRIB(WRK-CL-SUB) < 0
                   MOVE '*NEGATIVA' TO WRK-MARCA
                   ADD 1 TO WRK-QT-NEGATIVOS
               END-IF.
               ADD WRK-CL-CONTRIB(WRK-CL-SUB) TO WRK-TOT-CONTRIB.
               MOVE SPACES TO WRK-LINHA.
               STRING WRK-RANK ' ' WRK-CL-CODIGO(WRK-CL-SUB) ' '
                      WRK-NOME ' ' WRK-RECEITA-ED ' ' WRK-CUSTO-ED
                      ' ' WRK-FRETE-ED ' ' WRK-CREDITO-ED ' '
                      WRK-DIAS-ED ' ' WRK-FINANC-ED ' '
                      WRK-COBRANCA-ED ' ' WRK-CONTRIB-ED ' '
                      WRK-MARCA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               PERFORM 0610-RETORNAR-CLIENTE.

           0690-GRAVAR-LINHA.
               MOVE WRK-LINHA TO CLIREP-REC.
               WRITE CLIREP-REC.

      *    ********** LOCALIZA (OU ABRE) O CLIENTE NA TABELA; SUB
      *    ********** ZERO QUANDO A TABELA ESTA CHEIA
           0700-LOCALIZAR-CLIENTE.
               MOVE 'N' TO WRK-CL-ACHADO.
               PERFORM 0710-COMPARAR-CLIENTE
                       VARYING WRK-CL-SUB FROM 1 BY 1
                       UNTIL WRK-CL-SUB > WRK-QT-CL
                       OR CL-ACHADO.
               IF CL-ACHADO
                   SUBTRACT 1 FROM WRK-CL-SUB
               ELSE
                   IF WRK-QT-CL < 2000
                       ADD 1 TO WRK-QT-CL
                       MOVE WRK-QT-CL TO WRK-CL-SUB
                       MOVE WRK-CLIENTE TO WRK-CL-CODIGO(WRK-CL-SUB)
                       MOVE ZEROS TO WRK-CL-RECEITA(WRK-CL-SUB)
                                     WRK-CL-CUSTO(WRK-CL-SUB)
                                     WRK-CL-FRETE(WRK-CL-SUB)
                                     WRK-CL-CREDITO(WRK-CL-SUB)
                                     WRK-CL-QT-REC(WRK-CL-SUB)
                                     WRK-CL-SOMA-DIAS(WRK-CL-SUB)
                                     WRK-CL-FINANC(WRK-CL-SUB)
                                     WRK-CL-AVISOS(WRK-CL-SUB)
                                     WRK-CL-COBRANCA(WRK-CL-SUB)
                                     WRK-CL-CONTRIB(WRK-CL-SUB)
                   ELSE
                       DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                               WRK-CLIENTE ' FORA DO RELATORIO'
                       MOVE ZEROS TO WRK-CL-SUB
                   END-IF
               END-IF.

           0710-COMPARAR-CLIENTE.
               IF WRK-CL-CODIGO(WRK-CL-SUB) = WRK-CLIENTE
                   MOVE 'S' TO WRK-CL-ACHADO
               END-IF.

      *    ********** CONVERTE AAAAMMDD EM CONTAGEM DE DIAS, COM
      *    ********** ANOS BISSEXTOS, PARA O PRAZO DE PAGAMENTO
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

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE WRK-TOT-CONTRIB TO WRK-CONTRIB-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CLIENTES ' WRK-QT-CL
                      '  COM CONTRIBUICAO NEGATIVA ' WRK-QT-NEGATIVOS
                      '  CONTRIBUICAO TOTAL ' WRK-CONTRIB-ED
                      '  RECEBIMENTOS SEM TITULO ' WRK-QT-SEM-TITULO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               CLOSE CLIREP.
               IF CUSTMAST-DISPONIVEL
                   CLOSE CUSTMAST
               END-IF.
               IF ORDSTAT-DISPONIVEL
                   CLOSE ORDSTAT
               END-IF.
               IF CONTASREC-DISPONIVEL
                   CLOSE CONTASREC
               END-IF.
               DISPLAY 'RENTABILIDADE GRAVADA EM CLIREP - CLIENTES '
                       WRK-QT-CL ' NEGATIVOS ' WRK-QT-NEGATIVOS.

           COPY DATEPROC.
