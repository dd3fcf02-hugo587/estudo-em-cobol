           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB116.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONCILIACAO DOS AUXILIARES COM O RAZAO, RODADA
      *    NO FIM DO MES ANTES DO FECHAMENTO (PROGCOB36). COMPARA O
      *    SALDO EM ABERTO DO CONTAS A RECEBER (CONTASREC), DO CONTAS
      *    A PAGAR (CONTASPAG) E O ESTOQUE AO CUSTO MEDIO (MESMA
      *    CONTA DO PROGCOB66: STOCKMST MAIS TRANSFERENCIAS EM
      *    TRANSITO) COM O SALDO DA CONTA DE CONTROLE NO LEDGBAL MAIS
      *    O QUE AINDA ESTA NO LEDGTXN SEM ABSORCAO. AS CONTAS DE
      *    CONTROLE VEM DO CTAMAP: CLIENTES = CREDITO DO EVENTO RC,
      *    FORNECEDORES = DEBITO DO EVENTO PG, ESTOQUE = DEBITO DO
      *    EVENTO ES. PARA A COMPETENCIA INFORMADA, O MOVIMENTO DE
      *    CADA DIA NO AUXILIAR (TITULOS EMITIDOS, RECEBLOG, NOTAS DE
      *    FORNECEDOR, PAGTOLOG E KARDEX STKMOV) E CONFRONTADO COM OS
      *    LANCAMENTOS DA CONTA DE CONTROLE (LEDGHIST E LEDGTXN); NOS
      *    DIAS QUE NAO BATEM O RELATORIO RECONREP LISTA OS
      *    DOCUMENTOS DOS DOIS LADOS. O RESULTADO DE CADA AUXILIAR
      *    FICA NO RECONST PARA O FECHAMENTO AVISAR DIVERGENCIA.
      *    VALORES NA CONVENCAO DO RAZAO: DEVEDOR POSITIVO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CONTASPAG COM O BLOQUEIO DA CONFERENCIA
      *                         (AP-MOTIVO-BLOQ/AP-LIBERADOR) E O ICMS
      *                         (AP-ICMS) NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGBAL ASSIGN TO "LEDGBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BAL-CONTA
                   FILE STATUS IS WRK-LEDGBAL-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT LEDGHIST ASSIGN TO "LEDGHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGHIST-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT RECEBLOG ASSIGN TO "RECEBLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECEBLOG-STATUS.
               SELECT CONTASPAG ASSIGN TO "CONTASPAG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHAVE
                   FILE STATUS IS WRK-CONTASPAG-STATUS.
               SELECT PAGTOLOG ASSIGN TO "PAGTOLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PAGTOLOG-STATUS.
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT STKTRF ASSIGN TO "STKTRF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRF-NUMERO
                   FILE STATUS IS WRK-STKTRF-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
               SELECT RECONST ASSIGN TO "RECONST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCS-CHAVE
                   FILE STATUS IS WRK-RECONST-STATUS.
               SELECT RECONREP ASSIGN TO "RECONREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECONREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CTAMAP.
           01  CTAMAP-REC.
               05 MAP-EVENTO     PIC X(02).
               05 MAP-CONTA-DEB  PIC 9(05).
               05 MAP-CONTA-CRE  PIC 9(05).

           FD  LEDGBAL.
           01  LEDGBAL-REC.
               05 BAL-CONTA       PIC 9(05).
               05 BAL-VALOR       PIC S9(09)V99.
               05 BAL-DEB         PIC 9(09)V99.
               05 BAL-CRE         PIC 9(09)V99.

           FD  LEDGTXN.
           01  LEDGTXN-REC.
               05 LTX-CONTA       PIC 9(05).
               05 LTX-DATA        PIC 9(08).
               05 LTX-TIPO        PIC X(01).
                  88 LTX-DEBITO   VALUE 'D'.
                  88 LTX-CREDITO  VALUE 'C'.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  LEDGHIST.
           01  LEDGHIST-REC.
               05 LH-CONTA        PIC 9(05).
               05 LH-DATA         PIC 9(08).
               05 LH-TIPO         PIC X(01).
               05 LH-VALOR        PIC 9(08)V99.
               05 LH-DESCRICAO    PIC X(20).
               05 LH-CCUSTO       PIC 9(03).

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
                  88 AR-ABERTO     VALUE 'A'.
                  88 AR-LIQUIDADO  VALUE 'L'.
                  88 AR-PERDA      VALUE 'P'.

           FD  RECEBLOG.
           01  RECEBLOG-REC      PIC X(100).

           FD  CONTASPAG.
           01  AP-REC.
               05 AP-CHAVE.
                   10 AP-FORNEC  PIC 9(04).
                   10 AP-FATURA  PIC 9(06).
               05 AP-DT-EMISSAO PIC 9(08).
               05 AP-DT-VENCTO  PIC 9(08).
               05 AP-VALOR      PIC 9(08)V99.
               05 AP-SALDO      PIC 9(08)V99.
               05 AP-STATUS     PIC X(01).
                  88 AP-ABERTO     VALUE 'A'.
                  88 AP-LIQUIDADO  VALUE 'L'.
               05 AP-SIT-PAGTO  PIC X(01).
               05 AP-DT-APROVACAO PIC 9(08).
               05 AP-APROVADOR  PIC X(20).
               05 AP-MOTIVO     PIC X(25).
               05 AP-PEDIDO     PIC 9(06).
               05 AP-QT-FATURADA PIC 9(05).
               05 AP-PRECO-UNIT PIC 9(07)V99.
               05 AP-CONFERENCIA PIC X(01).
               05 AP-MOTIVO-BLOQ PIC X(30).
               05 AP-LIBERADOR  PIC X(20).
               05 AP-ICMS       PIC 9(08)V99.

           FD  PAGTOLOG.
           01  PAGTOLOG-REC      PIC X(80).

           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  STKTRF.
           01  TRF-REC.
               05 TRF-NUMERO       PIC 9(06).
               05 TRF-ITEM         PIC 9(04).
               05 TRF-DEPTO-ORIG   PIC 9(02).
               05 TRF-DEPTO-DEST   PIC 9(02).
               05 TRF-QTDE         PIC 9(07).
               05 TRF-CUSTO        PIC 9(07)V99.
               05 TRF-DT-EMISSAO   PIC 9(08).
               05 TRF-OPER-EMISSAO PIC X(20).
               05 TRF-DT-RECEB     PIC 9(08).
               05 TRF-OPER-RECEB   PIC X(20).
               05 TRF-STATUS       PIC X(01).
                  88 TRF-EM-TRANSITO VALUE 'T'.
                  88 TRF-RECEBIDA    VALUE 'R'.

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

           FD  RECONST.
           01  RCS-REC.
               05 RCS-CHAVE.
                   10 RCS-COMPETENCIA PIC 9(06).
                   10 RCS-LIVRO       PIC X(10).
               05 RCS-DATA        PIC 9(08).
               05 RCS-CONTA       PIC 9(05).
               05 RCS-DIFERENCA   PIC 9(11)V99.
               05 RCS-SITUACAO    PIC X(01).
                  88 RCS-CONCILIADO VALUE 'C'.
                  88 RCS-DIVERGENTE VALUE 'D'.
                  88 RCS-SEM-CONTA  VALUE 'S'.

           FD  RECONREP.
           01  RECONREP-REC      PIC X(132).

           WORKING-STORAGE SECTION.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGBAL-STATUS PIC X(02) VALUE SPACES.
               88 LEDGBAL-OK        VALUE '00'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
               88 LEDGTXN-OK        VALUE '00'.
               88 LEDGTXN-EOF       VALUE '10'.
           77 WRK-LEDGHIST-STATUS PIC X(02) VALUE SPACES.
               88 LEDGHIST-OK       VALUE '00'.
               88 LEDGHIST-EOF      VALUE '10'.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
               88 CONTASREC-EOF       VALUE '10'.
           77 WRK-RECEBLOG-STATUS PIC X(02) VALUE SPACES.
               88 RECEBLOG-OK        VALUE '00'.
               88 RECEBLOG-EOF       VALUE '10'.
           77 WRK-CONTASPAG-STATUS PIC X(02) VALUE SPACES.
               88 CONTASPAG-OK        VALUE '00'.
               88 CONTASPAG-NOTFOUND  VALUE '23'.
               88 CONTASPAG-EOF       VALUE '10'.
           77 WRK-PAGTOLOG-STATUS PIC X(02) VALUE SPACES.
               88 PAGTOLOG-OK        VALUE '00'.
               88 PAGTOLOG-EOF       VALUE '10'.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
               88 STOCKMST-EOF       VALUE '10'.
           77 WRK-STKTRF-STATUS PIC X(02) VALUE SPACES.
               88 STKTRF-OK          VALUE '00'.
               88 STKTRF-NOTFOUND    VALUE '23'.
               88 STKTRF-EOF         VALUE '10'.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
               88 STKMOV-OK          VALUE '00'.
               88 STKMOV-EOF         VALUE '10'.
           77 WRK-RECONST-STATUS PIC X(02) VALUE SPACES.
               88 RECONST-OK         VALUE '00'.
               88 RECONST-NOTFOUND   VALUE '23'.
               88 RECONST-NAO-EXISTE VALUE '35'.
           77 WRK-RECONST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 RECONST-DISPONIVEL VALUE 'S'.
           77 WRK-RECONREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-INI    PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-MOV    PIC 9(08) VALUE ZEROS.
           77 WRK-AAAAMM      PIC 9(06) VALUE ZEROS.
           77 WRK-CONTA       PIC 9(05) VALUE ZEROS.
           77 WRK-LV          PIC 9(01) VALUE ZEROS.
           77 WRK-LV-ACHADO   PIC 9(01) VALUE ZEROS.
           77 WRK-DIA         PIC 9(02) VALUE ZEROS.
           77 WRK-VALOR       PIC S9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-X     PIC X(10) VALUE SPACES.
           77 WRK-VALOR-N     PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DESCR       PIC X(40) VALUE SPACES.
           77 WRK-LADO        PIC X(01) VALUE SPACES.
           77 WRK-QT-DOC      PIC 9(05) VALUE ZEROS.
           77 WRK-DOC-SUB     PIC 9(05) VALUE ZEROS.
           77 WRK-DOC-CHEIA   PIC X(01) VALUE 'N'.
               88 DOC-CHEIA     VALUE 'S'.
           77 WRK-QT-DIAS-DIV PIC 9(02) VALUE ZEROS.
           77 WRK-QT-DIVERGENTES PIC 9(01) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.

      *    ********** POR AUXILIAR (1 RECEBER, 2 PAGAR, 3 ESTOQUE):
      *    ********** CONTA DE CONTROLE, SALDOS E MOVIMENTO POR DIA
           01 WRK-TAB-LIVRO.
               02 WRK-LIVRO OCCURS 3 TIMES.
                   05 LV-NOME        PIC X(10).
                   05 LV-EVENTO      PIC X(02).
                   05 LV-CONTA       PIC 9(05).
                   05 LV-MAPEADA     PIC X(01).
                      88 LV-CONTA-MAPEADA VALUE 'S'.
                   05 LV-AUXILIAR    PIC S9(11)V99.
                   05 LV-RAZAO       PIC S9(11)V99.
                   05 LV-PENDENTE    PIC S9(11)V99.
                   05 LV-DIFERENCA   PIC S9(11)V99.
                   05 LV-DIA OCCURS 31 TIMES.
                       10 LV-DIA-AUX PIC S9(11)V99.
                       10 LV-DIA-RAZ PIC S9(11)V99.

      *    ********** DOCUMENTOS DA COMPETENCIA DOS DOIS LADOS
      *    ********** (A = AUXILIAR, R = RAZAO) PARA O DETALHE
           01 WRK-TAB-DOC.
               02 WRK-DOC OCCURS 5000 TIMES.
                   05 DOC-LV         PIC 9(01).
                   05 DOC-LADO       PIC X(01).
                   05 DOC-DIA        PIC 9(02).
                   05 DOC-DESCR      PIC X(40).
                   05 DOC-VALOR      PIC S9(10)V99.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-SALDOS-RAZAO.
               PERFORM 0250-LANCAMENTOS-PENDENTES.
               PERFORM 0270-HISTORICO-RAZAO.
               PERFORM 0300-AUXILIAR-RECEBER.
               PERFORM 0350-RECEBIMENTOS.
               PERFORM 0400-AUXILIAR-PAGAR.
               PERFORM 0450-PAGAMENTOS.
               PERFORM 0500-AUXILIAR-ESTOQUE.
               PERFORM 0550-KARDEX.
               PERFORM 0600-EMITIR-LIVRO
                       VARYING WRK-LV FROM 1 BY 1
                       UNTIL WRK-LV > 3.
               PERFORM 0900-FINALIZAR.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES ATUAL)...'.
               ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPETENCIA
               END-IF.
               COMPUTE WRK-DATA-INI = WRK-COMPETENCIA * 100 + 1.
               COMPUTE WRK-DATA-FIM = WRK-COMPETENCIA * 100 + 31.
               INITIALIZE WRK-TAB-LIVRO.
               MOVE 'RECEBER'  TO LV-NOME(1).
               MOVE 'RC'       TO LV-EVENTO(1).
               MOVE 'PAGAR'    TO LV-NOME(2).
               MOVE 'PG'       TO LV-EVENTO(2).
               MOVE 'ESTOQUE'  TO LV-NOME(3).
               MOVE 'ES'       TO LV-EVENTO(3).
               PERFORM 0120-CARREGAR-CTAMAP.
               PERFORM 0150-ABRIR-RECONST.
               OPEN OUTPUT RECONREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONCILIACAO DOS AUXILIARES COM O RAZAO - '
                      'COMPETENCIA ' WRK-COMPETENCIA
                      ' EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE 'VALORES NA CONVENCAO DO RAZAO: DEVEDOR POSITIVO,'
                    TO WRK-LINHA.
               MOVE ' CREDOR NEGATIVO' TO WRK-LINHA(50:16).
               PERFORM 0690-GRAVAR-LINHA.

      *    ********** CONTAS DE CONTROLE: CLIENTES (CREDITO DO RC),
      *    ********** FORNECEDORES (DEBITO DO PG), ESTOQUE (DEBITO
      *    ********** DO ES)
           0120-CARREGAR-CTAMAP.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0130-LER-CTAMAP
                   PERFORM 0140-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.

           0130-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0140-GUARDAR-MAPA.
               IF MAP-EVENTO = 'RC'
                   MOVE MAP-CONTA-CRE TO LV-CONTA(1)
                   MOVE 'S' TO LV-MAPEADA(1)
               END-IF.
               IF MAP-EVENTO = 'PG'
                   MOVE MAP-CONTA-DEB TO LV-CONTA(2)
                   MOVE 'S' TO LV-MAPEADA(2)
               END-IF.
               IF MAP-EVENTO = 'ES'
                   MOVE MAP-CONTA-DEB TO LV-CONTA(3)
                   MOVE 'S' TO LV-MAPEADA(3)
               END-IF.
               PERFORM 0130-LER-CTAMAP.

           0150-ABRIR-RECONST.
               OPEN I-O RECONST.
               IF RECONST-NAO-EXISTE
                   CLOSE RECONST
                   OPEN OUTPUT RECONST
                   CLOSE RECONST
                   OPEN I-O RECONST
               END-IF.
               IF RECONST-OK
                   MOVE 'S' TO WRK-RECONST-DISPONIVEL
               ELSE
                   DISPLAY 'SITUACAO DA CONCILIACAO NAO SERA GRAVADA -'
                           ' STATUS ' WRK-RECONST-STATUS
               END-IF.

      *    ********** SALDO ATUAL DA CONTA DE CONTROLE NO LEDGBAL
           0200-SALDOS-RAZAO.
               OPEN INPUT LEDGBAL.
               IF LEDGBAL-OK
                   PERFORM 0210-SALDO-CONTA
                           VARYING WRK-LV FROM 1 BY 1
                           UNTIL WRK-LV > 3
                   CLOSE LEDGBAL
               ELSE
                   DISPLAY 'SALDOS POR CONTA INDISPONIVEIS -'
                           ' STATUS ' WRK-LEDGBAL-STATUS
               END-IF.

           0210-SALDO-CONTA.
               IF LV-CONTA-MAPEADA(WRK-LV)
                   MOVE LV-CONTA(WRK-LV) TO BAL-CONTA
                   READ LEDGBAL
                       KEY IS BAL-CONTA
                       INVALID KEY
                           MOVE ZEROS TO BAL-VALOR
                   END-READ
                   MOVE BAL-VALOR TO LV-RAZAO(WRK-LV)
               END-IF.

      *    ********** LEDGTXN AINDA NAO ABSORVIDO PELO PROGCOB06: ENTRA
      *    ********** NO SALDO (COLUNA PROPRIA) E NO MOVIMENTO DO DIA
           0250-LANCAMENTOS-PENDENTES.
               OPEN INPUT LEDGTXN.
               IF LEDGTXN-OK
                   PERFORM 0255-LER-LEDGTXN
                   PERFORM 0260-PENDENTE UNTIL LEDGTXN-EOF
                   CLOSE LEDGTXN
               END-IF.

           0255-LER-LEDGTXN.
               READ LEDGTXN
                   AT END MOVE '10' TO WRK-LEDGTXN-STATUS
               END-READ.

           0260-PENDENTE.
               MOVE LTX-CONTA TO WRK-CONTA.
               PERFORM 0700-LIVRO-DA-CONTA.
               IF WRK-LV-ACHADO > 0
                   IF LTX-DEBITO
                       MOVE LTX-VALOR TO WRK-VALOR
                   ELSE
                       COMPUTE WRK-VALOR = 0 - LTX-VALOR
                   END-IF
                   ADD WRK-VALOR TO LV-PENDENTE(WRK-LV-ACHADO)
                   MOVE LTX-DATA TO WRK-DATA-MOV
                   MOVE SPACES TO WRK-DESCR
                   STRING 'NAO ABSORVIDO ' LTX-DESCRICAO
                          DELIMITED BY SIZE INTO WRK-DESCR
                   END-STRING
                   MOVE 'R' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.
               PERFORM 0255-LER-LEDGTXN.

      *    ********** LANCAMENTOS JA ABSORVIDOS NA COMPETENCIA
           0270-HISTORICO-RAZAO.
               OPEN INPUT LEDGHIST.
               IF LEDGHIST-OK
                   PERFORM 0275-LER-LEDGHIST
                   PERFORM 0280-HISTORICO UNTIL LEDGHIST-EOF
                   CLOSE LEDGHIST
               END-IF.

           0275-LER-LEDGHIST.
               READ LEDGHIST
                   AT END MOVE '10' TO WRK-LEDGHIST-STATUS
               END-READ.

           0280-HISTORICO.
               MOVE LH-CONTA TO WRK-CONTA.
               PERFORM 0700-LIVRO-DA-CONTA.
               IF WRK-LV-ACHADO > 0
                   IF LH-TIPO = 'D'
                       MOVE LH-VALOR TO WRK-VALOR
                   ELSE
                       COMPUTE WRK-VALOR = 0 - LH-VALOR
                   END-IF
                   MOVE LH-DATA TO WRK-DATA-MOV
                   MOVE LH-DESCRICAO TO WRK-DESCR
                   MOVE 'R' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.
               PERFORM 0275-LER-LEDGHIST.

      *    ********** CONTAS A RECEBER: SALDO EM ABERTO (PERDA NAO
      *    ********** ENTRA) E TITULOS EMITIDOS NA COMPETENCIA
           0300-AUXILIAR-RECEBER.
               OPEN INPUT CONTASREC.
               IF CONTASREC-OK
                   MOVE LOW-VALUES TO AR-CHAVE
                   START CONTASREC KEY IS GREATER THAN AR-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASREC-STATUS
                   END-START
                   PERFORM 0310-TITULO-RECEBER
                           UNTIL CONTASREC-EOF OR CONTASREC-NOTFOUND
                   CLOSE CONTASREC
               ELSE
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL -'
                           ' STATUS ' WRK-CONTASREC-STATUS
               END-IF.

           0310-TITULO-RECEBER.
               READ CONTASREC NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-READ.
               IF CONTASREC-OK
                   IF AR-ABERTO
                       ADD AR-SALDO TO LV-AUXILIAR(1)
                   END-IF
                   MOVE 1 TO WRK-LV-ACHADO
                   MOVE AR-DT-EMISSAO TO WRK-DATA-MOV
                   MOVE AR-VALOR TO WRK-VALOR
                   MOVE SPACES TO WRK-DESCR
                   STRING 'TITULO ' AR-CLIENTE '/' AR-FATURA '/'
                          AR-PARCELA
                          DELIMITED BY SIZE INTO WRK-DESCR
                   END-STRING
                   MOVE 'A' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.

      *    ********** RECEBIMENTOS DE PRINCIPAL E DE ENCARGO NA
      *    ********** COMPETENCIA (MULTA E JUROS NAO PASSAM POR
      *    ********** CLIENTES)
           0350-RECEBIMENTOS.
               OPEN INPUT RECEBLOG.
               IF RECEBLOG-OK
                   PERFORM 0355-LER-RECEBLOG
                   PERFORM 0360-RECEBIMENTO UNTIL RECEBLOG-EOF
                   CLOSE RECEBLOG
               END-IF.

           0355-LER-RECEBLOG.
               READ RECEBLOG
                   AT END MOVE '10' TO WRK-RECEBLOG-STATUS
               END-READ.

           0360-RECEBIMENTO.
               IF (RECEBLOG-REC(58:10) = ' RECEBIDO '
                   OR RECEBLOG-REC(58:10) = ' ENCARGO  ')
                  AND RECEBLOG-REC(1:8) IS NUMERIC
                  AND RECEBLOG-REC(68:10) IS NUMERIC
                   MOVE RECEBLOG-REC(1:8) TO WRK-DATA-MOV
                   MOVE RECEBLOG-REC(68:10) TO WRK-VALOR-X
                   MOVE WRK-VALOR-X TO WRK-VALOR-N(1:10)
                   COMPUTE WRK-VALOR = 0 - WRK-VALOR-N
                   MOVE SPACES TO WRK-DESCR
                   STRING 'RECEBIMENTO ' RECEBLOG-REC(27:6) '/'
                          RECEBLOG-REC(41:6) '/' RECEBLOG-REC(56:2)
                          DELIMITED BY SIZE INTO WRK-DESCR
                   END-STRING
                   MOVE 1 TO WRK-LV-ACHADO
                   MOVE 'A' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.
               PERFORM 0355-LER-RECEBLOG.

      *    ********** CONTAS A PAGAR: SALDO EM ABERTO (CREDOR) E NOTAS
      *    ********** DE FORNECEDOR EMITIDAS NA COMPETENCIA
           0400-AUXILIAR-PAGAR.
               OPEN INPUT CONTASPAG.
               IF CONTASPAG-OK
                   MOVE LOW-VALUES TO AP-CHAVE
                   START CONTASPAG KEY IS GREATER THAN AP-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASPAG-STATUS
                   END-START
                   PERFORM 0410-TITULO-PAGAR
                           UNTIL CONTASPAG-EOF OR CONTASPAG-NOTFOUND
                   CLOSE CONTASPAG
               ELSE
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL -'
                           ' STATUS ' WRK-CONTASPAG-STATUS
               END-IF.

           0410-TITULO-PAGAR.
               READ CONTASPAG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASPAG-STATUS
               END-READ.
               IF CONTASPAG-OK
                   IF AP-ABERTO
                       SUBTRACT AP-SALDO FROM LV-AUXILIAR(2)
                   END-IF
                   MOVE 2 TO WRK-LV-ACHADO
                   MOVE AP-DT-EMISSAO TO WRK-DATA-MOV
                   COMPUTE WRK-VALOR = 0 - AP-VALOR
                   MOVE SPACES TO WRK-DESCR
                   STRING 'NOTA FORNECEDOR ' AP-FORNEC '/' AP-FATURA
                          DELIMITED BY SIZE INTO WRK-DESCR
                   END-STRING
                   MOVE 'A' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.

      *    ********** PAGAMENTOS DE FORNECEDOR (PAGTOLOG) NA COMPETENCIA
           0450-PAGAMENTOS.
               OPEN INPUT PAGTOLOG.
               IF PAGTOLOG-OK
                   PERFORM 0455-LER-PAGTOLOG
                   PERFORM 0460-PAGAMENTO UNTIL PAGTOLOG-EOF
                   CLOSE PAGTOLOG
               END-IF.

           0455-LER-PAGTOLOG.
               READ PAGTOLOG
                   AT END MOVE '10' TO WRK-PAGTOLOG-STATUS
               END-READ.

           0460-PAGAMENTO.
               IF PAGTOLOG-REC(1:8) IS NUMERIC
                  AND PAGTOLOG-REC(48:10) IS NUMERIC
                   MOVE PAGTOLOG-REC(1:8) TO WRK-DATA-MOV
                   MOVE PAGTOLOG-REC(48:10) TO WRK-VALOR-X
                   MOVE WRK-VALOR-X TO WRK-VALOR-N(1:10)
                   MOVE WRK-VALOR-N TO WRK-VALOR
                   MOVE SPACES TO WRK-DESCR
                   STRING 'PAGAMENTO ' PAGTOLOG-REC(26:4) '/'
                          PAGTOLOG-REC(36:6)
                          DELIMITED BY SIZE INTO WRK-DESCR
                   END-STRING
                   MOVE 2 TO WRK-LV-ACHADO
                   MOVE 'A' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.
               PERFORM 0455-LER-PAGTOLOG.

      *    ********** ESTOQUE AO CUSTO MEDIO, COMO NO PROGCOB66:
      *    ********** SALDO X CUSTO MEDIO MAIS O QUE ESTA EM TRANSITO
           0500-AUXILIAR-ESTOQUE.
               OPEN INPUT STOCKMST.
               IF STOCKMST-OK
                   MOVE ZEROS TO STK-ITEM
                   START STOCKMST KEY IS GREATER THAN STK-ITEM
                       INVALID KEY
                           MOVE '10' TO WRK-STOCKMST-STATUS
                   END-START
                   PERFORM 0510-VALORIZAR-ITEM
                           UNTIL STOCKMST-EOF OR STOCKMST-NOTFOUND
                   CLOSE STOCKMST
               ELSE
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
               END-IF.
               OPEN INPUT STKTRF.
               IF STKTRF-OK
                   MOVE ZEROS TO TRF-NUMERO
                   START STKTRF KEY IS GREATER THAN TRF-NUMERO
                       INVALID KEY
                           MOVE '10' TO WRK-STKTRF-STATUS
                   END-START
                   PERFORM 0520-VALORIZAR-TRANSITO
                           UNTIL STKTRF-EOF OR STKTRF-NOTFOUND
                   CLOSE STKTRF
               END-IF.

           0510-VALORIZAR-ITEM.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   COMPUTE WRK-VALOR = STK-SALDO * STK-CUSTO-MEDIO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR
                   END-COMPUTE
                   ADD WRK-VALOR TO LV-AUXILIAR(3)
               END-IF.

           0520-VALORIZAR-TRANSITO.
               READ STKTRF NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STKTRF-STATUS
               END-READ.
               IF STKTRF-OK AND TRF-EM-TRANSITO
                   COMPUTE WRK-VALOR = TRF-QTDE * TRF-CUSTO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR
                   END-COMPUTE
                   ADD WRK-VALOR TO LV-AUXILIAR(3)
               END-IF.

      *    ********** MOVIMENTOS DO KARDEX NA COMPETENCIA: QUANTIDADE
      *    ********** (COM SINAL) X CUSTO DO MOVIMENTO
           0550-KARDEX.
               OPEN INPUT STKMOV.
               IF STKMOV-OK
                   PERFORM 0555-LER-STKMOV
                   PERFORM 0560-MOVIMENTO-ESTOQUE UNTIL STKMOV-EOF
                   CLOSE STKMOV
               END-IF.

           0555-LER-STKMOV.
               READ STKMOV
                   AT END MOVE '10' TO WRK-STKMOV-STATUS
               END-READ.

           0560-MOVIMENTO-ESTOQUE.
               IF SMV-DATAHORA(1:8) IS NUMERIC
                   MOVE SMV-DATAHORA(1:8) TO WRK-DATA-MOV
                   COMPUTE WRK-VALOR = SMV-QTDE * SMV-CUSTO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR
                   END-COMPUTE
                   MOVE SPACES TO WRK-DESCR
                   STRING 'KARDEX ' SMV-TIPO ' ITEM ' SMV-ITEM
                          ' DOC ' SMV-DOCUMENTO
                          DELIMITED BY SIZE INTO WRK-DESCR
                   END-STRING
                   MOVE 3 TO WRK-LV-ACHADO
                   MOVE 'A' TO WRK-LADO
                   PERFORM 0720-MOVIMENTO-DO-DIA
               END-IF.
               PERFORM 0555-LER-STKMOV.

      *    ********** RESUMO DO AUXILIAR; COM DIFERENCA, OS DIAS DA
      *    ********** COMPETENCIA EM QUE AUXILIAR E RAZAO NAO BATEM E
      *    ********** OS DOCUMENTOS DOS DOIS LADOS
           0600-EMITIR-LIVRO.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'AUXILIAR ' LV-NOME(WRK-LV)
                      ' - CONTA DE CONTROLE ' LV-CONTA(WRK-LV)
                      ' (EVENTO ' LV-EVENTO(WRK-LV) ')'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               IF NOT LV-CONTA-MAPEADA(WRK-LV)
                   MOVE '  SEM CONTA DE CONTROLE NO CTAMAP - NAO'
                        TO WRK-LINHA
                   MOVE ' CONCILIADO' TO WRK-LINHA(40:11)
                   PERFORM 0690-GRAVAR-LINHA
                   ADD 1 TO WRK-QT-DIVERGENTES
                   PERFORM 0800-GRAVAR-SITUACAO
               ELSE
                   COMPUTE LV-DIFERENCA(WRK-LV) = LV-AUXILIAR(WRK-LV)
                           - LV-RAZAO(WRK-LV) - LV-PENDENTE(WRK-LV)
                   MOVE LV-AUXILIAR(WRK-LV) TO WRK-VALOR
                   MOVE '  SALDO DO AUXILIAR' TO WRK-DESCR
                   PERFORM 0680-LINHA-VALOR
                   MOVE LV-RAZAO(WRK-LV) TO WRK-VALOR
                   MOVE '  SALDO DA CONTA NO LEDGBAL' TO WRK-DESCR
                   PERFORM 0680-LINHA-VALOR
                   MOVE LV-PENDENTE(WRK-LV) TO WRK-VALOR
                   MOVE '  LEDGTXN AINDA NAO ABSORVIDO' TO WRK-DESCR
                   PERFORM 0680-LINHA-VALOR
                   MOVE LV-DIFERENCA(WRK-LV) TO WRK-VALOR
                   MOVE '  DIFERENCA' TO WRK-DESCR
                   PERFORM 0680-LINHA-VALOR
                   IF LV-DIFERENCA(WRK-LV) = 0
                       MOVE '  CONCILIADO' TO WRK-LINHA
                       PERFORM 0690-GRAVAR-LINHA
                   ELSE
                       ADD 1 TO WRK-QT-DIVERGENTES
                       MOVE '  FORA DE BALANCO' TO WRK-LINHA
                       PERFORM 0690-GRAVAR-LINHA
                   END-IF
                   MOVE ZEROS TO WRK-QT-DIAS-DIV
                   PERFORM 0610-CONFERIR-DIA
                           VARYING WRK-DIA FROM 1 BY 1
                           UNTIL WRK-DIA > 31
                   IF LV-DIFERENCA(WRK-LV) NOT = 0
                      AND WRK-QT-DIAS-DIV = 0
                       MOVE '  MOVIMENTO DA COMPETENCIA BATE - DIFERE'
                            TO WRK-LINHA
                       MOVE 'NCA VEM DE PERIODOS ANTERIORES'
                            TO WRK-LINHA(42:30)
                       PERFORM 0690-GRAVAR-LINHA
                   END-IF
                   PERFORM 0800-GRAVAR-SITUACAO
               END-IF.

           0610-CONFERIR-DIA.
               IF LV-DIA-AUX(WRK-LV, WRK-DIA)
                  NOT = LV-DIA-RAZ(WRK-LV, WRK-DIA)
                   ADD 1 TO WRK-QT-DIAS-DIV
                   MOVE SPACES TO WRK-LINHA
                   STRING '  DIA ' WRK-DIA ' NAO BATE'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0690-GRAVAR-LINHA
                   MOVE LV-DIA-AUX(WRK-LV, WRK-DIA) TO WRK-VALOR
                   MOVE '    MOVIMENTO NO AUXILIAR' TO WRK-DESCR
                   PERFORM 0680-LINHA-VALOR
                   MOVE LV-DIA-RAZ(WRK-LV, WRK-DIA) TO WRK-VALOR
                   MOVE '    MOVIMENTO NA CONTA DE CONTROLE'
                        TO WRK-DESCR
                   PERFORM 0680-LINHA-VALOR
                   PERFORM 0620-LISTAR-DOCUMENTO
                           VARYING WRK-DOC-SUB FROM 1 BY 1
                           UNTIL WRK-DOC-SUB > WRK-QT-DOC
               END-IF.

           0620-LISTAR-DOCUMENTO.
               IF DOC-LV(WRK-DOC-SUB) = WRK-LV
                  AND DOC-DIA(WRK-DOC-SUB) = WRK-DIA
                   MOVE SPACES TO WRK-LINHA
                   IF DOC-LADO(WRK-DOC-SUB) = 'A'
                       MOVE '      AUXILIAR' TO WRK-LINHA(1:14)
                   ELSE
                       MOVE '      RAZAO' TO WRK-LINHA(1:14)
                   END-IF
                   MOVE DOC-DESCR(WRK-DOC-SUB) TO WRK-LINHA(17:40)
                   MOVE DOC-VALOR(WRK-DOC-SUB) TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(60:18)
                   PERFORM 0690-GRAVAR-LINHA
               END-IF.

           0680-LINHA-VALOR.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-DESCR TO WRK-LINHA(1:40).
               MOVE WRK-VALOR TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(60:18).
               PERFORM 0690-GRAVAR-LINHA.

           0690-GRAVAR-LINHA.
               MOVE WRK-LINHA TO RECONREP-REC.
               WRITE RECONREP-REC.
               MOVE SPACES TO WRK-LINHA.

      *    ********** QUAL AUXILIAR USA A CONTA (ZERO = NENHUM)
           0700-LIVRO-DA-CONTA.
               MOVE ZEROS TO WRK-LV-ACHADO.
               PERFORM 0710-COMPARAR-CONTA
                       VARYING WRK-LV FROM 1 BY 1
                       UNTIL WRK-LV > 3 OR WRK-LV-ACHADO > 0.

           0710-COMPARAR-CONTA.
               IF LV-CONTA-MAPEADA(WRK-LV)
                  AND LV-CONTA(WRK-LV) = WRK-CONTA
                   MOVE WRK-LV TO WRK-LV-ACHADO
               END-IF.

      *    ********** MOVIMENTO DATADO NA COMPETENCIA: SOMA NO DIA DO
      *    ********** LADO (A OU R) E GUARDA O DOCUMENTO PARA O DETALHE
           0720-MOVIMENTO-DO-DIA.
               IF WRK-DATA-MOV >= WRK-DATA-INI
                  AND WRK-DATA-MOV <= WRK-DATA-FIM
                   DIVIDE WRK-DATA-MOV BY 100 GIVING WRK-AAAAMM
                          REMAINDER WRK-DIA
                   IF WRK-DIA >= 1 AND WRK-DIA <= 31
                       IF WRK-LADO = 'A'
                           ADD WRK-VALOR
                               TO LV-DIA-AUX(WRK-LV-ACHADO, WRK-DIA)
                       ELSE
                           ADD WRK-VALOR
                               TO LV-DIA-RAZ(WRK-LV-ACHADO, WRK-DIA)
                       END-IF
                       PERFORM 0730-GUARDAR-DOCUMENTO
                   END-IF
               END-IF.

           0730-GUARDAR-DOCUMENTO.
               IF WRK-QT-DOC < 5000
                   ADD 1 TO WRK-QT-DOC
                   MOVE WRK-LV-ACHADO TO DOC-LV(WRK-QT-DOC)
                   MOVE WRK-LADO      TO DOC-LADO(WRK-QT-DOC)
                   MOVE WRK-DIA       TO DOC-DIA(WRK-QT-DOC)
                   MOVE WRK-DESCR     TO DOC-DESCR(WRK-QT-DOC)
                   MOVE WRK-VALOR     TO DOC-VALOR(WRK-QT-DOC)
               ELSE
                   IF NOT DOC-CHEIA
                       MOVE 'S' TO WRK-DOC-CHEIA
                       DISPLAY 'TABELA DE DOCUMENTOS CHEIA - DETALHE'
                               ' DO RELATORIO INCOMPLETO'
                   END-IF
               END-IF.

      *    ********** RESULTADO DO AUXILIAR NA COMPETENCIA (RECONST),
      *    ********** CONSULTADO PELO FECHAMENTO NO PROGCOB36
           0800-GRAVAR-SITUACAO.
               IF RECONST-DISPONIVEL
                   MOVE WRK-COMPETENCIA TO RCS-COMPETENCIA
                   MOVE LV-NOME(WRK-LV) TO RCS-LIVRO
                   READ RECONST
                       KEY IS RCS-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-RECONST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-RECONST-STATUS
                   END-READ
                   MOVE WRK-COMPETENCIA TO RCS-COMPETENCIA
                   MOVE LV-NOME(WRK-LV) TO RCS-LIVRO
                   MOVE WRK-DATA-HOJE TO RCS-DATA
                   MOVE LV-CONTA(WRK-LV) TO RCS-CONTA
                   MOVE LV-DIFERENCA(WRK-LV) TO RCS-DIFERENCA
                   IF NOT LV-CONTA-MAPEADA(WRK-LV)
                       MOVE 'S' TO RCS-SITUACAO
                   ELSE
                       IF LV-DIFERENCA(WRK-LV) = 0
                           MOVE 'C' TO RCS-SITUACAO
                       ELSE
                           MOVE 'D' TO RCS-SITUACAO
                       END-IF
                   END-IF
                   IF RECONST-NOTFOUND
                       WRITE RCS-REC
                   ELSE
                       REWRITE RCS-REC
                   END-IF
               END-IF.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               STRING 'AUXILIARES FORA DE BALANCO ' WRK-QT-DIVERGENTES
                      ' DE 3'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               CLOSE RECONREP.
               IF RECONST-DISPONIVEL
                   CLOSE RECONST
               END-IF.
               DISPLAY 'CONCILIACAO ' WRK-COMPETENCIA
                       ' GRAVADA EM RECONREP - AUXILIARES FORA DE'
                       ' BALANCO ' WRK-QT-DIVERGENTES.
