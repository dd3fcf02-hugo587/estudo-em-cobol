           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB113.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = APLICACAO E DEVOLUCAO DO CREDITO NAO APLICADO
      *    DOS CLIENTES (CREDCLI - CREDITO DO RETORNO BANCARIO SEM
      *    PARCELA EM ABERTO E SOBRAS DE PAGAMENTO, GRAVADOS PELO
      *    PROGCOB57 E PROGCOB39). O OPERADOR DO CONTAS A RECEBER
      *    INFORMA O CLIENTE E:
      *    A - APLICA O CREDITO NUMA PARCELA EM ABERTO: A PARCELA E
      *        BAIXADA COMO UM RECEBIMENTO (SALDO, CUST-ABERTO E
      *        RECEBLOG) E O RAZAO RECEBE CREDITOS DE CLIENTES (D)
      *        X CLIENTES (C);
      *    D - DEVOLVE O CREDITO AO CLIENTE: CREDITOS DE CLIENTES
      *        (D) X CAIXA (C).
      *    CADA MOVIMENTO VAI PARA O CREDMOV (O EXTRATO DO CLIENTE,
      *    PROGCOB60, MOSTRA O SALDO E OS MOVIMENTOS) E A ALTERACAO
      *    DO SALDO PARA A TRILHA DE AUDITORIA (AUDITTRL).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT; REGISTRO DA TRILHA DE AUDITORIA
      *                         AMPLIADO PARA X(340).
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
               SELECT CREDCLI ASSIGN TO "CREDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCL-CLIENTE
                   FILE STATUS IS WRK-CREDCLI-STATUS.
               SELECT CREDMOV ASSIGN TO "CREDMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDMOV-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT RECEBLOG ASSIGN TO "RECEBLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECEBLOG-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CREDCLI.
           01  CCL-REC.
               05 CCL-CLIENTE     PIC 9(06).
               05 CCL-SALDO       PIC 9(08)V99.
               05 CCL-DT-ULT-MOV  PIC 9(08).

           FD  CREDMOV.
           01  CMV-REC.
               05 CMV-DATA        PIC 9(08).
               05 CMV-CLIENTE     PIC 9(06).
               05 CMV-TIPO        PIC X(01).
                  88 CMV-ENTRADA     VALUE 'E'.
                  88 CMV-APLICACAO   VALUE 'A'.
                  88 CMV-DEVOLUCAO   VALUE 'D'.
               05 CMV-VALOR       PIC 9(08)V99.
               05 CMV-FATURA      PIC 9(06).
               05 CMV-PARCELA     PIC 9(02).
               05 CMV-ORIGEM      PIC X(10).
               05 CMV-OPERADOR    PIC X(20).

           FD  CONTASREC.
           01  AR-REC.
               05 AR-CHAVE.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
                      88 AR-PARCELA-ENCARGO VALUE 90 THRU 99.
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
               05 AR-SALDO      PIC 9(08)V99.
               05 AR-STATUS     PIC X(01).
                  88 AR-ABERTO     VALUE 'A'.
                  88 AR-LIQUIDADO  VALUE 'L'.
                  88 AR-PERDA      VALUE 'P'.

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

           FD  RECEBLOG.
           01  RECEBLOG-REC      PIC X(100).

           FD  CTAMAP.
           01  CTAMAP-REC.
               05 MAP-EVENTO     PIC X(02).
               05 MAP-CONTA-DEB  PIC 9(05).
               05 MAP-CONTA-CRE  PIC 9(05).

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

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CREDCLI-STATUS PIC X(02) VALUE SPACES.
               88 CREDCLI-OK        VALUE '00'.
               88 CREDCLI-NOTFOUND  VALUE '23'.
           77 WRK-CREDMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-NOTFOUND  VALUE '23'.
           77 WRK-RECEBLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MAP-ACHADO  PIC X(01) VALUE 'N'.
               88 MAP-ACHADO    VALUE 'S'.
           77 WRK-MAP-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CN-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-CN-ACHADO VALUE 'S'.
           77 WRK-MAP-CN-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CN-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-LTX-DESCR   PIC X(20) VALUE SPACES.
           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
           77 WRK-FATURA      PIC 9(06) VALUE ZEROS.
           77 WRK-PARCELA     PIC 9(02) VALUE ZEROS.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.
               88 OPCAO-APLICAR  VALUE 'A'.
               88 OPCAO-DEVOLVER VALUE 'D'.
               88 OPCAO-VOLTAR   VALUE '0'.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-MAX   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-CMV-TIPO    PIC X(01) VALUE SPACES.
           77 WRK-RL-TIPO     PIC X(10) VALUE SPACES.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA  PIC 9(08).
               02 WRK-TS-HORA  PIC 9(08).

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE SPACES TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               PERFORM 0100-INICIALIZAR.
               IF CREDCLI-OK
                   PERFORM 0150-PEDIR-CLIENTE
                   PERFORM 0200-ATENDER-CLIENTE THRU 0200-SAIDA
                           UNTIL WRK-CLIENTE = 0
                   CLOSE CREDCLI
                   CLOSE CONTASREC
                   CLOSE CUSTMAST
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR...'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF.
               OPEN I-O CREDCLI.
               IF NOT CREDCLI-OK
                   DISPLAY 'NENHUM CREDITO NAO APLICADO REGISTRADO -'
                           ' STATUS ' WRK-CREDCLI-STATUS
               ELSE
                   OPEN I-O CONTASREC
                   OPEN I-O CUSTMAST
                   PERFORM 0110-CARREGAR-CTAMAP
               END-IF.

      *    ********** CONTAS DO EVENTO RC (CLIENTES NO CREDITO) E CN
      *    ********** (CAIXA NO DEBITO, CREDITOS DE CLIENTES NO
      *    ********** CREDITO) NO CTAMAP
           0110-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-ACHADO.
               MOVE 'N' TO WRK-MAP-CN-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0120-LER-CTAMAP
                   PERFORM 0130-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.
               IF NOT MAP-ACHADO OR NOT MAP-CN-ACHADO
                   DISPLAY 'SEM EVENTO RC OU CN NO CTAMAP -'
                           ' MOVIMENTO NAO SERA CONTABILIZADO'
               END-IF.

           0120-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0130-GUARDAR-MAPA.
               IF MAP-EVENTO = 'RC'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CRE
                   MOVE 'S' TO WRK-MAP-ACHADO
               END-IF.
               IF MAP-EVENTO = 'CN'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-CN-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CN-CRE
                   MOVE 'S' TO WRK-MAP-CN-ACHADO
               END-IF.
               PERFORM 0120-LER-CTAMAP.

           0150-PEDIR-CLIENTE.
               DISPLAY 'CLIENTE (ZEROS ENCERRA)...'.
               ACCEPT WRK-CLIENTE.

           0200-ATENDER-CLIENTE.
               MOVE WRK-CLIENTE TO CCL-CLIENTE.
               READ CREDCLI
                   KEY IS CCL-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDCLI-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDCLI-STATUS
               END-READ.
               IF NOT CREDCLI-OK OR CCL-SALDO = ZEROS
                   DISPLAY 'CLIENTE SEM CREDITO NAO APLICADO'
                   MOVE '00' TO WRK-CREDCLI-STATUS
                   PERFORM 0150-PEDIR-CLIENTE
                   GO TO 0200-SAIDA
               END-IF.
               MOVE WRK-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO CUST-NOME
               END-READ.
               DISPLAY 'CLIENTE..........' WRK-CLIENTE ' ' CUST-NOME.
               MOVE CCL-SALDO TO WRK-VALOR-ED.
               DISPLAY 'CREDITO DISPONIVEL' WRK-VALOR-ED
                       ' ULTIMO MOVIMENTO ' CCL-DT-ULT-MOV.
               DISPLAY 'A-APLICAR EM PARCELA  D-DEVOLVER AO CLIENTE'
                       '  0-VOLTAR...'.
               MOVE SPACES TO WRK-OPCAO.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-APLICAR
                       PERFORM 0300-APLICAR-CREDITO THRU 0300-SAIDA
                   WHEN OPCAO-DEVOLVER
                       PERFORM 0400-DEVOLVER-CREDITO THRU 0400-SAIDA
                   WHEN OPCAO-VOLTAR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.
               PERFORM 0150-PEDIR-CLIENTE.
           0200-SAIDA.
               EXIT.

      *    ********** O CREDITO SO QUITA PARCELA EM ABERTO DO PROPRIO
      *    ********** CLIENTE, ATE O MENOR ENTRE O CREDITO E O SALDO
      *    ********** DA PARCELA
           0300-APLICAR-CREDITO.
               DISPLAY 'FATURA...'.
               ACCEPT WRK-FATURA.
               DISPLAY 'PARCELA (01 QUANDO UNICA)...'.
               ACCEPT WRK-PARCELA.
               MOVE WRK-CLIENTE TO AR-CLIENTE.
               MOVE WRK-FATURA  TO AR-FATURA.
               MOVE WRK-PARCELA TO AR-PARCELA.
               READ CONTASREC
                   KEY IS AR-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-CONTASREC-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CONTASREC-STATUS
               END-READ.
               IF NOT CONTASREC-OK
                   DISPLAY 'TITULO NAO ENCONTRADO'
                   GO TO 0300-SAIDA
               END-IF.
               IF AR-PERDA
                   DISPLAY 'TITULO BAIXADO COMO PERDA - APLICACAO SO'
                           ' PELO CONTROLE DE CREDITO'
                   GO TO 0300-SAIDA
               END-IF.
               IF NOT AR-ABERTO OR AR-SALDO = ZEROS
                   DISPLAY 'TITULO JA LIQUIDADO'
                   GO TO 0300-SAIDA
               END-IF.
               MOVE AR-SALDO TO WRK-VALOR-ED.
               DISPLAY 'VENCIMENTO.......' AR-DT-VENCTO.
               DISPLAY 'SALDO DO TITULO..' WRK-VALOR-ED.
               IF CCL-SALDO < AR-SALDO
                   MOVE CCL-SALDO TO WRK-VALOR-MAX
               ELSE
                   MOVE AR-SALDO  TO WRK-VALOR-MAX
               END-IF.
               MOVE WRK-VALOR-MAX TO WRK-VALOR-ED.
               DISPLAY 'VALOR A APLICAR (ZEROS = ' WRK-VALOR-ED
                       ')...'.
               MOVE ZEROS TO WRK-VALOR.
               ACCEPT WRK-VALOR.
               IF WRK-VALOR = ZEROS
                   MOVE WRK-VALOR-MAX TO WRK-VALOR
               END-IF.
               IF WRK-VALOR > WRK-VALOR-MAX
                   DISPLAY 'VALOR ACIMA DO CREDITO OU DO SALDO DO'
                           ' TITULO - NADA APLICADO'
                   GO TO 0300-SAIDA
               END-IF.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               SUBTRACT WRK-VALOR FROM AR-SALDO.
               IF AR-SALDO = 0
                   MOVE 'L' TO AR-STATUS
                   DISPLAY 'TITULO LIQUIDADO'
               END-IF.
               REWRITE AR-REC.
               PERFORM 0350-REDUZIR-ABERTO.
               PERFORM 0360-GRAVAR-RECEBLOG.
               MOVE 'A' TO WRK-CMV-TIPO.
               PERFORM 0500-BAIXAR-CREDITO.
               IF MAP-ACHADO AND MAP-CN-ACHADO
                   MOVE WRK-MAP-CN-CRE TO WRK-LTX-DEB
                   MOVE WRK-MAP-CRE    TO WRK-LTX-CRE
                   MOVE WRK-VALOR      TO WRK-LTX-VALOR
                   MOVE 'APLICACAO CREDITO' TO WRK-LTX-DESCR
                   PERFORM 0600-CONTABILIZAR
               END-IF.
               MOVE WRK-VALOR TO WRK-VALOR-ED.
               DISPLAY 'CREDITO APLICADO.' WRK-VALOR-ED.
           0300-SAIDA.
               EXIT.

           0350-REDUZIR-ABERTO.
               MOVE WRK-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF CUSTMAST-OK
                   IF WRK-VALOR > CUST-ABERTO
                       MOVE ZEROS TO CUST-ABERTO
                   ELSE
                       SUBTRACT WRK-VALOR FROM CUST-ABERTO
                   END-IF
                   REWRITE CUST-REC
               END-IF.

      *    ********** MESMA LINHA DO RECEBIMENTO (PROGCOB39/PROGCOB57)
      *    ********** - O EXTRATO, A COMISSAO E A CONCILIACAO VEEM A
      *    ********** PARCELA QUITADA PELO CREDITO COMO RECEBIDA
           0360-GRAVAR-RECEBLOG.
               IF AR-PARCELA-ENCARGO
                   MOVE ' ENCARGO  ' TO WRK-RL-TIPO
               ELSE
                   MOVE ' RECEBIDO ' TO WRK-RL-TIPO
               END-IF.
               PERFORM 0700-MONTAR-DATAHORA.
               MOVE SPACES TO RECEBLOG-REC.
               STRING WRK-DATAHORA
                      ' CLIENTE ' WRK-CLIENTE
                      ' FATURA ' WRK-FATURA
                      ' PARCELA ' WRK-PARCELA
                      WRK-RL-TIPO WRK-VALOR
                      ' SALDO ' AR-SALDO
                      DELIMITED BY SIZE
                      INTO RECEBLOG-REC
               END-STRING.
               OPEN EXTEND RECEBLOG.
               IF WRK-RECEBLOG-STATUS = '35'
                   CLOSE RECEBLOG
                   OPEN OUTPUT RECEBLOG
               END-IF.
               WRITE RECEBLOG-REC.
               CLOSE RECEBLOG.

      *    ********** DEVOLUCAO DO CREDITO (TODO OU PARTE) AO CLIENTE
           0400-DEVOLVER-CREDITO.
               MOVE CCL-SALDO TO WRK-VALOR-ED.
               DISPLAY 'VALOR A DEVOLVER (ZEROS = ' WRK-VALOR-ED
                       ')...'.
               MOVE ZEROS TO WRK-VALOR.
               ACCEPT WRK-VALOR.
               IF WRK-VALOR = ZEROS
                   MOVE CCL-SALDO TO WRK-VALOR
               END-IF.
               IF WRK-VALOR > CCL-SALDO
                   DISPLAY 'VALOR ACIMA DO CREDITO - NADA DEVOLVIDO'
                   GO TO 0400-SAIDA
               END-IF.
               MOVE WRK-VALOR TO WRK-VALOR-ED.
               DISPLAY 'CONFIRMA A DEVOLUCAO DE ' WRK-VALOR-ED
                       ' (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF NOT CONFIRMOU
                   DISPLAY 'DEVOLUCAO CANCELADA'
                   GO TO 0400-SAIDA
               END-IF.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               MOVE ZEROS TO WRK-FATURA WRK-PARCELA.
               MOVE 'D' TO WRK-CMV-TIPO.
               PERFORM 0500-BAIXAR-CREDITO.
               IF MAP-CN-ACHADO
                   MOVE WRK-MAP-CN-CRE TO WRK-LTX-DEB
                   MOVE WRK-MAP-CN-DEB TO WRK-LTX-CRE
                   MOVE WRK-VALOR      TO WRK-LTX-VALOR
                   MOVE 'DEVOLUCAO CREDITO' TO WRK-LTX-DESCR
                   PERFORM 0600-CONTABILIZAR
               END-IF.
               DISPLAY 'DEVOLUCAO REGISTRADA'.
           0400-SAIDA.
               EXIT.

      *    ********** REDUZ O SALDO DO CREDCLI (IMAGENS ANTES/DEPOIS
      *    ********** NA TRILHA DE AUDITORIA) E GRAVA O MOVIMENTO
      *    ********** NO CREDMOV
           0500-BAIXAR-CREDITO.
               MOVE WRK-OPERADOR TO AUD-TRL-OPERADOR.
               MOVE 'CREDCLI'    TO AUD-TRL-ARQUIVO.
               MOVE 'A'          TO AUD-TRL-ACAO.
               MOVE CCL-CLIENTE  TO AUD-TRL-CHAVE.
               MOVE CCL-REC      TO AUD-TRL-ANTES.
               SUBTRACT WRK-VALOR FROM CCL-SALDO.
               MOVE WRK-TS-DATA  TO CCL-DT-ULT-MOV.
               REWRITE CCL-REC.
               MOVE CCL-REC      TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               MOVE WRK-TS-DATA  TO CMV-DATA.
               MOVE WRK-CLIENTE  TO CMV-CLIENTE.
               MOVE WRK-CMV-TIPO TO CMV-TIPO.
               MOVE WRK-VALOR    TO CMV-VALOR.
               MOVE WRK-FATURA   TO CMV-FATURA.
               MOVE WRK-PARCELA  TO CMV-PARCELA.
               MOVE 'PROGCOB113' TO CMV-ORIGEM.
               MOVE WRK-OPERADOR TO CMV-OPERADOR.
               OPEN EXTEND CREDMOV.
               IF WRK-CREDMOV-STATUS = '35'
                   CLOSE CREDMOV
                   OPEN OUTPUT CREDMOV
               END-IF.
               WRITE CMV-REC.
               CLOSE CREDMOV.

           0600-CONTABILIZAR.
               OPEN EXTEND LEDGTXN.
               IF WRK-LEDGTXN-STATUS = '35'
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               END-IF.
               MOVE WRK-LTX-DEB    TO LTX-CONTA.
               MOVE WRK-TS-DATA    TO LTX-DATA.
               MOVE 'D'            TO LTX-TIPO.
               MOVE WRK-LTX-VALOR  TO LTX-VALOR.
               MOVE WRK-LTX-DESCR  TO LTX-DESCRICAO.
               MOVE ZEROS          TO LTX-CCUSTO.
               MOVE SPACE          TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.
               MOVE WRK-LTX-CRE    TO LTX-CONTA.
               MOVE 'C'            TO LTX-TIPO.
               WRITE LEDGTXN-REC.
               CLOSE LEDGTXN.

           0700-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           COPY AUDPROC.
