           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB111.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = SOLICITACAO DE BAIXA COMO PERDA DE UMA PARCELA
      *    INCOBRAVEL DO CONTAS A RECEBER. O OPERADOR INFORMA CLIENTE,
      *    FATURA E PARCELA; A PARCELA TEM DE ESTAR EM ABERTO E COM
      *    SALDO. A BAIXA NAO E APLICADA AQUI: VAI PARA A FILA DE
      *    APROVACAO (PENDAPPR) COM O SALDO DO MOMENTO E SO E FEITA
      *    QUANDO UM SUPERVISOR (ADM) APROVAR NO PROGCOB92, QUE BAIXA
      *    A PARCELA CONTRA A PROVISAO (PDDSALDO), MANTEM O TITULO NO
      *    CONTASREC COM SITUACAO DE PERDA E BLOQUEIA O CREDITO DO
      *    CLIENTE (CREDHOLD) NA DIGITACAO DE PEDIDOS.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
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
               SELECT PENDAPPR ASSIGN TO "PENDAPPR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-SEQ
                   FILE STATUS IS WRK-PENDAPPR-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
           DATA DIVISION.
           FILE SECTION.
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

           FD  PENDAPPR.
           01  PA-REC.
               05 PA-SEQ         PIC 9(06).
               05 PA-ARQUIVO     PIC X(08).
               05 PA-CHAVE       PIC X(20).
               05 PA-CAMPO       PIC X(10).
               05 PA-VALOR-NOVO  PIC X(20).
               05 PA-SOLICITANTE PIC X(20).
               05 PA-DATAHORA    PIC X(17).
               05 PA-STATUS      PIC X(01).
                  88 PA-PENDENTE  VALUE 'P'.
                  88 PA-APROVADO  VALUE 'A'.
                  88 PA-REJEITADO VALUE 'R'.
               05 PA-APROVADOR   PIC X(20).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-NOTFOUND  VALUE '23'.
           77 WRK-PENDAPPR-STATUS PIC X(02) VALUE SPACES.
               88 PENDAPPR-OK       VALUE '00'.
               88 PENDAPPR-EOF      VALUE '10'.
           77 WRK-PA-PROX-SEQ  PIC 9(06) VALUE ZEROS.
           77 WRK-PA-CHAVE     PIC X(20) VALUE SPACES.
           77 WRK-PA-DUPLICADA PIC X(01) VALUE 'N'.
               88 PA-DUPLICADA   VALUE 'S'.
           77 WRK-OPERADOR     PIC X(20) VALUE SPACES.
           77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
           77 WRK-FATURA       PIC 9(06) VALUE ZEROS.
           77 WRK-PARCELA      PIC 9(02) VALUE ZEROS.
           77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
               IF CONTASREC-OK
                   PERFORM 0200-LOCALIZAR-PARCELA THRU 0200-SAIDA
                   CLOSE CONTASREC
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR...'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF.
               OPEN INPUT CONTASREC.
               IF NOT CONTASREC-OK
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL -'
                           ' STATUS ' WRK-CONTASREC-STATUS
               END-IF.

      *    ********** SO PARCELA EM ABERTO, COM SALDO E SEM OUTRA
      *    ********** BAIXA JA PENDENTE NA FILA PODE SER SOLICITADA
           0200-LOCALIZAR-PARCELA.
               DISPLAY 'CODIGO DO CLIENTE...'.
               ACCEPT WRK-CLIENTE.
               DISPLAY 'NUMERO DA FATURA...'.
               ACCEPT WRK-FATURA.
               DISPLAY 'PARCELA...'.
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
                   DISPLAY 'PARCELA NAO ENCONTRADA NO CONTAS A'
                           ' RECEBER'
                   MOVE '00' TO WRK-CONTASREC-STATUS
                   GO TO 0200-SAIDA
               END-IF.
               IF AR-PERDA
                   DISPLAY 'PARCELA JA BAIXADA COMO PERDA'
                   GO TO 0200-SAIDA
               END-IF.
               IF NOT AR-ABERTO OR AR-SALDO = ZEROS
                   DISPLAY 'PARCELA NAO ESTA EM ABERTO - NADA A'
                           ' BAIXAR'
                   GO TO 0200-SAIDA
               END-IF.
               PERFORM 0250-MOSTRAR-PARCELA.
               DISPLAY 'CONFIRMA A SOLICITACAO DE BAIXA COMO PERDA'
                       ' (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF NOT CONFIRMOU
                   DISPLAY 'SOLICITACAO CANCELADA'
                   GO TO 0200-SAIDA
               END-IF.
               PERFORM 8000-GRAVAR-PENDENCIA.
           0200-SAIDA.
               EXIT.

           0250-MOSTRAR-PARCELA.
               MOVE 'CLIENTE NAO CADASTRADO' TO CUST-NOME.
               OPEN INPUT CUSTMAST.
               IF WRK-CUSTMAST-STATUS = '00'
                   MOVE AR-CLIENTE TO CUST-CODIGO
                   READ CUSTMAST
                       KEY IS CUST-CODIGO
                       INVALID KEY
                           MOVE 'CLIENTE NAO CADASTRADO' TO CUST-NOME
                   END-READ
                   CLOSE CUSTMAST
               END-IF.
               DISPLAY 'CLIENTE..' AR-CLIENTE ' ' CUST-NOME.
               DISPLAY 'FATURA...' AR-FATURA ' PARCELA ' AR-PARCELA.
               DISPLAY 'EMISSAO..' AR-DT-EMISSAO
                       ' VENCIMENTO ' AR-DT-VENCTO.
               MOVE AR-VALOR TO WRK-VALOR-ED.
               DISPLAY 'VALOR....' WRK-VALOR-ED.
               MOVE AR-SALDO TO WRK-VALOR-ED.
               DISPLAY 'SALDO....' WRK-VALOR-ED.

      *    ********** GRAVA A SOLICITACAO NA FILA DE APROVACAO
      *    ********** (PENDAPPR) - APLICADA SO QUANDO UM SEGUNDO
      *    ********** OPERADOR APROVAR NO PROGCOB92
           8000-GRAVAR-PENDENCIA.
               OPEN I-O PENDAPPR.
               IF WRK-PENDAPPR-STATUS = '35'
                   CLOSE PENDAPPR
                   OPEN OUTPUT PENDAPPR
                   CLOSE PENDAPPR
                   OPEN I-O PENDAPPR
               END-IF.
               IF WRK-PENDAPPR-STATUS NOT = '00'
                   DISPLAY 'FILA DE APROVACAO INDISPONIVEL -'
                           ' BAIXA NAO REGISTRADA'
               ELSE
                   MOVE SPACES      TO WRK-PA-CHAVE
                   MOVE AR-CHAVE    TO WRK-PA-CHAVE(1:14)
                   MOVE 'N'         TO WRK-PA-DUPLICADA
                   MOVE ZEROS TO WRK-PA-PROX-SEQ
                   MOVE ZEROS TO PA-SEQ
                   START PENDAPPR KEY IS GREATER THAN PA-SEQ
                       INVALID KEY
                           MOVE '10' TO WRK-PENDAPPR-STATUS
                   END-START
                   PERFORM 8010-PROCURAR-ULTIMA
                           UNTIL WRK-PENDAPPR-STATUS NOT = '00'
                   MOVE '00' TO WRK-PENDAPPR-STATUS
                   IF PA-DUPLICADA
                       DISPLAY 'JA EXISTE BAIXA DESTA PARCELA'
                               ' PENDENTE DE APROVACAO'
                   ELSE
                       COMPUTE PA-SEQ = WRK-PA-PROX-SEQ + 1
                       PERFORM 8020-PREENCHER-PENDENCIA
                       WRITE PA-REC
                       DISPLAY 'BAIXA PENDENTE DE APROVACAO -'
                               ' SOLICITACAO ' PA-SEQ
                   END-IF
                   CLOSE PENDAPPR
               END-IF.

           8010-PROCURAR-ULTIMA.
               READ PENDAPPR NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PENDAPPR-STATUS
               END-READ.
               IF WRK-PENDAPPR-STATUS = '00'
                   MOVE PA-SEQ TO WRK-PA-PROX-SEQ
                   IF PA-PENDENTE AND PA-ARQUIVO = 'CONTASRC'
                      AND PA-CHAVE = WRK-PA-CHAVE
                       MOVE 'S' TO WRK-PA-DUPLICADA
                   END-IF
               END-IF.

      *    ********** CHAVE = CLIENTE + FATURA + PARCELA E VALOR =
      *    ********** SALDO DA SOLICITACAO (A APROVACAO RECUSA SE O
      *    ********** SALDO MUDAR ATE LA)
           8020-PREENCHER-PENDENCIA.
               MOVE 'CONTASRC'   TO PA-ARQUIVO.
               MOVE WRK-PA-CHAVE TO PA-CHAVE.
               MOVE 'PERDA'      TO PA-CAMPO.
               MOVE SPACES       TO PA-VALOR-NOVO.
               MOVE AR-SALDO     TO PA-VALOR-NOVO(1:10).
               MOVE WRK-OPERADOR TO PA-SOLICITANTE.
               PERFORM 9410-MONTAR-DATAHORA-AUD.
               MOVE AUD-TRL-DATAHORA TO PA-DATAHORA.
               MOVE 'P'          TO PA-STATUS.
               MOVE SPACES       TO PA-APROVADOR.

           COPY AUDPROC.
