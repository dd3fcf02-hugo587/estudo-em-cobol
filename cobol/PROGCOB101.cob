           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB101.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONFERENCIA DE TRES VIAS DO CONTAS A PAGAR:
      *    NOTA DO FORNECEDOR (CONTASPAG, DIGITADA NO PROGCOB52 COM O
      *    PEDIDO, A QUANTIDADE E O PRECO FATURADOS) X PEDIDO DE
      *    COMPRA (PURCHORD - CUSTO UNITARIO DO PEDIDO) X RECEBIMENTO
      *    (PO-QT-RECEBIDA, LANCADA PELO PROGCOB56). A QUANTIDADE
      *    FATURADA NAO PODE PASSAR DO RECEBIDO AINDA NAO FATURADO E O
      *    PRECO NAO PODE PASSAR DO CUSTO DO PEDIDO, CADA UM COM A SUA
      *    TOLERANCIA EM PERCENTUAL (CARTOES NO SYSIN, ZEROS = PADRAO).
      *    NOTA DENTRO DA TOLERANCIA FICA CONFERIDA E SUA QUANTIDADE
      *    PASSA A CONTAR COMO FATURADA NO PEDIDO; NOTA FORA DELA FICA
      *    BLOQUEADA PARA PAGAMENTO (O PROGCOB53 A DEIXA FORA DA
      *    PROGRAMACAO) ATE O COMPRADOR LIBERAR NO PROGCOB52. NOTAS
      *    BLOQUEADAS SAO CONFERIDAS DE NOVO A CADA NOITE - UM
      *    RECEBIMENTO QUE CHEGOU DEPOIS DESBLOQUEIA SOZINHO. O
      *    RELATORIO MATCHREP LISTA O QUE ESTA BLOQUEADO E POR QUE.
      *    RODA NA CADEIA NOTURNA (NITELY01).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONTASPAG COM O ICMS DA NOTA DE
      *                         FORNECEDOR (AP-ICMS) NO LAYOUT.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CONTASPAG TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTASPAG ASSIGN TO "CONTASPAG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHAVE
                   FILE STATUS IS WRK-CONTASPAG-STATUS.
               SELECT PURCHORD ASSIGN TO "PURCHORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-NUMERO
                   FILE STATUS IS WRK-PURCHORD-STATUS.
               SELECT MATCHREP ASSIGN TO "MATCHREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MATCHREP-STATUS.

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
                  88 AP-PAGTO-LIVRE     VALUE ' '.
                  88 AP-PAGTO-APROVADO  VALUE 'P'.
                  88 AP-PAGTO-ENVIADO   VALUE 'E'.
                  88 AP-PAGTO-REJEITADO VALUE 'R'.
               05 AP-DT-APROVACAO PIC 9(08).
               05 AP-APROVADOR  PIC X(20).
               05 AP-MOTIVO     PIC X(25).
               05 AP-PEDIDO     PIC 9(06).
               05 AP-QT-FATURADA PIC 9(05).
               05 AP-PRECO-UNIT PIC 9(07)V99.
               05 AP-CONFERENCIA PIC X(01).
                  88 AP-CONF-PENDENTE   VALUE ' '.
                  88 AP-CONF-OK         VALUE 'M'.
                  88 AP-BLOQUEADO       VALUE 'B'.
                  88 AP-CONF-LIBERADO   VALUE 'L'.
               05 AP-MOTIVO-BLOQ PIC X(30).
               05 AP-LIBERADOR  PIC X(20).
               05 AP-ICMS       PIC 9(08)V99.

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

           FD  MATCHREP.
           01  MATCHREP-REC      PIC X(100).

           FD  ERRLOG.
           01  ERRLOG-REC        PIC X(80).

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
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONTASPAG-STATUS PIC X(02) VALUE SPACES.
               88 CONTASPAG-OK        VALUE '00'.
               88 CONTASPAG-NOTFOUND  VALUE '23'.
               88 CONTASPAG-EOF       VALUE '10'.
           77 WRK-PURCHORD-STATUS PIC X(02) VALUE SPACES.
               88 PURCHORD-OK       VALUE '00'.
               88 PURCHORD-NOTFOUND VALUE '23'.
           77 WRK-MATCHREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-TOL-QTDE    PIC 9(02) VALUE ZEROS.
           77 WRK-TOL-PRECO   PIC 9(02) VALUE ZEROS.
           77 WRK-TOL-QTDE-PADRAO  PIC 9(02) VALUE 02.
           77 WRK-TOL-PRECO-PADRAO PIC 9(02) VALUE 02.
           77 WRK-QT-DISPONIVEL PIC S9(06) VALUE ZEROS.
           77 WRK-QT-LIMITE   PIC S9(07)V99 VALUE ZEROS.
           77 WRK-PRECO-LIMITE PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-LIMITE PIC 9(12)V99 VALUE ZEROS.
           77 WRK-MOTIVO-BLOQ PIC X(30) VALUE SPACES.
           77 WRK-QT-CONFERIDAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-CONFERE-OK PIC 9(05) VALUE ZEROS.
           77 WRK-QT-BLOQUEADAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-DESBLOQ  PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-BLOQUEADO PIC 9(10)V99 VALUE ZEROS.
           77 WRK-ERA-BLOQUEADA PIC X(01) VALUE 'N'.
               88 ERA-BLOQUEADA  VALUE 'S'.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-PRECO-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-LINHA       PIC X(100) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB101' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'CONFERENCIA DE NOTAS JA EXECUTADA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-LER-TITULO
                               UNTIL CONTASPAG-EOF
                               OR CONTASPAG-NOTFOUND
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-CONFERIDAS TO RUN-QT-LIDOS
                       MOVE WRK-QT-CONFERE-OK TO RUN-QT-GRAVADOS
                       IF WRK-QT-BLOQUEADAS > 0
                           MOVE 4 TO RUN-RC
                       END-IF
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'TOLERANCIA DE QUANTIDADE EM % (ZEROS ='
                       ' PADRAO)...'.
               ACCEPT WRK-TOL-QTDE.
               IF WRK-TOL-QTDE = ZEROS
                   MOVE WRK-TOL-QTDE-PADRAO TO WRK-TOL-QTDE
               END-IF.
               DISPLAY 'TOLERANCIA DE PRECO EM % (ZEROS ='
                       ' PADRAO)...'.
               ACCEPT WRK-TOL-PRECO.
               IF WRK-TOL-PRECO = ZEROS
                   MOVE WRK-TOL-PRECO-PADRAO TO WRK-TOL-PRECO
               END-IF.
               OPEN I-O CONTASPAG.
               IF WRK-CONTASPAG-STATUS NOT = '00'
                   MOVE 'PRGCOB101' TO ERR-PROGRAMA
                   MOVE 'CONTASPAG' TO ERR-ARQUIVO
                   MOVE WRK-CONTASPAG-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR CONTAS A PAGAR'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL -'
                           ' CONFERENCIA NAO EXECUTADA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   OPEN I-O PURCHORD
                   OPEN OUTPUT MATCHREP
                   PERFORM 0150-CABECALHO
                   MOVE LOW-VALUES TO AP-CHAVE
                   START CONTASPAG KEY IS GREATER THAN AP-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASPAG-STATUS
                   END-START
               END-IF.

           0150-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONFERENCIA NOTA X PEDIDO X RECEBIMENTO - '
                      WRK-DATA-HOJE
                      '  TOLERANCIA QTDE ' WRK-TOL-QTDE
                      '%  PRECO ' WRK-TOL-PRECO '%'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO MATCHREP-REC.
               WRITE MATCHREP-REC.
               MOVE 'NOTAS BLOQUEADAS PARA PAGAMENTO' TO MATCHREP-REC.
               WRITE MATCHREP-REC.
               MOVE 'FORN NOTA   PEDIDO QTFAT QTREC JAFAT'
                    TO WRK-LINHA.
               MOVE 'PRECO NOTA'   TO WRK-LINHA(40:10).
               MOVE 'CUSTO PEDIDO' TO WRK-LINHA(51:12).
               MOVE 'MOTIVO'       TO WRK-LINHA(64:6).
               MOVE WRK-LINHA TO MATCHREP-REC.
               WRITE MATCHREP-REC.

      *    ********** SO NOTAS EM ABERTO AINDA NAO CONFERIDAS OU
      *    ********** BLOQUEADAS; CONFERIDA OU LIBERADA NAO VOLTA
           0200-LER-TITULO.
               READ CONTASPAG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASPAG-STATUS
               END-READ.
               IF CONTASPAG-OK AND AP-ABERTO
                   AND (AP-CONF-PENDENTE OR AP-BLOQUEADO)
                   PERFORM 0300-CONFERIR-NOTA
               END-IF.

           0300-CONFERIR-NOTA.
               ADD 1 TO WRK-QT-CONFERIDAS.
               MOVE 'N' TO WRK-ERA-BLOQUEADA.
               IF AP-BLOQUEADO
                   MOVE 'S' TO WRK-ERA-BLOQUEADA
               END-IF.
               MOVE SPACES TO WRK-MOTIVO-BLOQ.
               MOVE AP-PEDIDO TO PO-NUMERO.
               READ PURCHORD
                   KEY IS PO-NUMERO
                   INVALID KEY
                       MOVE '23' TO WRK-PURCHORD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PURCHORD-STATUS
               END-READ.
               EVALUATE TRUE
                   WHEN AP-PEDIDO = ZEROS
                       MOVE 'NOTA SEM PEDIDO DE COMPRA'
                            TO WRK-MOTIVO-BLOQ
                   WHEN NOT PURCHORD-OK
                       MOVE 'PEDIDO DE COMPRA NAO ENCONTRADO'
                            TO WRK-MOTIVO-BLOQ
                   WHEN PO-FORNEC NOT = AP-FORNEC
                       MOVE 'PEDIDO DE OUTRO FORNECEDOR'
                            TO WRK-MOTIVO-BLOQ
                   WHEN OTHER
                       PERFORM 0400-COMPARAR-VALORES
               END-EVALUATE.
               IF WRK-MOTIVO-BLOQ = SPACES
                   PERFORM 0500-ACEITAR-NOTA
               ELSE
                   PERFORM 0600-BLOQUEAR-NOTA
               END-IF.

      *    ********** QUANTIDADE: SO O RECEBIDO QUE AINDA NAO FOI
      *    ********** FATURADO EM OUTRA NOTA DO MESMO PEDIDO.
      *    ********** PRECO: CUSTO UNITARIO DO PEDIDO. VALOR DA NOTA:
      *    ********** QUANTIDADE X PRECO FATURADOS
           0400-COMPARAR-VALORES.
               COMPUTE WRK-QT-DISPONIVEL =
                       PO-QT-RECEBIDA - PO-QT-FATURADA.
               COMPUTE WRK-QT-LIMITE =
                       WRK-QT-DISPONIVEL * (100 + WRK-TOL-QTDE) / 100.
               COMPUTE WRK-PRECO-LIMITE =
                       PO-CUSTO-UNIT * (100 + WRK-TOL-PRECO) / 100.
               COMPUTE WRK-VALOR-LIMITE =
                       AP-QT-FATURADA * AP-PRECO-UNIT
                       * (100 + WRK-TOL-PRECO) / 100.
               EVALUATE TRUE
                   WHEN PO-QT-RECEBIDA = ZEROS
                       MOVE 'MERCADORIA NAO RECEBIDA'
                            TO WRK-MOTIVO-BLOQ
                   WHEN AP-QT-FATURADA > WRK-QT-LIMITE
                       MOVE 'QTDE FATURADA ACIMA DO RECEBIDO'
                            TO WRK-MOTIVO-BLOQ
                   WHEN AP-PRECO-UNIT > WRK-PRECO-LIMITE
                       MOVE 'PRECO ACIMA DO CUSTO DO PEDIDO'
                            TO WRK-MOTIVO-BLOQ
                   WHEN AP-VALOR > WRK-VALOR-LIMITE
                       MOVE 'VALOR ACIMA DE QTDE X PRECO'
                            TO WRK-MOTIVO-BLOQ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           0500-ACEITAR-NOTA.
               ADD 1 TO WRK-QT-CONFERE-OK.
               IF ERA-BLOQUEADA
                   ADD 1 TO WRK-QT-DESBLOQ
               END-IF.
               MOVE 'M'    TO AP-CONFERENCIA.
               MOVE SPACES TO AP-MOTIVO-BLOQ.
               REWRITE AP-REC.
               ADD AP-QT-FATURADA TO PO-QT-FATURADA.
               REWRITE PO-REC.

           0600-BLOQUEAR-NOTA.
               ADD 1 TO WRK-QT-BLOQUEADAS.
               ADD AP-SALDO TO WRK-TOT-BLOQUEADO.
               MOVE 'B'             TO AP-CONFERENCIA.
               MOVE WRK-MOTIVO-BLOQ TO AP-MOTIVO-BLOQ.
               REWRITE AP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE AP-FORNEC      TO WRK-LINHA(1:4).
               MOVE AP-FATURA      TO WRK-LINHA(6:6).
               MOVE AP-PEDIDO      TO WRK-LINHA(13:6).
               MOVE AP-QT-FATURADA TO WRK-LINHA(20:5).
               IF PURCHORD-OK
                   MOVE PO-QT-RECEBIDA TO WRK-LINHA(26:5)
                   MOVE PO-QT-FATURADA TO WRK-LINHA(32:5)
                   MOVE PO-CUSTO-UNIT  TO WRK-PRECO-ED
                   MOVE WRK-PRECO-ED   TO WRK-LINHA(51:12)
               END-IF.
               MOVE AP-PRECO-UNIT  TO WRK-PRECO-ED.
               MOVE WRK-PRECO-ED   TO WRK-LINHA(38:12).
               MOVE WRK-MOTIVO-BLOQ TO WRK-LINHA(64:30).
               MOVE WRK-LINHA TO MATCHREP-REC.
               WRITE MATCHREP-REC.

           0900-FINALIZAR.
               MOVE WRK-TOT-BLOQUEADO TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONFERIDAS ' WRK-QT-CONFERIDAS
                      '  OK ' WRK-QT-CONFERE-OK
                      ' (DESBLOQUEADAS ' WRK-QT-DESBLOQ
                      ')  BLOQUEADAS ' WRK-QT-BLOQUEADAS
                      '  SALDO BLOQUEADO ' WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO MATCHREP-REC.
               WRITE MATCHREP-REC.
               CLOSE CONTASPAG.
               CLOSE PURCHORD.
               CLOSE MATCHREP.
               DISPLAY 'CONFERENCIA DE NOTAS - CONFERIDAS '
                       WRK-QT-CONFERIDAS ' OK ' WRK-QT-CONFERE-OK
                       ' BLOQUEADAS ' WRK-QT-BLOQUEADAS.

           COPY ERRPROC.
           COPY RUNPROC.
