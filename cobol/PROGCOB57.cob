      *                         CAIXA (D) X CLIENTES (C) NO LEDGTXN
      *                         (EVENTO RC DO CTAMAP), COMO O
      *                         RECEBIMENTO MANUAL DO PROGCOB39.
      *    15/10/2026 HUGOVIE - PARCELA PAGA EM ATRASO COBRA MULTA E
      *                         JUROS DE MORA ATE A DATA DO CREDITO
      *                         (PERCENTUAIS NO ENCPARAM): O CREDITO
      *                         PAGA O PRINCIPAL E A SOBRA OS ENCARGOS,
      *                         QUE SAEM NO RECEBLOG COMO MULTA/JUROS E
      *                         NO RAZAO PELO EVENTO JM; O QUE FALTOU
      *                         VIRA PARCELA DE ENCARGOS (90 A 99) EM
      *                         ABERTO.
      *    15/10/2026 HUGOVIE - COBRANCA REGISTRADA: O RETORNO PASSA A
      *                         TRAZER OCORRENCIA, PARCELA E MOTIVO.
      *                         LIQUIDACAO (06 OU EM BRANCO, LAYOUT
      *                         ANTIGO) COMECA A BAIXA PELA PARCELA DO
      *                         BOLETO E MARCA O BOLREG COMO LIQUIDADO;
      *                         CONFIRMACAO, BAIXA E REJEICAO ATUALIZAM
      *                         A SITUACAO NO BOLREG E REJEICOES OU
      *                         BOLETO SEM REGISTRO VAO PARA O BANKEXC.
      *    15/10/2026 HUGOVIE - CREDITO SEM PARCELA EM ABERTO E SOBRA
      *                         APOS AS PARCELAS DE CLIENTE CADASTRADO
      *                         VIRAM CREDITO NAO APLICADO DO CLIENTE
      *                         (CREDCLI/CREDMOV), LANCADO NO RAZAO PELO
      *                         EVENTO CN (CAIXA X CREDITOS DE CLIENTES
      *                         NO PASSIVO); SO CLIENTE DESCONHECIDO OU
      *                         SEM O EVENTO CN VAI PARA O BANKEXC.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - RETORNO DE CLIENTE INCORPORADO BAIXADO
      *                         NO CODIGO SOBREVIVENTE DA UNIFICACAO.
      *    15/10/2026 HUGOVIE - RETORNO CONFERIDO ANTES DA BAIXA
      *                         (HEADER, TRAILER, QUANTIDADE, SOMA DE
      *                         BRT-VALOR E ARQUIVO REPETIDO NO INBREG);
      *                         ARQUIVO RECUSADO VAI PARA O ERRLOG E O
      *                         PASSO TERMINA COM RC 8 SEM BAIXAR NADA.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT BOLREG ASSIGN TO "BOLREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOL-CHAVE
                   FILE STATUS IS WRK-BOLREG-STATUS.
               SELECT ENCPARAM ASSIGN TO "ENCPARAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ENCPARAM-STATUS.
               SELECT CREDCLI ASSIGN TO "CREDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCL-CLIENTE
                   FILE STATUS IS WRK-CREDCLI-STATUS.
               SELECT CREDMOV ASSIGN TO "CREDMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDMOV-STATUS.
               SELECT INBREG ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-CHAVE
                   FILE STATUS IS WRK-INBREG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  BANKRET.
               05 BRT-FATURA    PIC 9(06).
               05 BRT-DATA      PIC 9(08).
               05 BRT-VALOR     PIC 9(08)V99.
               05 BRT-OCORRENCIA PIC X(02).
                  88 BRT-LIQUIDACAO      VALUES '06' SPACES.
                  88 BRT-ENTRADA-CONF    VALUE '02'.
                  88 BRT-ENTRADA-REJ     VALUE '03'.
                  88 BRT-BAIXA-CONF      VALUE '09'.
                  88 BRT-VENCTO-CONF     VALUE '14'.
                  88 BRT-INSTRUCAO-REJ   VALUE '26'.
               05 BRT-PARCELA   PIC 9(02).
               05 BRT-MOTIVO    PIC X(02).
           01  BANKRET-CTL.
               05 BRT-CTL-TIPO  PIC X(03).
                  88 BRT-CONTROLE VALUES 'HDR' 'TRL'.
               05 FILLER        PIC X(37).

           FD  CONTASREC.
           01  AR-REC.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
                      88 AR-PARCELA-ENCARGO VALUE 90 THRU 99.
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
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
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.


           FD  ERRLOG.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  BOLREG.
           01  BOL-REC.
               05 BOL-CHAVE.
                   10 BOL-CLIENTE  PIC 9(06).
                   10 BOL-FATURA   PIC 9(06).
                   10 BOL-PARCELA  PIC 9(02).
               05 BOL-SITUACAO    PIC X(01).
                  88 BOL-ENVIADO     VALUE 'E'.
                  88 BOL-REGISTRADO  VALUE 'R'.
                  88 BOL-REJEITADO   VALUE 'J'.
                  88 BOL-BAIXA-ENVIADA VALUE 'X'.
                  88 BOL-BAIXADO     VALUE 'B'.
                  88 BOL-LIQUIDADO   VALUE 'L'.
               05 BOL-DT-VENCTO   PIC 9(08).
               05 BOL-VALOR       PIC 9(08)V99.
               05 BOL-ULT-INSTR   PIC X(02).
               05 BOL-DT-REMESSA  PIC 9(08).
               05 BOL-DT-RETORNO  PIC 9(08).
               05 BOL-MOTIVO      PIC X(02).

           FD  ENCPARAM.
           01  ENCPARAM-REC.
               05 ENC-MULTA-PERC  PIC 9(02)V99.
               05 ENC-JUROS-MES   PIC 9(02)V99.

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

           FD  INBREG.
           01  IR-REC.
               05 IR-CHAVE.
                   10 IR-ARQUIVO    PIC X(08).
                   10 IR-REMETENTE  PIC X(08).
                   10 IR-DT-ARQUIVO PIC 9(08).
                   10 IR-SEQ        PIC 9(06).
               05 IR-QT-REGISTROS   PIC 9(07).
               05 IR-TOTAL          PIC 9(13)V99.
               05 IR-DATAHORA       PIC X(17).
               05 IR-PROGRAMA       PIC X(09).

           WORKING-STORAGE SECTION.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY DATECOM.
           COPY ERRCOM.
           COPY RUNCOM.
           COPY INBCOM.
           77 WRK-INBREG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
               88 MAP-ACHADO    VALUE 'S'.
           77 WRK-MAP-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-JM-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-JM-ACHADO VALUE 'S'.
           77 WRK-MAP-JM-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-JM-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-ENCPARAM-STATUS PIC X(02) VALUE SPACES.
               88 ENCPARAM-OK    VALUE '00'.
           77 WRK-BOLREG-STATUS PIC X(02) VALUE SPACES.
               88 BOLREG-OK        VALUE '00'.
               88 BOLREG-NOTFOUND  VALUE '23'.
           77 WRK-BOLREG-DISPONIVEL PIC X(01) VALUE 'N'.
               88 BOLREG-DISPONIVEL VALUE 'S'.
           77 WRK-BRT-PARCELA PIC 9(02) VALUE ZEROS.
           77 WRK-CREDCLI-STATUS PIC X(02) VALUE SPACES.
               88 CREDCLI-OK        VALUE '00'.
               88 CREDCLI-NOTFOUND  VALUE '23'.
           77 WRK-CREDMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MAP-CN-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-CN-ACHADO VALUE 'S'.
           77 WRK-MAP-CN-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CN-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-NAO-APLIC PIC 9(10)V99 VALUE ZEROS.
           77 WRK-QT-NAO-APLIC  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-OCORRENCIAS PIC 9(05) VALUE ZEROS.

      *    ********** MULTA E JUROS DE MORA SOBRE PARCELA VENCIDA
           77 WRK-MULTA-PERC  PIC 9(02)V99 VALUE 2.
           77 WRK-JUROS-MES   PIC 9(02)V99 VALUE 1.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-VENCTO PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
           77 WRK-BASE-ENC    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-MULTA       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-JUROS       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ENCARGOS    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ENC-PAGO    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-MULTA-PAGA  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-JUROS-PAGO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ENC-ABERTO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-ENC-PAGO   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-ENC-ABERTO PIC 9(10)V99 VALUE ZEROS.
           77 WRK-QT-ENC-ABERTOS PIC 9(05) VALUE ZEROS.
           77 WRK-RL-TIPO     PIC X(10) VALUE SPACES.
           77 WRK-RL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-RL-SALDO    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PARC-ENC    PIC 9(02) VALUE ZEROS.
           77 WRK-PARC-LIVRE  PIC X(01) VALUE 'N'.
               88 PARC-LIVRE    VALUE 'S'.
           77 WRK-TOT-BAIXADO PIC 9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-PAGO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-RESTANTE    PIC 9(08)V99 VALUE ZEROS.
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0050-CONFERIR-BANKRET
                   IF INB-ARQUIVO-RECUSADO
                       DISPLAY 'RETORNO BANCARIO RECUSADO NA'
                               ' CONFERENCIA - NADA PROCESSADO'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0100-INICIALIZAR
                       IF NOT BANKRET-EOF
                           PERFORM 0200-PROCESSAR-CREDITO
                                   THRU 0200-SAIDA
                                   UNTIL BANKRET-EOF
                       END-IF
                       PERFORM 0900-FINALIZAR
                       COMPUTE RUN-QT-LIDOS =
                               WRK-QT-BAIXADOS + WRK-QT-EXCECOES
                               + WRK-QT-OCORRENCIAS + WRK-QT-NAO-APLIC
                       MOVE WRK-QT-BAIXADOS TO RUN-QT-GRAVADOS
                       IF WRK-QT-EXCECOES > 0
                           MOVE 4 TO RUN-RC
                       END-IF
                       IF INB-HEADER-OK
                           PERFORM 9170-REGISTRAR-ARQUIVO
                       END-IF
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

      *    ********** CONFERENCIA DO RETORNO ANTES DE BAIXAR:
      *    ********** HEADER, TRAILER, QUANTIDADE, SOMA DE BRT-VALOR
      *    ********** CONTRA O TOTAL DO TRAILER E ARQUIVO REPETIDO
      *    ********** (INBREG). SO O ARQUIVO ACEITO E PROCESSADO
           0050-CONFERIR-BANKRET.
               MOVE 'PROGCOB57' TO ERR-PROGRAMA.
               MOVE 'BANKRET'   TO INB-ARQUIVO.
               PERFORM 9150-INICIAR-CONFERENCIA.
               OPEN INPUT BANKRET.
               IF BANKRET-OK
                   PERFORM 0155-LER-REGISTRO
                   PERFORM 0060-CONFERIR-REGISTRO UNTIL BANKRET-EOF
                   CLOSE BANKRET
                   PERFORM 9160-VALIDAR-ARQUIVO
               END-IF.

           0060-CONFERIR-REGISTRO.
               MOVE BANKRET-CTL TO INB-REGISTRO.
               PERFORM 9155-CLASSIFICAR-REGISTRO.
               IF INB-E-DETALHE AND BRT-VALOR IS NUMERIC
                   ADD BRT-VALOR TO INB-SOMA-DET
               END-IF.
               PERFORM 0155-LER-REGISTRO.

           0100-INICIALIZAR.
               OPEN INPUT BANKRET.
               IF WRK-BANKRET-STATUS NOT = '00'
                   OPEN I-O CUSTMAST
                   OPEN OUTPUT BANKEXC
                   PERFORM 0120-CARREGAR-CTAMAP
                   PERFORM 0145-CARREGAR-ENCPARAM
                   IF MAP-CN-ACHADO
                       PERFORM 0160-ABRIR-CREDCLI
                   END-IF
                   OPEN I-O BOLREG
                   IF BOLREG-OK
                       MOVE 'S' TO WRK-BOLREG-DISPONIVEL
                   END-IF
                   PERFORM 9040-CARREGAR-FERIADOS
                   PERFORM 0150-LER-BANKRET
               END-IF.

      *    ********** CONTAS DO EVENTO RC (RECEBIMENTO), JM (MULTA
      *    ********** E JUROS DE MORA) E CN (CREDITO NAO APLICADO)
      *    ********** NO CTAMAP
           0120-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-ACHADO.
               MOVE 'N' TO WRK-MAP-JM-ACHADO.
               MOVE 'N' TO WRK-MAP-CN-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0130-LER-CTAMAP
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CRE
                   MOVE 'S' TO WRK-MAP-ACHADO
               END-IF.
               IF MAP-EVENTO = 'JM'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-JM-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-JM-CRE
                   MOVE 'S' TO WRK-MAP-JM-ACHADO
               END-IF.
               IF MAP-EVENTO = 'CN'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-CN-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CN-CRE
                   MOVE 'S' TO WRK-MAP-CN-ACHADO
               END-IF.
               PERFORM 0130-LER-CTAMAP.

      *    ********** PERCENTUAL DE MULTA E JUROS AO MES (ENCPARAM);
      *    ********** SEM O ARQUIVO FICAM 2% DE MULTA E 1% AO MES
           0145-CARREGAR-ENCPARAM.
               OPEN INPUT ENCPARAM.
               IF ENCPARAM-OK
                   READ ENCPARAM
                       AT END MOVE '10' TO WRK-ENCPARAM-STATUS
                   END-READ
                   IF ENCPARAM-OK
                       MOVE ENC-MULTA-PERC TO WRK-MULTA-PERC
                       MOVE ENC-JUROS-MES  TO WRK-JUROS-MES
                   END-IF
                   CLOSE ENCPARAM
               END-IF.

      *    ********** HEADER E TRAILER JA FORAM CONFERIDOS NO 0050
      *    ********** E SAO PULADOS NA BAIXA
           0150-LER-BANKRET.
               PERFORM 0155-LER-REGISTRO.
               PERFORM 0155-LER-REGISTRO
                       UNTIL BANKRET-EOF OR NOT BRT-CONTROLE.

           0155-LER-REGISTRO.
               READ BANKRET
                   AT END MOVE '10' TO WRK-BANKRET-STATUS
               END-READ.

      *    ********** SALDO DE CREDITO NAO APLICADO POR CLIENTE
      *    ********** (CREDCLI). SEM O EVENTO CN NO CTAMAP O CREDITO
      *    ********** SEM PARCELA CONTINUA INDO PARA O BANKEXC
           0160-ABRIR-CREDCLI.
               OPEN I-O CREDCLI.
               IF WRK-CREDCLI-STATUS = '35'
                   CLOSE CREDCLI
                   OPEN OUTPUT CREDCLI
                   CLOSE CREDCLI
                   OPEN I-O CREDCLI
               END-IF.
               IF NOT CREDCLI-OK
                   MOVE 'PROGCOB57' TO ERR-PROGRAMA
                   MOVE 'CREDCLI'   TO ERR-ARQUIVO
                   MOVE WRK-CREDCLI-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR CREDITO NAO APLICADO'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 'N' TO WRK-MAP-CN-ACHADO
               END-IF.

      *    ********** PERCORRE AS PARCELAS EM ABERTO DA FATURA E
      *    ********** BAIXA EM ORDEM ATE ESGOTAR O CREDITO. BOLETO
      *    ********** REGISTRADO TRAZ A PARCELA: A BAIXA COMECA NELA.
      *    ********** OCORRENCIA QUE NAO E LIQUIDACAO SO ATUALIZA O
      *    ********** REGISTRO DE BOLETOS (BOLREG)
           0200-PROCESSAR-CREDITO.
               PERFORM 0190-TRADUZIR-CLIENTE.
               IF BRT-PARCELA IS NUMERIC
                   MOVE BRT-PARCELA TO WRK-BRT-PARCELA
               ELSE
                   MOVE ZEROS TO WRK-BRT-PARCELA
               END-IF.
               IF NOT BRT-LIQUIDACAO
                   PERFORM 0800-TRATAR-OCORRENCIA
                   PERFORM 0150-LER-BANKRET
                   GO TO 0200-SAIDA
               END-IF.
               MOVE BRT-VALOR TO WRK-RESTANTE.
               MOVE 'N' TO WRK-ACHOU-PARCELA.
               MOVE 'N' TO WRK-FIM-FATURA.
               MOVE BRT-CLIENTE TO AR-CLIENTE.
               MOVE BRT-FATURA  TO AR-FATURA.
               MOVE ZEROS       TO AR-PARCELA.
               IF WRK-BRT-PARCELA > 0
                   COMPUTE AR-PARCELA = WRK-BRT-PARCELA - 1
               END-IF.
               START CONTASREC KEY IS GREATER THAN AR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-FATURA
               IF NOT ACHOU-PARCELA
                   MOVE 'SEM PARCELA EM ABERTO' TO WRK-MOTIVO
                   MOVE BRT-VALOR TO WRK-VALOR-EXC
                   PERFORM 0550-CREDITO-NAO-APLICADO
               ELSE
                   IF WRK-RESTANTE > 0
                       MOVE 'SOBRA APOS AS PARCELAS' TO WRK-MOTIVO
                       MOVE WRK-RESTANTE TO WRK-VALOR-EXC
                       PERFORM 0550-CREDITO-NAO-APLICADO
                   END-IF
               END-IF.
               PERFORM 0150-LER-BANKRET.
           0200-SAIDA.
               EXIT.

      *    ********** BOLETO EMITIDO PARA UM CODIGO QUE DEPOIS FOI
      *    ********** INCORPORADO A OUTRO (UNIFICACAO DE CADASTROS NO
      *    ********** PROGCOB125): AS PARCELAS E O BOLREG JA ESTAO NO
      *    ********** CODIGO QUE FICOU, ENTAO O RETORNO VAI PARA ELE
           0190-TRADUZIR-CLIENTE.
               MOVE BRT-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF CUSTMAST-OK AND CUST-INCORPORADO
                   MOVE CUST-COD-DESTINO TO BRT-CLIENTE
               END-IF.

           0250-BAIXAR-PARCELA.
               READ CONTASREC NEXT RECORD
                   END-IF
               END-IF.

      *    ********** O CREDITO PAGA PRIMEIRO O PRINCIPAL DA PARCELA
      *    ********** E A SOBRA COBRE A MULTA E OS JUROS DE MORA;
      *    ********** PAGANDO SO PARTE DO PRINCIPAL, OS ENCARGOS
      *    ********** SOBRE ESSA PARTE FICAM TODOS EM ABERTO
           0300-BAIXAR-TITULO.
               MOVE 'S' TO WRK-ACHOU-PARCELA.
               MOVE ZEROS TO WRK-ENC-PAGO.
               IF WRK-RESTANTE > AR-SALDO
                   MOVE AR-SALDO TO WRK-VALOR-PAGO
               ELSE
                   MOVE WRK-RESTANTE TO WRK-VALOR-PAGO
               END-IF.
               MOVE WRK-VALOR-PAGO TO WRK-BASE-ENC.
               PERFORM 0700-CALCULAR-ENCARGOS.
               SUBTRACT WRK-VALOR-PAGO FROM WRK-RESTANTE.
               IF WRK-ENCARGOS > 0
                   IF WRK-RESTANTE > WRK-ENCARGOS
                       MOVE WRK-ENCARGOS TO WRK-ENC-PAGO
                   ELSE
                       MOVE WRK-RESTANTE TO WRK-ENC-PAGO
                   END-IF
                   SUBTRACT WRK-ENC-PAGO FROM WRK-RESTANTE
               END-IF.
               SUBTRACT WRK-VALOR-PAGO FROM AR-SALDO.
               IF AR-SALDO = 0
                   MOVE 'L' TO AR-STATUS
               END-IF.
               REWRITE AR-REC.
               IF BOLREG-DISPONIVEL AND WRK-BRT-PARCELA > 0
                  AND AR-PARCELA = WRK-BRT-PARCELA
                   PERFORM 0850-MARCAR-LIQUIDADO
               END-IF.
               PERFORM 0400-REDUZIR-ABERTO.
               PERFORM 0450-REGISTRAR-RECEBIMENTO.
               ADD WRK-VALOR-PAGO TO WRK-TOT-BAIXADO.
               ADD 1 TO WRK-QT-BAIXADOS.
               IF WRK-ENCARGOS > 0
                   PERFORM 0750-TRATAR-ENCARGOS
               END-IF.

           0400-REDUZIR-ABERTO.
               MOVE BRT-CLIENTE TO CUST-CODIGO.

      *    ********** MESMA LINHA DE LOG DO RECEBIMENTO MANUAL
      *    ********** (PROGCOB39) - O EXTRATO E A CONCILIACAO NAO
      *    ********** DISTINGUEM A ORIGEM. O PRINCIPAL SAI COMO
      *    ********** ' RECEBIDO '; MULTA, JUROS E A PARCELA DE
      *    ********** ENCARGOS TEM O TIPO PROPRIO NA MESMA POSICAO
           0450-REGISTRAR-RECEBIMENTO.
               IF AR-PARCELA-ENCARGO
                   MOVE ' ENCARGO  ' TO WRK-RL-TIPO
               ELSE
                   MOVE ' RECEBIDO ' TO WRK-RL-TIPO
               END-IF.
               MOVE WRK-VALOR-PAGO TO WRK-RL-VALOR.
               MOVE AR-SALDO TO WRK-RL-SALDO.
               PERFORM 0460-GRAVAR-RECEBLOG.

           0460-GRAVAR-RECEBLOG.
               PERFORM 0600-MONTAR-DATAHORA.
               MOVE SPACES TO RECEBLOG-REC.
               STRING WRK-DATAHORA
                      ' CLIENTE ' BRT-CLIENTE
                      ' FATURA ' BRT-FATURA
                      ' PARCELA ' AR-PARCELA
                      WRK-RL-TIPO WRK-RL-VALOR
                      ' SALDO ' WRK-RL-SALDO
                      DELIMITED BY SIZE
                      INTO RECEBLOG-REC
               END-STRING.
               END-STRING.
               WRITE BANKEXC-REC.

      *    ********** CREDITO SEM PARCELA OU SOBRA DE CLIENTE
      *    ********** CADASTRADO FICA COMO CREDITO NAO APLICADO DO
      *    ********** CLIENTE (CREDCLI, MOVIMENTO NO CREDMOV) PARA O
      *    ********** CONTAS A RECEBER APLICAR OU DEVOLVER NO
      *    ********** PROGCOB113. CLIENTE DESCONHECIDO CONTINUA NO
      *    ********** BANKEXC
           0550-CREDITO-NAO-APLICADO.
               IF NOT MAP-CN-ACHADO
                   PERFORM 0500-GRAVAR-EXCECAO
                   GO TO 0550-SAIDA
               END-IF.
               MOVE BRT-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF NOT CUSTMAST-OK
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 0500-GRAVAR-EXCECAO
                   GO TO 0550-SAIDA
               END-IF.
               MOVE BRT-CLIENTE TO CCL-CLIENTE.
               READ CREDCLI
                   KEY IS CCL-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDCLI-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDCLI-STATUS
               END-READ.
               IF CREDCLI-NOTFOUND
                   MOVE BRT-CLIENTE   TO CCL-CLIENTE
                   MOVE WRK-VALOR-EXC TO CCL-SALDO
                   MOVE BRT-DATA      TO CCL-DT-ULT-MOV
                   WRITE CCL-REC
               ELSE
                   ADD WRK-VALOR-EXC TO CCL-SALDO
                   MOVE BRT-DATA     TO CCL-DT-ULT-MOV
                   REWRITE CCL-REC
               END-IF.
               MOVE BRT-DATA      TO CMV-DATA.
               MOVE BRT-CLIENTE   TO CMV-CLIENTE.
               MOVE 'E'           TO CMV-TIPO.
               MOVE WRK-VALOR-EXC TO CMV-VALOR.
               MOVE BRT-FATURA    TO CMV-FATURA.
               MOVE ZEROS         TO CMV-PARCELA.
               MOVE 'PROGCOB57'   TO CMV-ORIGEM.
               MOVE 'RETORNO BANCARIO' TO CMV-OPERADOR.
               OPEN EXTEND CREDMOV.
               IF WRK-CREDMOV-STATUS = '35'
                   CLOSE CREDMOV
                   OPEN OUTPUT CREDMOV
               END-IF.
               WRITE CMV-REC.
               CLOSE CREDMOV.
               ADD WRK-VALOR-EXC TO WRK-TOT-NAO-APLIC.
               ADD 1 TO WRK-QT-NAO-APLIC.
           0550-SAIDA.
               EXIT.

           0600-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               CLOSE CONTASREC.
               CLOSE CUSTMAST.
               CLOSE BANKEXC.
               IF BOLREG-DISPONIVEL
                   CLOSE BOLREG
               END-IF.
               IF MAP-CN-ACHADO
                   CLOSE CREDCLI
               END-IF.
               DISPLAY 'RETORNO BANCARIO - BAIXADOS '
                       WRK-QT-BAIXADOS
                       ' EXCECOES ' WRK-QT-EXCECOES.
               IF WRK-QT-NAO-APLIC > 0
                   DISPLAY 'CREDITOS NAO APLICADOS '
                           WRK-QT-NAO-APLIC
               END-IF.
               IF WRK-QT-ENC-ABERTOS > 0
                   DISPLAY 'PARCELAS DE ENCARGOS ABERTAS '
                           WRK-QT-ENC-ABERTOS
               END-IF.

      *    ********** PAR CAIXA (D) X CLIENTES (C) DO TOTAL DO DIA;
      *    ********** O NAO APLICADO VAI CAIXA (D) X CREDITOS DE
      *    ********** CLIENTES, NO PASSIVO (C), PELO EVENTO CN
           0950-CONTABILIZAR-BAIXAS.
               IF MAP-ACHADO AND WRK-TOT-BAIXADO > 0
                   OPEN EXTEND LEDGTXN
                   MOVE WRK-TOT-BAIXADO TO LTX-VALOR
                   MOVE 'RETORNO BANCARIO'   TO LTX-DESCRICAO
                   MOVE ZEROS           TO LTX-CCUSTO
                   MOVE SPACE           TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-CRE     TO LTX-CONTA
                   MOVE 'C'             TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
               END-IF.
               IF MAP-CN-ACHADO AND WRK-TOT-NAO-APLIC > 0
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD
                   MOVE WRK-MAP-CN-DEB    TO LTX-CONTA
                   MOVE WRK-TS-DATA       TO LTX-DATA
                   MOVE 'D'               TO LTX-TIPO
                   MOVE WRK-TOT-NAO-APLIC TO LTX-VALOR
                   MOVE 'CREDITO NAO APLICADO' TO LTX-DESCRICAO
                   MOVE ZEROS             TO LTX-CCUSTO
                   MOVE SPACE             TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-CN-CRE    TO LTX-CONTA
                   MOVE 'C'               TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
               END-IF.
               IF MAP-JM-ACHADO AND WRK-TOT-ENC-PAGO > 0
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD
                   MOVE WRK-MAP-JM-DEB   TO LTX-CONTA
                   MOVE WRK-TS-DATA      TO LTX-DATA
                   MOVE 'D'              TO LTX-TIPO
                   MOVE WRK-TOT-ENC-PAGO TO LTX-VALOR
                   MOVE 'MULTA/JUROS RECEB.' TO LTX-DESCRICAO
                   MOVE ZEROS            TO LTX-CCUSTO
                   MOVE SPACE            TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-JM-CRE   TO LTX-CONTA
                   MOVE 'C'              TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
               END-IF.
               IF MAP-JM-ACHADO AND MAP-ACHADO
                   AND WRK-TOT-ENC-ABERTO > 0
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD
                   MOVE WRK-MAP-CRE        TO LTX-CONTA
                   MOVE WRK-TS-DATA        TO LTX-DATA
                   MOVE 'D'                TO LTX-TIPO
                   MOVE WRK-TOT-ENC-ABERTO TO LTX-VALOR
                   MOVE 'MULTA/JUROS A RECEB.' TO LTX-DESCRICAO
                   MOVE ZEROS              TO LTX-CCUSTO
                   MOVE SPACE              TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-JM-CRE     TO LTX-CONTA
                   MOVE 'C'                TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
               END-IF.

      *    ********** MULTA E JUROS SIMPLES PRO RATA DIA SOBRE A BASE
      *    ********** (WRK-BASE-ENC) PELOS DIAS ENTRE O VENCIMENTO E
      *    ********** O CREDITO NO BANCO (BRT-DATA). A PARCELA DE
      *    ********** ENCARGOS NAO GERA NOVO ENCARGO
           0700-CALCULAR-ENCARGOS.
               MOVE ZEROS TO WRK-DIAS-ATRASO WRK-MULTA WRK-JUROS
                             WRK-ENCARGOS.
               IF AR-PARCELA-ENCARGO OR BRT-DATA <= AR-DT-VENCTO
                   GO TO 0700-SAIDA
               END-IF.
               MOVE AR-DT-VENCTO TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-VENCTO.
               MOVE BRT-DATA TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               COMPUTE WRK-DIAS-ATRASO =
                       WRK-DIAS-CONV - WRK-DIAS-VENCTO.
               COMPUTE WRK-MULTA ROUNDED =
                       WRK-BASE-ENC * WRK-MULTA-PERC / 100.
               COMPUTE WRK-JUROS ROUNDED =
                       WRK-BASE-ENC * WRK-DIAS-ATRASO
                       * WRK-JUROS-MES / 3000.
               COMPUTE WRK-ENCARGOS = WRK-MULTA + WRK-JUROS.

           0700-SAIDA.
               EXIT.

      *    ********** ENCARGOS PAGOS VAO AO RECEBLOG (MULTA PRIMEIRO,
      *    ********** DEPOIS JUROS) E AO TOTAL DO RAZAO; O QUE FALTOU
      *    ********** PAGAR VIRA PARCELA DE ENCARGOS EM ABERTO
           0750-TRATAR-ENCARGOS.
               COMPUTE WRK-ENC-ABERTO = WRK-ENCARGOS - WRK-ENC-PAGO.
               IF WRK-ENC-PAGO > WRK-MULTA
                   MOVE WRK-MULTA TO WRK-MULTA-PAGA
               ELSE
                   MOVE WRK-ENC-PAGO TO WRK-MULTA-PAGA
               END-IF.
               COMPUTE WRK-JUROS-PAGO = WRK-ENC-PAGO - WRK-MULTA-PAGA.
               MOVE WRK-ENC-ABERTO TO WRK-RL-SALDO.
               IF WRK-MULTA-PAGA > 0
                   MOVE ' MULTA    ' TO WRK-RL-TIPO
                   MOVE WRK-MULTA-PAGA TO WRK-RL-VALOR
                   PERFORM 0460-GRAVAR-RECEBLOG
               END-IF.
               IF WRK-JUROS-PAGO > 0
                   MOVE ' JUROS    ' TO WRK-RL-TIPO
                   MOVE WRK-JUROS-PAGO TO WRK-RL-VALOR
                   PERFORM 0460-GRAVAR-RECEBLOG
               END-IF.
               ADD WRK-ENC-PAGO TO WRK-TOT-ENC-PAGO.
               IF WRK-ENC-ABERTO > 0
                   PERFORM 0780-ABRIR-PARCELA-ENCARGO
               END-IF.

      *    ********** PRIMEIRA PARCELA LIVRE DE 90 A 99 DA FATURA,
      *    ********** VENCENDO NA DATA DO CREDITO E SOMADA AO ABERTO
      *    ********** DO CLIENTE. SO OCORRE COM O CREDITO ESGOTADO,
      *    ********** POR ISSO A LEITURA DIRETA NAO ATRAPALHA A
      *    ********** VARREDURA DAS PARCELAS DA FATURA
           0780-ABRIR-PARCELA-ENCARGO.
               MOVE 'N' TO WRK-PARC-LIVRE.
               PERFORM 0785-PROCURAR-PARCELA
                       VARYING WRK-PARC-ENC FROM 90 BY 1
                       UNTIL PARC-LIVRE OR WRK-PARC-ENC > 99.
               IF NOT PARC-LIVRE
                   MOVE 'SEM PARCELA DE ENCARGOS' TO WRK-MOTIVO
                   MOVE WRK-ENC-ABERTO TO WRK-VALOR-EXC
                   PERFORM 0500-GRAVAR-EXCECAO
               ELSE
                   MOVE BRT-CLIENTE    TO AR-CLIENTE
                   MOVE BRT-FATURA     TO AR-FATURA
                   MOVE WRK-PARC-ENC   TO AR-PARCELA
                   MOVE BRT-DATA       TO AR-DT-EMISSAO
                   MOVE BRT-DATA       TO AR-DT-VENCTO
                   MOVE WRK-ENC-ABERTO TO AR-VALOR
                   MOVE WRK-ENC-ABERTO TO AR-SALDO
                   MOVE 'A'            TO AR-STATUS
                   WRITE AR-REC
                   ADD 1 TO WRK-QT-ENC-ABERTOS
                   ADD WRK-ENC-ABERTO TO WRK-TOT-ENC-ABERTO
                   MOVE BRT-CLIENTE TO CUST-CODIGO
                   READ CUSTMAST
                       KEY IS CUST-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-CUSTMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CUSTMAST-STATUS
                   END-READ
                   IF CUSTMAST-OK
                       ADD WRK-ENC-ABERTO TO CUST-ABERTO
                       REWRITE CUST-REC
                   END-IF
               END-IF.

           0785-PROCURAR-PARCELA.
               MOVE BRT-CLIENTE  TO AR-CLIENTE.
               MOVE BRT-FATURA   TO AR-FATURA.
               MOVE WRK-PARC-ENC TO AR-PARCELA.
               READ CONTASREC
                   KEY IS AR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-PARC-LIVRE
               END-READ.
               IF PARC-LIVRE
                   SUBTRACT 1 FROM WRK-PARC-ENC
               END-IF.

      *    ********** CONVERTE AAAAMMDD EM CONTAGEM DE DIAS, COM
      *    ********** ANOS BISSEXTOS, PARA OS DIAS DE ATRASO
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

           COPY ERRPROC.
           COPY INBPROC.
           COPY RUNPROC.
      *    ********** OCORRENCIAS DO REGISTRO DE BOLETOS: CONFIRMACAO
      *    ********** E BAIXA ATUALIZAM O BOLREG; REJEICAO DO BANCO E
      *    ********** OCORRENCIA DE BOLETO SEM REGISTRO VAO PARA O
      *    ********** BANKEXC
           0800-TRATAR-OCORRENCIA.
               ADD 1 TO WRK-QT-OCORRENCIAS.
               MOVE BRT-VALOR TO WRK-VALOR-EXC.
               MOVE SPACES TO WRK-MOTIVO.
               IF NOT BOLREG-DISPONIVEL
                   STRING 'SEM BOLREG PC ' WRK-BRT-PARCELA
                          ' OC ' BRT-OCORRENCIA
                          DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-STRING
                   PERFORM 0500-GRAVAR-EXCECAO
               ELSE
                   MOVE BRT-CLIENTE TO BOL-CLIENTE
                   MOVE BRT-FATURA TO BOL-FATURA
                   MOVE WRK-BRT-PARCELA TO BOL-PARCELA
                   READ BOLREG
                       KEY IS BOL-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-BOLREG-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-BOLREG-STATUS
                   END-READ
                   IF NOT BOLREG-OK
                       STRING 'SEM REGISTRO PC ' WRK-BRT-PARCELA
                              ' OC ' BRT-OCORRENCIA
                              DELIMITED BY SIZE INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0500-GRAVAR-EXCECAO
                   ELSE
                       PERFORM 0810-ATUALIZAR-BOLREG
                   END-IF
               END-IF.

           0810-ATUALIZAR-BOLREG.
               MOVE BRT-DATA TO BOL-DT-RETORNO.
               EVALUATE TRUE
                   WHEN BRT-ENTRADA-CONF
                       IF BOL-ENVIADO
                           MOVE 'R' TO BOL-SITUACAO
                       END-IF
                       MOVE SPACES TO BOL-MOTIVO
                   WHEN BRT-ENTRADA-REJ
                       MOVE 'J' TO BOL-SITUACAO
                       MOVE BRT-MOTIVO TO BOL-MOTIVO
                       STRING 'REJEITADO PC ' WRK-BRT-PARCELA
                              ' MOT ' BRT-MOTIVO
                              DELIMITED BY SIZE INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0500-GRAVAR-EXCECAO
                   WHEN BRT-BAIXA-CONF
                       MOVE 'B' TO BOL-SITUACAO
                   WHEN BRT-VENCTO-CONF
                       CONTINUE
                   WHEN BRT-INSTRUCAO-REJ
                       MOVE BRT-MOTIVO TO BOL-MOTIVO
                       STRING 'INSTR ' BOL-ULT-INSTR ' REJ PC '
                              WRK-BRT-PARCELA ' MOT ' BRT-MOTIVO
                              DELIMITED BY SIZE INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0500-GRAVAR-EXCECAO
                   WHEN OTHER
                       STRING 'OCORRENCIA ' BRT-OCORRENCIA
                              ' DESCONHECIDA'
                              DELIMITED BY SIZE INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0500-GRAVAR-EXCECAO
               END-EVALUATE.
               REWRITE BOL-REC.

      *    ********** BOLETO PAGO NO BANCO: A REMESSA (PRGCOB112) NAO
      *    ********** PEDE BAIXA DELE
           0850-MARCAR-LIQUIDADO.
               MOVE AR-CHAVE TO BOL-CHAVE.
               READ BOLREG
                   KEY IS BOL-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-BOLREG-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-BOLREG-STATUS
               END-READ.
               IF BOLREG-OK
                   MOVE 'L' TO BOL-SITUACAO
                   MOVE BRT-DATA TO BOL-DT-RETORNO
                   REWRITE BOL-REC
               END-IF.

           COPY DATEPROC.
