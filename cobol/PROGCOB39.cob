      *                         PEDIDO) DERRUBAVA O RETORNO DO
      *                         PERFORM E A EXECUCAO VARAVA PELOS
      *                         PARAGRAFOS SEGUINTES.
      *    15/10/2026 HUGOVIE - PARCELA PAGA EM ATRASO COBRA MULTA E
      *                         JUROS DE MORA PRO RATA DIA (PERCENTUAIS
      *                         NO ENCPARAM). OS ENCARGOS PAGOS SAEM NO
      *                         RECEBLOG COMO MULTA/JUROS E NO RAZAO
      *                         PELO EVENTO JM; O QUE FALTOU PAGAR VIRA
      *                         PARCELA DE ENCARGOS (90 A 99) EM ABERTO,
      *                         SEM NOVO ENCARGO, E O SEU PAGAMENTO SAI
      *                         NO LOG COMO ENCARGO.
      *    15/10/2026 HUGOVIE - TITULO BAIXADO COMO PERDA (SITUACAO P,
      *                         PROGCOB92) NAO ACEITA RECEBIMENTO NO
      *                         CAIXA.
      *    15/10/2026 HUGOVIE - RECEBIDO ACIMA DO DEVIDO (PRINCIPAL MAIS
      *                         ENCARGOS) DEIXA DE SER DESCARTADO: A
      *                         SOBRA VIRA CREDITO NAO APLICADO DO
      *                         CLIENTE (CREDCLI/CREDMOV) E VAI AO RAZAO
      *                         PELO EVENTO CN DO CTAMAP.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - INVREG COM A UF DE ENTREGA (REG-UF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - SEGREGACAO POR PAPEL: OPERADOR COM
      *                         PAPEIS (ROLEMAST/USERROLE) SO BAIXA COM
      *                         A FUNCAO REC NOS SEUS PAPEIS E, COM AS
      *                         REGRAS LIB/REC OU PED/REC ATIVAS, SEM
      *                         PAPEL QUE TAMBEM DE LIB OU PED - A
      *                         TENTATIVA VAI PARA O LOGINAUD. SEM
      *                         PAPEL, VALE SO A CONFERENCIA DOS
      *                         CARIMBOS.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT LOGINAUD ASSIGN TO "LOGINAUD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LOGINAUD-STATUS.
               SELECT ROLEMAST ASSIGN TO "ROLEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RL-PAPEL
                   FILE STATUS IS WRK-ROLEMAST-STATUS.
               SELECT USERROLE ASSIGN TO "USERROLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UR-CHAVE
                   FILE STATUS IS WRK-USERROLE-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT ENCPARAM ASSIGN TO "ENCPARAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ENCPARAM-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT CREDCLI ASSIGN TO "CREDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCL-CLIENTE
                   FILE STATUS IS WRK-CREDCLI-STATUS.
               SELECT CREDMOV ASSIGN TO "CREDMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDMOV-STATUS.

           DATA DIVISION.
           FILE SECTION.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
                      88 AR-PARCELA-ENCARGO VALUE 90 THRU 99.
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
               05 AR-STATUS     PIC X(01).
                  88 AR-ABERTO     VALUE 'A'.
                  88 AR-LIQUIDADO  VALUE 'L'.
                  88 AR-PERDA      VALUE 'P'.

           FD  CUSTMAST.
           01  CUST-REC.
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
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

           FD  LOGINAUD.
           01  LOGINAUD-REC.
               05 AUD-NIVEL       PIC 9(02).
               05 AUD-RESULTADO   PIC X(10).

           FD  ROLEMAST.
           01  RL-REC.
               05 RL-PAPEL        PIC X(08).
               05 RL-DESCRICAO    PIC X(30).
               05 RL-SITUACAO     PIC X(01).
                  88 RL-ATIVO     VALUE 'A'.
               05 RL-OPCOES       PIC X(20).
               05 RL-APROVA       PIC X(08) OCCURS 5 TIMES.
               05 RL-FUNCAO       PIC X(03) OCCURS 5 TIMES.

           FD  USERROLE.
           01  UR-REC.
               05 UR-CHAVE.
                  10 UR-USUARIO   PIC X(20).
                  10 UR-PAPEL     PIC X(08).
               05 UR-DT-ATRIB     PIC 9(08).
               05 UR-SOLICITANTE  PIC X(20).
               05 UR-APROVADOR    PIC X(20).

           FD  CTAMAP.
           01  CTAMAP-REC.
               05 MAP-EVENTO     PIC X(02).
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  ENCPARAM.
           01  ENCPARAM-REC.
               05 ENC-MULTA-PERC  PIC 9(02)V99.
               05 ENC-JUROS-MES   PIC 9(02)V99.

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

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

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
               88 MAP-ACHADO    VALUE 'S'.
           77 WRK-MAP-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-JM-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-JM-ACHADO VALUE 'S'.
           77 WRK-MAP-JM-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-JM-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-ENCPARAM-STATUS PIC X(02) VALUE SPACES.
               88 ENCPARAM-OK    VALUE '00'.
           77 WRK-MAP-CN-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-CN-ACHADO VALUE 'S'.
           77 WRK-MAP-CN-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CN-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-CREDCLI-STATUS PIC X(02) VALUE SPACES.
               88 CREDCLI-OK        VALUE '00'.
               88 CREDCLI-NOTFOUND  VALUE '23'.
           77 WRK-CREDMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SOBRA       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY DATECOM.

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
           77 WRK-RL-TIPO     PIC X(10) VALUE SPACES.
           77 WRK-RL-VALOR    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-RL-SALDO    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PARC-ENC    PIC 9(02) VALUE ZEROS.
           77 WRK-PARC-LIVRE  PIC X(01) VALUE 'N'.
               88 PARC-LIVRE    VALUE 'S'.
           77 WRK-LTX-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-LTX-DESCR   PIC X(20) VALUE SPACES.
           77 WRK-SODRULES-STATUS PIC X(02) VALUE SPACES.
               88 SODRULES-OK    VALUE '00'.
               88 SODRULES-EOF   VALUE '10'.
                           ' STATUS ' WRK-CONTASREC-STATUS
               ELSE
                   OPEN I-O CUSTMAST
                   MOVE WRK-OPERADOR-REC TO ROL-USUARIO
                   PERFORM 9250-CARREGAR-PAPEIS
                   PERFORM 0040-CARREGAR-SODRULES
                   PERFORM 0050-CARREGAR-CTAMAP
                   PERFORM 0080-CARREGAR-ENCPARAM
                   PERFORM 9040-CARREGAR-FERIADOS
                   PERFORM 0100-RECEBER
                   PERFORM 0200-LOOP-RECEBER
                           UNTIL WRK-CLIENTE = 0
               END-IF.
               PERFORM 0042-LER-REGRA.

      *    ********** CONTAS DO EVENTO RC (RECEBIMENTO), JM (MULTA
      *    ********** E JUROS DE MORA) E CN (CREDITO NAO APLICADO)
      *    ********** NO CTAMAP
           0050-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-ACHADO.
               MOVE 'N' TO WRK-MAP-JM-ACHADO.
               MOVE 'N' TO WRK-MAP-CN-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0060-LER-CTAMAP
                   DISPLAY 'SEM EVENTO RC NO CTAMAP - RECEBIMENTO'
                           ' NAO SERA CONTABILIZADO'
               END-IF.
               IF NOT MAP-JM-ACHADO
                   DISPLAY 'SEM EVENTO JM NO CTAMAP - MULTA E JUROS'
                           ' NAO SERAO CONTABILIZADOS'
               END-IF.

           0060-LER-CTAMAP.
               READ CTAMAP
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
               PERFORM 0060-LER-CTAMAP.

      *    ********** PERCENTUAL DE MULTA E JUROS AO MES (ENCPARAM);
      *    ********** SEM O ARQUIVO FICAM 2% DE MULTA E 1% AO MES
           0080-CARREGAR-ENCPARAM.
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
               ELSE
                   DISPLAY 'SEM ENCPARAM - MULTA 2% E JUROS 1% AO'
                           ' MES'
               END-IF.

           0100-RECEBER.
               DISPLAY 'CLIENTE (ZEROS ENCERRA)...'.
               ACCEPT WRK-CLIENTE.
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   WHEN AR-LIQUIDADO
                       DISPLAY 'TITULO JA LIQUIDADO'
                   WHEN AR-PERDA
                       DISPLAY 'TITULO BAIXADO COMO PERDA - RECEBIMENTO'
                               ' SO PELO CONTROLE DE CREDITO'
                   WHEN OTHER
                       PERFORM 0250-CONFERIR-SEGREGACAO
                               THRU 0250-SAIDA
      *    ********** LOCALIZADO PELO INVREG
           0250-CONFERIR-SEGREGACAO.
               MOVE 'S' TO WRK-SOD-OK.
               IF NOT ROL-SEM-PAPEL
                   PERFORM 0255-CONFERIR-PAPEIS
                   IF NOT SOD-OK
                       GO TO 0250-SAIDA
                   END-IF
               END-IF.
               IF NOT REGRA-LIB-REC AND NOT REGRA-PED-REC
                   GO TO 0250-SAIDA
               END-IF.
           0250-SAIDA.
               EXIT.

      *    ********** OPERADOR COM PAPEIS NO USERROLE: PRECISA DA
      *    ********** FUNCAO REC E, COM AS REGRAS LIB/REC OU PED/REC
      *    ********** ATIVAS, NAO PODE TER TAMBEM LIB OU PED
           0255-CONFERIR-PAPEIS.
               MOVE 'REC' TO ROL-CONSULTA.
               PERFORM 9270-TEM-FUNCAO.
               IF NOT ROL-AUTORIZADO
                   DISPLAY 'BAIXA BLOQUEADA - OS PAPEIS DO OPERADOR'
                           ' NAO DAO A FUNCAO REC'
                   MOVE 'N' TO WRK-SOD-OK
               ELSE
                   IF REGRA-LIB-REC
                       MOVE 'LIB' TO ROL-CONSULTA
                       PERFORM 9270-TEM-FUNCAO
                       IF ROL-AUTORIZADO
                           MOVE 'N' TO WRK-SOD-OK
                       END-IF
                   END-IF
                   IF REGRA-PED-REC
                       MOVE 'PED' TO ROL-CONSULTA
                       PERFORM 9270-TEM-FUNCAO
                       IF ROL-AUTORIZADO
                           MOVE 'N' TO WRK-SOD-OK
                       END-IF
                   END-IF
                   IF NOT SOD-OK
                       DISPLAY 'BAIXA BLOQUEADA - OS PAPEIS DO'
                               ' OPERADOR REUNEM FUNCOES'
                               ' INCOMPATIVEIS (SODRULES)'
                       PERFORM 0280-REGISTRAR-SOD-BLOQ
                   END-IF
               END-IF.

           0260-LOCALIZAR-PEDIDO.
               MOVE ZEROS TO WRK-PEDIDO-FAT.
               OPEN INPUT INVREG.
               MOVE AR-SALDO TO WRK-SALDO-ED.
               DISPLAY 'VENCIMENTO.......' AR-DT-VENCTO.
               DISPLAY 'SALDO DO TITULO..' WRK-SALDO-ED.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               MOVE AR-SALDO TO WRK-BASE-ENC.
               PERFORM 0700-CALCULAR-ENCARGOS.
               IF WRK-ENCARGOS > 0
                   DISPLAY 'DIAS DE ATRASO...' WRK-DIAS-ATRASO
                   MOVE WRK-MULTA TO WRK-SALDO-ED
                   DISPLAY 'MULTA............' WRK-SALDO-ED
                   MOVE WRK-JUROS TO WRK-SALDO-ED
                   DISPLAY 'JUROS DE MORA....' WRK-SALDO-ED
                   COMPUTE WRK-SALDO-ED = AR-SALDO + WRK-ENCARGOS
                   DISPLAY 'TOTAL DEVIDO.....' WRK-SALDO-ED
               END-IF.
               DISPLAY 'VALOR RECEBIDO...'.
               ACCEPT WRK-VALOR-PAGO.
               IF WRK-VALOR-PAGO = 0
                   DISPLAY 'VALOR ZERADO - NADA BAIXADO'
               ELSE
                   MOVE ZEROS TO WRK-ENC-PAGO
                   MOVE ZEROS TO WRK-SOBRA
                   IF WRK-VALOR-PAGO > AR-SALDO
                       COMPUTE WRK-ENC-PAGO =
                               WRK-VALOR-PAGO - AR-SALDO
                       IF WRK-ENC-PAGO > WRK-ENCARGOS
                           IF MAP-CN-ACHADO
                               COMPUTE WRK-SOBRA =
                                       WRK-ENC-PAGO - WRK-ENCARGOS
                           ELSE
                               DISPLAY 'RECEBIDO MAIOR QUE O DEVIDO'
                                       ' - BAIXANDO PELO DEVIDO'
                           END-IF
                           MOVE WRK-ENCARGOS TO WRK-ENC-PAGO
                       END-IF
                       MOVE AR-SALDO TO WRK-VALOR-PAGO
                   ELSE
                       MOVE WRK-VALOR-PAGO TO WRK-BASE-ENC
                       PERFORM 0700-CALCULAR-ENCARGOS
                   END-IF
                   SUBTRACT WRK-VALOR-PAGO FROM AR-SALDO
                   IF AR-SALDO = 0
                   PERFORM 0400-REDUZIR-ABERTO
                   PERFORM 0500-REGISTRAR-RECEBIMENTO
                   PERFORM 0550-CONTABILIZAR-RECEBIMENTO
                   IF WRK-ENCARGOS > 0
                       PERFORM 0750-TRATAR-ENCARGOS
                   END-IF
                   IF WRK-SOBRA > 0
                       PERFORM 0570-CREDITO-NAO-APLICADO
                   END-IF
               END-IF.

           0400-REDUZIR-ABERTO.
                   REWRITE CUST-REC
               END-IF.

      *    ********** O PRINCIPAL SAI COMO ' RECEBIDO '; MULTA, JUROS
      *    ********** E A PARCELA DE ENCARGOS (90 A 99) TEM O TIPO
      *    ********** PROPRIO NA MESMA POSICAO, PARA O EXTRATO, A
      *    ********** COMISSAO E A RENTABILIDADE SEPARAREM
           0500-REGISTRAR-RECEBIMENTO.
               IF AR-PARCELA-ENCARGO
                   MOVE ' ENCARGO  ' TO WRK-RL-TIPO
               ELSE
                   MOVE ' RECEBIDO ' TO WRK-RL-TIPO
               END-IF.
               MOVE WRK-VALOR-PAGO TO WRK-RL-VALOR.
               MOVE AR-SALDO TO WRK-RL-SALDO.
               PERFORM 0510-GRAVAR-RECEBLOG.

           0510-GRAVAR-RECEBLOG.
               PERFORM 0600-MONTAR-DATAHORA.
               MOVE SPACES TO RECEBLOG-REC.
               STRING WRK-DATAHORA
                      ' CLIENTE ' WRK-CLIENTE
                      ' FATURA ' WRK-FATURA
                      ' PARCELA ' WRK-PARCELA
                      WRK-RL-TIPO WRK-RL-VALOR
                      ' SALDO ' WRK-RL-SALDO
                      DELIMITED BY SIZE
                      INTO RECEBLOG-REC
               END-STRING.
                   MOVE WRK-VALOR-PAGO TO LTX-VALOR
                   MOVE 'RECEBIMENTO CLIENTE' TO LTX-DESCRICAO
                   MOVE ZEROS          TO LTX-CCUSTO
                   MOVE SPACE          TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-CRE    TO LTX-CONTA
                   MOVE 'C'            TO LTX-TIPO
                   CLOSE LEDGTXN
               END-IF.

      *    ********** PAR DE LANCAMENTOS DOS ENCARGOS (EVENTO JM)
           0560-CONTABILIZAR-ENCARGO.
               IF MAP-JM-ACHADO
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   MOVE WRK-LTX-DEB    TO LTX-CONTA
                   MOVE WRK-TS-DATA    TO LTX-DATA
                   MOVE 'D'            TO LTX-TIPO
                   MOVE WRK-LTX-VALOR  TO LTX-VALOR
                   MOVE WRK-LTX-DESCR  TO LTX-DESCRICAO
                   MOVE ZEROS          TO LTX-CCUSTO
                   MOVE SPACE          TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-LTX-CRE    TO LTX-CONTA
                   MOVE 'C'            TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
               END-IF.

      *    ********** O QUE O CLIENTE PAGOU ALEM DO DEVIDO FICA
      *    ********** COMO CREDITO NAO APLICADO (CREDCLI, MOVIMENTO
      *    ********** NO CREDMOV) PARA SER APLICADO OU DEVOLVIDO NO
      *    ********** PROGCOB113 - PAR CAIXA (D) X CREDITOS DE
      *    ********** CLIENTES (C) DO EVENTO CN
           0570-CREDITO-NAO-APLICADO.
               OPEN I-O CREDCLI.
               IF WRK-CREDCLI-STATUS = '35'
                   CLOSE CREDCLI
                   OPEN OUTPUT CREDCLI
                   CLOSE CREDCLI
                   OPEN I-O CREDCLI
               END-IF.
               IF NOT CREDCLI-OK
                   DISPLAY 'CREDITO NAO APLICADO INDISPONIVEL -'
                           ' SOBRA NAO REGISTRADA'
               ELSE
                   MOVE WRK-CLIENTE TO CCL-CLIENTE
                   READ CREDCLI
                       KEY IS CCL-CLIENTE
                       INVALID KEY
                           MOVE '23' TO WRK-CREDCLI-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CREDCLI-STATUS
                   END-READ
                   IF CREDCLI-NOTFOUND
                       MOVE WRK-CLIENTE TO CCL-CLIENTE
                       MOVE WRK-SOBRA   TO CCL-SALDO
                       MOVE WRK-TS-DATA TO CCL-DT-ULT-MOV
                       WRITE CCL-REC
                   ELSE
                       ADD WRK-SOBRA    TO CCL-SALDO
                       MOVE WRK-TS-DATA TO CCL-DT-ULT-MOV
                       REWRITE CCL-REC
                   END-IF
                   CLOSE CREDCLI
                   MOVE WRK-TS-DATA TO CMV-DATA
                   MOVE WRK-CLIENTE TO CMV-CLIENTE
                   MOVE 'E'         TO CMV-TIPO
                   MOVE WRK-SOBRA   TO CMV-VALOR
                   MOVE WRK-FATURA  TO CMV-FATURA
                   MOVE WRK-PARCELA TO CMV-PARCELA
                   MOVE 'PROGCOB39' TO CMV-ORIGEM
                   MOVE WRK-OPERADOR-REC TO CMV-OPERADOR
                   OPEN EXTEND CREDMOV
                   IF WRK-CREDMOV-STATUS = '35'
                       CLOSE CREDMOV
                       OPEN OUTPUT CREDMOV
                   END-IF
                   WRITE CMV-REC
                   CLOSE CREDMOV
                   MOVE WRK-MAP-CN-DEB TO WRK-LTX-DEB
                   MOVE WRK-MAP-CN-CRE TO WRK-LTX-CRE
                   MOVE WRK-SOBRA      TO WRK-LTX-VALOR
                   MOVE 'CREDITO NAO APLICADO' TO WRK-LTX-DESCR
                   PERFORM 0580-CONTABILIZAR-CREDITO
                   MOVE WRK-SOBRA TO WRK-SALDO-ED
                   DISPLAY 'SOBRA DE ' WRK-SALDO-ED
                           ' LANCADA COMO CREDITO DO CLIENTE'
               END-IF.

           0580-CONTABILIZAR-CREDITO.
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

           0600-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

      *    ********** MULTA E JUROS SIMPLES PRO RATA DIA SOBRE A BASE
      *    ********** (WRK-BASE-ENC) PELOS DIAS ENTRE O VENCIMENTO E
      *    ********** O PAGAMENTO (WRK-TS-DATA). A PARCELA DE
      *    ********** ENCARGOS NAO GERA NOVO ENCARGO
           0700-CALCULAR-ENCARGOS.
               MOVE ZEROS TO WRK-DIAS-ATRASO WRK-MULTA WRK-JUROS
                             WRK-ENCARGOS.
               IF AR-PARCELA-ENCARGO OR WRK-TS-DATA <= AR-DT-VENCTO
                   GO TO 0700-SAIDA
               END-IF.
               MOVE AR-DT-VENCTO TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-VENCTO.
               MOVE WRK-TS-DATA TO WRK-DATA-CONV.
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
      *    ********** DEPOIS JUROS) E AO RAZAO; O QUE FALTOU PAGAR
      *    ********** VIRA PARCELA DE ENCARGOS EM ABERTO
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
                   PERFORM 0510-GRAVAR-RECEBLOG
               END-IF.
               IF WRK-JUROS-PAGO > 0
                   MOVE ' JUROS    ' TO WRK-RL-TIPO
                   MOVE WRK-JUROS-PAGO TO WRK-RL-VALOR
                   PERFORM 0510-GRAVAR-RECEBLOG
               END-IF.
               IF WRK-ENC-PAGO > 0
                   MOVE WRK-MAP-JM-DEB TO WRK-LTX-DEB
                   MOVE WRK-MAP-JM-CRE TO WRK-LTX-CRE
                   MOVE WRK-ENC-PAGO   TO WRK-LTX-VALOR
                   MOVE 'MULTA/JUROS RECEB.' TO WRK-LTX-DESCR
                   PERFORM 0560-CONTABILIZAR-ENCARGO
               END-IF.
               IF WRK-ENC-ABERTO > 0
                   PERFORM 0780-ABRIR-PARCELA-ENCARGO
               END-IF.

      *    ********** PRIMEIRA PARCELA LIVRE DE 90 A 99 DA FATURA,
      *    ********** VENCENDO NO DIA, SOMADA AO ABERTO DO CLIENTE E
      *    ********** LANCADA CLIENTES (D) X RECEITA DE ENCARGOS (C)
           0780-ABRIR-PARCELA-ENCARGO.
               MOVE 'N' TO WRK-PARC-LIVRE.
               PERFORM 0785-PROCURAR-PARCELA
                       VARYING WRK-PARC-ENC FROM 90 BY 1
                       UNTIL PARC-LIVRE OR WRK-PARC-ENC > 99.
               IF NOT PARC-LIVRE
                   DISPLAY 'FATURA SEM PARCELA DE ENCARGOS LIVRE -'
                           ' ENCARGO PENDENTE NAO ABERTO'
               ELSE
                   MOVE WRK-CLIENTE    TO AR-CLIENTE
                   MOVE WRK-FATURA     TO AR-FATURA
                   MOVE WRK-PARC-ENC   TO AR-PARCELA
                   MOVE WRK-TS-DATA    TO AR-DT-EMISSAO
                   MOVE WRK-TS-DATA    TO AR-DT-VENCTO
                   MOVE WRK-ENC-ABERTO TO AR-VALOR
                   MOVE WRK-ENC-ABERTO TO AR-SALDO
                   MOVE 'A'            TO AR-STATUS
                   WRITE AR-REC
                   MOVE WRK-ENC-ABERTO TO WRK-SALDO-ED
                   DISPLAY 'ENCARGOS NAO PAGOS ' WRK-SALDO-ED
                           ' ABERTOS NA PARCELA ' AR-PARCELA
                   MOVE WRK-CLIENTE TO CUST-CODIGO
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
                   IF MAP-ACHADO
                       MOVE WRK-MAP-CRE    TO WRK-LTX-DEB
                       MOVE WRK-MAP-JM-CRE TO WRK-LTX-CRE
                       MOVE WRK-ENC-ABERTO TO WRK-LTX-VALOR
                       MOVE 'MULTA/JUROS A RECEB.' TO WRK-LTX-DESCR
                       PERFORM 0560-CONTABILIZAR-ENCARGO
                   END-IF
               END-IF.

           0785-PROCURAR-PARCELA.
               MOVE WRK-CLIENTE  TO AR-CLIENTE.
               MOVE WRK-FATURA   TO AR-FATURA.
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

           COPY DATEPROC.
           COPY ROLPROC.
