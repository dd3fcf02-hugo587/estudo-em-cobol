      *                         MOEDA (REG-MOEDA/REG-VALOR-ME) PARA
      *                         A DIFERENCA REALIZADA NO RECEBIMENTO
      *                         PODER SER APURADA.
      *    15/10/2026 HUGOVIE - CADA LINHA FATURADA GRAVA O CUSTO DA
      *                         MERCADORIA (CUSTO MEDIO DO STOCKMST NA
      *                         EMISSAO, KIT PELA SOMA DOS COMPONENTES)
      *                         NO REGISTRO DE LINHAS INVLINE, BASE DA
      *                         MARGEM BRUTA (PRGCOB108).
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - UF DE ENTREGA GRAVADA NO INVREG (REG-UF)
      *                         PARA A APURACAO MENSAL DO ICMS DO
      *                         PRGCOB121.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - NF-E: CADA FATURA TAMBEM GERA A
      *                         EXPORTACAO DA NOTA ELETRONICA (NFEEXP)
      *                         PARA O EMISSOR - EMITENTE DO NFEPARM,
      *                         DESTINATARIO COM O CNPJ/CPF DO CUSTMAST,
      *                         CFOP POR LINHA (INTERNO OU INTERESTADUAL
      *                         PELA UF DE ENTREGA), BASE/ALIQUOTA/VALOR
      *                         DO ICMS POR ITEM E CHAVE DE ACESSO COM
      *                         DIGITO MODULO 11 - E A SITUACAO PENDENTE
      *                         NO NFEREG, ATUALIZADA PELO RETORNO
      *                         (PRGCOB122). SEM NFEPARM A FATURA SAI SO
      *                         NO PAPEL.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT INVLINE ASSIGN TO "INVLINE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVLINE-STATUS.
               SELECT UFTAXTAB ASSIGN TO "UFTAXTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT NFEPARM ASSIGN TO "NFEPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFEPARM-STATUS.
               SELECT NFEEXP ASSIGN TO "NFEEXP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFEEXP-STATUS.
               SELECT NFEREG ASSIGN TO "NFEREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NFE-FATURA
                   FILE STATUS IS WRK-NFEREG-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
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

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

      *    ********** LINHAS FATURADAS COM O CUSTO DA MERCADORIA
      *    ********** (CUSTO MEDIO DO STOCKMST NA EMISSAO) - BASE DA
      *    ********** MARGEM BRUTA (PRGCOB108)
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

           FD  UFTAXTAB.
           01  UFT-REC.
               05 UFT-UF        PIC X(02).
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

           FD  CONTASREC.
           01  AR-REC.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

      *    ********** PARAMETROS DO EMITENTE DA NF-E (REGISTRO
      *    ********** UNICO, MANTIDO COMO PARAMETRO DE OPERACAO)
           FD  NFEPARM.
           01  NPR-REC.
               05 NPR-CNPJ          PIC 9(14).
               05 NPR-IE            PIC X(14).
               05 NPR-RAZAO         PIC X(40).
               05 NPR-UF            PIC X(02).
               05 NPR-COD-UF        PIC 9(02).
               05 NPR-SERIE         PIC 9(03).
               05 NPR-CFOP-INTERNA  PIC 9(04).
               05 NPR-CFOP-INTEREST PIC 9(04).

      *    ********** EXPORTACAO DA NF-E PARA O EMISSOR: REGISTROS
      *    ********** C (CABECALHO/EMITENTE), D (DESTINATARIO), I
      *    ********** (ITENS) E T (TOTAIS), TODOS COM A CHAVE DE
      *    ********** ACESSO
           FD  NFEEXP.
           01  NFEEXP-REC       PIC X(200).

      *    ********** SITUACAO DA NF-E POR FATURA - PENDENTE NA
      *    ********** EMISSAO; AUTORIZADA OU REJEITADA PELO RETORNO
      *    ********** (PRGCOB122)
           FD  NFEREG.
           01  NFE-REC.
               05 NFE-FATURA       PIC 9(06).
               05 NFE-PEDIDO       PIC 9(06).
               05 NFE-CLIENTE      PIC 9(06).
               05 NFE-DATA-EMISSAO PIC 9(08).
               05 NFE-CHAVE        PIC X(44).
               05 NFE-SITUACAO     PIC X(01).
                  88 NFE-PENDENTE    VALUE 'P'.
                  88 NFE-AUTORIZADA  VALUE 'A'.
                  88 NFE-REJEITADA   VALUE 'R'.
               05 NFE-PROTOCOLO    PIC X(15).
               05 NFE-DATA-RETORNO PIC 9(08).
               05 NFE-COD-RETORNO  PIC 9(03).
               05 NFE-MOTIVO       PIC X(60).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
               88 ITEMMAST-NOTFOUND  VALUE '23'.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           COPY KITCOM.
           77 WRK-INVLINE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CUSTO-UNIT    PIC 9(07)V99 VALUE ZEROS.
           77 WRK-DEPTO-LINHA   PIC 9(02) VALUE ZEROS.
           77 WRK-UFTAXTAB-STATUS PIC X(02) VALUE SPACES.
               88 UFTAXTAB-OK        VALUE '00'.
               88 UFTAXTAB-NOTFOUND  VALUE '23'.
           77 WRK-UFTAXTAB-DISPONIVEL PIC X(01) VALUE 'N'.
               88 UFTAXTAB-DISPONIVEL VALUE 'S'.
           77 WRK-ICMS          PIC 9(08)V99 VALUE ZEROS.
           77 WRK-ALIQ-ICMS     PIC 9(02)V99 VALUE ZEROS.
           77 WRK-ICMS-ED       PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-INVCTL-STATUS   PIC X(02) VALUE SPACES.
               88 INVCTL-OK        VALUE '00'.
           77 WRK-FRETE-ED     PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED     PIC ZZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA        PIC X(90) VALUE SPACES.
           77 WRK-NFEPARM-STATUS PIC X(02) VALUE SPACES.
               88 NFEPARM-OK       VALUE '00'.
           77 WRK-NFEEXP-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-NFEREG-STATUS  PIC X(02) VALUE SPACES.
               88 NFEREG-OK        VALUE '00'.
           77 WRK-NFE-DISPONIVEL PIC X(01) VALUE 'N'.
               88 NFE-DISPONIVEL   VALUE 'S'.
           77 WRK-NFE-EXCESSO    PIC X(01) VALUE 'N'.
               88 NFE-EXCESSO      VALUE 'S'.
           77 WRK-NFE-QT-ITENS   PIC 9(04) VALUE ZEROS.
           77 WRK-NFE-SUB        PIC 9(04) VALUE ZEROS.
           77 WRK-NFE-CFOP       PIC 9(04) VALUE ZEROS.
           77 WRK-NFE-ICMS-ACUM  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-NFE-SOMA-ITENS PIC 9(08)V99 VALUE ZEROS.
           77 WRK-QT-NFE         PIC 9(06) VALUE ZEROS.
           77 WRK-AAAAMM         PIC 9(06) VALUE ZEROS.
           77 WRK-CHV-SUB        PIC 9(02) VALUE ZEROS.
           77 WRK-CHV-PESO       PIC 9(02) VALUE ZEROS.
           77 WRK-CHV-SOMA       PIC 9(04) VALUE ZEROS.
           77 WRK-CHV-QUOC       PIC 9(04) VALUE ZEROS.
           77 WRK-CHV-RESTO      PIC 9(02) VALUE ZEROS.
      *    ********** LINHAS DA FATURA GUARDADAS PARA A NF-E - O
      *    ********** ICMS POR ITEM SO E CONHECIDO NOS TOTAIS
           01 WRK-TAB-NFE.
               02 WRK-NFE-LINHA OCCURS 990 TIMES.
                   03 TNF-ITEM      PIC 9(04).
                   03 TNF-DESCRICAO PIC X(20).
                   03 TNF-QTDE      PIC 9(03).
                   03 TNF-VALOR     PIC 9(07)V99.
      *    ********** CHAVE DE ACESSO DA NF-E (44 DIGITOS): UF,
      *    ********** AAMM, CNPJ, MODELO, SERIE, NUMERO, TIPO DE
      *    ********** EMISSAO, CODIGO NUMERICO E DIGITO (MODULO 11)
           01 WRK-CHAVE-NFE.
               02 CHV-CUF        PIC 9(02).
               02 CHV-AAMM       PIC 9(04).
               02 CHV-CNPJ       PIC 9(14).
               02 CHV-MODELO     PIC 9(02).
               02 CHV-SERIE      PIC 9(03).
               02 CHV-NUMERO     PIC 9(09).
               02 CHV-TP-EMIS    PIC 9(01).
               02 CHV-CODIGO     PIC 9(08).
               02 CHV-DV         PIC 9(01).
           01 WRK-CHAVE-DIGITOS REDEFINES WRK-CHAVE-NFE.
               02 CHV-DIGITO     PIC 9(01) OCCURS 44 TIMES.
           01 WRK-NFE-CAB.
               02 NFC-TIPO         PIC X(01) VALUE 'C'.
               02 NFC-CHAVE        PIC X(44).
               02 NFC-MODELO       PIC 9(02) VALUE 55.
               02 NFC-SERIE        PIC 9(03).
               02 NFC-NUMERO       PIC 9(09).
               02 NFC-DATA-EMISSAO PIC 9(08).
               02 NFC-NAT-OP       PIC X(20)
                                   VALUE 'VENDA DE MERCADORIA'.
               02 NFC-FATURA       PIC 9(06).
               02 NFC-PEDIDO       PIC 9(06).
               02 NFC-EMIT-CNPJ    PIC 9(14).
               02 NFC-EMIT-IE      PIC X(14).
               02 NFC-EMIT-RAZAO   PIC X(40).
               02 NFC-EMIT-UF      PIC X(02).
               02 FILLER           PIC X(31) VALUE SPACES.
           01 WRK-NFE-DEST.
               02 NFD-TIPO         PIC X(01) VALUE 'D'.
               02 NFD-CHAVE        PIC X(44).
               02 NFD-TIPO-DOC     PIC X(01).
               02 NFD-CNPJ-CPF     PIC 9(14).
               02 NFD-CLIENTE      PIC 9(06).
               02 NFD-NOME         PIC X(20).
               02 NFD-ENDERECO     PIC X(40).
               02 NFD-UF           PIC X(02).
               02 FILLER           PIC X(72) VALUE SPACES.
           01 WRK-NFE-ITEM.
               02 NFI-TIPO         PIC X(01) VALUE 'I'.
               02 NFI-CHAVE        PIC X(44).
               02 NFI-NUM-ITEM     PIC 9(03).
               02 NFI-CODIGO       PIC 9(04).
               02 NFI-DESCRICAO    PIC X(20).
               02 NFI-CFOP         PIC 9(04).
               02 NFI-QTDE         PIC 9(03).
               02 NFI-VALOR-UNIT   PIC 9(07)V9999.
               02 NFI-VALOR        PIC 9(08)V99.
               02 NFI-BASE-ICMS    PIC 9(08)V99.
               02 NFI-ALIQ-ICMS    PIC 9(02)V99.
               02 NFI-VALOR-ICMS   PIC 9(08)V99.
               02 FILLER           PIC X(76) VALUE SPACES.
           01 WRK-NFE-TOT.
               02 NFT-TIPO         PIC X(01) VALUE 'T'.
               02 NFT-CHAVE        PIC X(44).
               02 NFT-QT-ITENS     PIC 9(03).
               02 NFT-BASE-ICMS    PIC 9(10)V99.
               02 NFT-VALOR-ICMS   PIC 9(10)V99.
               02 NFT-VALOR-MERC   PIC 9(10)V99.
               02 NFT-VALOR-FRETE  PIC 9(10)V99.
               02 NFT-VALOR-NF     PIC 9(10)V99.
               02 NFT-TRANSP       PIC 9(02).
               02 FILLER           PIC X(90) VALUE SPACES.
           01 WRK-CAB-FATURA.
               02 FILLER        PIC X(08) VALUE 'FATURA N'.
               02 FILLER        PIC X(01) VALUE '.'.
               OPEN INPUT ORDERTXN.
               OPEN I-O CUSTMAST.
               OPEN INPUT ITEMMAST.
               OPEN INPUT STOCKMST.
               OPEN INPUT KITSTRU.
               OPEN EXTEND INVLINE.
               IF WRK-INVLINE-STATUS = '35'
                   CLOSE INVLINE
                   OPEN OUTPUT INVLINE
               END-IF.
               OPEN OUTPUT INVPRINT.
               OPEN EXTEND INVREG.
               IF WRK-INVREG-STATUS = '35'
               IF WRK-CUSTTERM-STATUS = '00'
                   MOVE 'S' TO WRK-CUSTTERM-DISPONIVEL
               END-IF.
               PERFORM 0120-ABRIR-NFE.
               IF NOT ORDBILL-EOF
                   PERFORM 0150-LER-ORDBILL
                   PERFORM 0160-LER-ORDERTXN
                   CLOSE INVCTL
               END-IF.

      *    ********** EMITENTE (NFEPARM), EXPORTACAO (NFEEXP) E
      *    ********** SITUACAO (NFEREG) DA NF-E; SEM O EMITENTE A
      *    ********** FATURA SAI SO NO PAPEL
           0120-ABRIR-NFE.
               MOVE 'N' TO WRK-NFE-DISPONIVEL.
               OPEN INPUT NFEPARM.
               IF NFEPARM-OK
                   READ NFEPARM
                       AT END MOVE '10' TO WRK-NFEPARM-STATUS
                   END-READ
                   IF NFEPARM-OK
                       MOVE 'S' TO WRK-NFE-DISPONIVEL
                   END-IF
                   CLOSE NFEPARM
               END-IF.
               IF NFE-DISPONIVEL
                   IF NPR-CFOP-INTERNA = ZEROS
                       MOVE 5102 TO NPR-CFOP-INTERNA
                   END-IF
                   IF NPR-CFOP-INTEREST = ZEROS
                       MOVE 6102 TO NPR-CFOP-INTEREST
                   END-IF
                   OPEN OUTPUT NFEEXP
                   OPEN I-O NFEREG
                   IF WRK-NFEREG-STATUS = '35'
                       CLOSE NFEREG
                       OPEN OUTPUT NFEREG
                       CLOSE NFEREG
                       OPEN I-O NFEREG
                   END-IF
               ELSE
                   MOVE 'PROGCOB28' TO ERR-PROGRAMA
                   MOVE 'NFEPARM'   TO ERR-ARQUIVO
                   MOVE WRK-NFEPARM-STATUS TO ERR-STATUS
                   MOVE 'SEM DADOS DO EMITENTE - NF-E NAO GERADA'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'SEM PARAMETROS DO EMITENTE (NFEPARM) -'
                           ' NF-E NAO GERADA'
               END-IF.

      *    ********** CONTAS DO EVENTO FT (FATURAMENTO) NO CTAMAP
           0115-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-ACHADO.
               MOVE SPACES TO WRK-ORDEM-MOEDA.
               MOVE ZEROS  TO WRK-ORDEM-VALOR-ME.
               MOVE ZEROS  TO WRK-ORDEM-VENDEDOR.
               MOVE ZEROS  TO WRK-NFE-QT-ITENS.
               MOVE 'N'    TO WRK-NFE-EXCESSO.
               ADD 1 TO WRK-ULT-FATURA.
               MOVE WRK-ULT-FATURA TO WRK-FATURA.
               ADD 1 TO WRK-QT-FATURAS.
               PERFORM 0400-IMPRIMIR-ITENS.
               PERFORM 0500-IMPRIMIR-TOTAIS.
               PERFORM 0600-GRAVAR-REGISTRO.
               PERFORM 0800-GERAR-NFE THRU 0800-SAIDA.
               PERFORM 0150-LER-ORDBILL.

           0300-IMPRIMIR-CABECALHO.
                   ADD TX-VALOR-ME TO WRK-ORDEM-VALOR-ME
               END-IF.
               MOVE TX-VENDEDOR TO WRK-ORDEM-VENDEDOR.
               PERFORM 0430-GRAVAR-CUSTO-LINHA.
               PERFORM 0440-GUARDAR-LINHA-NFE.
               PERFORM 0160-LER-ORDERTXN.

      *    ********** CUSTO DA LINHA PELO CUSTO MEDIO DO ESTOQUE NA
      *    ********** EMISSAO; KIT CUSTA A SOMA DOS COMPONENTES E
      *    ********** FICA NO DEPARTAMENTO DO PRIMEIRO COMPONENTE
           0430-GRAVAR-CUSTO-LINHA.
               MOVE ZEROS TO WRK-CUSTO-UNIT WRK-DEPTO-LINHA.
               MOVE TX-ITEM TO KIT-PAI.
               PERFORM 9700-CARREGAR-KIT.
               IF KIT-QT-COMP > 0
                   PERFORM 0435-CUSTEAR-COMPONENTE
                           VARYING KIT-SUB FROM 1 BY 1
                           UNTIL KIT-SUB > KIT-QT-COMP
               ELSE
                   MOVE TX-ITEM TO STK-ITEM
                   PERFORM 0437-LER-CUSTO
                   IF STOCKMST-OK
                       MOVE STK-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                       MOVE STK-DEPTO       TO WRK-DEPTO-LINHA
                   END-IF
               END-IF.
               MOVE WRK-FATURA       TO LIN-FATURA.
               MOVE BIL-PEDIDO       TO LIN-PEDIDO.
               MOVE BIL-CLIENTE      TO LIN-CLIENTE.
               MOVE WRK-DATA-EMISSAO TO LIN-DATA.
               MOVE TX-ITEM          TO LIN-ITEM.
               MOVE WRK-DEPTO-LINHA  TO LIN-DEPTO.
               MOVE TX-QTDE          TO LIN-QTDE.
               MOVE TX-VALOR         TO LIN-VALOR.
               MOVE WRK-CUSTO-UNIT   TO LIN-CUSTO-UNIT.
               COMPUTE LIN-CUSTO = TX-QTDE * WRK-CUSTO-UNIT
                   ON SIZE ERROR
                       MOVE ZEROS TO LIN-CUSTO
                       DISPLAY 'ERRO - CUSTO DA LINHA FORA DA FAIXA'
               END-COMPUTE.
               MOVE TX-VENDEDOR      TO LIN-VENDEDOR.
               COMPUTE LIN-TOT-FATURA = BIL-VALOR + BIL-FRETE.
               WRITE INVLINE-REC.

           0435-CUSTEAR-COMPONENTE.
               MOVE KIT-TC-ITEM(KIT-SUB) TO STK-ITEM.
               PERFORM 0437-LER-CUSTO.
               IF STOCKMST-OK
                   COMPUTE WRK-CUSTO-UNIT = WRK-CUSTO-UNIT +
                           (KIT-TC-QTDE(KIT-SUB) * STK-CUSTO-MEDIO)
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-CUSTO-UNIT
                   END-COMPUTE
                   IF WRK-DEPTO-LINHA = ZEROS
                       MOVE STK-DEPTO TO WRK-DEPTO-LINHA
                   END-IF
               END-IF.

           0437-LER-CUSTO.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.

      *    ********** GUARDA A LINHA PARA A NF-E (LIMITE DE 990
      *    ********** ITENS POR NOTA)
           0440-GUARDAR-LINHA-NFE.
               IF WRK-NFE-QT-ITENS < 990
                   ADD 1 TO WRK-NFE-QT-ITENS
                   MOVE TX-ITEM  TO TNF-ITEM(WRK-NFE-QT-ITENS)
                   MOVE ITM-DESCRICAO
                                 TO TNF-DESCRICAO(WRK-NFE-QT-ITENS)
                   MOVE TX-QTDE  TO TNF-QTDE(WRK-NFE-QT-ITENS)
                   MOVE TX-VALOR TO TNF-VALOR(WRK-NFE-QT-ITENS)
               ELSE
                   MOVE 'S' TO WRK-NFE-EXCESSO
               END-IF.

           0500-IMPRIMIR-TOTAIS.
               PERFORM 0550-CALCULAR-ICMS.
               MOVE BIL-FRETE TO WRK-FRETE-ED.
               MOVE WRK-ORDEM-MOEDA  TO REG-MOEDA.
               MOVE WRK-ORDEM-VALOR-ME TO REG-VALOR-ME.
               MOVE WRK-ORDEM-VENDEDOR TO REG-VENDEDOR.
               MOVE BIL-UF           TO REG-UF.
               WRITE INVREG-REC.
               ADD WRK-TOTAL-FATURA TO WRK-TOT-FATURADO.
               PERFORM 0650-ABRIR-TITULO-AR.
               MOVE SPACES TO WRK-ORDEM-MOEDA.
               MOVE ZEROS  TO WRK-ORDEM-VALOR-ME.
               MOVE ZEROS  TO WRK-ORDEM-VENDEDOR.
               MOVE ZEROS  TO WRK-NFE-QT-ITENS.
               MOVE 'N'    TO WRK-NFE-EXCESSO.
               ADD 1 TO WRK-ULT-FATURA.
               MOVE WRK-ULT-FATURA TO WRK-FATURA.
               ADD 1 TO WRK-QT-FATURAS.
               WRITE INVPRINT-REC.
               PERFORM 0500-IMPRIMIR-TOTAIS.
               PERFORM 0600-GRAVAR-REGISTRO.
               PERFORM 0800-GERAR-NFE THRU 0800-SAIDA.
               PERFORM 0710-LER-ORDBILL2.

           0900-FINALIZAR.
               CLOSE ORDERTXN.
               CLOSE CUSTMAST.
               CLOSE ITEMMAST.
               CLOSE STOCKMST.
               CLOSE KITSTRU.
               CLOSE INVLINE.
               CLOSE INVPRINT.
               CLOSE INVREG.
               CLOSE CONTASREC.
               IF NFE-DISPONIVEL
                   CLOSE NFEEXP
                   CLOSE NFEREG
               END-IF.
               IF UFTAXTAB-DISPONIVEL
                   CLOSE UFTAXTAB
               END-IF.
               CLOSE INVCTL.
               PERFORM 0950-CONTABILIZAR-RECEITA.
               DISPLAY 'FATURAS EMITIDAS..' WRK-QT-FATURAS.
               DISPLAY 'NF-E EXPORTADAS...' WRK-QT-NFE.

      *    ********** PAR CLIENTES (D) X RECEITA (C) DO TOTAL
      *    ********** FATURADO, ABSORVIDO PELO PROGCOB06
                   MOVE WRK-TOT-FATURADO TO LTX-VALOR
                   MOVE 'FATURAMENTO DO DIA'  TO LTX-DESCRICAO
                   MOVE ZEROS            TO LTX-CCUSTO
                   MOVE SPACE            TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-CRE      TO LTX-CONTA
                   MOVE 'C'              TO LTX-TIPO
      *    ********** ALIQUOTA DA UF DE ENTREGA (ZERO SEM TABELA)
           0550-CALCULAR-ICMS.
               MOVE ZEROS TO WRK-ICMS.
               MOVE ZEROS TO WRK-ALIQ-ICMS.
               IF UFTAXTAB-DISPONIVEL
                   MOVE BIL-UF TO UFT-UF
                   READ UFTAXTAB
                           MOVE '00' TO WRK-UFTAXTAB-STATUS
                   END-READ
                   IF UFTAXTAB-OK
                       MOVE UFT-ALIQ TO WRK-ALIQ-ICMS
                       COMPUTE WRK-ICMS ROUNDED =
                               BIL-VALOR * UFT-ALIQ / 100
                           ON SIZE ERROR
                   END-IF
               END-IF.

      *    ********** NF-E DA FATURA: CHAVE DE ACESSO, REGISTROS
      *    ********** C/D/I/T NO NFEEXP E SITUACAO PENDENTE NO
      *    ********** NFEREG ATE O RETORNO DO EMISSOR. NOTA COM MAIS
      *    ********** DE 990 ITENS FICA REJEITADA NA ORIGEM
           0800-GERAR-NFE.
               IF NOT NFE-DISPONIVEL
                   GO TO 0800-SAIDA
               END-IF.
               PERFORM 0810-MONTAR-CHAVE.
               MOVE WRK-FATURA       TO NFE-FATURA.
               MOVE BIL-PEDIDO       TO NFE-PEDIDO.
               MOVE BIL-CLIENTE      TO NFE-CLIENTE.
               MOVE WRK-DATA-EMISSAO TO NFE-DATA-EMISSAO.
               MOVE WRK-CHAVE-NFE    TO NFE-CHAVE.
               MOVE SPACES           TO NFE-PROTOCOLO.
               MOVE ZEROS            TO NFE-DATA-RETORNO.
               IF NFE-EXCESSO
                   MOVE 'R'          TO NFE-SITUACAO
                   MOVE 999          TO NFE-COD-RETORNO
                   MOVE 'MAIS DE 990 ITENS - DIVIDIR EM DUAS NOTAS'
                                     TO NFE-MOTIVO
                   PERFORM 0890-GRAVAR-SITUACAO
                   DISPLAY 'FATURA ' WRK-FATURA ' COM MAIS DE 990'
                           ' ITENS - NF-E NAO EXPORTADA'
                   GO TO 0800-SAIDA
               END-IF.
               IF BIL-UF = NPR-UF
                   MOVE NPR-CFOP-INTERNA  TO WRK-NFE-CFOP
               ELSE
                   MOVE NPR-CFOP-INTEREST TO WRK-NFE-CFOP
               END-IF.
      *    ********** RESGATADO NAO TEM AS LINHAS - UM ITEM UNICO
      *    ********** COM O VALOR DA MERCADORIA
               IF WRK-NFE-QT-ITENS = ZEROS
                   MOVE 1 TO WRK-NFE-QT-ITENS
                   MOVE ZEROS     TO TNF-ITEM(1)
                   MOVE 'MERCADORIA DO PEDIDO' TO TNF-DESCRICAO(1)
                   MOVE 1         TO TNF-QTDE(1)
                   MOVE BIL-VALOR TO TNF-VALOR(1)
               END-IF.
               PERFORM 0820-GRAVAR-CABECALHO-NFE.
               MOVE ZEROS TO WRK-NFE-ICMS-ACUM WRK-NFE-SOMA-ITENS.
               PERFORM 0840-GRAVAR-ITEM-NFE
                       VARYING WRK-NFE-SUB FROM 1 BY 1
                       UNTIL WRK-NFE-SUB > WRK-NFE-QT-ITENS.
               IF WRK-NFE-SOMA-ITENS NOT = BIL-VALOR
                   MOVE 'PROGCOB28' TO ERR-PROGRAMA
                   MOVE 'NFEEXP'    TO ERR-ARQUIVO
                   MOVE SPACES      TO ERR-STATUS
                   MOVE SPACES      TO ERR-MENSAGEM
                   STRING 'FATURA ' WRK-FATURA
                          ' ITENS DIFEREM DA MERCADORIA'
                          DELIMITED BY SIZE INTO ERR-MENSAGEM
                   END-STRING
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.
               PERFORM 0860-GRAVAR-TOTAIS-NFE.
               MOVE 'P'    TO NFE-SITUACAO.
               MOVE ZEROS  TO NFE-COD-RETORNO.
               MOVE SPACES TO NFE-MOTIVO.
               PERFORM 0890-GRAVAR-SITUACAO.
               ADD 1 TO WRK-QT-NFE.
           0800-SAIDA.
               EXIT.

      *    ********** DIGITO DA CHAVE: MODULO 11 DOS 43 DIGITOS COM
      *    ********** PESOS 2 A 9 DA DIREITA PARA A ESQUERDA; RESTO
      *    ********** 0 OU 1 DA DIGITO ZERO. O CODIGO NUMERICO VEM DO
      *    ********** PEDIDO, DIFERENTE DO NUMERO DA NOTA
           0810-MONTAR-CHAVE.
               MOVE NPR-COD-UF TO CHV-CUF.
               DIVIDE WRK-DATA-EMISSAO BY 100 GIVING WRK-AAAAMM.
               DIVIDE WRK-AAAAMM BY 10000
                      GIVING WRK-CHV-QUOC REMAINDER CHV-AAMM.
               MOVE NPR-CNPJ   TO CHV-CNPJ.
               MOVE 55         TO CHV-MODELO.
               MOVE NPR-SERIE  TO CHV-SERIE.
               MOVE WRK-FATURA TO CHV-NUMERO.
               MOVE 1          TO CHV-TP-EMIS.
               COMPUTE CHV-CODIGO = 10000000 + BIL-PEDIDO.
               MOVE ZEROS TO CHV-DV.
               MOVE ZEROS TO WRK-CHV-SOMA.
               MOVE 2 TO WRK-CHV-PESO.
               PERFORM 0815-SOMAR-DIGITO
                       VARYING WRK-CHV-SUB FROM 43 BY -1
                       UNTIL WRK-CHV-SUB < 1.
               DIVIDE WRK-CHV-SOMA BY 11
                      GIVING WRK-CHV-QUOC REMAINDER WRK-CHV-RESTO.
               IF WRK-CHV-RESTO < 2
                   MOVE ZEROS TO CHV-DV
               ELSE
                   COMPUTE CHV-DV = 11 - WRK-CHV-RESTO
               END-IF.

           0815-SOMAR-DIGITO.
               COMPUTE WRK-CHV-SOMA = WRK-CHV-SOMA +
                       (CHV-DIGITO(WRK-CHV-SUB) * WRK-CHV-PESO).
               ADD 1 TO WRK-CHV-PESO.
               IF WRK-CHV-PESO > 9
                   MOVE 2 TO WRK-CHV-PESO
               END-IF.

      *    ********** CABECALHO COM O EMITENTE E DESTINATARIO COM O
      *    ********** DOCUMENTO FISCAL DO CADASTRO DO CLIENTE
           0820-GRAVAR-CABECALHO-NFE.
               MOVE WRK-CHAVE-NFE    TO NFC-CHAVE.
               MOVE NPR-SERIE        TO NFC-SERIE.
               MOVE WRK-FATURA       TO NFC-NUMERO.
               MOVE WRK-DATA-EMISSAO TO NFC-DATA-EMISSAO.
               MOVE WRK-FATURA       TO NFC-FATURA.
               MOVE BIL-PEDIDO       TO NFC-PEDIDO.
               MOVE NPR-CNPJ         TO NFC-EMIT-CNPJ.
               MOVE NPR-IE           TO NFC-EMIT-IE.
               MOVE NPR-RAZAO        TO NFC-EMIT-RAZAO.
               MOVE NPR-UF           TO NFC-EMIT-UF.
               MOVE WRK-NFE-CAB      TO NFEEXP-REC.
               WRITE NFEEXP-REC.
               MOVE WRK-CHAVE-NFE    TO NFD-CHAVE.
               MOVE BIL-CLIENTE      TO NFD-CLIENTE.
               MOVE BIL-UF           TO NFD-UF.
               MOVE SPACES           TO NFD-TIPO-DOC.
               MOVE ZEROS            TO NFD-CNPJ-CPF.
               MOVE SPACES           TO NFD-NOME NFD-ENDERECO.
               IF CUSTMAST-OK
                   MOVE CUST-NOME     TO NFD-NOME
                   MOVE CUST-ENDERECO TO NFD-ENDERECO
                   IF CUST-CNPJ-CPF IS NUMERIC
                      AND (CUST-DOC-CNPJ OR CUST-DOC-CPF)
                       MOVE CUST-TIPO-DOC TO NFD-TIPO-DOC
                       MOVE CUST-CNPJ-CPF TO NFD-CNPJ-CPF
                   END-IF
               END-IF.
               IF NFD-CNPJ-CPF = ZEROS
                   MOVE 'PROGCOB28' TO ERR-PROGRAMA
                   MOVE 'CUSTMAST'  TO ERR-ARQUIVO
                   MOVE SPACES      TO ERR-STATUS
                   MOVE SPACES      TO ERR-MENSAGEM
                   STRING 'CLIENTE ' BIL-CLIENTE
                          ' SEM CNPJ/CPF NA NF-E'
                          DELIMITED BY SIZE INTO ERR-MENSAGEM
                   END-STRING
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.
               MOVE WRK-NFE-DEST     TO NFEEXP-REC.
               WRITE NFEEXP-REC.

      *    ********** ITEM COM CFOP, BASE, ALIQUOTA E ICMS; O ULTIMO
      *    ********** ITEM LEVA A DIFERENCA DE ARREDONDAMENTO PARA A
      *    ********** SOMA FECHAR NO ICMS DA FATURA
           0840-GRAVAR-ITEM-NFE.
               MOVE WRK-CHAVE-NFE TO NFI-CHAVE.
               MOVE WRK-NFE-SUB   TO NFI-NUM-ITEM.
               MOVE TNF-ITEM(WRK-NFE-SUB)      TO NFI-CODIGO.
               MOVE TNF-DESCRICAO(WRK-NFE-SUB) TO NFI-DESCRICAO.
               MOVE WRK-NFE-CFOP  TO NFI-CFOP.
               MOVE TNF-QTDE(WRK-NFE-SUB)      TO NFI-QTDE.
               MOVE TNF-VALOR(WRK-NFE-SUB)     TO NFI-VALOR.
               IF NFI-QTDE > ZEROS
                   COMPUTE NFI-VALOR-UNIT ROUNDED =
                           NFI-VALOR / NFI-QTDE
               ELSE
                   MOVE NFI-VALOR TO NFI-VALOR-UNIT
               END-IF.
               ADD NFI-VALOR TO WRK-NFE-SOMA-ITENS.
               MOVE WRK-ALIQ-ICMS TO NFI-ALIQ-ICMS.
               IF WRK-ALIQ-ICMS = ZEROS
                   MOVE ZEROS TO NFI-BASE-ICMS NFI-VALOR-ICMS
               ELSE
                   MOVE NFI-VALOR TO NFI-BASE-ICMS
                   IF WRK-NFE-SUB = WRK-NFE-QT-ITENS
                       IF WRK-NFE-ICMS-ACUM > WRK-ICMS
                           MOVE ZEROS TO NFI-VALOR-ICMS
                       ELSE
                           COMPUTE NFI-VALOR-ICMS =
                                   WRK-ICMS - WRK-NFE-ICMS-ACUM
                       END-IF
                   ELSE
                       COMPUTE NFI-VALOR-ICMS ROUNDED =
                               NFI-VALOR * WRK-ALIQ-ICMS / 100
                   END-IF
               END-IF.
               ADD NFI-VALOR-ICMS TO WRK-NFE-ICMS-ACUM.
               MOVE WRK-NFE-ITEM TO NFEEXP-REC.
               WRITE NFEEXP-REC.

           0860-GRAVAR-TOTAIS-NFE.
               MOVE WRK-CHAVE-NFE     TO NFT-CHAVE.
               MOVE WRK-NFE-QT-ITENS  TO NFT-QT-ITENS.
               IF WRK-ALIQ-ICMS = ZEROS
                   MOVE ZEROS         TO NFT-BASE-ICMS
               ELSE
                   MOVE WRK-NFE-SOMA-ITENS TO NFT-BASE-ICMS
               END-IF.
               MOVE WRK-NFE-ICMS-ACUM TO NFT-VALOR-ICMS.
               MOVE WRK-NFE-SOMA-ITENS TO NFT-VALOR-MERC.
               MOVE BIL-FRETE         TO NFT-VALOR-FRETE.
               COMPUTE NFT-VALOR-NF = WRK-NFE-SOMA-ITENS + BIL-FRETE.
               MOVE BIL-TRANSP        TO NFT-TRANSP.
               MOVE WRK-NFE-TOT       TO NFEEXP-REC.
               WRITE NFEEXP-REC.

           0890-GRAVAR-SITUACAO.
               WRITE NFE-REC
                   INVALID KEY
                       REWRITE NFE-REC
               END-WRITE.

           COPY ERRPROC.
           COPY RUNPROC.
           COPY DATEPROC.
           COPY KITPROC.
