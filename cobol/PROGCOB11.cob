      *                         ACEITE (PROGCOB70) EFETIVA A RESERVA
      *                         E O PROGCOB71 LIBERA QUANDO O CORTE
      *                         CONSOME OU O ORCAMENTO CAI.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - ORCAMENTO RECUSADO PARA CLIENTE
      *                         INCORPORADO A OUTRO NA UNIFICACAO DE
      *                         CADASTROS.
      *    15/10/2026 HUGOVIE - AS PECAS DO ORCAMENTO PASSAM A SER
      *                         GUARDADAS NO QUOTEPCS (MATERIAL,
      *                         MEDIDAS E ORIGEM CHAPA/RETALHO) PARA
      *                         A FICHA DA ORDEM DE PRODUCAO
      *                         (PRGCOB149) - O QUOTEDOC E REFEITO A
      *                         CADA ORCAMENTO.
      *    15/10/2026 HUGOVIE - DATA DE ENTREGA PROMETIDA AO CLIENTE
      *                         (QRG-DT-ENTREGA) PEDIDA COM A
      *                         VALIDADE E IMPRESSA NO QUOTEDOC, PARA
      *                         A PROGRAMACAO DAS SERRAS (PRGCOB151).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MRV-CHAVE
                   FILE STATUS IS WRK-MATRESV-STATUS.
               SELECT QUOTEPCS ASSIGN TO "QUOTEPCS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-QUOTEPCS-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  MATMAST.
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

           FD  QUOCTL.
           01  QUOCTL-REC.
                  88 QRG-CONVERTIDO VALUE 'C'.
                  88 QRG-EXPIRADO   VALUE 'X'.
               05 QRG-PEDIDO     PIC 9(06).
               05 QRG-DT-ENTREGA PIC 9(08).

           FD  QUOTEPCS.
           01  QPC-REC.
               05 QPC-ORCAMENTO   PIC 9(06).
               05 QPC-MATERIAL    PIC 9(03).
               05 QPC-LARGURA     PIC 9(03)V99.
               05 QPC-COMPRIMENTO PIC 9(03)V99.
               05 QPC-AREA        PIC 9(06)V99.
               05 QPC-ORIGEM      PIC X(01).
                  88 QPC-DE-CHAPA   VALUE 'C'.
                  88 QPC-DE-RETALHO VALUE 'R'.

           WORKING-STORAGE SECTION.
           77 WRK-MODO          PIC X(01)   VALUE 'I'.
           77 WRK-ORCAMENTO      PIC 9(06) VALUE ZEROS.
           77 WRK-DT-EMISSAO     PIC 9(08) VALUE ZEROS.
           77 WRK-DT-VALIDADE    PIC 9(08) VALUE ZEROS.
           77 WRK-DT-ENTREGA     PIC 9(08) VALUE ZEROS.
           77 WRK-COTACAO-TOTAL  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-COTACAO-TOT-ED PIC ZZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA-DOC      PIC X(80) VALUE SPACES.
               88 OFFCUT-EOF      VALUE '10'.
           77 WRK-MATRESV-STATUS PIC X(02) VALUE SPACES.
               88 MATRESV-OK      VALUE '00'.
           77 WRK-QUOTEPCS-STATUS PIC X(02) VALUE SPACES.
      *    ********** RETALHOS EM MEMORIA: OS GRAVADOS EM RODADAS
      *    ********** ANTERIORES MAIS OS GERADOS NESTA, REGRAVADOS
      *    ********** NO OFFCUT SO OS NAO CONSUMIDOS
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               CLOSE CUSTMAST.
               IF CUSTMAST-OK AND CUST-INCORPORADO
                   DISPLAY 'CODIGO INCORPORADO AO CLIENTE '
                           CUST-COD-DESTINO ' - USE O CODIGO NOVO'
                   MOVE '23' TO WRK-CUSTMAST-STATUS
               END-IF.
               IF CUSTMAST-OK
                   DISPLAY 'CLIENTE..' CUST-NOME
                   DISPLAY 'DATA DE VALIDADE (AAAAMMDD)...'
                   ACCEPT WRK-DT-VALIDADE
                   DISPLAY 'ENTREGA PROMETIDA (AAAAMMDD, 0 = A'
                           ' COMBINAR)...'
                   ACCEPT WRK-DT-ENTREGA
                   ACCEPT WRK-DT-EMISSAO FROM DATE YYYYMMDD
                   MOVE ZEROS TO WRK-ORCAMENTO
                   OPEN INPUT QUOCTL

           0460-ABRIR-ORCAMENTO.
               OPEN OUTPUT QUOTEDOC.
               OPEN EXTEND QUOTEPCS.
               IF WRK-QUOTEPCS-STATUS = '35'
                   CLOSE QUOTEPCS
                   OPEN OUTPUT QUOTEPCS
               END-IF.
               MOVE SPACES TO WRK-LINHA-DOC.
               STRING 'ORCAMENTO N.' WRK-ORCAMENTO
                      '  EMISSAO ' WRK-DT-EMISSAO
               END-STRING.
               MOVE WRK-LINHA-DOC TO QUOTEDOC-REC.
               WRITE QUOTEDOC-REC.
               IF WRK-DT-ENTREGA NOT = ZEROS
                   MOVE SPACES TO WRK-LINHA-DOC
                   STRING 'ENTREGA PROMETIDA ' WRK-DT-ENTREGA
                          DELIMITED BY SIZE
                          INTO WRK-LINHA-DOC
                   END-STRING
                   MOVE WRK-LINHA-DOC TO QUOTEDOC-REC
                   WRITE QUOTEDOC-REC
               END-IF.
               MOVE SPACES TO WRK-LINHA-DOC.
               STRING 'CLIENTE ' WRK-CLIENTE ' - '
                      DELIMITED BY SIZE
               MOVE WRK-LINHA-DOC TO QUOTEDOC-REC.
               WRITE QUOTEDOC-REC.
               CLOSE QUOTEDOC.
               CLOSE QUOTEPCS.

               MOVE WRK-ORCAMENTO   TO QRG-ORCAMENTO.
               MOVE WRK-CLIENTE     TO QRG-CLIENTE.
               MOVE WRK-COTACAO-TOTAL TO QRG-VALOR.
               MOVE 'A'             TO QRG-STATUS.
               MOVE ZEROS           TO QRG-PEDIDO.
               MOVE WRK-DT-ENTREGA  TO QRG-DT-ENTREGA.
               OPEN EXTEND QUOTEREG.
               IF WRK-QUOTEREG-STATUS = '35'
                   CLOSE QUOTEREG
               END-STRING.
               MOVE WRK-LINHA-DOC TO QUOTEDOC-REC.
               WRITE QUOTEDOC-REC.
               PERFORM 0427-GRAVAR-PECA.

      *    ********** PECA GUARDADA PARA A FICHA DA ORDEM DE PRODUCAO
           0427-GRAVAR-PECA.
               MOVE WRK-ORCAMENTO   TO QPC-ORCAMENTO.
               MOVE WRK-MATERIAL    TO QPC-MATERIAL.
               MOVE WRK-LARGURA     TO QPC-LARGURA.
               MOVE WRK-COMPRIMENTO TO QPC-COMPRIMENTO.
               MOVE WRK-AREA        TO QPC-AREA.
               IF RETALHO-ACHADO
                   MOVE 'R' TO QPC-ORIGEM
               ELSE
                   MOVE 'C' TO QPC-ORIGEM
               END-IF.
               WRITE QPC-REC.

           0430-GRAVAR-TOTAL-LOTE.
               MOVE WRK-AREA-TOTAL TO WRK-AREA-TOTAL-ED.
