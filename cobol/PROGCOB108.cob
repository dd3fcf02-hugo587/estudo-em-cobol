           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB108.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = MARGEM BRUTA DAS VENDAS NO PERIODO INFORMADO.
      *    LE AS LINHAS FATURADAS (INVLINE, GRAVADO PELO PROGCOB28
      *    COM O CUSTO MEDIO DO ESTOQUE NA EMISSAO) E APURA RECEITA,
      *    CUSTO E MARGEM POR FATURA, CLIENTE, ITEM, DEPARTAMENTO E
      *    VENDEDOR NO RELATORIO MARGREP. AS NOTAS DE CREDITO
      *    (CREDREG, PROGCOB61) SAO ABATIDAS DA FATURA A QUE SE
      *    REFEREM: A FRACAO DEVOLVIDA (VALOR DA NOTA SOBRE O TOTAL
      *    DA FATURA) SAI DA RECEITA E DO CUSTO DE CADA LINHA DELA.
      *    MARGEM NEGATIVA E MARCADA COMO PREJUIZO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
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
               SELECT INVLINE ASSIGN TO "INVLINE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVLINE-STATUS.
               SELECT CREDREG ASSIGN TO "CREDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDREG-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT ITEMMAST ASSIGN TO "ITEMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT MARGREP ASSIGN TO "MARGREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MARGREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
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

           FD  CREDREG.
           01  CREDREG-REC.
               05 CRG-NOTA      PIC 9(06).
               05 CRG-FATURA    PIC 9(06).
               05 CRG-CLIENTE   PIC 9(06).
               05 CRG-DATA      PIC 9(08).
               05 CRG-VALOR     PIC 9(08)V99.
               05 CRG-ABATIDO   PIC 9(08)V99.

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

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-CODIGO     PIC 9(04).
               05 ITM-DESCRICAO  PIC X(20).
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  MARGREP.
           01  MARGREP-REC       PIC X(100).

           WORKING-STORAGE SECTION.
           77 WRK-INVLINE-STATUS PIC X(02) VALUE SPACES.
               88 INVLINE-OK         VALUE '00'.
               88 INVLINE-EOF        VALUE '10'.
           77 WRK-CREDREG-STATUS PIC X(02) VALUE SPACES.
               88 CREDREG-OK         VALUE '00'.
               88 CREDREG-EOF        VALUE '10'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
           77 WRK-CUSTMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CUSTMAST-DISPONIVEL VALUE 'S'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
           77 WRK-ITEMMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ITEMMAST-DISPONIVEL VALUE 'S'.
           77 WRK-MARGREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-DE     PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-ATE    PIC 9(08) VALUE ZEROS.
           77 WRK-SUB         PIC 9(05) VALUE ZEROS.
           77 WRK-QT-LINHAS   PIC 9(07) VALUE ZEROS.
           77 WRK-QT-FATURAS  PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PREJUIZO PIC 9(06) VALUE ZEROS.
           77 WRK-LINHA       PIC X(100) VALUE SPACES.
           77 WRK-NOME        PIC X(20) VALUE SPACES.

      *    ********** FATURA EM QUEBRA
           77 WRK-FT-FATURA   PIC 9(06) VALUE ZEROS.
           77 WRK-FT-CLIENTE  PIC 9(06) VALUE ZEROS.
           77 WRK-FT-VENDEDOR PIC 9(03) VALUE ZEROS.
           77 WRK-FT-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-FT-RECEITA  PIC S9(10)V99 VALUE ZEROS.
           77 WRK-FT-CUSTO    PIC S9(10)V99 VALUE ZEROS.
           77 WRK-FT-CREDITO  PIC S9(10)V99 VALUE ZEROS.
           77 WRK-FT-FATOR    PIC 9(01)V9(06) VALUE ZEROS.

      *    ********** LINHA LIQUIDA DA NOTA DE CREDITO
           77 WRK-LQ-RECEITA  PIC S9(10)V99 VALUE ZEROS.
           77 WRK-LQ-CUSTO    PIC S9(10)V99 VALUE ZEROS.

      *    ********** VALORES DA LINHA DO RELATORIO
           77 WRK-R-RECEITA   PIC S9(10)V99 VALUE ZEROS.
           77 WRK-R-CUSTO     PIC S9(10)V99 VALUE ZEROS.
           77 WRK-R-MARGEM    PIC S9(10)V99 VALUE ZEROS.
           77 WRK-R-PCT       PIC S9(03)V99 VALUE ZEROS.
           77 WRK-RECEITA-ED  PIC -ZZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CUSTO-ED    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-MARGEM-ED   PIC -ZZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CREDITO-ED  PIC -ZZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-PCT-ED      PIC -ZZ9,99 VALUE ZEROS.
           77 WRK-MARCA       PIC X(10) VALUE SPACES.

           77 WRK-TOT-RECEITA PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-CUSTO   PIC S9(10)V99 VALUE ZEROS.
           77 WRK-TOT-CREDITO PIC S9(10)V99 VALUE ZEROS.

      *    ********** NOTAS DE CREDITO SOMADAS POR FATURA
           01 WRK-TAB-CREDITO.
               02 WRK-CR OCCURS 2000 TIMES.
                   05 WRK-CR-FATURA  PIC 9(06).
                   05 WRK-CR-VALOR   PIC 9(09)V99.
           77 WRK-QT-CR       PIC 9(05) VALUE ZEROS.
           77 WRK-CR-SUB      PIC 9(05) VALUE ZEROS.
           77 WRK-CR-ACHADO   PIC X(01) VALUE 'N'.
               88 CR-ACHADO    VALUE 'S'.

      *    ********** ACUMULADOS POR CLIENTE (ORDEM DE CHEGADA)
           01 WRK-TAB-CLIENTE.
               02 WRK-CL OCCURS 2000 TIMES.
                   05 WRK-CL-CODIGO  PIC 9(06).
                   05 WRK-CL-RECEITA PIC S9(10)V99.
                   05 WRK-CL-CUSTO   PIC S9(10)V99.
           77 WRK-QT-CL       PIC 9(05) VALUE ZEROS.
           77 WRK-CL-SUB      PIC 9(05) VALUE ZEROS.
           77 WRK-CL-ACHADO   PIC X(01) VALUE 'N'.
               88 CL-ACHADO    VALUE 'S'.

      *    ********** ACUMULADOS POR ITEM (POSICAO = ITEM + 1),
      *    ********** DEPARTAMENTO (DEPTO + 1) E VENDEDOR
      *    ********** (VENDEDOR + 1)
           01 WRK-TAB-ITEM.
               02 WRK-IT OCCURS 10000 TIMES.
                   05 WRK-IT-QTDE    PIC 9(07).
                   05 WRK-IT-RECEITA PIC S9(10)V99.
                   05 WRK-IT-CUSTO   PIC S9(10)V99.
           01 WRK-TAB-DEPTO.
               02 WRK-DP OCCURS 100 TIMES.
                   05 WRK-DP-TEM     PIC X(01).
                   05 WRK-DP-RECEITA PIC S9(10)V99.
                   05 WRK-DP-CUSTO   PIC S9(10)V99.
           01 WRK-TAB-VENDEDOR.
               02 WRK-VD OCCURS 1000 TIMES.
                   05 WRK-VD-TEM     PIC X(01).
                   05 WRK-VD-RECEITA PIC S9(10)V99.
                   05 WRK-VD-CUSTO   PIC S9(10)V99.
           77 WRK-CODIGO      PIC 9(06) VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF NOT INVLINE-EOF
                   PERFORM 0300-TRATAR-LINHA
                           UNTIL INVLINE-EOF
                   IF WRK-FT-FATURA NOT = ZEROS
                       PERFORM 0350-FECHAR-FATURA
                   END-IF
                   CLOSE INVLINE
               END-IF.
               PERFORM 0500-IMPRIMIR-CLIENTES.
               PERFORM 0550-IMPRIMIR-ITENS.
               PERFORM 0600-IMPRIMIR-DEPTOS.
               PERFORM 0650-IMPRIMIR-VENDEDORES.
               PERFORM 0900-FINALIZAR.
               GOBACK.

           0100-INICIALIZAR.
               DISPLAY 'DATA INICIAL (AAAAMMDD)...'.
               ACCEPT WRK-DATA-DE.
               DISPLAY 'DATA FINAL (AAAAMMDD)...'.
               ACCEPT WRK-DATA-ATE.
               PERFORM 0110-LIMPAR-ITEM
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.
               PERFORM 0120-LIMPAR-VENDEDOR
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 1000.
               PERFORM 0130-LIMPAR-DEPTO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 100.
               PERFORM 0150-CARREGAR-CREDITOS.
               OPEN INPUT CUSTMAST.
               IF CUSTMAST-OK
                   MOVE 'S' TO WRK-CUSTMAST-DISPONIVEL
               END-IF.
               OPEN INPUT ITEMMAST.
               IF ITEMMAST-OK
                   MOVE 'S' TO WRK-ITEMMAST-DISPONIVEL
               END-IF.
               OPEN OUTPUT MARGREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'MARGEM BRUTA DAS VENDAS - PERIODO '
                      WRK-DATA-DE ' A ' WRK-DATA-ATE
                      ' (LIQUIDA DE NOTAS DE CREDITO)'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'POR FATURA' TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'FATURA CLIENTE VND       RECEITA         CUSTO'
                    TO WRK-LINHA.
               MOVE '        MARGEM    MG%  DEVOLUCAO (NC)'
                    TO WRK-LINHA(48:).
               PERFORM 0800-GRAVAR-LINHA.
               OPEN INPUT INVLINE.
               IF NOT INVLINE-OK
                   DISPLAY 'REGISTRO DE LINHAS FATURADAS (INVLINE)'
                           ' INDISPONIVEL - NADA APURADO'
                   MOVE '10' TO WRK-INVLINE-STATUS
               ELSE
                   PERFORM 0200-LER-INVLINE
               END-IF.

           0110-LIMPAR-ITEM.
               MOVE ZEROS TO WRK-IT-QTDE(WRK-SUB)
                             WRK-IT-RECEITA(WRK-SUB)
                             WRK-IT-CUSTO(WRK-SUB).

           0120-LIMPAR-VENDEDOR.
               MOVE 'N'   TO WRK-VD-TEM(WRK-SUB).
               MOVE ZEROS TO WRK-VD-RECEITA(WRK-SUB)
                             WRK-VD-CUSTO(WRK-SUB).

           0130-LIMPAR-DEPTO.
               MOVE 'N'   TO WRK-DP-TEM(WRK-SUB).
               MOVE ZEROS TO WRK-DP-RECEITA(WRK-SUB)
                             WRK-DP-CUSTO(WRK-SUB).

      *    ********** NOTAS DE CREDITO SOMADAS POR FATURA DE ORIGEM
           0150-CARREGAR-CREDITOS.
               MOVE ZEROS TO WRK-QT-CR.
               OPEN INPUT CREDREG.
               IF CREDREG-OK
                   PERFORM 0160-LER-CREDREG
                   PERFORM 0170-GUARDAR-CREDITO
                           UNTIL CREDREG-EOF
                   CLOSE CREDREG
               END-IF.

           0160-LER-CREDREG.
               READ CREDREG
                   AT END MOVE '10' TO WRK-CREDREG-STATUS
               END-READ.

           0170-GUARDAR-CREDITO.
               MOVE CRG-FATURA TO WRK-CODIGO.
               PERFORM 0180-BUSCAR-CREDITO.
               IF CR-ACHADO
                   ADD CRG-VALOR TO WRK-CR-VALOR(WRK-CR-SUB)
               ELSE
                   IF WRK-QT-CR < 2000
                       ADD 1 TO WRK-QT-CR
                       MOVE CRG-FATURA TO WRK-CR-FATURA(WRK-QT-CR)
                       MOVE CRG-VALOR  TO WRK-CR-VALOR(WRK-QT-CR)
                   ELSE
                       DISPLAY 'TABELA DE NOTAS CHEIA - NOTA '
                               CRG-NOTA ' NAO ABATIDA'
                   END-IF
               END-IF.
               PERFORM 0160-LER-CREDREG.

           0180-BUSCAR-CREDITO.
               MOVE 'N' TO WRK-CR-ACHADO.
               PERFORM 0185-COMPARAR-CREDITO
                       VARYING WRK-CR-SUB FROM 1 BY 1
                       UNTIL WRK-CR-SUB > WRK-QT-CR
                       OR CR-ACHADO.
               IF CR-ACHADO
                   SUBTRACT 1 FROM WRK-CR-SUB
               END-IF.

           0185-COMPARAR-CREDITO.
               IF WRK-CR-FATURA(WRK-CR-SUB) = WRK-CODIGO
                   MOVE 'S' TO WRK-CR-ACHADO
               END-IF.

           0200-LER-INVLINE.
               READ INVLINE
                   AT END MOVE '10' TO WRK-INVLINE-STATUS
               END-READ.

      *    ********** LINHA DO PERIODO: QUEBRA POR FATURA (AS LINHAS
      *    ********** DE UMA FATURA SAO GRAVADAS JUNTAS) E ACUMULA A
      *    ********** LINHA LIQUIDA NAS DEMAIS VISOES
           0300-TRATAR-LINHA.
               IF LIN-DATA >= WRK-DATA-DE AND LIN-DATA <= WRK-DATA-ATE
                   IF LIN-FATURA NOT = WRK-FT-FATURA
                       IF WRK-FT-FATURA NOT = ZEROS
                           PERFORM 0350-FECHAR-FATURA
                       END-IF
                       PERFORM 0340-ABRIR-FATURA
                   END-IF
                   ADD 1 TO WRK-QT-LINHAS
                   PERFORM 0360-LIQUIDAR-LINHA
                   ADD WRK-LQ-RECEITA TO WRK-FT-RECEITA
                   ADD WRK-LQ-CUSTO   TO WRK-FT-CUSTO
                   COMPUTE WRK-FT-CREDITO = WRK-FT-CREDITO +
                           (LIN-VALOR - WRK-LQ-RECEITA)
                   PERFORM 0370-ACUMULAR-CLIENTE
                   COMPUTE WRK-SUB = LIN-ITEM + 1
                   ADD LIN-QTDE       TO WRK-IT-QTDE(WRK-SUB)
                   ADD WRK-LQ-RECEITA TO WRK-IT-RECEITA(WRK-SUB)
                   ADD WRK-LQ-CUSTO   TO WRK-IT-CUSTO(WRK-SUB)
                   COMPUTE WRK-SUB = LIN-DEPTO + 1
                   MOVE 'S' TO WRK-DP-TEM(WRK-SUB)
                   ADD WRK-LQ-RECEITA TO WRK-DP-RECEITA(WRK-SUB)
                   ADD WRK-LQ-CUSTO   TO WRK-DP-CUSTO(WRK-SUB)
                   COMPUTE WRK-SUB = LIN-VENDEDOR + 1
                   MOVE 'S' TO WRK-VD-TEM(WRK-SUB)
                   ADD WRK-LQ-RECEITA TO WRK-VD-RECEITA(WRK-SUB)
                   ADD WRK-LQ-CUSTO   TO WRK-VD-CUSTO(WRK-SUB)
               END-IF.
               PERFORM 0200-LER-INVLINE.

      *    ********** FRACAO DEVOLVIDA DA FATURA = NOTAS DE CREDITO
      *    ********** SOBRE O TOTAL DA FATURA (NO MAXIMO TUDO)
           0340-ABRIR-FATURA.
               MOVE LIN-FATURA   TO WRK-FT-FATURA.
               MOVE LIN-CLIENTE  TO WRK-FT-CLIENTE.
               MOVE LIN-VENDEDOR TO WRK-FT-VENDEDOR.
               MOVE LIN-DATA     TO WRK-FT-DATA.
               MOVE ZEROS TO WRK-FT-RECEITA WRK-FT-CUSTO
                             WRK-FT-CREDITO WRK-FT-FATOR.
               ADD 1 TO WRK-QT-FATURAS.
               MOVE LIN-FATURA TO WRK-CODIGO.
               PERFORM 0180-BUSCAR-CREDITO.
               IF CR-ACHADO AND LIN-TOT-FATURA > 0
                   IF WRK-CR-VALOR(WRK-CR-SUB) >= LIN-TOT-FATURA
                       MOVE 1 TO WRK-FT-FATOR
                   ELSE
                       COMPUTE WRK-FT-FATOR ROUNDED =
                               WRK-CR-VALOR(WRK-CR-SUB) /
                               LIN-TOT-FATURA
                   END-IF
               END-IF.

           0350-FECHAR-FATURA.
               MOVE WRK-FT-RECEITA TO WRK-R-RECEITA.
               MOVE WRK-FT-CUSTO   TO WRK-R-CUSTO.
               PERFORM 0700-CALCULAR-MARGEM.
               IF WRK-R-MARGEM < 0
                   ADD 1 TO WRK-QT-PREJUIZO
               END-IF.
               MOVE WRK-FT-CREDITO TO WRK-CREDITO-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING WRK-FT-FATURA ' ' WRK-FT-CLIENTE ' '
                      WRK-FT-VENDEDOR ' ' WRK-RECEITA-ED ' '
                      WRK-CUSTO-ED ' ' WRK-MARGEM-ED ' '
                      WRK-PCT-ED ' ' WRK-CREDITO-ED ' ' WRK-MARCA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0800-GRAVAR-LINHA.
               ADD WRK-FT-RECEITA TO WRK-TOT-RECEITA.
               ADD WRK-FT-CUSTO   TO WRK-TOT-CUSTO.
               ADD WRK-FT-CREDITO TO WRK-TOT-CREDITO.

           0360-LIQUIDAR-LINHA.
               COMPUTE WRK-LQ-RECEITA ROUNDED =
                       LIN-VALOR - (LIN-VALOR * WRK-FT-FATOR).
               COMPUTE WRK-LQ-CUSTO ROUNDED =
                       LIN-CUSTO - (LIN-CUSTO * WRK-FT-FATOR).

           0370-ACUMULAR-CLIENTE.
               MOVE 'N' TO WRK-CL-ACHADO.
               PERFORM 0375-COMPARAR-CLIENTE
                       VARYING WRK-CL-SUB FROM 1 BY 1
                       UNTIL WRK-CL-SUB > WRK-QT-CL
                       OR CL-ACHADO.
               IF CL-ACHADO
                   SUBTRACT 1 FROM WRK-CL-SUB
               ELSE
                   IF WRK-QT-CL < 2000
                       ADD 1 TO WRK-QT-CL
                       MOVE WRK-QT-CL TO WRK-CL-SUB
                       MOVE LIN-CLIENTE TO WRK-CL-CODIGO(WRK-CL-SUB)
                       MOVE ZEROS TO WRK-CL-RECEITA(WRK-CL-SUB)
                                     WRK-CL-CUSTO(WRK-CL-SUB)
                   ELSE
                       MOVE ZEROS TO WRK-CL-SUB
                   END-IF
               END-IF.
               IF WRK-CL-SUB > 0
                   ADD WRK-LQ-RECEITA TO WRK-CL-RECEITA(WRK-CL-SUB)
                   ADD WRK-LQ-CUSTO   TO WRK-CL-CUSTO(WRK-CL-SUB)
               END-IF.

           0375-COMPARAR-CLIENTE.
               IF WRK-CL-CODIGO(WRK-CL-SUB) = LIN-CLIENTE
                   MOVE 'S' TO WRK-CL-ACHADO
               END-IF.

           0500-IMPRIMIR-CLIENTES.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'POR CLIENTE' TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'CLIENTE NOME                       RECEITA'
                    TO WRK-LINHA.
               MOVE '         CUSTO        MARGEM    MG%'
                    TO WRK-LINHA(44:).
               PERFORM 0800-GRAVAR-LINHA.
               PERFORM 0510-LINHA-CLIENTE
                       VARYING WRK-CL-SUB FROM 1 BY 1
                       UNTIL WRK-CL-SUB > WRK-QT-CL.

           0510-LINHA-CLIENTE.
               MOVE SPACES TO WRK-NOME.
               IF CUSTMAST-DISPONIVEL
                   MOVE WRK-CL-CODIGO(WRK-CL-SUB) TO CUST-CODIGO
                   READ CUSTMAST
                       KEY IS CUST-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-CUSTMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CUSTMAST-STATUS
                   END-READ
                   IF CUSTMAST-OK
                       MOVE CUST-NOME TO WRK-NOME
                   END-IF
               END-IF.
               MOVE WRK-CL-RECEITA(WRK-CL-SUB) TO WRK-R-RECEITA.
               MOVE WRK-CL-CUSTO(WRK-CL-SUB)   TO WRK-R-CUSTO.
               PERFORM 0700-CALCULAR-MARGEM.
               MOVE SPACES TO WRK-LINHA.
               STRING WRK-CL-CODIGO(WRK-CL-SUB) '  ' WRK-NOME ' '
                      WRK-RECEITA-ED ' ' WRK-CUSTO-ED ' '
                      WRK-MARGEM-ED ' ' WRK-PCT-ED ' ' WRK-MARCA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0800-GRAVAR-LINHA.

           0550-IMPRIMIR-ITENS.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'POR ITEM' TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'ITEM DESCRICAO               QTDE       RECEITA'
                    TO WRK-LINHA.
               MOVE '         CUSTO        MARGEM    MG%'
                    TO WRK-LINHA(48:).
               PERFORM 0800-GRAVAR-LINHA.
               PERFORM 0560-LINHA-ITEM
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.

           0560-LINHA-ITEM.
               IF WRK-IT-QTDE(WRK-SUB) > 0
                   COMPUTE WRK-CODIGO = WRK-SUB - 1
                   MOVE SPACES TO WRK-NOME
                   IF ITEMMAST-DISPONIVEL
                       MOVE WRK-CODIGO TO ITM-CODIGO
                       READ ITEMMAST
                           KEY IS ITM-CODIGO
                           INVALID KEY
                               MOVE '23' TO WRK-ITEMMAST-STATUS
                           NOT INVALID KEY
                               MOVE '00' TO WRK-ITEMMAST-STATUS
                       END-READ
                       IF ITEMMAST-OK
                           MOVE ITM-DESCRICAO TO WRK-NOME
                       END-IF
                   END-IF
                   MOVE WRK-IT-RECEITA(WRK-SUB) TO WRK-R-RECEITA
                   MOVE WRK-IT-CUSTO(WRK-SUB)   TO WRK-R-CUSTO
                   PERFORM 0700-CALCULAR-MARGEM
                   MOVE SPACES TO WRK-LINHA
                   STRING WRK-CODIGO(3:4) ' ' WRK-NOME ' '
                          WRK-IT-QTDE(WRK-SUB) ' '
                          WRK-RECEITA-ED ' ' WRK-CUSTO-ED ' '
                          WRK-MARGEM-ED ' ' WRK-PCT-ED ' ' WRK-MARCA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0800-GRAVAR-LINHA
               END-IF.

           0600-IMPRIMIR-DEPTOS.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'POR DEPARTAMENTO' TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'DP       RECEITA         CUSTO        MARGEM'
                    TO WRK-LINHA.
               MOVE '    MG%' TO WRK-LINHA(46:).
               PERFORM 0800-GRAVAR-LINHA.
               PERFORM 0610-LINHA-DEPTO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 100.

           0610-LINHA-DEPTO.
               IF WRK-DP-TEM(WRK-SUB) = 'S'
                   COMPUTE WRK-CODIGO = WRK-SUB - 1
                   MOVE WRK-DP-RECEITA(WRK-SUB) TO WRK-R-RECEITA
                   MOVE WRK-DP-CUSTO(WRK-SUB)   TO WRK-R-CUSTO
                   PERFORM 0700-CALCULAR-MARGEM
                   MOVE SPACES TO WRK-LINHA
                   STRING WRK-CODIGO(5:2) ' '
                          WRK-RECEITA-ED ' ' WRK-CUSTO-ED ' '
                          WRK-MARGEM-ED ' ' WRK-PCT-ED ' ' WRK-MARCA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0800-GRAVAR-LINHA
               END-IF.

           0650-IMPRIMIR-VENDEDORES.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'POR VENDEDOR' TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE 'VND       RECEITA         CUSTO        MARGEM'
                    TO WRK-LINHA.
               MOVE '    MG%' TO WRK-LINHA(47:).
               PERFORM 0800-GRAVAR-LINHA.
               PERFORM 0660-LINHA-VENDEDOR
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 1000.

           0660-LINHA-VENDEDOR.
               IF WRK-VD-TEM(WRK-SUB) = 'S'
                   COMPUTE WRK-CODIGO = WRK-SUB - 1
                   MOVE WRK-VD-RECEITA(WRK-SUB) TO WRK-R-RECEITA
                   MOVE WRK-VD-CUSTO(WRK-SUB)   TO WRK-R-CUSTO
                   PERFORM 0700-CALCULAR-MARGEM
                   MOVE SPACES TO WRK-LINHA
                   STRING WRK-CODIGO(4:3) ' '
                          WRK-RECEITA-ED ' ' WRK-CUSTO-ED ' '
                          WRK-MARGEM-ED ' ' WRK-PCT-ED ' ' WRK-MARCA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0800-GRAVAR-LINHA
               END-IF.

      *    ********** MARGEM = RECEITA - CUSTO; PERCENTUAL SOBRE A
      *    ********** RECEITA (ZERO SEM RECEITA)
           0700-CALCULAR-MARGEM.
               COMPUTE WRK-R-MARGEM = WRK-R-RECEITA - WRK-R-CUSTO.
               MOVE ZEROS TO WRK-R-PCT.
               IF WRK-R-RECEITA > 0
                   COMPUTE WRK-R-PCT ROUNDED =
                           WRK-R-MARGEM * 100 / WRK-R-RECEITA
                       ON SIZE ERROR
                           MOVE -999,99 TO WRK-R-PCT
                   END-COMPUTE
               END-IF.
               MOVE SPACES TO WRK-MARCA.
               IF WRK-R-MARGEM < 0
                   MOVE '*PREJUIZO' TO WRK-MARCA
               END-IF.
               MOVE WRK-R-RECEITA TO WRK-RECEITA-ED.
               MOVE WRK-R-CUSTO   TO WRK-CUSTO-ED.
               MOVE WRK-R-MARGEM  TO WRK-MARGEM-ED.
               MOVE WRK-R-PCT     TO WRK-PCT-ED.

           0800-GRAVAR-LINHA.
               MOVE WRK-LINHA TO MARGREP-REC.
               WRITE MARGREP-REC.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE WRK-TOT-RECEITA TO WRK-R-RECEITA.
               MOVE WRK-TOT-CUSTO   TO WRK-R-CUSTO.
               PERFORM 0700-CALCULAR-MARGEM.
               MOVE WRK-TOT-CREDITO TO WRK-CREDITO-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL RECEITA ' WRK-RECEITA-ED
                      ' CUSTO ' WRK-CUSTO-ED
                      ' MARGEM ' WRK-MARGEM-ED
                      ' MG% ' WRK-PCT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0800-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'FATURAS ' WRK-QT-FATURAS
                      '  LINHAS ' WRK-QT-LINHAS
                      '  COM PREJUIZO ' WRK-QT-PREJUIZO
                      '  DEVOLUCOES ABATIDAS ' WRK-CREDITO-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0800-GRAVAR-LINHA.
               CLOSE MARGREP.
               IF CUSTMAST-DISPONIVEL
                   CLOSE CUSTMAST
               END-IF.
               IF ITEMMAST-DISPONIVEL
                   CLOSE ITEMMAST
               END-IF.
               DISPLAY 'MARGEM BRUTA GRAVADA EM MARGREP - FATURAS '
                       WRK-QT-FATURAS ' COM PREJUIZO '
                       WRK-QT-PREJUIZO.
