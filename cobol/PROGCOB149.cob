           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB149.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = ACOMPANHAMENTO DAS ORDENS DE PRODUCAO DE CORTE
      *    (WORKORD), ABERTAS PELO PROGCOB70 NO ACEITE DO ORCAMENTO
      *    COM O MESMO NUMERO DO PEDIDO E AS CHAPAS ORCADAS POR
      *    MATERIAL (WORKMAT). A FICHA DA ORDEM (JOBTKT) SAI COM AS
      *    PECAS DO ORCAMENTO (QUOTEPCS, GRAVADO PELO PROGCOB11) E AS
      *    CHAPAS RESERVADAS NO MATRESV - A OFICINA DEIXA DE
      *    TRABALHAR PELA COPIA DO QUOTEDOC. O ANDAMENTO E APONTADO
      *    NA SEQUENCIA ABERTA -> CORTADA -> ACABADA -> ENTREGUE. O
      *    CONSUMO REAL (CHAPAS USADAS E SUCATA POR MATERIAL) E
      *    LANCADO UMA VEZ, DEPOIS DO CORTE: BAIXA O
      *    MAT-ESTOQUE-CHAPAS DO MATMAST E LIBERA AS RESERVAS DO
      *    ORCAMENTO, JA CONSUMIDAS. O RELATORIO WORKCMP COMPARA
      *    CHAPAS ORCADAS X REAIS POR ORDEM E MATERIAL.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - FICHA COM A ENTREGA PROMETIDA AO
      *                         CLIENTE (WOR-DT-PROMETIDA).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WORKORD ASSIGN TO "WORKORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOR-ORDEM
                   FILE STATUS IS WRK-WORKORD-STATUS.
               SELECT WORKMAT ASSIGN TO "WORKMAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOM-CHAVE
                   FILE STATUS IS WRK-WORKMAT-STATUS.
               SELECT MATMAST ASSIGN TO "MATMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-CODIGO
                   FILE STATUS IS WRK-MATMAST-STATUS.
               SELECT MATRESV ASSIGN TO "MATRESV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MRV-CHAVE
                   FILE STATUS IS WRK-MATRESV-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT QUOTEPCS ASSIGN TO "QUOTEPCS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-QUOTEPCS-STATUS.
               SELECT JOBTKT ASSIGN TO "JOBTKT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-JOBTKT-STATUS.
               SELECT WORKCMP ASSIGN TO "WORKCMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-WORKCMP-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  WORKORD.
           01  WOR-REC.
               05 WOR-ORDEM       PIC 9(06).
               05 WOR-ORCAMENTO   PIC 9(06).
               05 WOR-CLIENTE     PIC 9(06).
               05 WOR-DT-ABERTURA PIC 9(08).
               05 WOR-STATUS      PIC X(01).
                  88 WOR-ABERTA    VALUE 'A'.
                  88 WOR-CORTADA   VALUE 'C'.
                  88 WOR-ACABADA   VALUE 'F'.
                  88 WOR-ENTREGUE  VALUE 'E'.
               05 WOR-DT-CORTE    PIC 9(08).
               05 WOR-DT-ACABAMENTO PIC 9(08).
               05 WOR-DT-ENTREGA  PIC 9(08).
               05 WOR-CONSUMO     PIC X(01).
                  88 WOR-CONSUMO-LANCADO VALUE 'S'.
               05 WOR-DT-CONSUMO  PIC 9(08).
               05 WOR-DT-PROMETIDA PIC 9(08).

           FD  WORKMAT.
           01  WOM-REC.
               05 WOM-CHAVE.
                   10 WOM-ORDEM    PIC 9(06).
                   10 WOM-MATERIAL PIC 9(03).
               05 WOM-CHAPAS-ORCADAS PIC 9(05).
               05 WOM-CHAPAS-REAIS   PIC 9(05).
               05 WOM-AREA-SUCATA    PIC 9(06)V99.

           FD  MATMAST.
           01  MAT-REC.
               05 MAT-CODIGO      PIC 9(03).
               05 MAT-DESCRICAO   PIC X(20).
               05 MAT-LARGURA     PIC 9(03)V99.
               05 MAT-COMPRIMENTO PIC 9(03)V99.
               05 MAT-PRECO-M2    PIC 9(04)V99.
               05 MAT-ESTOQUE-CHAPAS PIC 9(05).

           FD  MATRESV.
           01  MRV-REC.
               05 MRV-CHAVE.
                   10 MRV-ORCAMENTO PIC 9(06).
                   10 MRV-MATERIAL  PIC 9(03).
               05 MRV-CHAPAS     PIC 9(05).
               05 MRV-STATUS     PIC X(01).
                  88 MRV-PREVISTA  VALUE 'P'.
                  88 MRV-RESERVADA VALUE 'R'.

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

           FD  JOBTKT.
           01  JOBTKT-REC       PIC X(80).

           FD  WORKCMP.
           01  WORKCMP-REC      PIC X(80).

           WORKING-STORAGE SECTION.
           77 WRK-WORKORD-STATUS PIC X(02) VALUE SPACES.
               88 WORKORD-OK      VALUE '00'.
           77 WRK-WORKMAT-STATUS PIC X(02) VALUE SPACES.
               88 WORKMAT-OK      VALUE '00'.
           77 WRK-MATMAST-STATUS PIC X(02) VALUE SPACES.
               88 MATMAST-OK      VALUE '00'.
           77 WRK-MATRESV-STATUS PIC X(02) VALUE SPACES.
               88 MATRESV-OK      VALUE '00'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK     VALUE '00'.
           77 WRK-QUOTEPCS-STATUS PIC X(02) VALUE SPACES.
               88 QUOTEPCS-OK     VALUE '00'.
               88 QUOTEPCS-EOF    VALUE '10'.
           77 WRK-JOBTKT-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-WORKCMP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-FICHA    VALUE 'F'.
               88 OPCAO-ANDAMENTO VALUE 'A'.
               88 OPCAO-CONSUMO  VALUE 'M'.
               88 OPCAO-RELATORIO VALUE 'R'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-NOVA-SITUACAO PIC X(01) VALUE SPACES.
               88 NOVA-CORTADA   VALUE 'C'.
               88 NOVA-ACABADA   VALUE 'F'.
               88 NOVA-ENTREGUE  VALUE 'E'.
           77 WRK-DESC-SITUACAO PIC X(10) VALUE SPACES.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-ORDEM      PIC 9(06) VALUE ZEROS.
           77 WRK-MATERIAL   PIC 9(03) VALUE ZEROS.
           77 WRK-FIM-MAT    PIC X(01) VALUE 'N'.
               88 FIM-MAT      VALUE 'S'.
           77 WRK-FIM-RESV   PIC X(01) VALUE 'N'.
               88 FIM-RESV     VALUE 'S'.
           77 WRK-FIM-ORDEM  PIC X(01) VALUE 'N'.
               88 FIM-ORDEM    VALUE 'S'.
           77 WRK-QT-PECAS   PIC 9(05) VALUE ZEROS.
           77 WRK-AREA-PECAS PIC 9(08)V99 VALUE ZEROS.
           77 WRK-QT-RESERVAS PIC 9(03) VALUE ZEROS.
           77 WRK-QT-BAIXADAS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-ORDENS  PIC 9(05) VALUE ZEROS.
      *    ********** TOTAIS DO ORCADO X REAL, POR ORDEM E GERAL
           77 WRK-ORD-ORCADAS PIC 9(07) VALUE ZEROS.
           77 WRK-ORD-REAIS   PIC 9(07) VALUE ZEROS.
           77 WRK-ORD-SUCATA  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-GER-ORCADAS PIC 9(07) VALUE ZEROS.
           77 WRK-GER-REAIS   PIC 9(07) VALUE ZEROS.
           77 WRK-GER-SUCATA  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-DIFERENCA   PIC S9(07) VALUE ZEROS.
           77 WRK-MEDIDA1-ED PIC ZZ9,99 VALUE ZEROS.
           77 WRK-MEDIDA2-ED PIC ZZ9,99 VALUE ZEROS.
           77 WRK-AREA-ED    PIC ZZZZZ9,99 VALUE ZEROS.
           77 WRK-AREA-TOT-ED PIC ZZZZZZZ9,99 VALUE ZEROS.
           77 WRK-QT1-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-QT2-ED     PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-DIF-ED     PIC -------9 VALUE ZEROS.
           77 WRK-LINHA      PIC X(80) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O WORKORD.
               IF WRK-WORKORD-STATUS NOT = '00'
                   DISPLAY 'ORDENS DE PRODUCAO INDISPONIVEIS -'
                           ' STATUS ' WRK-WORKORD-STATUS
               ELSE
                   OPEN I-O WORKMAT
                   IF WRK-WORKMAT-STATUS = '35'
                       CLOSE WORKMAT
                       OPEN OUTPUT WORKMAT
                       CLOSE WORKMAT
                       OPEN I-O WORKMAT
                   END-IF
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE WORKMAT
                   CLOSE WORKORD
               END-IF.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' ORDENS DE PRODUCAO (WORKORD)'.
               DISPLAY ' F - FICHA DA ORDEM (JOBTKT)'.
               DISPLAY ' A - APONTAR ANDAMENTO'.
               DISPLAY ' M - LANCAR CONSUMO DE MATERIAL'.
               DISPLAY ' R - ORCADO X REAL (WORKCMP)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-FICHA
                       PERFORM 0200-EMITIR-FICHA
                   WHEN OPCAO-ANDAMENTO
                       PERFORM 0300-APONTAR-ANDAMENTO
                   WHEN OPCAO-CONSUMO
                       PERFORM 0400-LANCAR-CONSUMO
                   WHEN OPCAO-RELATORIO
                       PERFORM 0500-ORCADO-X-REAL
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

           0150-LER-ORDEM.
               DISPLAY 'NUMERO DA ORDEM (PEDIDO)...'.
               ACCEPT WRK-ORDEM.
               MOVE WRK-ORDEM TO WOR-ORDEM.
               READ WORKORD
                   KEY IS WOR-ORDEM
                   INVALID KEY
                       MOVE '23' TO WRK-WORKORD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-WORKORD-STATUS
               END-READ.
               IF NOT WORKORD-OK
                   DISPLAY 'ORDEM DE PRODUCAO ' WRK-ORDEM
                           ' NAO ENCONTRADA'
               ELSE
                   PERFORM 0180-DESCREVER-SITUACAO
               END-IF.

           0180-DESCREVER-SITUACAO.
               EVALUATE TRUE
                   WHEN WOR-ABERTA
                       MOVE 'ABERTA'   TO WRK-DESC-SITUACAO
                   WHEN WOR-CORTADA
                       MOVE 'CORTADA'  TO WRK-DESC-SITUACAO
                   WHEN WOR-ACABADA
                       MOVE 'ACABADA'  TO WRK-DESC-SITUACAO
                   WHEN WOR-ENTREGUE
                       MOVE 'ENTREGUE' TO WRK-DESC-SITUACAO
                   WHEN OTHER
                       MOVE 'INDEFINIDA' TO WRK-DESC-SITUACAO
               END-EVALUATE.

      *    ********** DESCRICAO DO MATERIAL; SEM CADASTRO O ESTOQUE
      *    ********** NAO E MEXIDO
           0190-BUSCAR-MATERIAL.
               MOVE WRK-MATERIAL TO MAT-CODIGO.
               READ MATMAST
                   KEY IS MAT-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-MATMAST-STATUS
                       MOVE 'MATERIAL SEM CADASTRO' TO MAT-DESCRICAO
                   NOT INVALID KEY
                       MOVE '00' TO WRK-MATMAST-STATUS
               END-READ.

      *    ********** FICHA DA OFICINA: PECAS, MATERIAL E CHAPAS
      *    ********** RESERVADAS, COM ESPACO PARA O APONTAMENTO
           0200-EMITIR-FICHA.
               PERFORM 0150-LER-ORDEM.
               IF WORKORD-OK
                   OPEN OUTPUT JOBTKT
                   OPEN INPUT MATMAST
                   PERFORM 0210-CABECALHO-FICHA
                   PERFORM 0220-PECAS-FICHA
                   PERFORM 0240-RESERVAS-FICHA
                   PERFORM 0260-RODAPE-FICHA
                   CLOSE MATMAST
                   CLOSE JOBTKT
                   DISPLAY 'FICHA DA ORDEM ' WOR-ORDEM
                           ' GRAVADA EM JOBTKT'
               END-IF.

           0210-CABECALHO-FICHA.
               MOVE WOR-CLIENTE TO CUST-CODIGO.
               OPEN INPUT CUSTMAST.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE 'CLIENTE SEM CADASTRO' TO CUST-NOME
               END-READ.
               CLOSE CUSTMAST.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ORDEM DE PRODUCAO ' WOR-ORDEM
                      '   PEDIDO ' WOR-ORDEM
                      '   ORCAMENTO ' WOR-ORCAMENTO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CLIENTE ' WOR-CLIENTE ' - '
                      DELIMITED BY SIZE
                      CUST-NOME DELIMITED BY '  '
                      INTO WRK-LINHA
               END-STRING.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ABERTA EM ' WOR-DT-ABERTURA
                      '   SITUACAO ' WRK-DESC-SITUACAO
                      '   EMITIDA EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0290-IMPRIMIR-FICHA.
               IF WOR-DT-PROMETIDA = ZEROS
                   MOVE 'ENTREGA PROMETIDA: A COMBINAR' TO WRK-LINHA
               ELSE
                   STRING 'ENTREGA PROMETIDA: ' WOR-DT-PROMETIDA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               END-IF.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.

      *    ********** PECAS DO ORCAMENTO (QUOTEPCS)
           0220-PECAS-FICHA.
               MOVE 'PECAS A CORTAR' TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE 'MAT DESCRICAO            LARGURA COMPRIM'
                    TO WRK-LINHA.
               MOVE '     AREA ORIGEM' TO WRK-LINHA(41:).
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE ZEROS TO WRK-QT-PECAS WRK-AREA-PECAS.
               OPEN INPUT QUOTEPCS.
               IF NOT QUOTEPCS-OK
                   MOVE 'PECAS DO ORCAMENTO INDISPONIVEIS (QUOTEPCS)'
                        TO WRK-LINHA
                   PERFORM 0290-IMPRIMIR-FICHA
               ELSE
                   PERFORM 0225-LER-PECA
                   PERFORM 0230-TRATAR-PECA UNTIL QUOTEPCS-EOF
                   CLOSE QUOTEPCS
               END-IF.
               MOVE WRK-QT-PECAS   TO WRK-QT1-ED.
               MOVE WRK-AREA-PECAS TO WRK-AREA-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL DE PECAS ' WRK-QT1-ED
                      '   AREA ' WRK-AREA-TOT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.

           0225-LER-PECA.
               READ QUOTEPCS
                   AT END MOVE '10' TO WRK-QUOTEPCS-STATUS
               END-READ.

           0230-TRATAR-PECA.
               IF QPC-ORCAMENTO = WOR-ORCAMENTO
                   ADD 1 TO WRK-QT-PECAS
                   ADD QPC-AREA TO WRK-AREA-PECAS
                   MOVE QPC-MATERIAL TO WRK-MATERIAL
                   PERFORM 0190-BUSCAR-MATERIAL
                   MOVE QPC-LARGURA     TO WRK-MEDIDA1-ED
                   MOVE QPC-COMPRIMENTO TO WRK-MEDIDA2-ED
                   MOVE QPC-AREA        TO WRK-AREA-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING QPC-MATERIAL ' ' MAT-DESCRICAO
                          '  ' WRK-MEDIDA1-ED
                          '  ' WRK-MEDIDA2-ED
                          ' ' WRK-AREA-ED ' '
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   IF QPC-DE-RETALHO
                       MOVE 'RETALHO' TO WRK-LINHA(51:)
                   ELSE
                       MOVE 'CHAPA'   TO WRK-LINHA(51:)
                   END-IF
                   PERFORM 0290-IMPRIMIR-FICHA
               END-IF.
               PERFORM 0225-LER-PECA.

      *    ********** CHAPAS DO ORCAMENTO NO MATRESV
           0240-RESERVAS-FICHA.
               MOVE 'CHAPAS RESERVADAS (MATRESV)' TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE 'MAT DESCRICAO             CHAPAS SITUACAO'
                    TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE ZEROS TO WRK-QT-RESERVAS.
               OPEN INPUT MATRESV.
               IF MATRESV-OK
                   MOVE 'N' TO WRK-FIM-RESV
                   MOVE WOR-ORCAMENTO TO MRV-ORCAMENTO
                   MOVE ZEROS         TO MRV-MATERIAL
                   START MATRESV KEY IS GREATER THAN MRV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-RESV
                   END-START
                   PERFORM 0245-RESERVA-FICHA UNTIL FIM-RESV
                   CLOSE MATRESV
               END-IF.
               IF WRK-QT-RESERVAS = 0
                   MOVE 'SEM RESERVA ATIVA - CONSUMO JA LANCADO OU'
                        TO WRK-LINHA
                   MOVE ' RESERVA LIBERADA' TO WRK-LINHA(42:)
                   PERFORM 0290-IMPRIMIR-FICHA
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.

           0245-RESERVA-FICHA.
               READ MATRESV NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RESV
               END-READ.
               IF NOT FIM-RESV
                   IF MRV-ORCAMENTO NOT = WOR-ORCAMENTO
                       MOVE 'S' TO WRK-FIM-RESV
                   ELSE
                       ADD 1 TO WRK-QT-RESERVAS
                       MOVE MRV-MATERIAL TO WRK-MATERIAL
                       PERFORM 0190-BUSCAR-MATERIAL
                       MOVE MRV-CHAPAS TO WRK-QT1-ED
                       MOVE SPACES TO WRK-LINHA
                       STRING MRV-MATERIAL ' ' MAT-DESCRICAO
                              ' ' WRK-QT1-ED ' '
                              DELIMITED BY SIZE INTO WRK-LINHA
                       END-STRING
                       IF MRV-RESERVADA
                           MOVE 'RESERVADA' TO WRK-LINHA(34:)
                       ELSE
                           MOVE 'PREVISTA'  TO WRK-LINHA(34:)
                       END-IF
                       PERFORM 0290-IMPRIMIR-FICHA
                   END-IF
               END-IF.

           0260-RODAPE-FICHA.
               MOVE 'CORTADA EM   ____/____/______   POR ____________'
                    TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE 'ACABADA EM   ____/____/______   POR ____________'
                    TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE 'ENTREGUE EM  ____/____/______   POR ____________'
                    TO WRK-LINHA.
               PERFORM 0290-IMPRIMIR-FICHA.
               MOVE 'ANOTAR NO VERSO AS CHAPAS USADAS E A SUCATA DE'
                    TO WRK-LINHA.
               MOVE ' CADA MATERIAL' TO WRK-LINHA(47:).
               PERFORM 0290-IMPRIMIR-FICHA.

           0290-IMPRIMIR-FICHA.
               MOVE WRK-LINHA TO JOBTKT-REC.
               WRITE JOBTKT-REC.
               MOVE SPACES TO WRK-LINHA.

      *    ********** ANDAMENTO SO NA SEQUENCIA; A ENTREGA EXIGE O
      *    ********** CONSUMO LANCADO, PARA O ESTOQUE NAO FICAR
      *    ********** PARA TRAS
           0300-APONTAR-ANDAMENTO.
               PERFORM 0150-LER-ORDEM.
               IF WORKORD-OK
                   DISPLAY 'SITUACAO ATUAL..' WRK-DESC-SITUACAO
                   DISPLAY 'NOVA SITUACAO (C-CORTADA / F-ACABADA /'
                           ' E-ENTREGUE)...'
                   ACCEPT WRK-NOVA-SITUACAO
                   EVALUATE TRUE
                       WHEN NOVA-CORTADA AND WOR-ABERTA
                           MOVE 'C' TO WOR-STATUS
                           MOVE WRK-DATA-HOJE TO WOR-DT-CORTE
                           PERFORM 0350-REGRAVAR-ORDEM
                       WHEN NOVA-ACABADA AND WOR-CORTADA
                           MOVE 'F' TO WOR-STATUS
                           MOVE WRK-DATA-HOJE TO WOR-DT-ACABAMENTO
                           PERFORM 0350-REGRAVAR-ORDEM
                       WHEN NOVA-ENTREGUE AND WOR-ACABADA
                            AND NOT WOR-CONSUMO-LANCADO
                           DISPLAY 'LANCE O CONSUMO DE MATERIAL ANTES'
                                   ' DA ENTREGA (OPCAO M)'
                       WHEN NOVA-ENTREGUE AND WOR-ACABADA
                           MOVE 'E' TO WOR-STATUS
                           MOVE WRK-DATA-HOJE TO WOR-DT-ENTREGA
                           PERFORM 0350-REGRAVAR-ORDEM
                       WHEN OTHER
                           DISPLAY 'ANDAMENTO FORA DA SEQUENCIA -'
                                   ' ORDEM ' WRK-DESC-SITUACAO
                   END-EVALUATE
               END-IF.

           0350-REGRAVAR-ORDEM.
               REWRITE WOR-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A ORDEM ' WOR-ORDEM
               END-REWRITE.
               PERFORM 0180-DESCREVER-SITUACAO.
               DISPLAY 'ORDEM ' WOR-ORDEM ' AGORA '
                       WRK-DESC-SITUACAO.

      *    ********** CONSUMO REAL, UMA VEZ POR ORDEM, DEPOIS DO
      *    ********** CORTE: CHAPAS USADAS (INCLUSIVE AS PERDIDAS) E
      *    ********** SUCATA POR MATERIAL, COM BAIXA NO MATMAST
           0400-LANCAR-CONSUMO.
               PERFORM 0150-LER-ORDEM.
               IF WORKORD-OK
                   EVALUATE TRUE
                       WHEN WOR-CONSUMO-LANCADO
                           DISPLAY 'CONSUMO JA LANCADO EM '
                                   WOR-DT-CONSUMO
                       WHEN WOR-ABERTA
                           DISPLAY 'ORDEM AINDA NAO CORTADA - APONTE'
                                   ' O CORTE ANTES'
                       WHEN OTHER
                           PERFORM 0410-APONTAR-MATERIAIS
                   END-EVALUATE
               END-IF.

           0410-APONTAR-MATERIAIS.
               OPEN I-O MATMAST.
               IF WRK-MATMAST-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE MATERIAIS INDISPONIVEL -'
                           ' CONSUMO NAO LANCADO'
               ELSE
                   MOVE ZEROS TO WRK-QT-BAIXADAS
                   MOVE 'N' TO WRK-FIM-MAT
                   MOVE WOR-ORDEM TO WOM-ORDEM
                   MOVE ZEROS     TO WOM-MATERIAL
                   START WORKMAT KEY IS GREATER THAN WOM-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-MAT
                   END-START
                   PERFORM 0420-APONTAR-UM UNTIL FIM-MAT
                   PERFORM 0435-PEDIR-EXTRA
                   PERFORM 0440-MATERIAL-EXTRA
                           UNTIL WRK-MATERIAL = ZEROS
                   CLOSE MATMAST
                   MOVE 'S' TO WOR-CONSUMO
                   MOVE WRK-DATA-HOJE TO WOR-DT-CONSUMO
                   REWRITE WOR-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A ORDEM '
                                   WOR-ORDEM
                   END-REWRITE
                   PERFORM 0460-LIBERAR-RESERVAS
                   DISPLAY 'CONSUMO LANCADO - CHAPAS BAIXADAS DO'
                           ' ESTOQUE ' WRK-QT-BAIXADAS
               END-IF.

           0420-APONTAR-UM.
               READ WORKMAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MAT
               END-READ.
               IF NOT FIM-MAT
                   IF WOM-ORDEM NOT = WOR-ORDEM
                       MOVE 'S' TO WRK-FIM-MAT
                   ELSE
                       MOVE WOM-MATERIAL TO WRK-MATERIAL
                       PERFORM 0190-BUSCAR-MATERIAL
                       DISPLAY 'MATERIAL ' WOM-MATERIAL ' '
                               MAT-DESCRICAO ' ORCADAS '
                               WOM-CHAPAS-ORCADAS
                       PERFORM 0450-PEDIR-REAL
                       REWRITE WOM-REC
                       PERFORM 0455-BAIXAR-ESTOQUE
                   END-IF
               END-IF.

           0435-PEDIR-EXTRA.
               DISPLAY 'OUTRO MATERIAL USADO FORA DO ORCAMENTO'
                       ' (CODIGO, 0 = NENHUM)...'.
               ACCEPT WRK-MATERIAL.

      *    ********** MATERIAL QUE NAO ESTAVA NO ORCAMENTO ENTRA COM
      *    ********** ZERO ORCADO
           0440-MATERIAL-EXTRA.
               PERFORM 0190-BUSCAR-MATERIAL.
               IF NOT MATMAST-OK
                   DISPLAY 'MATERIAL NAO CADASTRADO - USE O PROGCOB46'
               ELSE
                   MOVE WOR-ORDEM    TO WOM-ORDEM
                   MOVE WRK-MATERIAL TO WOM-MATERIAL
                   MOVE ZEROS        TO WOM-CHAPAS-ORCADAS
                   PERFORM 0450-PEDIR-REAL
                   WRITE WOM-REC
                       INVALID KEY
                           DISPLAY 'MATERIAL JA APONTADO NESTA ORDEM'
                       NOT INVALID KEY
                           PERFORM 0455-BAIXAR-ESTOQUE
                   END-WRITE
               END-IF.
               PERFORM 0435-PEDIR-EXTRA.

           0450-PEDIR-REAL.
               DISPLAY 'CHAPAS USADAS, INCLUSIVE AS PERDIDAS...'.
               ACCEPT WOM-CHAPAS-REAIS.
               DISPLAY 'AREA DE SUCATA (MESMA UNIDADE DAS PECAS)...'.
               ACCEPT WOM-AREA-SUCATA.

           0455-BAIXAR-ESTOQUE.
               IF NOT MATMAST-OK
                   DISPLAY 'MATERIAL ' WOM-MATERIAL ' SEM CADASTRO -'
                           ' ESTOQUE NAO BAIXADO'
               ELSE
                   IF WOM-CHAPAS-REAIS > MAT-ESTOQUE-CHAPAS
                       DISPLAY 'AVISO - ESTOQUE DO MATERIAL '
                               WOM-MATERIAL ' (' MAT-ESTOQUE-CHAPAS
                               ') MENOR QUE O CONSUMO - ZERADO'
                       MOVE ZEROS TO MAT-ESTOQUE-CHAPAS
                   ELSE
                       SUBTRACT WOM-CHAPAS-REAIS
                           FROM MAT-ESTOQUE-CHAPAS
                   END-IF
                   REWRITE MAT-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O MATERIAL '
                                   MAT-CODIGO
                   END-REWRITE
                   ADD WOM-CHAPAS-REAIS TO WRK-QT-BAIXADAS
               END-IF.

      *    ********** CHAPAS JA SAIRAM DO ESTOQUE - AS RESERVAS DO
      *    ********** ORCAMENTO DEIXAM DE VALER (COMO NO PROGCOB71)
           0460-LIBERAR-RESERVAS.
               MOVE ZEROS TO WRK-QT-RESERVAS.
               OPEN I-O MATRESV.
               IF MATRESV-OK
                   MOVE 'N' TO WRK-FIM-RESV
                   MOVE WOR-ORCAMENTO TO MRV-ORCAMENTO
                   MOVE ZEROS         TO MRV-MATERIAL
                   START MATRESV KEY IS GREATER THAN MRV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-RESV
                   END-START
                   PERFORM 0465-LIBERAR-UMA UNTIL FIM-RESV
                   CLOSE MATRESV
               END-IF.
               DISPLAY 'RESERVAS DO ORCAMENTO ' WOR-ORCAMENTO
                       ' LIBERADAS..' WRK-QT-RESERVAS.

           0465-LIBERAR-UMA.
               READ MATRESV NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-RESV
               END-READ.
               IF NOT FIM-RESV
                   IF MRV-ORCAMENTO NOT = WOR-ORCAMENTO
                       MOVE 'S' TO WRK-FIM-RESV
                   ELSE
                       DELETE MATRESV RECORD
                       ADD 1 TO WRK-QT-RESERVAS
                   END-IF
               END-IF.

      *    ********** ORCADO X REAL: UMA ORDEM OU TODAS COM CONSUMO
      *    ********** LANCADO, MATERIAL A MATERIAL
           0500-ORCADO-X-REAL.
               DISPLAY 'ORDEM (0 = TODAS COM CONSUMO LANCADO)...'.
               ACCEPT WRK-ORDEM.
               MOVE ZEROS TO WRK-QT-ORDENS WRK-GER-ORCADAS
                             WRK-GER-REAIS WRK-GER-SUCATA.
               OPEN OUTPUT WORKCMP.
               OPEN INPUT MATMAST.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CHAPAS ORCADAS X REAIS POR ORDEM DE PRODUCAO'
                      ' - POSICAO DE ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.
               MOVE 'MAT DESCRICAO            ORCADAS   REAIS'
                    TO WRK-LINHA.
               MOVE '   DIFER.     SUCATA' TO WRK-LINHA(41:).
               PERFORM 0590-IMPRIMIR-COMPARATIVO.
               IF WRK-ORDEM NOT = ZEROS
                   MOVE WRK-ORDEM TO WOR-ORDEM
                   READ WORKORD
                       KEY IS WOR-ORDEM
                       INVALID KEY
                           MOVE '23' TO WRK-WORKORD-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-WORKORD-STATUS
                   END-READ
                   IF WORKORD-OK
                       PERFORM 0520-COMPARAR-ORDEM
                   ELSE
                       DISPLAY 'ORDEM DE PRODUCAO ' WRK-ORDEM
                               ' NAO ENCONTRADA'
                   END-IF
               ELSE
                   MOVE 'N' TO WRK-FIM-ORDEM
                   MOVE ZEROS TO WOR-ORDEM
                   START WORKORD KEY IS GREATER THAN WOR-ORDEM
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ORDEM
                   END-START
                   PERFORM 0510-LER-ORDEM-SEQ UNTIL FIM-ORDEM
               END-IF.
               PERFORM 0580-TOTAL-GERAL.
               CLOSE MATMAST.
               CLOSE WORKCMP.
               DISPLAY 'ORCADO X REAL GRAVADO EM WORKCMP - ORDENS '
                       WRK-QT-ORDENS.

           0510-LER-ORDEM-SEQ.
               READ WORKORD NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ORDEM
               END-READ.
               IF NOT FIM-ORDEM AND WOR-CONSUMO-LANCADO
                   PERFORM 0520-COMPARAR-ORDEM
               END-IF.

           0520-COMPARAR-ORDEM.
               ADD 1 TO WRK-QT-ORDENS.
               MOVE ZEROS TO WRK-ORD-ORCADAS WRK-ORD-REAIS
                             WRK-ORD-SUCATA.
               PERFORM 0180-DESCREVER-SITUACAO.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.
               STRING 'ORDEM ' WOR-ORDEM
                      '  ORCAMENTO ' WOR-ORCAMENTO
                      '  CLIENTE ' WOR-CLIENTE
                      '  ' WRK-DESC-SITUACAO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               IF NOT WOR-CONSUMO-LANCADO
                   MOVE 'SEM CONSUMO' TO WRK-LINHA(68:)
               END-IF.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.
               MOVE 'N' TO WRK-FIM-MAT.
               MOVE WOR-ORDEM TO WOM-ORDEM.
               MOVE ZEROS     TO WOM-MATERIAL.
               START WORKMAT KEY IS GREATER THAN WOM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-MAT
               END-START.
               PERFORM 0530-COMPARAR-MATERIAL UNTIL FIM-MAT.
               ADD WRK-ORD-ORCADAS TO WRK-GER-ORCADAS.
               ADD WRK-ORD-REAIS   TO WRK-GER-REAIS.
               ADD WRK-ORD-SUCATA  TO WRK-GER-SUCATA.
               COMPUTE WRK-DIFERENCA = WRK-ORD-REAIS - WRK-ORD-ORCADAS.
               MOVE WRK-ORD-ORCADAS TO WRK-QT1-ED.
               MOVE WRK-ORD-REAIS   TO WRK-QT2-ED.
               MOVE WRK-DIFERENCA   TO WRK-DIF-ED.
               MOVE WRK-ORD-SUCATA  TO WRK-AREA-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING '    TOTAL DA ORDEM      '
                      ' ' WRK-QT1-ED ' ' WRK-QT2-ED
                      ' ' WRK-DIF-ED WRK-AREA-TOT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.

           0530-COMPARAR-MATERIAL.
               READ WORKMAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MAT
               END-READ.
               IF NOT FIM-MAT
                   IF WOM-ORDEM NOT = WOR-ORDEM
                       MOVE 'S' TO WRK-FIM-MAT
                   ELSE
                       PERFORM 0540-LINHA-MATERIAL
                   END-IF
               END-IF.

           0540-LINHA-MATERIAL.
               ADD WOM-CHAPAS-ORCADAS TO WRK-ORD-ORCADAS.
               ADD WOM-CHAPAS-REAIS   TO WRK-ORD-REAIS.
               ADD WOM-AREA-SUCATA    TO WRK-ORD-SUCATA.
               MOVE WOM-MATERIAL TO WRK-MATERIAL.
               PERFORM 0190-BUSCAR-MATERIAL.
               COMPUTE WRK-DIFERENCA =
                       WOM-CHAPAS-REAIS - WOM-CHAPAS-ORCADAS.
               MOVE WOM-CHAPAS-ORCADAS TO WRK-QT1-ED.
               MOVE WOM-CHAPAS-REAIS   TO WRK-QT2-ED.
               MOVE WRK-DIFERENCA      TO WRK-DIF-ED.
               MOVE WOM-AREA-SUCATA    TO WRK-AREA-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING WOM-MATERIAL ' ' MAT-DESCRICAO
                      ' ' WRK-QT1-ED ' ' WRK-QT2-ED
                      ' ' WRK-DIF-ED WRK-AREA-TOT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               IF WOR-CONSUMO-LANCADO
                  AND WOM-CHAPAS-REAIS > WOM-CHAPAS-ORCADAS
                   MOVE 'EXCEDEU' TO WRK-LINHA(62:)
               END-IF.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.

           0580-TOTAL-GERAL.
               COMPUTE WRK-DIFERENCA = WRK-GER-REAIS - WRK-GER-ORCADAS.
               MOVE WRK-GER-ORCADAS TO WRK-QT1-ED.
               MOVE WRK-GER-REAIS   TO WRK-QT2-ED.
               MOVE WRK-DIFERENCA   TO WRK-DIF-ED.
               MOVE WRK-GER-SUCATA  TO WRK-AREA-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.
               STRING 'TOTAL GERAL             '
                      ' ' WRK-QT1-ED ' ' WRK-QT2-ED
                      ' ' WRK-DIF-ED WRK-AREA-TOT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0590-IMPRIMIR-COMPARATIVO.

           0590-IMPRIMIR-COMPARATIVO.
               MOVE WRK-LINHA TO WORKCMP-REC.
               WRITE WORKCMP-REC.
               MOVE SPACES TO WRK-LINHA.
