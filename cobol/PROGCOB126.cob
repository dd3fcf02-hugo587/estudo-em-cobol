           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB126.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONSOLIDACAO DE EMBARQUES DOS PEDIDOS DO DIA,
      *    ENTRE A CRITICA (PROGCOB21) E O LOTE DE FRETE (PROGCOB09).
      *    LE O ORDCLEAN, TOTALIZA VALOR E PESO DE CADA PEDIDO E
      *    CALCULA O FRETE SEPARADO COM AS MESMAS REGRAS DO PROGCOB09
      *    (TAXA DA UF VIGENTE NA DATA DO PEDIDO, FAIXA DE VALOR OU
      *    TAXA POR KG CONFORME O CARTAO DE BASE NO SYSIN, FRETE
      *    MINIMO E FATOR DA TRANSPORTADORA FORCADA OU DA MAIS
      *    BARATA). PEDIDOS DO MESMO CLIENTE, MESMO ENDERECO DE
      *    ENTREGA, MESMA UF, MESMA TRANSPORTADORA E MESMA DATA VIRAM
      *    UM EMBARQUE; O FRETE E CALCULADO SOBRE O VALOR (OU PESO)
      *    SOMADO E, QUANDO SAI MAIS BARATO QUE A SOMA DOS FRETES
      *    SEPARADOS, E RATEADO ENTRE OS PEDIDOS NA PROPORCAO DO
      *    VALOR (OU DO PESO) - O ULTIMO PEDIDO FICA COM A SOBRA DOS
      *    CENTAVOS. O RATEIO SAI NO FRTALOC, EM ORDEM DE PEDIDO, E O
      *    PROGCOB09 USA O FRETE RATEADO NO LUGAR DO CALCULADO. O
      *    CONSREP COMPARA O FRETE SEPARADO COM O CONSOLIDADO POR
      *    EMBARQUE. PEDIDO CANCELADO, DE CLIENTE OU ITEM NAO
      *    CADASTRADO OU SEM TAXA/TRANSPORTADORA NAO ENTRA EM
      *    EMBARQUE. SO LE OS CADASTROS.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CARRMAST COM A FROTA DA TRANSPORTADORA
      *                         NA UF (CR-QT-VEICULOS/CR-VEICULO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR PEDIDOS OU CADASTROS
      *                         TERMINA COM RETURN-CODE 8 SEM
      *                         REGISTRAR O PASSO NO RUNCTL (RERODADA
      *                         REFAZ); O FRTALOC VAZIO CONTINUA
      *                         SENDO GRAVADO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ORDCLEAN ASSIGN TO "ORDCLEAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDCLEAN-STATUS.
               SELECT RATETAB ASSIGN TO "RATETAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RT-CHAVE
                   FILE STATUS IS WRK-RATETAB-STATUS.
               SELECT CARRMAST ASSIGN TO "CARRMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CHAVE
                   FILE STATUS IS WRK-CARRMAST-STATUS.
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
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT FRTALOC ASSIGN TO "FRTALOC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRTALOC-STATUS.
               SELECT CONSREP ASSIGN TO "CONSREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CONSREP-STATUS.

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
           FD  ORDCLEAN.
           01  ORDCLEAN-REC.
               05 TX-PEDIDO     PIC 9(06).
               05 TX-CLIENTE    PIC 9(06).
               05 TX-DATA-PEDIDO PIC 9(08).
               05 TX-ITEM       PIC 9(04).
               05 TX-QTDE       PIC 9(03).
               05 TX-VALOR      PIC 9(06)V99.
               05 TX-UF         PIC X(02).
               05 TX-TRANSP     PIC 9(02).
               05 TX-MOEDA      PIC X(03).
               05 TX-VALOR-ME   PIC 9(06)V99.
               05 TX-VENDEDOR   PIC 9(03).

           FD  RATETAB.
           01  RATE-REC.
               05 RT-CHAVE.
                   10 RT-UF          PIC X(02).
                   10 RT-DT-VIGENCIA PIC 9(08).
               05 RT-FAIXA1-LIM  PIC 9(05)V99.
               05 RT-FAIXA1-MULT PIC 9V9999.
               05 RT-FAIXA2-LIM  PIC 9(05)V99.
               05 RT-FAIXA2-MULT PIC 9V9999.
               05 RT-FAIXA3-MULT PIC 9V9999.
               05 RT-FRETE-MIN   PIC 9(05)V99.
               05 RT-TAXA-PESO   PIC 9(03)V99.
               05 RT-PRAZO-DIAS  PIC 9(02).

           FD  CARRMAST.
           01  CARR-REC.
               05 CR-CHAVE.
                   10 CR-UF      PIC X(02).
                   10 CR-TRANSP  PIC 9(02).
               05 CR-NOME        PIC X(20).
               05 CR-FATOR       PIC 9V9999.
               05 CR-QT-VEICULOS PIC 9(01).
               05 CR-VEICULO OCCURS 3 TIMES.
                   10 CR-VEI-TIPO     PIC X(10).
                   10 CR-VEI-PESO-MAX PIC 9(06).
                   10 CR-VEI-VOL-MAX  PIC 9(05).
                   10 CR-VEI-QTDE     PIC 9(02).

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

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
                  88 OST-CAPTADO    VALUE 'C'.
                  88 OST-FRETE-CALC VALUE 'F'.
                  88 OST-ENVIADO    VALUE 'T'.
                  88 OST-ENTREGUE   VALUE 'E'.
                  88 OST-EXCECAO    VALUE 'X'.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

      *    ********** FRETE RATEADO DE CADA PEDIDO DE EMBARQUE
      *    ********** CONSOLIDADO, EM ORDEM DE PEDIDO
           FD  FRTALOC.
           01  ALC-REC.
               05 ALC-PEDIDO     PIC 9(06).
               05 ALC-EMBARQUE   PIC 9(04).
               05 ALC-TRANSP     PIC 9(02).
               05 ALC-FRETE      PIC 9(07)V99.
               05 ALC-FRETE-SEP  PIC 9(07)V99.
               05 ALC-QT-PEDIDOS PIC 9(03).

           FD  CONSREP.
           01  CONSREP-REC       PIC X(132).

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
           COPY KITCOM.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           COPY DATECOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDCLEAN-STATUS PIC X(02) VALUE SPACES.
               88 ORDCLEAN-OK        VALUE '00'.
               88 ORDCLEAN-EOF       VALUE '10'.
           77 WRK-RATETAB-STATUS PIC X(02) VALUE SPACES.
               88 RATETAB-OK         VALUE '00'.
           77 WRK-CARRMAST-STATUS PIC X(02) VALUE SPACES.
               88 CARRMAST-OK        VALUE '00'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
               88 ORDSTAT-OK         VALUE '00'.
           77 WRK-ORDSTAT-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ORDSTAT-DISPONIVEL  VALUE 'S'.
           77 WRK-FRTALOC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONSREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
               88 TAB-PED-CHEIA VALUE 'S'.
           77 WRK-BASE-FRETE  PIC X(01) VALUE 'V'.
               88 BASE-VALOR    VALUE 'V'.
               88 BASE-PESO     VALUE 'P'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-GRAVADOS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-TAB      PIC 9(04) VALUE ZEROS.
           77 WRK-QT-APTOS    PIC 9(04) VALUE ZEROS.
           77 WRK-QT-EMBARQUES PIC 9(04) VALUE ZEROS.
           77 WRK-QT-SEM-GANHO PIC 9(04) VALUE ZEROS.
           77 WRK-QT-CONSOLID PIC 9(04) VALUE ZEROS.
           77 WRK-SUB-A       PIC 9(04) VALUE ZEROS.
           77 WRK-SUB-B       PIC 9(04) VALUE ZEROS.
           77 WRK-SUB-B-INI   PIC 9(04) VALUE ZEROS.
           77 WRK-PEDIDO-ATUAL PIC 9(06) VALUE ZEROS.
           77 WRK-PEDIDO-NA-TAB PIC X(01) VALUE 'N'.
               88 PEDIDO-NA-TAB VALUE 'S'.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.

      *    ********** CAMPOS DO CALCULO DE FRETE (MESMAS REGRAS DO
      *    ********** LOTE DO PROGCOB09)
           77 WRK-UF          PIC X(02) VALUE SPACES.
           77 WRK-VALOR       PIC 9(07)V99 VALUE ZEROS.
           77 WRK-PESO        PIC 9(07)V999 VALUE ZEROS.
           77 WRK-FRETE       PIC 9(07)V99 VALUE ZEROS.
           77 WRK-MULT-FAIXA  PIC 9V9999 VALUE ZEROS.
           77 WRK-DATA-BUSCA  PIC 9(08) VALUE ZEROS.
           77 WRK-TRANSP-PEDIDO PIC 9(02) VALUE ZEROS.
           77 WRK-TRANSP-OK   PIC X(01) VALUE 'N'.
               88 TRANSP-OK     VALUE 'S'.
           77 WRK-TRANSP-ESCOLHIDA PIC 9(02) VALUE ZEROS.
           77 WRK-FRETE-BASE  PIC 9(07)V99 VALUE ZEROS.
           77 WRK-FRETE-MELHOR PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FRETE-CANDIDATO PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FIM-VARREDURA PIC X(01) VALUE 'N'.
               88 FIM-VARREDURA VALUE 'S'.
           77 WRK-PESO-LINHA  PIC 9(05)V999 VALUE ZEROS.

      *    ********** TOTAIS DO EMBARQUE EM MONTAGEM
           77 WRK-EMB-NUMERO  PIC 9(04) VALUE ZEROS.
           77 WRK-EMB-QT-PED  PIC 9(03) VALUE ZEROS.
           77 WRK-EMB-QT-RAT  PIC 9(03) VALUE ZEROS.
           77 WRK-EMB-VALOR   PIC 9(07)V99 VALUE ZEROS.
           77 WRK-EMB-PESO    PIC 9(07)V999 VALUE ZEROS.
           77 WRK-EMB-SEPARADO PIC 9(07)V99 VALUE ZEROS.
           77 WRK-EMB-CONSOLID PIC 9(07)V99 VALUE ZEROS.
           77 WRK-EMB-ECONOMIA PIC 9(07)V99 VALUE ZEROS.
           77 WRK-EMB-RATEADO PIC 9(07)V99 VALUE ZEROS.
           77 WRK-EMB-SITUACAO PIC X(01) VALUE SPACES.
               88 EMB-CONSOLIDADO VALUE 'C'.

      *    ********** TOTAIS GERAIS DA ECONOMIA
           77 WRK-TOT-SEPARADO PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-CONSOLID PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-ECONOMIA PIC 9(09)V99 VALUE ZEROS.

           77 WRK-VALOR-ED    PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PESO-ED     PIC ZZZ.ZZ9,999 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC ZZZZZZ.ZZ9,99 VALUE ZEROS.

      *    ********** PEDIDOS DO DIA - TP-SITUACAO:
      *    ********** L = LIVRE PARA AGRUPAR, N = NAO ENTRA EM
      *    ********** EMBARQUE, A = AVULSO (SEM OUTRO PEDIDO PARA
      *    ********** JUNTAR), C = CONSOLIDADO (VAI PARA O FRTALOC),
      *    ********** S = EMBARQUE SEM GANHO (FRETE SEPARADO MANTIDO)
           01 WRK-TAB-PED.
               02 WRK-TP OCCURS 3000 TIMES.
                   05 TP-PEDIDO      PIC 9(06).
                   05 TP-CLIENTE     PIC 9(06).
                   05 TP-ENDERECO    PIC X(40).
                   05 TP-UF          PIC X(02).
                   05 TP-DATA        PIC 9(08).
                   05 TP-TRANSP      PIC 9(02).
                   05 TP-VALOR       PIC 9(07)V99.
                   05 TP-PESO        PIC 9(07)V999.
                   05 TP-FRETE-SEP   PIC 9(07)V99.
                   05 TP-FRETE-RAT   PIC 9(07)V99.
                   05 TP-EMBARQUE    PIC 9(04).
                   05 TP-SITUACAO    PIC X(01).
                      88 TP-LIVRE       VALUE 'L'.
                      88 TP-NAO-APTO    VALUE 'N'.
                      88 TP-CONSOLIDADO VALUE 'C'.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB126' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'CONSOLIDACAO DE EMBARQUES JA FEITA'
                               ' NA DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-LER-LINHA THRU 0200-SAIDA
                               UNTIL NOT ORDCLEAN-OK
                       PERFORM 0300-AVALIAR-PEDIDO
                               VARYING WRK-SUB-A FROM 1 BY 1
                               UNTIL WRK-SUB-A > WRK-QT-TAB
                       PERFORM 0400-AGRUPAR-PEDIDO THRU 0400-SAIDA
                               VARYING WRK-SUB-A FROM 1 BY 1
                               UNTIL WRK-SUB-A > WRK-QT-TAB
                       PERFORM 0700-GRAVAR-RATEIO
                               VARYING WRK-SUB-A FROM 1 BY 1
                               UNTIL WRK-SUB-A > WRK-QT-TAB
                       PERFORM 0800-FECHAR-CADASTROS
                   END-IF
                   PERFORM 0900-FINALIZAR
                   IF PROCESSAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-GRAVADOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

      *    ********** O FRTALOC E O CONSREP SAO SEMPRE CRIADOS, MESMO
      *    ********** SEM PROCESSAMENTO, PARA O PASSO DE FRETE ACHAR
      *    ********** O RATEIO (VAZIO) E CALCULAR TUDO SEPARADO
           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'BASE DE FRETE (V-VALOR / P-PESO)...'.
               ACCEPT WRK-BASE-FRETE.
               IF NOT BASE-PESO
                   MOVE 'V' TO WRK-BASE-FRETE
               END-IF.
               OPEN OUTPUT FRTALOC.
               OPEN OUTPUT CONSREP.
               PERFORM 0190-CABECALHO.
               MOVE 'S' TO WRK-PROCESSAR.
               OPEN INPUT ORDCLEAN.
               IF NOT ORDCLEAN-OK
                   MOVE 'ORDCLEAN' TO ERR-ARQUIVO
                   MOVE WRK-ORDCLEAN-STATUS TO ERR-STATUS
                   MOVE 'ARQUIVO DE PEDIDOS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               END-IF.
               OPEN INPUT RATETAB.
               IF NOT RATETAB-OK
                   MOVE 'RATETAB' TO ERR-ARQUIVO
                   MOVE WRK-RATETAB-STATUS TO ERR-STATUS
                   MOVE 'TABELA DE FRETE INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               END-IF.
               OPEN INPUT CARRMAST.
               IF NOT CARRMAST-OK
                   MOVE 'CARRMAST' TO ERR-ARQUIVO
                   MOVE WRK-CARRMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE TRANSPORTADORAS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               END-IF.
               OPEN INPUT CUSTMAST.
               IF NOT CUSTMAST-OK
                   MOVE 'CUSTMAST' TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               END-IF.
               OPEN INPUT ITEMMAST.
               IF NOT ITEMMAST-OK
                   MOVE 'ITEMMAST' TO ERR-ARQUIVO
                   MOVE WRK-ITEMMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE ITENS INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 0150-FALHA-ABERTURA
               END-IF.
               OPEN INPUT KITSTRU.
               OPEN INPUT ORDSTAT.
               IF ORDSTAT-OK
                   MOVE 'S' TO WRK-ORDSTAT-DISPONIVEL
               END-IF.
               IF PROCESSAR
                   READ ORDCLEAN
                       AT END
                           MOVE '10' TO WRK-ORDCLEAN-STATUS
                   END-READ
               ELSE
                   MOVE '  CADASTRO OU ARQUIVO DE PEDIDOS INDISPONIVEL'
                        TO WRK-LINHA
                   MOVE ' - PEDIDOS SEGUEM COM O FRETE SEPARADO'
                        TO WRK-LINHA(47:)
                   PERFORM 0950-GRAVAR-LINHA
                   PERFORM 0800-FECHAR-CADASTROS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           0150-FALHA-ABERTURA.
               MOVE 'PRGCOB126' TO ERR-PROGRAMA.
               PERFORM 9100-REGISTRAR-ERRO.
               DISPLAY ERR-MENSAGEM ' - EMBARQUES NAO CONSOLIDADOS'.
               MOVE 'N' TO WRK-PROCESSAR.

           0190-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONSOLIDACAO DE EMBARQUES - EMITIDO EM '
                      WRK-DATA-HOJE
                      ' - BASE DE FRETE ' WRK-BASE-FRETE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'EMB  CLIENTE UF TR DATA     PED'
                    TO WRK-LINHA(1:31).
               MOVE 'FRETE SEPARADO  CONSOLIDADO   ECONOMIA'
                    TO WRK-LINHA(38:38).
               MOVE 'SITUACAO' TO WRK-LINHA(84:8).
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** LINHAS DO ORDCLEAN (EM ORDEM DE PEDIDO) -
      *    ********** QUEBRA POR PEDIDO SOMANDO VALOR E PESO
           0200-LER-LINHA.
               ADD 1 TO WRK-QT-LIDOS.
               IF WRK-QT-LIDOS = 1 OR TX-PEDIDO NOT = WRK-PEDIDO-ATUAL
                   PERFORM 0250-ABRIR-PEDIDO
               END-IF.
               IF PEDIDO-NA-TAB
                   ADD TX-VALOR TO TP-VALOR(WRK-QT-TAB)
                   PERFORM 0260-PESAR-LINHA
               END-IF.
               READ ORDCLEAN
                   AT END
                       MOVE '10' TO WRK-ORDCLEAN-STATUS
               END-READ.
           0200-SAIDA.
               EXIT.

      *    ********** PEDIDO NOVO NA TABELA: CANCELADO OU DE CLIENTE
      *    ********** DESCONHECIDO JA ENTRA COMO NAO APTO
           0250-ABRIR-PEDIDO.
               MOVE TX-PEDIDO TO WRK-PEDIDO-ATUAL.
               MOVE 'N' TO WRK-PEDIDO-NA-TAB.
               IF WRK-QT-TAB >= 3000
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   MOVE 'S' TO WRK-PEDIDO-NA-TAB
                   ADD 1 TO WRK-QT-TAB
                   MOVE TX-PEDIDO      TO TP-PEDIDO(WRK-QT-TAB)
                   MOVE TX-CLIENTE     TO TP-CLIENTE(WRK-QT-TAB)
                   MOVE TX-UF          TO TP-UF(WRK-QT-TAB)
                   MOVE TX-DATA-PEDIDO TO TP-DATA(WRK-QT-TAB)
                   MOVE TX-TRANSP      TO TP-TRANSP(WRK-QT-TAB)
                   MOVE ZEROS TO TP-VALOR(WRK-QT-TAB)
                                 TP-PESO(WRK-QT-TAB)
                                 TP-FRETE-SEP(WRK-QT-TAB)
                                 TP-FRETE-RAT(WRK-QT-TAB)
                                 TP-EMBARQUE(WRK-QT-TAB)
                   MOVE SPACES TO TP-ENDERECO(WRK-QT-TAB)
                   MOVE 'L' TO TP-SITUACAO(WRK-QT-TAB)
                   MOVE TX-CLIENTE TO CUST-CODIGO
                   READ CUSTMAST
                       KEY IS CUST-CODIGO
                       INVALID KEY
                           MOVE 'N' TO TP-SITUACAO(WRK-QT-TAB)
                       NOT INVALID KEY
                           MOVE CUST-ENDERECO
                                TO TP-ENDERECO(WRK-QT-TAB)
                   END-READ
                   IF ORDSTAT-DISPONIVEL
                       MOVE TX-PEDIDO TO OST-PEDIDO
                       READ ORDSTAT
                           KEY IS OST-PEDIDO
                           INVALID KEY
                               MOVE '23' TO WRK-ORDSTAT-STATUS
                           NOT INVALID KEY
                               MOVE '00' TO WRK-ORDSTAT-STATUS
                       END-READ
                       IF ORDSTAT-OK AND OST-CANCELADO
                           MOVE 'N' TO TP-SITUACAO(WRK-QT-TAB)
                       END-IF
                   END-IF
               END-IF.

      *    ********** PESO DA LINHA PELO CADASTRO DE ITENS; KIT PESA
      *    ********** PELOS COMPONENTES, COMO NO PROGCOB09. ITEM NAO
      *    ********** CADASTRADO TIRA O PEDIDO DO EMBARQUE
           0260-PESAR-LINHA.
               MOVE TX-ITEM TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-ITEMMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ITEMMAST-STATUS
               END-READ.
               IF NOT ITEMMAST-OK
                   MOVE 'N' TO TP-SITUACAO(WRK-QT-TAB)
               ELSE
                   MOVE ITM-PESO-UNIT TO WRK-PESO-LINHA
                   MOVE TX-ITEM TO KIT-PAI
                   PERFORM 9700-CARREGAR-KIT
                   IF KIT-QT-COMP > 0
                       MOVE ZEROS TO WRK-PESO-LINHA
                       PERFORM 0265-PESAR-COMPONENTE
                               VARYING KIT-SUB FROM 1 BY 1
                               UNTIL KIT-SUB > KIT-QT-COMP
                   END-IF
                   COMPUTE TP-PESO(WRK-QT-TAB) =
                           TP-PESO(WRK-QT-TAB) +
                           (TX-QTDE * WRK-PESO-LINHA)
                       ON SIZE ERROR
                           MOVE 'N' TO TP-SITUACAO(WRK-QT-TAB)
                   END-COMPUTE
               END-IF.

           0265-PESAR-COMPONENTE.
               MOVE KIT-TC-ITEM(KIT-SUB) TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE ZEROS TO ITM-PESO-UNIT
               END-READ.
               COMPUTE WRK-PESO-LINHA = WRK-PESO-LINHA
                       + (KIT-TC-QTDE(KIT-SUB) * ITM-PESO-UNIT).

      *    ********** FRETE SEPARADO DO PEDIDO E TRANSPORTADORA QUE
      *    ********** O PROGCOB09 USARIA (FORCADA OU A MAIS BARATA)
           0300-AVALIAR-PEDIDO.
               IF TP-LIVRE(WRK-SUB-A)
                   MOVE TP-UF(WRK-SUB-A)     TO WRK-UF
                   MOVE TP-VALOR(WRK-SUB-A)  TO WRK-VALOR
                   MOVE TP-PESO(WRK-SUB-A)   TO WRK-PESO
                   MOVE TP-DATA(WRK-SUB-A)   TO WRK-DATA-BUSCA
                   MOVE TP-TRANSP(WRK-SUB-A) TO WRK-TRANSP-PEDIDO
                   PERFORM 0600-CALCULAR-FRETE
                   IF RATETAB-OK AND TRANSP-OK
                       MOVE WRK-FRETE TO TP-FRETE-SEP(WRK-SUB-A)
                       MOVE WRK-TRANSP-ESCOLHIDA
                            TO TP-TRANSP(WRK-SUB-A)
                       ADD 1 TO WRK-QT-APTOS
                   ELSE
                       MOVE 'N' TO TP-SITUACAO(WRK-SUB-A)
                   END-IF
               END-IF.

      *    ********** O PRIMEIRO PEDIDO LIVRE ABRE O EMBARQUE E PUXA
      *    ********** OS PEDIDOS SEGUINTES COM A MESMA CHAVE DE
      *    ********** ENTREGA; EMBARQUE DE UM PEDIDO SO FICA AVULSO
           0400-AGRUPAR-PEDIDO.
               IF NOT TP-LIVRE(WRK-SUB-A)
                   GO TO 0400-SAIDA
               END-IF.
               COMPUTE WRK-EMB-NUMERO = WRK-QT-EMBARQUES + 1.
               MOVE WRK-EMB-NUMERO TO TP-EMBARQUE(WRK-SUB-A).
               MOVE 1 TO WRK-EMB-QT-PED.
               MOVE TP-VALOR(WRK-SUB-A)    TO WRK-EMB-VALOR.
               MOVE TP-PESO(WRK-SUB-A)     TO WRK-EMB-PESO.
               MOVE TP-FRETE-SEP(WRK-SUB-A) TO WRK-EMB-SEPARADO.
               COMPUTE WRK-SUB-B-INI = WRK-SUB-A + 1.
               PERFORM 0410-CONFERIR-MEMBRO
                       VARYING WRK-SUB-B FROM WRK-SUB-B-INI BY 1
                       UNTIL WRK-SUB-B > WRK-QT-TAB.
               IF WRK-EMB-QT-PED = 1
                   MOVE ZEROS TO TP-EMBARQUE(WRK-SUB-A)
                   MOVE 'A' TO TP-SITUACAO(WRK-SUB-A)
                   GO TO 0400-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-EMBARQUES.
               MOVE TP-UF(WRK-SUB-A)     TO WRK-UF.
               MOVE WRK-EMB-VALOR        TO WRK-VALOR.
               MOVE WRK-EMB-PESO         TO WRK-PESO.
               MOVE TP-DATA(WRK-SUB-A)   TO WRK-DATA-BUSCA.
               MOVE TP-TRANSP(WRK-SUB-A) TO WRK-TRANSP-PEDIDO.
               PERFORM 0600-CALCULAR-FRETE.
               MOVE 'S' TO WRK-EMB-SITUACAO.
               MOVE ZEROS TO WRK-EMB-CONSOLID WRK-EMB-ECONOMIA.
               IF RATETAB-OK AND TRANSP-OK
                   MOVE WRK-FRETE TO WRK-EMB-CONSOLID
                   IF WRK-FRETE < WRK-EMB-SEPARADO
                       MOVE 'C' TO WRK-EMB-SITUACAO
                       COMPUTE WRK-EMB-ECONOMIA =
                               WRK-EMB-SEPARADO - WRK-FRETE
                   END-IF
               END-IF.
               PERFORM 0440-GRAVAR-EMBARQUE.
               MOVE ZEROS TO WRK-EMB-QT-RAT WRK-EMB-RATEADO.
               PERFORM 0420-FECHAR-MEMBRO
                       VARYING WRK-SUB-B FROM WRK-SUB-A BY 1
                       UNTIL WRK-SUB-B > WRK-QT-TAB
                          OR WRK-EMB-QT-RAT = WRK-EMB-QT-PED.
               IF EMB-CONSOLIDADO
                   ADD 1 TO WRK-QT-CONSOLID
                   ADD WRK-EMB-SEPARADO TO WRK-TOT-SEPARADO
                   ADD WRK-EMB-CONSOLID TO WRK-TOT-CONSOLID
                   ADD WRK-EMB-ECONOMIA TO WRK-TOT-ECONOMIA
               ELSE
                   ADD 1 TO WRK-QT-SEM-GANHO
               END-IF.
           0400-SAIDA.
               EXIT.

           0410-CONFERIR-MEMBRO.
               IF TP-LIVRE(WRK-SUB-B)
                  AND TP-EMBARQUE(WRK-SUB-B) = ZEROS
                  AND TP-CLIENTE(WRK-SUB-B) = TP-CLIENTE(WRK-SUB-A)
                  AND TP-ENDERECO(WRK-SUB-B) = TP-ENDERECO(WRK-SUB-A)
                  AND TP-UF(WRK-SUB-B) = TP-UF(WRK-SUB-A)
                  AND TP-TRANSP(WRK-SUB-B) = TP-TRANSP(WRK-SUB-A)
                  AND TP-DATA(WRK-SUB-B) = TP-DATA(WRK-SUB-A)
                   MOVE WRK-EMB-NUMERO TO TP-EMBARQUE(WRK-SUB-B)
                   ADD 1 TO WRK-EMB-QT-PED
                   ADD TP-VALOR(WRK-SUB-B)     TO WRK-EMB-VALOR
                   ADD TP-PESO(WRK-SUB-B)      TO WRK-EMB-PESO
                   ADD TP-FRETE-SEP(WRK-SUB-B) TO WRK-EMB-SEPARADO
               END-IF.

      *    ********** RATEIO DO FRETE CONSOLIDADO PELO VALOR (OU
      *    ********** PESO, NA BASE POR PESO) DO PEDIDO; O ULTIMO
      *    ********** PEDIDO DO EMBARQUE FICA COM A DIFERENCA
           0420-FECHAR-MEMBRO.
               IF TP-EMBARQUE(WRK-SUB-B) = WRK-EMB-NUMERO
                   ADD 1 TO WRK-EMB-QT-RAT
                   MOVE WRK-EMB-SITUACAO TO TP-SITUACAO(WRK-SUB-B)
                   IF EMB-CONSOLIDADO
                       PERFORM 0430-RATEAR-MEMBRO
                   END-IF
                   PERFORM 0450-GRAVAR-PEDIDO
               END-IF.

           0430-RATEAR-MEMBRO.
               EVALUATE TRUE
                   WHEN WRK-EMB-QT-RAT = WRK-EMB-QT-PED
                       COMPUTE TP-FRETE-RAT(WRK-SUB-B) =
                               WRK-EMB-CONSOLID - WRK-EMB-RATEADO
                   WHEN BASE-PESO AND WRK-EMB-PESO > ZEROS
                       COMPUTE TP-FRETE-RAT(WRK-SUB-B) =
                               WRK-EMB-CONSOLID *
                               TP-PESO(WRK-SUB-B) / WRK-EMB-PESO
                   WHEN WRK-EMB-VALOR > ZEROS
                       COMPUTE TP-FRETE-RAT(WRK-SUB-B) =
                               WRK-EMB-CONSOLID *
                               TP-VALOR(WRK-SUB-B) / WRK-EMB-VALOR
                   WHEN OTHER
                       COMPUTE TP-FRETE-RAT(WRK-SUB-B) =
                               WRK-EMB-CONSOLID / WRK-EMB-QT-PED
               END-EVALUATE.
               ADD TP-FRETE-RAT(WRK-SUB-B) TO WRK-EMB-RATEADO.

           0440-GRAVAR-EMBARQUE.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE WRK-EMB-NUMERO       TO WRK-LINHA(1:4).
               MOVE TP-CLIENTE(WRK-SUB-A) TO WRK-LINHA(6:6).
               MOVE TP-UF(WRK-SUB-A)     TO WRK-LINHA(14:2).
               MOVE TP-TRANSP(WRK-SUB-A) TO WRK-LINHA(17:2).
               MOVE TP-DATA(WRK-SUB-A)   TO WRK-LINHA(20:8).
               MOVE WRK-EMB-QT-PED       TO WRK-LINHA(29:3).
               MOVE WRK-EMB-SEPARADO     TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED         TO WRK-LINHA(41:11).
               MOVE WRK-EMB-CONSOLID     TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED         TO WRK-LINHA(54:11).
               MOVE WRK-EMB-ECONOMIA     TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED         TO WRK-LINHA(65:11).
               EVALUATE TRUE
                   WHEN EMB-CONSOLIDADO
                       MOVE 'CONSOLIDADO' TO WRK-LINHA(84:11)
                   WHEN RATETAB-OK AND TRANSP-OK
                       MOVE 'SEM GANHO - FRETE SEPARADO MANTIDO'
                            TO WRK-LINHA(84:34)
                   WHEN OTHER
                       MOVE 'SEM TAXA/TRANSP NO TOTAL - SEPARADO'
                            TO WRK-LINHA(84:35)
               END-EVALUATE.
               PERFORM 0950-GRAVAR-LINHA.

           0450-GRAVAR-PEDIDO.
               MOVE 'PEDIDO'              TO WRK-LINHA(6:6).
               MOVE TP-PEDIDO(WRK-SUB-B)  TO WRK-LINHA(13:6).
               MOVE 'VALOR'               TO WRK-LINHA(20:5).
               MOVE TP-VALOR(WRK-SUB-B)   TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED          TO WRK-LINHA(26:11).
               MOVE 'PESO'                TO WRK-LINHA(38:4).
               MOVE TP-PESO(WRK-SUB-B)    TO WRK-PESO-ED.
               MOVE WRK-PESO-ED           TO WRK-LINHA(43:11).
               MOVE 'SEPARADO'            TO WRK-LINHA(56:8).
               MOVE TP-FRETE-SEP(WRK-SUB-B) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED          TO WRK-LINHA(65:11).
               IF EMB-CONSOLIDADO
                   MOVE 'RATEADO'             TO WRK-LINHA(78:7)
                   MOVE TP-FRETE-RAT(WRK-SUB-B) TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED          TO WRK-LINHA(86:11)
               END-IF.
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** TAXA DA UF VIGENTE NA DATA, FAIXA (OU TAXA POR
      *    ********** KG), FRETE MINIMO E FATOR DA TRANSPORTADORA -
      *    ********** MESMO CALCULO DO 0500/0510 DO PROGCOB09
           0600-CALCULAR-FRETE.
               MOVE ZEROS TO WRK-FRETE.
               MOVE 'N' TO WRK-TRANSP-OK.
               MOVE '00' TO WRK-RATETAB-STATUS.
               PERFORM 0610-BUSCAR-TAXA-VIGENTE.
               IF RATETAB-OK
                   PERFORM 0620-APLICAR-TABELA
                   PERFORM 0630-ESCOLHER-TRANSP
               END-IF.

           0610-BUSCAR-TAXA-VIGENTE.
               MOVE WRK-UF         TO RT-UF.
               MOVE WRK-DATA-BUSCA TO RT-DT-VIGENCIA.
               START RATETAB KEY IS NOT GREATER THAN RT-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RATETAB-STATUS
               END-START.
               IF WRK-RATETAB-STATUS = '00'
                   READ RATETAB NEXT RECORD
                       AT END
                           MOVE '23' TO WRK-RATETAB-STATUS
                   END-READ
                   IF WRK-RATETAB-STATUS = '00'
                       AND RT-UF NOT = WRK-UF
                       MOVE '23' TO WRK-RATETAB-STATUS
                   END-IF
               END-IF.

           0620-APLICAR-TABELA.
               IF BASE-PESO
                   COMPUTE WRK-FRETE = WRK-PESO * RT-TAXA-PESO
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-FRETE
                   END-COMPUTE
               ELSE
                   EVALUATE TRUE
                       WHEN WRK-VALOR <= RT-FAIXA1-LIM
                           MOVE RT-FAIXA1-MULT TO WRK-MULT-FAIXA
                       WHEN WRK-VALOR <= RT-FAIXA2-LIM
                           MOVE RT-FAIXA2-MULT TO WRK-MULT-FAIXA
                       WHEN OTHER
                           MOVE RT-FAIXA3-MULT TO WRK-MULT-FAIXA
                   END-EVALUATE
                   COMPUTE WRK-FRETE = WRK-VALOR * WRK-MULT-FAIXA
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-FRETE
                   END-COMPUTE
               END-IF.
               IF WRK-FRETE < RT-FRETE-MIN
                   MOVE RT-FRETE-MIN TO WRK-FRETE
               END-IF.

           0630-ESCOLHER-TRANSP.
               MOVE WRK-FRETE TO WRK-FRETE-BASE.
               IF WRK-TRANSP-PEDIDO NOT = ZEROS
                   MOVE WRK-UF            TO CR-UF
                   MOVE WRK-TRANSP-PEDIDO TO CR-TRANSP
                   READ CARRMAST
                       KEY IS CR-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-CARRMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CARRMAST-STATUS
                   END-READ
                   IF CARRMAST-OK
                       PERFORM 0650-APLICAR-FATOR
                       MOVE WRK-FRETE-CANDIDATO TO WRK-FRETE
                       MOVE CR-TRANSP TO WRK-TRANSP-ESCOLHIDA
                       MOVE 'S' TO WRK-TRANSP-OK
                   END-IF
               ELSE
                   MOVE WRK-UF TO CR-UF
                   MOVE ZEROS  TO CR-TRANSP
                   MOVE 'N'    TO WRK-FIM-VARREDURA
                   MOVE 99999999,99 TO WRK-FRETE-MELHOR
                   START CARRMAST KEY IS GREATER THAN CR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-VARREDURA
                   END-START
                   PERFORM 0640-AVALIAR-TRANSP
                           UNTIL FIM-VARREDURA
                   IF WRK-FRETE-MELHOR < 99999999,99
                       MOVE WRK-FRETE-MELHOR TO WRK-FRETE
                       MOVE 'S' TO WRK-TRANSP-OK
                   END-IF
               END-IF.

           0640-AVALIAR-TRANSP.
               READ CARRMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-VARREDURA
               END-READ.
               IF NOT FIM-VARREDURA
                   IF CR-UF NOT = WRK-UF
                       MOVE 'S' TO WRK-FIM-VARREDURA
                   ELSE
                       PERFORM 0650-APLICAR-FATOR
                       IF WRK-FRETE-CANDIDATO < WRK-FRETE-MELHOR
                           MOVE WRK-FRETE-CANDIDATO
                                TO WRK-FRETE-MELHOR
                           MOVE CR-TRANSP TO WRK-TRANSP-ESCOLHIDA
                       END-IF
                   END-IF
               END-IF.

           0650-APLICAR-FATOR.
               COMPUTE WRK-FRETE-CANDIDATO =
                       WRK-FRETE-BASE * CR-FATOR
                   ON SIZE ERROR
                       MOVE 99999999,99 TO WRK-FRETE-CANDIDATO
               END-COMPUTE.

      *    ********** FRTALOC SAI NA ORDEM DA TABELA, QUE E A ORDEM
      *    ********** DE PEDIDO DO ORDCLEAN
           0700-GRAVAR-RATEIO.
               IF TP-CONSOLIDADO(WRK-SUB-A)
                   MOVE TP-PEDIDO(WRK-SUB-A)    TO ALC-PEDIDO
                   MOVE TP-EMBARQUE(WRK-SUB-A)  TO ALC-EMBARQUE
                   MOVE TP-TRANSP(WRK-SUB-A)    TO ALC-TRANSP
                   MOVE TP-FRETE-RAT(WRK-SUB-A) TO ALC-FRETE
                   MOVE TP-FRETE-SEP(WRK-SUB-A) TO ALC-FRETE-SEP
                   MOVE ZEROS TO ALC-QT-PEDIDOS
                   PERFORM 0710-CONTAR-EMBARQUE
                           VARYING WRK-SUB-B FROM 1 BY 1
                           UNTIL WRK-SUB-B > WRK-QT-TAB
                   WRITE ALC-REC
                   ADD 1 TO WRK-QT-GRAVADOS
               END-IF.

           0710-CONTAR-EMBARQUE.
               IF TP-EMBARQUE(WRK-SUB-B) = TP-EMBARQUE(WRK-SUB-A)
                   ADD 1 TO ALC-QT-PEDIDOS
               END-IF.

           0800-FECHAR-CADASTROS.
               CLOSE ORDCLEAN.
               CLOSE RATETAB.
               CLOSE CARRMAST.
               CLOSE CUSTMAST.
               CLOSE ITEMMAST.
               CLOSE KITSTRU.
               IF ORDSTAT-DISPONIVEL
                   CLOSE ORDSTAT
               END-IF.

           0900-FINALIZAR.
               IF PROCESSAR
                   IF WRK-QT-EMBARQUES = ZEROS
                       PERFORM 0950-GRAVAR-LINHA
                       MOVE '  NENHUM EMBARQUE COM MAIS DE UM PEDIDO'
                            TO WRK-LINHA
                       PERFORM 0950-GRAVAR-LINHA
                   END-IF
                   PERFORM 0950-GRAVAR-LINHA
                   STRING 'PEDIDOS ' WRK-QT-TAB
                          '  APTOS A EMBARQUE ' WRK-QT-APTOS
                          '  EMBARQUES ' WRK-QT-EMBARQUES
                          '  CONSOLIDADOS ' WRK-QT-CONSOLID
                          '  SEM GANHO ' WRK-QT-SEM-GANHO
                          '  PEDIDOS RATEADOS ' WRK-QT-GRAVADOS
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0950-GRAVAR-LINHA
                   MOVE WRK-TOT-SEPARADO TO WRK-TOTAL-ED
                   MOVE 'FRETE SEPARADO  ' TO WRK-LINHA(1:16)
                   MOVE WRK-TOTAL-ED TO WRK-LINHA(17:13)
                   MOVE WRK-TOT-CONSOLID TO WRK-TOTAL-ED
                   MOVE '  CONSOLIDADO  ' TO WRK-LINHA(30:15)
                   MOVE WRK-TOTAL-ED TO WRK-LINHA(45:13)
                   MOVE WRK-TOT-ECONOMIA TO WRK-TOTAL-ED
                   MOVE '  ECONOMIA  ' TO WRK-LINHA(58:12)
                   MOVE WRK-TOTAL-ED TO WRK-LINHA(70:13)
                   PERFORM 0950-GRAVAR-LINHA
               END-IF.
               IF TAB-PED-CHEIA
                   MOVE '  MAIS DE 3000 PEDIDOS NO DIA - OS EXCEDENTES'
                        TO WRK-LINHA
                   MOVE ' SEGUEM COM O FRETE SEPARADO'
                        TO WRK-LINHA(46:)
                   PERFORM 0950-GRAVAR-LINHA
                   MOVE 'PRGCOB126' TO ERR-PROGRAMA
                   MOVE 'ORDCLEAN' TO ERR-ARQUIVO
                   MOVE SPACES TO ERR-STATUS
                   MOVE 'TABELA CHEIA - CONSOLIDACAO PARCIAL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 4 TO RUN-RC
               END-IF.
               CLOSE FRTALOC.
               CLOSE CONSREP.
               MOVE WRK-TOT-ECONOMIA TO WRK-TOTAL-ED.
               DISPLAY 'CONSOLIDACAO DE EMBARQUES - EMBARQUES '
                       WRK-QT-CONSOLID ' ECONOMIA ' WRK-TOTAL-ED.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO CONSREP-REC.
               WRITE CONSREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
           COPY KITPROC.
