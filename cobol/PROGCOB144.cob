           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB144.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONSOLIDACAO DAS PARTICOES DO LOTE DE FRETE
      *    (PROGCOB09 MODO P). SO RODA COM TODAS AS PARTICOES DO
      *    DIA FECHADAS NO RUNCTL (PASSOS FRTPRT01 A FRTPRTNN, NN NO
      *    CARTAO DO SYSIN). JUNTA AS SAIDAS DAS PARTICOES EM ORDEM
      *    DE PEDIDO (FRETERES, SHIPCSV, SHIPCSV2, ORDBILL E
      *    FRETEEXC, ESTE ACRESCENTADO AO ARQUIVO DO DIA), SOMA OS
      *    TOTAIS DO FRTTOT NO FRETERECON (MESMO LAYOUT DO LOTE
      *    SERIAL) COM O AVISO DE PICO DE EXCECOES NO NOTIFQ, E
      *    APLICA AS ATUALIZACOES ADIADAS DO FRTUPD EM ORDEM DE
      *    CHAVE: ALIVIO DO EM-ABERTO NO CUSTMAST, PROMESSA NO
      *    DLVPROM E SITUACAO NO ORDSTAT. FECHA O PASSO PROGCB09 DO
      *    DIA NO RUNCTL, COMO O LOTE SERIAL. COM PARTICAO PENDENTE
      *    NADA E GRAVADO E O PASSO TERMINA COM RC=8.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    ********** SAIDAS DAS PARTICOES (CONCATENADAS NA JCL)
               SELECT PRTRES ASSIGN TO "PRTRES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTRES-STATUS.
               SELECT PRTCSV ASSIGN TO "PRTCSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTCSV-STATUS.
               SELECT PRTCSV2 ASSIGN TO "PRTCSV2"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTCSV2-STATUS.
               SELECT PRTBILL ASSIGN TO "PRTBILL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTBILL-STATUS.
               SELECT PRTEXC ASSIGN TO "PRTEXC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTEXC-STATUS.
               SELECT PRTTOT ASSIGN TO "PRTTOT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTTOT-STATUS.
               SELECT PRTUPD ASSIGN TO "PRTUPD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PRTUPD-STATUS.
               SELECT RESSORT ASSIGN TO "RESSORT".
               SELECT PEDSORT ASSIGN TO "PEDSORT".
               SELECT UPDSORT ASSIGN TO "UPDSORT".
      *    ********** SAIDAS DO LOTE DE FRETE DO DIA
               SELECT FRETERES ASSIGN TO "FRETERES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRETERES-STATUS.
               SELECT SHIPCSV ASSIGN TO "SHIPCSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SHIPCSV-STATUS.
               SELECT SHIPCSV2 ASSIGN TO "SHIPCSV2"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SHIPCSV2-STATUS.
               SELECT ORDBILL ASSIGN TO "ORDBILL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDBILL-STATUS.
               SELECT FRETEEXC ASSIGN TO "FRETEEXC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRETEEXC-STATUS.
               SELECT FRETERECON ASSIGN TO "FRETERECON"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRETERECON-STATUS.
               SELECT NOTIFQ ASSIGN TO "NOTIFQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NQ-SEQ
                   FILE STATUS IS WRK-NOTIFQ-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT DLVPROM ASSIGN TO "DLVPROM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-PEDIDO
                   FILE STATUS IS WRK-DLVPROM-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.

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
           FD  PRTRES.
           01  PRTRES-REC       PIC X(100).

           FD  PRTCSV.
           01  PRTCSV-REC       PIC X(140).

           FD  PRTCSV2.
           01  PRTCSV2-REC      PIC X(140).

           FD  PRTBILL.
           01  PRTBILL-REC      PIC X(50).

           FD  PRTEXC.
           01  PRTEXC-REC       PIC X(81).

      *    ********** TOTAIS DAS PARTICOES (G-GERAL, T-POR
      *    ********** TRANSPORTADORA)
           FD  PRTTOT.
           01  TOT-REC.
               05 TOT-PARTICAO    PIC 9(02).
               05 TOT-TIPO        PIC X(01).
                  88 TOT-GERAL     VALUE 'G'.
                  88 TOT-POR-TRANSP VALUE 'T'.
               05 TOT-TRANSP      PIC 9(02).
               05 TOT-PEDIDOS     PIC 9(06).
               05 TOT-EXCECOES    PIC 9(06).
               05 TOT-RATEADOS    PIC 9(06).
               05 TOT-VALOR       PIC 9(10)V99.
               05 TOT-FRETE       PIC 9(11)V99.

           FD  PRTUPD.
           01  PRTUPD-REC       PIC X(53).

      *    ********** FRETERES: 'PEDIDO=' + NUMERO DO PEDIDO
           SD  RESSORT.
           01  RSS-REC.
               05 FILLER          PIC X(07).
               05 RSS-PEDIDO      PIC X(06).
               05 FILLER          PIC X(87).

      *    ********** SHIPCSV, SHIPCSV2, ORDBILL E FRETEEXC COMECAM
      *    ********** PELO NUMERO DO PEDIDO
           SD  PEDSORT.
           01  PDS-REC.
               05 PDS-PEDIDO      PIC X(06).
               05 FILLER          PIC X(134).

      *    ********** ATUALIZACOES ADIADAS: C-ALIVIO DO EM-ABERTO
      *    ********** (CUSTMAST), P-PROMESSA (DLVPROM), S-SITUACAO
      *    ********** (ORDSTAT)
           SD  UPDSORT.
           01  UPD-REC.
               05 UPD-TIPO        PIC X(01).
                  88 UPD-ORDSTAT   VALUE 'S'.
                  88 UPD-PROMESSA  VALUE 'P'.
                  88 UPD-ABERTO    VALUE 'C'.
               05 UPD-CHAVE       PIC 9(06).
               05 UPD-DADOS       PIC X(46).
               05 UPD-OST REDEFINES UPD-DADOS.
                   10 UPD-OST-STATUS   PIC X(01).
                   10 UPD-OST-CLIENTE  PIC 9(06).
                   10 UPD-OST-UF       PIC X(02).
                   10 UPD-OST-VALOR    PIC 9(07)V99.
                   10 UPD-OST-FRETE    PIC 9(07)V99.
                   10 UPD-OST-DATAHORA PIC X(17).
                   10 UPD-OST-TRANSP   PIC 9(02).
               05 UPD-PRM REDEFINES UPD-DADOS.
                   10 UPD-PRM-TRANSP   PIC 9(02).
                   10 UPD-PRM-UF       PIC X(02).
                   10 UPD-PRM-DT-PROM  PIC 9(08).
                   10 UPD-PRM-FRETE    PIC 9(07)V99.
                   10 FILLER           PIC X(25).
               05 UPD-CLI REDEFINES UPD-DADOS.
                   10 UPD-CLI-VALOR    PIC 9(07)V99.
                   10 FILLER           PIC X(37).

           FD  FRETERES.
           01  FRETERES-REC     PIC X(100).

           FD  SHIPCSV.
           01  SHIPCSV-REC      PIC X(140).

           FD  SHIPCSV2.
           01  SHIPCSV2-REC     PIC X(140).

           FD  ORDBILL.
           01  ORDBILL-REC      PIC X(50).

           FD  FRETEEXC.
           01  FRETEEXC-REC     PIC X(81).

           FD  FRETERECON.
           01  FRETERECON-REC   PIC X(100).

           FD  NOTIFQ.
           01  NQ-REC.
               05 NQ-SEQ          PIC 9(06).
               05 NQ-DATAHORA     PIC X(17).
               05 NQ-ORIGEM       PIC X(08).
               05 NQ-MENSAGEM     PIC X(60).
               05 NQ-STATUS       PIC X(01).
                  88 NQ-PENDENTE  VALUE 'P'.
                  88 NQ-ACUSADO   VALUE 'A'.
               05 NQ-ACK-OPERADOR PIC X(20).
               05 NQ-ACK-DATAHORA PIC X(17).

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

           FD  DLVPROM.
           01  PRM-REC.
               05 PRM-PEDIDO       PIC 9(06).
               05 PRM-TRANSP       PIC 9(02).
               05 PRM-UF           PIC X(02).
               05 PRM-DT-PROMETIDA PIC 9(08).
               05 PRM-FRETE        PIC 9(07)V99.

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

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

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
           COPY DATECOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PRTRES-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-PRTCSV-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-PRTCSV2-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PRTBILL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PRTEXC-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-PRTTOT-STATUS  PIC X(02) VALUE SPACES.
               88 PRTTOT-OK      VALUE '00'.
           77 WRK-PRTUPD-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-FRETERES-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SHIPCSV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SHIPCSV2-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDBILL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FRETEEXC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FRETERECON-STATUS PIC X(02) VALUE SPACES.
           77 WRK-NOTIFQ-STATUS  PIC X(02) VALUE SPACES.
               88 NOTIFQ-OK      VALUE '00'.
           77 WRK-NQ-PROX-SEQ    PIC 9(06) VALUE ZEROS.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDSTAT-DISPONIVEL PIC X(01) VALUE 'N'.
               88 ORDSTAT-DISPONIVEL  VALUE 'S'.
           77 WRK-DLVPROM-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DLVPROM-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DLVPROM-DISPONIVEL  VALUE 'S'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK     VALUE '00'.
           77 WRK-CUSTMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CUSTMAST-DISPONIVEL VALUE 'S'.
           77 WRK-FIM-UPD      PIC X(01) VALUE 'N'.
               88 FIM-UPD        VALUE 'S'.
           77 WRK-FIM-EXC      PIC X(01) VALUE 'N'.
               88 FIM-EXC        VALUE 'S'.
           77 WRK-PROCESSAR    PIC X(01) VALUE 'S'.
               88 PROCESSAR      VALUE 'S'.

      *    ********** PARTICOES DO DIA (CARTAO NN NO SYSIN)
           77 WRK-QT-PARTICOES PIC 9(02) VALUE ZEROS.
           77 WRK-PART-SUB     PIC 9(02) VALUE ZEROS.
           77 WRK-PASSO-PART   PIC X(08) VALUE SPACES.
           77 WRK-QT-UPD-OST   PIC 9(07) VALUE ZEROS.
           77 WRK-QT-UPD-PRM   PIC 9(07) VALUE ZEROS.
           77 WRK-QT-UPD-CLI   PIC 9(07) VALUE ZEROS.
           77 WRK-DATAHORA     PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA  PIC 9(08).
               02 WRK-TS-HORA  PIC 9(08).

      *    ********** TOTAIS DE CONCILIACAO DO LOTE (MESMAS MEDIDAS
      *    ********** DO PROGCOB09)
           01 WRK-TAB-TRANSP.
               02 WRK-TR OCCURS 99 TIMES.
                   05 WRK-TR-QT    PIC 9(04)    VALUE ZEROS.
                   05 WRK-TR-FRETE PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TR-SUB           PIC 9(03)    VALUE ZEROS.
           77 WRK-TR-FRETE-ED      PIC ZZZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-PEDIDOS    PIC 9(04)    VALUE ZEROS.
           77 WRK-TOTAL-VALOR      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOTAL-FRETE      PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOTAL-EXCECOES   PIC 9(04)    VALUE ZEROS.
           77 WRK-TOTAL-RATEADOS   PIC 9(04)    VALUE ZEROS.
           77 WRK-TOTAL-VALOR-ED   PIC ZZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-FRETE-ED   PIC ZZZZZZ.ZZ9,99 VALUE ZEROS.
      *    ********** PICO DE EXCECOES QUE DISPARA O AVISO
           77 WRK-LIMITE-EXCECOES  PIC 9(04) VALUE 5.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               DISPLAY 'QUANTIDADE DE PARTICOES (NN)...'
               ACCEPT WRK-QT-PARTICOES.
               IF WRK-QT-PARTICOES NOT NUMERIC
                  OR WRK-QT-PARTICOES = ZEROS
                   MOVE 1 TO WRK-QT-PARTICOES
               END-IF.
               MOVE 'PROGCB09' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'LOTE DE FRETE JA FECHADO NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-CONFERIR-PARTICOES
                   IF PROCESSAR
                       SORT RESSORT
                            ON ASCENDING KEY RSS-PEDIDO
                            USING PRTRES
                            GIVING FRETERES
                       SORT PEDSORT
                            ON ASCENDING KEY PDS-PEDIDO
                            USING PRTCSV
                            GIVING SHIPCSV
                       SORT PEDSORT
                            ON ASCENDING KEY PDS-PEDIDO
                            USING PRTCSV2
                            GIVING SHIPCSV2
                       SORT PEDSORT
                            ON ASCENDING KEY PDS-PEDIDO
                            USING PRTBILL
                            GIVING ORDBILL
                       SORT PEDSORT
                            ON ASCENDING KEY PDS-PEDIDO
                            USING PRTEXC
                            OUTPUT PROCEDURE IS 0300-GRAVAR-EXCECOES
                       PERFORM 0400-SOMAR-TOTAIS
                       SORT UPDSORT
                            ON ASCENDING KEY UPD-TIPO UPD-CHAVE
                            USING PRTUPD
                            OUTPUT PROCEDURE IS
                                   0500-APLICAR-ATUALIZACOES
                       PERFORM 0900-GRAVAR-RECONCILIACAO
                       MOVE WRK-TOTAL-PEDIDOS TO RUN-QT-LIDOS
                       COMPUTE RUN-QT-GRAVADOS =
                               WRK-TOTAL-PEDIDOS -
                               WRK-TOTAL-EXCECOES
                       IF WRK-TOTAL-EXCECOES > 0
                           MOVE 4 TO RUN-RC
                       END-IF
                       PERFORM 9310-REGISTRAR-RUNCTL
                   ELSE
                       DISPLAY 'LOTE DE FRETE NAO CONSOLIDADO -'
                               ' PARTICAO PENDENTE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               GOBACK.

      *    ********** TODAS AS PARTICOES DO DIA TEM DE ESTAR FECHADAS
      *    ********** NO RUNCTL - SENAO AS SAIDAS FICARIAM PELA METADE
           0100-CONFERIR-PARTICOES.
               MOVE 'S' TO WRK-PROCESSAR.
               OPEN INPUT RUNCTL.
               IF NOT RUNCTL-OK
                   MOVE 'PRGCOB144' TO ERR-PROGRAMA
                   MOVE 'RUNCTL'    TO ERR-ARQUIVO
                   MOVE WRK-RUNCTL-STATUS TO ERR-STATUS
                   MOVE 'CONTROLE DE REINICIO INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 'N' TO WRK-PROCESSAR
               ELSE
                   PERFORM 0110-CONFERIR-PARTICAO
                           VARYING WRK-PART-SUB FROM 1 BY 1
                           UNTIL WRK-PART-SUB > WRK-QT-PARTICOES
                   CLOSE RUNCTL
               END-IF.

           0110-CONFERIR-PARTICAO.
               MOVE SPACES TO WRK-PASSO-PART.
               STRING 'FRTPRT' WRK-PART-SUB
                      DELIMITED BY SIZE INTO WRK-PASSO-PART
               END-STRING.
               MOVE RUN-DATA-NEGOCIO TO RC-DATA.
               MOVE WRK-PASSO-PART   TO RC-PASSO.
               READ RUNCTL
                   KEY IS RC-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RUNCTL-STATUS
               END-READ.
               IF NOT RUNCTL-OK OR NOT RC-COMPLETO
                   MOVE 'PRGCOB144' TO ERR-PROGRAMA
                   MOVE 'RUNCTL'    TO ERR-ARQUIVO
                   MOVE WRK-RUNCTL-STATUS TO ERR-STATUS
                   MOVE SPACES TO ERR-MENSAGEM
                   STRING 'PARTICAO ' WRK-PASSO-PART
                          ' NAO FECHADA NO DIA'
                          DELIMITED BY SIZE INTO ERR-MENSAGEM
                   END-STRING
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'PARTICAO ' WRK-PASSO-PART
                           ' NAO FECHADA NA DATA ' RUN-DATA-NEGOCIO
                   MOVE 'N' TO WRK-PROCESSAR
               END-IF.
               MOVE '00' TO WRK-RUNCTL-STATUS.

      *    ********** EXCECOES DAS PARTICOES ACRESCENTADAS AO
      *    ********** FRETEEXC DO DIA, EM ORDEM DE PEDIDO
           0300-GRAVAR-EXCECOES.
               OPEN EXTEND FRETEEXC.
               IF WRK-FRETEEXC-STATUS = '35'
                   CLOSE FRETEEXC
                   OPEN OUTPUT FRETEEXC
               END-IF.
               MOVE 'N' TO WRK-FIM-EXC.
               PERFORM 0310-DEVOLVER-EXCECAO
                       UNTIL FIM-EXC.
               CLOSE FRETEEXC.

           0310-DEVOLVER-EXCECAO.
               RETURN PEDSORT
                   AT END
                       MOVE 'S' TO WRK-FIM-EXC
               END-RETURN.
               IF NOT FIM-EXC
                   MOVE PDS-REC TO FRETEEXC-REC
                   WRITE FRETEEXC-REC
               END-IF.

      *    ********** SOMA DOS TOTAIS DAS PARTICOES
           0400-SOMAR-TOTAIS.
               OPEN INPUT PRTTOT.
               PERFORM 0410-SOMAR-TOTAL
                       UNTIL NOT PRTTOT-OK.
               CLOSE PRTTOT.

           0410-SOMAR-TOTAL.
               READ PRTTOT
                   AT END
                       MOVE '10' TO WRK-PRTTOT-STATUS
               END-READ.
               IF PRTTOT-OK
                   IF TOT-GERAL
                       ADD TOT-PEDIDOS  TO WRK-TOTAL-PEDIDOS
                       ADD TOT-EXCECOES TO WRK-TOTAL-EXCECOES
                       ADD TOT-RATEADOS TO WRK-TOTAL-RATEADOS
                       ADD TOT-VALOR    TO WRK-TOTAL-VALOR
                       ADD TOT-FRETE    TO WRK-TOTAL-FRETE
                   END-IF
                   IF TOT-POR-TRANSP AND TOT-TRANSP > 0
                       ADD TOT-PEDIDOS TO WRK-TR-QT(TOT-TRANSP)
                       ADD TOT-FRETE   TO WRK-TR-FRETE(TOT-TRANSP)
                   END-IF
               END-IF.

      *    ********** ATUALIZACOES ADIADAS EM ORDEM DE TIPO E CHAVE
           0500-APLICAR-ATUALIZACOES.
               OPEN I-O CUSTMAST.
               IF CUSTMAST-OK
                   MOVE 'S' TO WRK-CUSTMAST-DISPONIVEL
               ELSE
                   MOVE 'PRGCOB144' TO ERR-PROGRAMA
                   MOVE 'CUSTMAST'  TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR CADASTRO DE CLIENTES'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.
               PERFORM 0510-ABRIR-DLVPROM.
               PERFORM 0520-ABRIR-ORDSTAT.
               MOVE 'N' TO WRK-FIM-UPD.
               PERFORM 0530-APLICAR-ATUALIZACAO
                       UNTIL FIM-UPD.
               IF CUSTMAST-DISPONIVEL
                   CLOSE CUSTMAST
               END-IF.
               IF DLVPROM-DISPONIVEL
                   CLOSE DLVPROM
               END-IF.
               IF ORDSTAT-DISPONIVEL
                   CLOSE ORDSTAT
               END-IF.

           0510-ABRIR-DLVPROM.
               OPEN I-O DLVPROM.
               IF WRK-DLVPROM-STATUS = '35'
                   CLOSE DLVPROM
                   OPEN OUTPUT DLVPROM
                   CLOSE DLVPROM
                   OPEN I-O DLVPROM
               END-IF.
               IF WRK-DLVPROM-STATUS = '00'
                   MOVE 'S' TO WRK-DLVPROM-DISPONIVEL
               ELSE
                   MOVE 'PRGCOB144' TO ERR-PROGRAMA
                   MOVE 'DLVPROM'   TO ERR-ARQUIVO
                   MOVE WRK-DLVPROM-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR PROMESSAS DE ENTREGA'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.

           0520-ABRIR-ORDSTAT.
               OPEN I-O ORDSTAT.
               IF WRK-ORDSTAT-STATUS = '35'
                   CLOSE ORDSTAT
                   OPEN OUTPUT ORDSTAT
                   CLOSE ORDSTAT
                   OPEN I-O ORDSTAT
               END-IF.
               IF WRK-ORDSTAT-STATUS = '00'
                   MOVE 'S' TO WRK-ORDSTAT-DISPONIVEL
               ELSE
                   MOVE 'PRGCOB144' TO ERR-PROGRAMA
                   MOVE 'ORDSTAT'   TO ERR-ARQUIVO
                   MOVE WRK-ORDSTAT-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR SITUACAO DE PEDIDOS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.

           0530-APLICAR-ATUALIZACAO.
               RETURN UPDSORT
                   AT END
                       MOVE 'S' TO WRK-FIM-UPD
               END-RETURN.
               IF NOT FIM-UPD
                   EVALUATE TRUE
                       WHEN UPD-ABERTO AND CUSTMAST-DISPONIVEL
                           PERFORM 0540-ALIVIAR-ABERTO
                       WHEN UPD-PROMESSA AND DLVPROM-DISPONIVEL
                           PERFORM 0550-GRAVAR-PROMESSA
                       WHEN UPD-ORDSTAT AND ORDSTAT-DISPONIVEL
                           PERFORM 0560-GRAVAR-ORDSTAT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

      *    ********** PEDIDO EM EXCECAO DEVOLVE O VALOR AO LIMITE DO
      *    ********** CLIENTE (MESMA REGRA DO LOTE SERIAL)
           0540-ALIVIAR-ABERTO.
               MOVE UPD-CHAVE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF CUSTMAST-OK
                   IF UPD-CLI-VALOR > CUST-ABERTO
                       MOVE ZEROS TO CUST-ABERTO
                   ELSE
                       SUBTRACT UPD-CLI-VALOR FROM CUST-ABERTO
                   END-IF
                   REWRITE CUST-REC
                   ADD 1 TO WRK-QT-UPD-CLI
               END-IF.

           0550-GRAVAR-PROMESSA.
               MOVE UPD-CHAVE       TO PRM-PEDIDO.
               MOVE UPD-PRM-TRANSP  TO PRM-TRANSP.
               MOVE UPD-PRM-UF      TO PRM-UF.
               MOVE UPD-PRM-DT-PROM TO PRM-DT-PROMETIDA.
               MOVE UPD-PRM-FRETE   TO PRM-FRETE.
               WRITE PRM-REC
                   INVALID KEY
                       REWRITE PRM-REC
               END-WRITE.
               ADD 1 TO WRK-QT-UPD-PRM.

           0560-GRAVAR-ORDSTAT.
               MOVE UPD-CHAVE        TO OST-PEDIDO.
               MOVE UPD-OST-STATUS   TO OST-STATUS.
               MOVE UPD-OST-CLIENTE  TO OST-CLIENTE.
               MOVE UPD-OST-UF       TO OST-UF.
               MOVE UPD-OST-VALOR    TO OST-VALOR.
               MOVE UPD-OST-FRETE    TO OST-FRETE.
               MOVE UPD-OST-DATAHORA TO OST-DATAHORA.
               MOVE UPD-OST-TRANSP   TO OST-TRANSP.
               WRITE OST-REC
                   INVALID KEY
                       REWRITE OST-REC
               END-WRITE.
               ADD 1 TO WRK-QT-UPD-OST.

           0700-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

      *    ********** CONCILIACAO DO LOTE - MESMO LAYOUT DO
      *    ********** FRETERECON DO LOTE SERIAL (PROGCOB09)
           0900-GRAVAR-RECONCILIACAO.
               MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-ED.
               MOVE WRK-TOTAL-FRETE TO WRK-TOTAL-FRETE-ED.
               OPEN OUTPUT FRETERECON.
               STRING 'PEDIDOS=' WRK-TOTAL-PEDIDOS
                      ' EXCECOES=' WRK-TOTAL-EXCECOES
                      ' VALOR-TOTAL=' WRK-TOTAL-VALOR-ED
                      ' FRETE-TOTAL=' WRK-TOTAL-FRETE-ED
                      ' OPERADOR=' DELIMITED BY SIZE
                      RUN-OPERADOR DELIMITED BY '  '
                      INTO FRETERECON-REC
               END-STRING.
               WRITE FRETERECON-REC.
               PERFORM 0910-GRAVAR-RECON-TRANSP
                       VARYING WRK-TR-SUB FROM 1 BY 1
                       UNTIL WRK-TR-SUB > 99.
               CLOSE FRETERECON.
               IF WRK-TOTAL-EXCECOES >= WRK-LIMITE-EXCECOES
                   PERFORM 0920-AVISAR-PICO-EXCECOES
               END-IF.
               DISPLAY '------------------------------'.
               DISPLAY ' CONCILIACAO FRETE X PEDIDOS'.
               DISPLAY ' PARTICOES............' WRK-QT-PARTICOES.
               DISPLAY ' PEDIDOS PROCESSADOS..' WRK-TOTAL-PEDIDOS.
               DISPLAY ' EXCECOES.............' WRK-TOTAL-EXCECOES.
               DISPLAY ' VALOR TOTAL..........' WRK-TOTAL-VALOR-ED.
               DISPLAY ' FRETE TOTAL..........' WRK-TOTAL-FRETE-ED.
               DISPLAY ' PEDIDOS EM EMBARQUE..' WRK-TOTAL-RATEADOS.
               DISPLAY ' SITUACOES GRAVADAS...' WRK-QT-UPD-OST.
               DISPLAY ' PROMESSAS GRAVADAS...' WRK-QT-UPD-PRM.
               DISPLAY ' CLIENTES ALIVIADOS...' WRK-QT-UPD-CLI.
               DISPLAY '------------------------------'.

           0910-GRAVAR-RECON-TRANSP.
               IF WRK-TR-QT(WRK-TR-SUB) > 0
                   MOVE WRK-TR-FRETE(WRK-TR-SUB) TO WRK-TR-FRETE-ED
                   MOVE SPACES TO FRETERECON-REC
                   STRING 'TRANSP=' WRK-TR-SUB
                          ' PEDIDOS=' WRK-TR-QT(WRK-TR-SUB)
                          ' FRETE=' WRK-TR-FRETE-ED
                          DELIMITED BY SIZE
                          INTO FRETERECON-REC
                   END-STRING
                   WRITE FRETERECON-REC
                   DISPLAY ' TRANSP ' WRK-TR-SUB
                           ' PEDIDOS ' WRK-TR-QT(WRK-TR-SUB)
                           ' FRETE ' WRK-TR-FRETE-ED
               END-IF.

      *    ********** AVISO DE PICO DE EXCECOES NA FILA DO
      *    ********** OPERADOR (NOTIFQ), COM A ORIGEM DO LOTE
           0920-AVISAR-PICO-EXCECOES.
               OPEN I-O NOTIFQ.
               IF WRK-NOTIFQ-STATUS = '35'
                   CLOSE NOTIFQ
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN I-O NOTIFQ
               END-IF.
               IF NOTIFQ-OK
                   MOVE ZEROS TO WRK-NQ-PROX-SEQ
                   MOVE ZEROS TO NQ-SEQ
                   START NOTIFQ KEY IS GREATER THAN NQ-SEQ
                       INVALID KEY
                           MOVE '10' TO WRK-NOTIFQ-STATUS
                   END-START
                   PERFORM 0930-PROCURAR-ULTIMO
                           UNTIL WRK-NOTIFQ-STATUS NOT = '00'
                   MOVE '00' TO WRK-NOTIFQ-STATUS
                   COMPUTE NQ-SEQ = WRK-NQ-PROX-SEQ + 1
                   PERFORM 0700-MONTAR-DATAHORA
                   MOVE WRK-DATAHORA TO NQ-DATAHORA
                   MOVE 'PROGCB09' TO NQ-ORIGEM
                   MOVE SPACES TO NQ-MENSAGEM
                   STRING 'PICO DE EXCECOES DE FRETE - '
                          WRK-TOTAL-EXCECOES ' NO LOTE'
                          DELIMITED BY SIZE INTO NQ-MENSAGEM
                   END-STRING
                   MOVE 'P' TO NQ-STATUS
                   MOVE SPACES TO NQ-ACK-OPERADOR NQ-ACK-DATAHORA
                   WRITE NQ-REC
                   CLOSE NOTIFQ
               END-IF.

           0930-PROCURAR-ULTIMO.
               READ NOTIFQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-NOTIFQ-STATUS
               END-READ.
               IF WRK-NOTIFQ-STATUS = '00'
                   MOVE NQ-SEQ TO WRK-NQ-PROX-SEQ
               END-IF.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
