           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB129.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = ENVELHECIMENTO DOS SINISTROS CONTRA AS
      *    TRANSPORTADORAS. LE O CLAIMREG (SINISTROS DE AVARIA E
      *    EXTRAVIO ABERTOS PELO PROGCOB25 E ABATIDOS NA COBRANCA
      *    PELO PROGCOB67) E, PARA CADA SINISTRO AINDA EM ABERTO OU
      *    COM ABATIMENTO PARCIAL, APURA O SALDO NAO RECUPERADO E OS
      *    DIAS DESDE A ABERTURA ATE A DATA BASE INFORMADA. O
      *    RELATORIO CLMAGING SAI POR TRANSPORTADORA, DO SINISTRO
      *    MAIS ANTIGO PARA O MAIS NOVO, COM O SALDO NAS FAIXAS
      *    0-30, 31-60, 61-90 E ACIMA DE 90 DIAS, TOTAL DE CADA
      *    TRANSPORTADORA E TOTAL GERAL. SINISTRO COM MAIS DE 60
      *    DIAS SAI MARCADO COBRAR, PARA A LOGISTICA COBRAR A
      *    TRANSPORTADORA DIRETAMENTE.
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
               SELECT CLAIMREG ASSIGN TO "CLAIMREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLM-PEDIDO
                   FILE STATUS IS WRK-CLAIMREG-STATUS.
               SELECT CARRMAST ASSIGN TO "CARRMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CHAVE
                   FILE STATUS IS WRK-CARRMAST-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT CLMAGING ASSIGN TO "CLMAGING"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CLMAGING-STATUS.
               SELECT AGESORT ASSIGN TO "AGESORT".
           DATA DIVISION.
           FILE SECTION.
      *    ********** SINISTROS (AVARIA/EXTRAVIO) CONTRA A
      *    ********** TRANSPORTADORA - ABERTOS PELO PROGCOB25
           FD  CLAIMREG.
           01  CLM-REC.
               05 CLM-PEDIDO       PIC 9(06).
               05 CLM-TRANSP       PIC 9(02).
               05 CLM-UF           PIC X(02).
               05 CLM-CLIENTE      PIC 9(06).
               05 CLM-OCORRENCIA   PIC X(02).
               05 CLM-DT-ABERTURA  PIC 9(08).
               05 CLM-FATURA       PIC 9(06).
               05 CLM-VALOR        PIC 9(08)V99.
               05 CLM-VL-DEDUZIDO  PIC 9(08)V99.
               05 CLM-SITUACAO     PIC X(01).
                  88 CLM-ABERTO    VALUE 'A'.
                  88 CLM-PARCIAL   VALUE 'P'.
                  88 CLM-QUITADO   VALUE 'Q'.
               05 CLM-DT-BAIXA     PIC 9(08).
               05 CLM-REENVIO      PIC X(01).
                  88 CLM-REENVIO-PENDENTE VALUE 'P'.
                  88 CLM-REENVIADO        VALUE 'R'.
                  88 CLM-SEM-REENVIO      VALUE 'N'.
               05 CLM-PEDIDO-NOVO  PIC 9(06).

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

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  CLMAGING.
           01  CLMAGING-REC      PIC X(132).

           SD  AGESORT.
           01  SRT-REC.
               05 SRT-TRANSP       PIC 9(02).
               05 SRT-DIAS         PIC 9(05).
               05 SRT-PEDIDO       PIC 9(06).
               05 SRT-UF           PIC X(02).
               05 SRT-OCORRENCIA   PIC X(02).
               05 SRT-DT-ABERTURA  PIC 9(08).
               05 SRT-SITUACAO     PIC X(01).
               05 SRT-SALDO        PIC 9(08)V99.

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           77 WRK-CLAIMREG-STATUS PIC X(02) VALUE SPACES.
               88 CLAIMREG-OK     VALUE '00'.
               88 CLAIMREG-EOF    VALUE '10'.
           77 WRK-CARRMAST-STATUS PIC X(02) VALUE SPACES.
               88 CARRMAST-OK       VALUE '00'.
           77 WRK-CARRMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CARRMAST-DISPONIVEL VALUE 'S'.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CLMAGING-STATUS PIC X(02) VALUE SPACES.

           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-BASE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-BASE   PIC 9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-IDADE       PIC S9(05) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-ABERTOS  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-COBRAR   PIC 9(05) VALUE ZEROS.

      *    ********** FAIXAS DE DIAS: 1 = 0-30, 2 = 31-60,
      *    ********** 3 = 61-90, 4 = ACIMA DE 90
           01 WRK-TOT-TRANSP.
               02 WRK-TT-FAIXA PIC 9(09)V99 OCCURS 4 TIMES.
           01 WRK-TOT-GERAL.
               02 WRK-TG-FAIXA PIC 9(09)V99 OCCURS 4 TIMES.
           77 WRK-TT-SALDO    PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TG-SALDO    PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TT-QTDE     PIC 9(05) VALUE ZEROS.
           77 WRK-FX          PIC 9(01) VALUE ZEROS.

      *    ********** QUEBRA POR TRANSPORTADORA NA SAIDA DO SORT
           77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
               88 FIM-SORT     VALUE 'S'.
           77 WRK-TRANSP-ANT  PIC 9(02) VALUE ZEROS.
           77 WRK-PRIMEIRA    PIC X(01) VALUE 'S'.
               88 PRIMEIRA     VALUE 'S'.

           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-NOME        PIC X(20) VALUE SPACES.
           77 WRK-DIAS-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-QT-ED       PIC ZZZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-COL         PIC 9(03) VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF CLAIMREG-OK OR CLAIMREG-EOF
                   SORT AGESORT
                        ON ASCENDING KEY SRT-TRANSP
                        ON DESCENDING KEY SRT-DIAS
                        ON ASCENDING KEY SRT-PEDIDO
                        INPUT PROCEDURE IS 0200-SELECIONAR-SINISTROS
                        OUTPUT PROCEDURE IS 0500-IMPRIMIR-AGING
                   PERFORM 0900-FINALIZAR
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'DATA BASE (AAAAMMDD, ZEROS = HOJE)...'.
               ACCEPT WRK-DATA-BASE.
               IF WRK-DATA-BASE = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-BASE
               END-IF.
               MOVE WRK-DATA-BASE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-BASE.
               MOVE ZEROS TO WRK-TOT-GERAL WRK-TG-SALDO.
               OPEN INPUT CLAIMREG.
               IF WRK-CLAIMREG-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE SINISTROS (CLAIMREG) AUSENTE'
                           ' - STATUS ' WRK-CLAIMREG-STATUS
                   MOVE '99' TO WRK-CLAIMREG-STATUS
               ELSE
                   MOVE ZEROS TO CLM-PEDIDO
                   START CLAIMREG KEY IS GREATER THAN CLM-PEDIDO
                       INVALID KEY
                           MOVE '10' TO WRK-CLAIMREG-STATUS
                   END-START
                   OPEN INPUT CARRMAST
                   IF CARRMAST-OK
                       MOVE 'S' TO WRK-CARRMAST-DISPONIVEL
                   END-IF
                   OPEN OUTPUT CLMAGING
                   PERFORM 0150-CABECALHO
               END-IF.

           0150-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ENVELHECIMENTO DE SINISTROS DAS TRANSPORTADORAS'
                      ' - DATA BASE ' WRK-DATA-BASE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TR'            TO WRK-LINHA(1:2).
               MOVE 'TRANSPORTADORA' TO WRK-LINHA(5:14).
               MOVE 'PEDIDO'        TO WRK-LINHA(27:6).
               MOVE 'UF'            TO WRK-LINHA(35:2).
               MOVE 'OC'            TO WRK-LINHA(39:2).
               MOVE 'ABERTURA'      TO WRK-LINHA(43:8).
               MOVE 'S'             TO WRK-LINHA(53:1).
               MOVE ' DIAS'         TO WRK-LINHA(56:5).
               MOVE '       0-30'   TO WRK-LINHA(67:11).
               MOVE '      31-60'   TO WRK-LINHA(82:11).
               MOVE '      61-90'   TO WRK-LINHA(97:11).
               MOVE '   ACIMA 90'   TO WRK-LINHA(112:11).
               PERFORM 0690-GRAVAR-LINHA.

      *    ********** SO SINISTROS EM ABERTO OU COM ABATIMENTO
      *    ********** PARCIAL, COM O SALDO AINDA NAO RECUPERADO
           0200-SELECIONAR-SINISTROS.
               PERFORM 0210-LER-CLAIMREG.
               PERFORM 0220-LIBERAR-SINISTRO UNTIL CLAIMREG-EOF.

           0210-LER-CLAIMREG.
               IF NOT CLAIMREG-EOF
                   READ CLAIMREG NEXT RECORD
                       AT END
                           MOVE '10' TO WRK-CLAIMREG-STATUS
                   END-READ
               END-IF.

           0220-LIBERAR-SINISTRO.
               ADD 1 TO WRK-QT-LIDOS.
               IF (CLM-ABERTO OR CLM-PARCIAL)
                   AND CLM-VALOR > CLM-VL-DEDUZIDO
                   MOVE CLM-DT-ABERTURA TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   COMPUTE WRK-IDADE = WRK-DIAS-BASE - WRK-DIAS-CONV
                   IF WRK-IDADE < 0
                       MOVE ZEROS TO WRK-IDADE
                   END-IF
                   MOVE CLM-TRANSP      TO SRT-TRANSP
                   MOVE WRK-IDADE       TO SRT-DIAS
                   MOVE CLM-PEDIDO      TO SRT-PEDIDO
                   MOVE CLM-UF          TO SRT-UF
                   MOVE CLM-OCORRENCIA  TO SRT-OCORRENCIA
                   MOVE CLM-DT-ABERTURA TO SRT-DT-ABERTURA
                   MOVE CLM-SITUACAO    TO SRT-SITUACAO
                   COMPUTE SRT-SALDO = CLM-VALOR - CLM-VL-DEDUZIDO
                   RELEASE SRT-REC
                   ADD 1 TO WRK-QT-ABERTOS
               END-IF.
               PERFORM 0210-LER-CLAIMREG.

           0500-IMPRIMIR-AGING.
               PERFORM 0510-RETORNAR-SINISTRO.
               PERFORM 0520-IMPRIMIR-SINISTRO UNTIL FIM-SORT.
               IF NOT PRIMEIRA
                   PERFORM 0550-TOTAL-TRANSP
               END-IF.
               PERFORM 0560-TOTAL-GERAL.

           0510-RETORNAR-SINISTRO.
               RETURN AGESORT
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.

           0520-IMPRIMIR-SINISTRO.
               IF PRIMEIRA
                   MOVE 'N' TO WRK-PRIMEIRA
                   PERFORM 0530-ABRIR-TRANSP
               ELSE
                   IF SRT-TRANSP NOT = WRK-TRANSP-ANT
                       PERFORM 0550-TOTAL-TRANSP
                       PERFORM 0530-ABRIR-TRANSP
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN SRT-DIAS <= 30
                       MOVE 1 TO WRK-FX
                   WHEN SRT-DIAS <= 60
                       MOVE 2 TO WRK-FX
                   WHEN SRT-DIAS <= 90
                       MOVE 3 TO WRK-FX
                   WHEN OTHER
                       MOVE 4 TO WRK-FX
               END-EVALUATE.
               ADD SRT-SALDO TO WRK-TT-FAIXA(WRK-FX) WRK-TT-SALDO.
               ADD 1 TO WRK-TT-QTDE.
               MOVE SPACES TO WRK-LINHA.
               MOVE SRT-TRANSP      TO WRK-LINHA(1:2).
               MOVE WRK-NOME        TO WRK-LINHA(5:20).
               MOVE SRT-PEDIDO      TO WRK-LINHA(27:6).
               MOVE SRT-UF          TO WRK-LINHA(35:2).
               MOVE SRT-OCORRENCIA  TO WRK-LINHA(39:2).
               MOVE SRT-DT-ABERTURA TO WRK-LINHA(43:8).
               MOVE SRT-SITUACAO    TO WRK-LINHA(53:1).
               MOVE SRT-DIAS        TO WRK-DIAS-ED.
               MOVE WRK-DIAS-ED     TO WRK-LINHA(56:5).
               MOVE SRT-SALDO       TO WRK-VALOR-ED.
               COMPUTE WRK-COL = 50 + (WRK-FX * 15).
               MOVE WRK-VALOR-ED    TO WRK-LINHA(WRK-COL:13).
               IF SRT-DIAS > 60
                   MOVE 'COBRAR'    TO WRK-LINHA(125:6)
                   ADD 1 TO WRK-QT-COBRAR
               END-IF.
               PERFORM 0690-GRAVAR-LINHA.
               PERFORM 0510-RETORNAR-SINISTRO.

           0530-ABRIR-TRANSP.
               MOVE SRT-TRANSP TO WRK-TRANSP-ANT.
               MOVE ZEROS TO WRK-TOT-TRANSP WRK-TT-SALDO WRK-TT-QTDE.
               MOVE 'NAO CADASTRADA' TO WRK-NOME.
               IF CARRMAST-DISPONIVEL
                   MOVE SRT-UF     TO CR-UF
                   MOVE SRT-TRANSP TO CR-TRANSP
                   READ CARRMAST
                       KEY IS CR-CHAVE
                       INVALID KEY
                           MOVE 'NAO CADASTRADA' TO CR-NOME
                   END-READ
                   MOVE CR-NOME TO WRK-NOME
               END-IF.

           0550-TOTAL-TRANSP.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-TT-QTDE TO WRK-QT-ED.
               STRING 'TOTAL TRANSP ' WRK-TRANSP-ANT
                      ' - SINISTROS ' WRK-QT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0570-FAIXAS-TRANSP
                       VARYING WRK-FX FROM 1 BY 1
                       UNTIL WRK-FX > 4.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-TT-SALDO TO WRK-TOTAL-ED.
               STRING '   SALDO A RECUPERAR DA TRANSPORTADORA '
                      WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               ADD WRK-TT-SALDO TO WRK-TG-SALDO.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.

           0560-TOTAL-GERAL.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-QT-ABERTOS TO WRK-QT-ED.
               STRING 'TOTAL GERAL - SINISTROS ' WRK-QT-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0580-FAIXAS-GERAL
                       VARYING WRK-FX FROM 1 BY 1
                       UNTIL WRK-FX > 4.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-TG-SALDO TO WRK-TOTAL-ED.
               STRING '   SALDO TOTAL A RECUPERAR ' WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.

           0570-FAIXAS-TRANSP.
               ADD WRK-TT-FAIXA(WRK-FX) TO WRK-TG-FAIXA(WRK-FX).
               MOVE WRK-TT-FAIXA(WRK-FX) TO WRK-TOTAL-ED.
               COMPUTE WRK-COL = 49 + (WRK-FX * 15).
               MOVE WRK-TOTAL-ED TO WRK-LINHA(WRK-COL:14).

           0580-FAIXAS-GERAL.
               MOVE WRK-TG-FAIXA(WRK-FX) TO WRK-TOTAL-ED.
               COMPUTE WRK-COL = 49 + (WRK-FX * 15).
               MOVE WRK-TOTAL-ED TO WRK-LINHA(WRK-COL:14).

           0690-GRAVAR-LINHA.
               MOVE WRK-LINHA TO CLMAGING-REC.
               WRITE CLMAGING-REC.

           0900-FINALIZAR.
               CLOSE CLAIMREG.
               CLOSE CLMAGING.
               IF CARRMAST-DISPONIVEL
                   CLOSE CARRMAST
               END-IF.
               DISPLAY 'ENVELHECIMENTO DE SINISTROS GRAVADO EM'
                       ' CLMAGING - EM ABERTO ' WRK-QT-ABERTOS
                       ' A COBRAR ' WRK-QT-COBRAR.

      *    ********** CONVERTE AAAAMMDD EM CONTAGEM DE DIAS, COM
      *    ********** ANOS BISSEXTOS, PARA CALCULO DE PRAZOS
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
