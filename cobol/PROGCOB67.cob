      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - COBRANCA DE PEDIDO CONHECIDO GRAVADA NO
      *                         HISTORICO DE DESEMPENHO CARRPERF
      *                         (TRANSPORTADORA, UF DO PEDIDO, FRETE
      *                         CALCULADO E VALOR COBRADO A MAIOR) PARA
      *                         A AVALIACAO MENSAL DAS TRANSPORTADORAS
      *                         (PRGCOB127).
      *    15/10/2026 HUGOVIE - SINISTROS EM ABERTO NO CLAIMREG
      *                         (AVARIA/EXTRAVIO, ABERTOS PELO
      *                         PROGCOB25) ABATIDOS DO QUE A
      *                         TRANSPORTADORA COBROU NO DIA; BAIXA
      *                         PARCIAL (P) OU TOTAL (Q) NO SINISTRO E
      *                         VALOR A PAGAR POR TRANSPORTADORA NO
      *                         FRAUDREP.
      *    15/10/2026 HUGOVIE - WRK-TR AMPLIADO PARA 9(03) - COM 9(02) O
      *                         LACO ATE 99 NAO TERMINAVA.
      *    15/10/2026 HUGOVIE - COBRANCA CONFERIDA ANTES DA AUDITORIA
      *                         (HEADER, TRAILER, QUANTIDADE, SOMA DE
      *                         CB-VALOR E COBRANCA REPETIDA NO INBREG);
      *                         ARQUIVO RECUSADO VAI PARA O ERRLOG E O
      *                         PROGRAMA TERMINA COM RC 8.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT CLAIMREG ASSIGN TO "CLAIMREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLM-PEDIDO
                   FILE STATUS IS WRK-CLAIMREG-STATUS.
               SELECT CARRPERF ASSIGN TO "CARRPERF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARRPERF-STATUS.
               SELECT FRAUDREP ASSIGN TO "FRAUDREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FRAUDREP-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT INBREG ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-CHAVE
                   FILE STATUS IS WRK-INBREG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CARRBILL.
               05 CB-PEDIDO     PIC 9(06).
               05 CB-DATA       PIC 9(08).
               05 CB-VALOR      PIC 9(07)V99.
           01  CARRBILL-CTL.
               05 CB-CTL-TIPO   PIC X(03).
                  88 CB-CONTROLE VALUES 'HDR' 'TRL'.
               05 FILLER        PIC X(37).

           FD  ORDSTAT.
           01  OST-REC.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

      *    ********** SINISTROS ABERTOS PELO PROGCOB25 - ABATIDOS
      *    ********** DA COBRANCA DA TRANSPORTADORA
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

      *    ********** HISTORICO DE DESEMPENHO DAS TRANSPORTADORAS
      *    ********** (RETORNOS DO PROGCOB25, COBRANCAS DAQUI), LIDO
      *    ********** PELA AVALIACAO MENSAL DO PRGCOB127
           FD  CARRPERF.
           01  PERF-REC.
               05 PERF-TIPO         PIC X(01).
                  88 PERF-RETORNO   VALUE 'R'.
                  88 PERF-COBRANCA  VALUE 'C'.
               05 PERF-PEDIDO       PIC 9(06).
               05 PERF-TRANSP       PIC 9(02).
               05 PERF-UF           PIC X(02).
               05 PERF-DATA         PIC 9(08).
               05 PERF-DT-PROMETIDA PIC 9(08).
               05 PERF-OCORRENCIA   PIC X(02).
               05 PERF-FRETE        PIC 9(07)V99.
               05 PERF-VALOR        PIC 9(07)V99.

           FD  FRAUDREP.
           01  FRAUDREP-REC     PIC X(90).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

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
           COPY ERRCOM.
           COPY INBCOM.
           77 WRK-ERRLOG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-INBREG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-CARRBILL-STATUS PIC X(02) VALUE SPACES.
               88 CARRBILL-OK     VALUE '00'.
               88 CARRBILL-EOF    VALUE '10'.
               88 ORDSTAT-NOTFOUND  VALUE '23'.
               88 ORDSTAT-EOF       VALUE '10'.
           77 WRK-FRAUDREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CARRPERF-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CLAIMREG-STATUS PIC X(02) VALUE SPACES.
               88 CLAIMREG-OK       VALUE '00'.
               88 CLAIMREG-EOF      VALUE '10'.
           77 WRK-CLAIMREG-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CLAIMREG-DISPONIVEL VALUE 'S'.
           77 WRK-SALDO-SIN   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-SALDO-COBR  PIC S9(09)V99 VALUE ZEROS.
           77 WRK-ABATER      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-QT-ABATIDOS PIC 9(05) VALUE ZEROS.
           77 WRK-PAGAR-ED    PIC -ZZZZZZ.ZZ9,99 VALUE ZEROS.
      *    ********** COBRADO E SINISTRO ABATIDO POR TRANSPORTADORA
           01 WRK-TAB-ABATIMENTO.
               02 WRK-TR-ABT OCCURS 99 TIMES.
                   05 WRK-TR-COBRADO  PIC S9(09)V99.
                   05 WRK-TR-ABATIDO  PIC S9(09)V99.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DIFERENCA   PIC S9(08)V99 VALUE ZEROS.
           77 WRK-QT-COBRANCAS PIC 9(05) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOT-ED      PIC -ZZZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(90) VALUE SPACES.
           77 WRK-TR          PIC 9(03) VALUE ZEROS.
           77 WRK-TR-ED       PIC 9(02) VALUE ZEROS.
      *    ********** SOBRECOBRANCA ACUMULADA POR TRANSPORTADORA
           01 WRK-TAB-TRANSP.
               02 WRK-TR-AMAIOR PIC S9(09)V99 OCCURS 99 TIMES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0050-CONFERIR-CARRBILL.
               IF INB-ARQUIVO-RECUSADO
                   DISPLAY 'ARQUIVO DE COBRANCA RECUSADO NA'
                           ' CONFERENCIA - NADA AUDITADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0100-INICIALIZAR.
               IF NOT CARRBILL-EOF
                   PERFORM 0200-AUDITAR-COBRANCA
               END-IF.
               PERFORM 0400-TOTAIS-TRANSP.
               PERFORM 0500-VARRER-SEM-COBRANCA.
               PERFORM 0600-ABATER-SINISTROS.
               PERFORM 0900-FINALIZAR.
               IF INB-HEADER-OK
                   PERFORM 9170-REGISTRAR-ARQUIVO
               END-IF.
               GOBACK.

      *    ********** CONFERENCIA DA COBRANCA ANTES DE AUDITAR:
      *    ********** HEADER, TRAILER, QUANTIDADE, SOMA DE CB-VALOR
      *    ********** CONTRA O TOTAL DO TRAILER E COBRANCA REPETIDA
      *    ********** (INBREG) - COBRANCA EM DOBRO ABATERIA O
      *    ********** SINISTRO DUAS VEZES
           0050-CONFERIR-CARRBILL.
               MOVE 'PROGCOB67' TO ERR-PROGRAMA.
               MOVE 'CARRBILL'  TO INB-ARQUIVO.
               PERFORM 9150-INICIAR-CONFERENCIA.
               OPEN INPUT CARRBILL.
               IF CARRBILL-OK
                   PERFORM 0155-LER-REGISTRO
                   PERFORM 0060-CONFERIR-REGISTRO
                           UNTIL CARRBILL-EOF
                   CLOSE CARRBILL
                   PERFORM 9160-VALIDAR-ARQUIVO
               END-IF.

           0060-CONFERIR-REGISTRO.
               MOVE CARRBILL-CTL TO INB-REGISTRO.
               PERFORM 9155-CLASSIFICAR-REGISTRO.
               IF INB-E-DETALHE AND CB-VALOR IS NUMERIC
                   ADD CB-VALOR TO INB-SOMA-DET
               END-IF.
               PERFORM 0155-LER-REGISTRO.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM VARYING WRK-TR FROM 1 BY 1
                       UNTIL WRK-TR > 99
                   MOVE ZEROS TO WRK-TR-AMAIOR(WRK-TR)
                   MOVE ZEROS TO WRK-TR-COBRADO(WRK-TR)
                   MOVE ZEROS TO WRK-TR-ABATIDO(WRK-TR)
               END-PERFORM.
               OPEN INPUT CARRBILL.
               IF WRK-CARRBILL-STATUS NOT = '00'
               END-IF.
               OPEN INPUT ORDSTAT.
               OPEN OUTPUT FRAUDREP.
               OPEN EXTEND CARRPERF.
               IF WRK-CARRPERF-STATUS = '35'
                   CLOSE CARRPERF
                   OPEN OUTPUT CARRPERF
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               STRING 'AUDITORIA DE FRETE COBRADO X CALCULADO EM '
                      WRK-DATA-HOJE
                   PERFORM 0150-LER-CARRBILL
               END-IF.

      *    ********** HEADER E TRAILER JA FORAM CONFERIDOS NO 0050
      *    ********** E NAO SAO COBRANCA
           0150-LER-CARRBILL.
               PERFORM 0155-LER-REGISTRO.
               PERFORM 0155-LER-REGISTRO
                       UNTIL CARRBILL-EOF OR NOT CB-CONTROLE.

           0155-LER-REGISTRO.
               READ CARRBILL
                   AT END MOVE '10' TO WRK-CARRBILL-STATUS
               END-READ.

           0200-AUDITAR-COBRANCA.
               ADD 1 TO WRK-QT-COBRANCAS.
               IF CB-TRANSP >= 1 AND CB-TRANSP <= 99
                   ADD CB-VALOR TO WRK-TR-COBRADO(CB-TRANSP)
               END-IF.
               IF WRK-QT-TAB < 999
                   ADD 1 TO WRK-QT-TAB
                   MOVE CB-PEDIDO TO WRK-CO-PEDIDO(WRK-QT-TAB)
                   WRITE FRAUDREP-REC
               ELSE
                   PERFORM 0300-COMPARAR-VALOR
                   PERFORM 0350-GRAVAR-DESEMPENHO
               END-IF.
               PERFORM 0150-LER-CARRBILL.

                       CONTINUE
               END-EVALUATE.

      *    ********** COBRANCA NO HISTORICO DE DESEMPENHO (VALOR SO
      *    ********** COM COBRANCA A MAIOR), NA UF DO PEDIDO
           0350-GRAVAR-DESEMPENHO.
               MOVE 'C'           TO PERF-TIPO.
               MOVE CB-PEDIDO     TO PERF-PEDIDO.
               MOVE CB-TRANSP     TO PERF-TRANSP.
               MOVE OST-UF        TO PERF-UF.
               MOVE CB-DATA       TO PERF-DATA.
               MOVE ZEROS         TO PERF-DT-PROMETIDA.
               MOVE SPACES        TO PERF-OCORRENCIA.
               MOVE OST-FRETE     TO PERF-FRETE.
               IF WRK-DIFERENCA > 0
                   MOVE WRK-DIFERENCA TO PERF-VALOR
               ELSE
                   MOVE ZEROS TO PERF-VALOR
               END-IF.
               WRITE PERF-REC.

           0400-TOTAIS-TRANSP.
               MOVE 'SOBRECOBRANCA ACUMULADA POR TRANSPORTADORA'
                    TO FRAUDREP-REC.
               IF WRK-TR-AMAIOR(WRK-TR) NOT = 0
                   MOVE WRK-TR-AMAIOR(WRK-TR) TO WRK-TOT-ED
                   MOVE SPACES TO WRK-LINHA
                   MOVE WRK-TR TO WRK-TR-ED
                   STRING 'TRANSP ' WRK-TR-ED
                          ' COBRADO A MAIOR NO TOTAL ' WRK-TOT-ED
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   END-IF
               END-IF.

      *    ********** SINISTROS EM ABERTO (MAIS ANTIGOS PRIMEIRO NA
      *    ********** ORDEM DE PEDIDO) ABATIDOS DO QUE A TRANSPORTADORA
      *    ********** COBROU NO ARQUIVO DO DIA, ATE ZERAR A COBRANCA -
      *    ********** O QUE SOBRAR FICA PARA A PROXIMA
           0600-ABATER-SINISTROS.
               OPEN I-O CLAIMREG.
               IF WRK-CLAIMREG-STATUS = '00'
                   MOVE 'S' TO WRK-CLAIMREG-DISPONIVEL
                   MOVE 'SINISTROS ABATIDOS NA COBRANCA'
                        TO FRAUDREP-REC
                   WRITE FRAUDREP-REC
                   MOVE ZEROS TO CLM-PEDIDO
                   START CLAIMREG KEY IS GREATER THAN CLM-PEDIDO
                       INVALID KEY
                           MOVE '10' TO WRK-CLAIMREG-STATUS
                   END-START
                   PERFORM 0610-ABATER-SINISTRO UNTIL CLAIMREG-EOF
                   CLOSE CLAIMREG
                   MOVE 'VALOR A PAGAR POR TRANSPORTADORA'
                        TO FRAUDREP-REC
                   WRITE FRAUDREP-REC
                   PERFORM 0650-GRAVAR-A-PAGAR
                           VARYING WRK-TR FROM 1 BY 1
                           UNTIL WRK-TR > 99
               END-IF.

           0610-ABATER-SINISTRO.
               READ CLAIMREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CLAIMREG-STATUS
               END-READ.
               IF CLAIMREG-OK
                   AND (CLM-ABERTO OR CLM-PARCIAL)
                   AND CLM-TRANSP >= 1 AND CLM-TRANSP <= 99
                   COMPUTE WRK-SALDO-COBR =
                           WRK-TR-COBRADO(CLM-TRANSP)
                         - WRK-TR-ABATIDO(CLM-TRANSP)
                   IF WRK-SALDO-COBR > 0
                       PERFORM 0620-BAIXAR-SINISTRO
                   END-IF
               END-IF.

           0620-BAIXAR-SINISTRO.
               COMPUTE WRK-SALDO-SIN = CLM-VALOR - CLM-VL-DEDUZIDO.
               IF WRK-SALDO-SIN > WRK-SALDO-COBR
                   MOVE WRK-SALDO-COBR TO WRK-ABATER
               ELSE
                   MOVE WRK-SALDO-SIN TO WRK-ABATER
               END-IF.
               ADD WRK-ABATER TO CLM-VL-DEDUZIDO.
               ADD WRK-ABATER TO WRK-TR-ABATIDO(CLM-TRANSP).
               MOVE WRK-DATA-HOJE TO CLM-DT-BAIXA.
               IF CLM-VL-DEDUZIDO < CLM-VALOR
                   MOVE 'P' TO CLM-SITUACAO
               ELSE
                   MOVE 'Q' TO CLM-SITUACAO
               END-IF.
               REWRITE CLM-REC.
               ADD 1 TO WRK-QT-ABATIDOS.
               MOVE WRK-ABATER TO WRK-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TRANSP ' CLM-TRANSP
                      ' SINISTRO PEDIDO ' CLM-PEDIDO
                      ' ABATIDO ' WRK-TOT-ED
                      ' SITUACAO ' CLM-SITUACAO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO FRAUDREP-REC.
               WRITE FRAUDREP-REC.

           0650-GRAVAR-A-PAGAR.
               IF WRK-TR-COBRADO(WRK-TR) NOT = 0
                   MOVE WRK-TR-COBRADO(WRK-TR) TO WRK-TOT-ED
                   COMPUTE WRK-PAGAR-ED = WRK-TR-COBRADO(WRK-TR)
                                        - WRK-TR-ABATIDO(WRK-TR)
                   MOVE SPACES TO WRK-LINHA
                   MOVE WRK-TR TO WRK-TR-ED
                   STRING 'TRANSP ' WRK-TR-ED
                          ' COBRADO ' WRK-TOT-ED
                          ' A PAGAR ' WRK-PAGAR-ED
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO FRAUDREP-REC
                   WRITE FRAUDREP-REC
               END-IF.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'COBRANCAS ' WRK-QT-COBRANCAS
                      ' A MENOR ' WRK-QT-AMENOR
                      ' DESCONHECIDAS ' WRK-QT-DESCONH
                      ' SEM COBRANCA ' WRK-QT-SEMCOBRA
                      ' SINISTROS ABATIDOS ' WRK-QT-ABATIDOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO FRAUDREP-REC.
               WRITE FRAUDREP-REC.
               CLOSE FRAUDREP.
               CLOSE CARRPERF.
               CLOSE CARRBILL.
               CLOSE ORDSTAT.
               DISPLAY 'AUDITORIA GRAVADA EM FRAUDREP - A MAIOR '
                       WRK-QT-AMAIOR ' SEM COBRANCA '
                       WRK-QT-SEMCOBRA.

           COPY ERRPROC.
           COPY INBPROC.
