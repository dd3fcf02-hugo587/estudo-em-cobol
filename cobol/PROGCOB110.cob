           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB110.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD).
      *    VARRE AS PARCELAS EM ABERTO DO CONTASREC, CLASSIFICA O
      *    SALDO DE CADA UMA PELOS DIAS DE ATRASO SOBRE O VENCIMENTO
      *    E APLICA O PERCENTUAL DA FAIXA (PDDPARAM; SEM O ARQUIVO,
      *    VALEM AS FAIXAS PADRAO). A PROVISAO NECESSARIA E COMPARADA
      *    COM O SALDO DA PROVISAO DO ULTIMO MES (PDDSALDO) E SO A
      *    DIFERENCA VAI PARA O LEDGTXN (EVENTO PD DO CTAMAP):
      *    AUMENTO = DESPESA (D) X PROVISAO (C), REVERSAO = O
      *    CONTRARIO. O SALDO DO MES E GRAVADO NO PDDSALDO (RERODAR
      *    NO MESMO MES SO LANCA A NOVA DIFERENCA) E O RELATORIO
      *    PDDREP MOSTRA A PROVISAO POR FAIXA. AS BAIXAS COMO PERDA
      *    (PROGCOB111/PROGCOB92) CONSOMEM O SALDO DA PROVISAO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CONTASREC TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT PDDPARAM ASSIGN TO "PDDPARAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PDDPARAM-STATUS.
               SELECT PDDSALDO ASSIGN TO "PDDSALDO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PDS-COMPETENCIA
                   FILE STATUS IS WRK-PDDSALDO-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT PDDREP ASSIGN TO "PDDREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PDDREP-STATUS.

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
           FD  CONTASREC.
           01  AR-REC.
               05 AR-CHAVE.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
               05 AR-SALDO      PIC 9(08)V99.
               05 AR-STATUS     PIC X(01).
                  88 AR-ABERTO     VALUE 'A'.
                  88 AR-LIQUIDADO  VALUE 'L'.
                  88 AR-PERDA      VALUE 'P'.

           FD  PDDPARAM.
           01  PDDPARAM-REC.
               05 PDP-DIAS-ATE   PIC 9(05).
               05 PDP-PERC       PIC 9(03)V99.

           FD  PDDSALDO.
           01  PDS-REC.
               05 PDS-COMPETENCIA PIC 9(06).
               05 PDS-SALDO       PIC 9(10)V99.
               05 PDS-DATA        PIC 9(08).

           FD  CTAMAP.
           01  CTAMAP-REC.
               05 MAP-EVENTO     PIC X(02).
               05 MAP-CONTA-DEB  PIC 9(05).
               05 MAP-CONTA-CRE  PIC 9(05).

           FD  LEDGTXN.
           01  LEDGTXN-REC.
               05 LTX-CONTA       PIC 9(05).
               05 LTX-DATA        PIC 9(08).
               05 LTX-TIPO        PIC X(01).
                  88 LTX-DEBITO   VALUE 'D'.
                  88 LTX-CREDITO  VALUE 'C'.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  PDDREP.
           01  PDDREP-REC        PIC X(90).

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
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           COPY DATECOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
               88 CONTASREC-EOF       VALUE '10'.
           77 WRK-PDDPARAM-STATUS PIC X(02) VALUE SPACES.
               88 PDDPARAM-OK     VALUE '00'.
               88 PDDPARAM-EOF    VALUE '10'.
           77 WRK-PDDSALDO-STATUS PIC X(02) VALUE SPACES.
               88 PDDSALDO-OK       VALUE '00'.
               88 PDDSALDO-NOTFOUND VALUE '23'.
               88 PDDSALDO-EOF      VALUE '10'.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PDDREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MAP-ACHADO  PIC X(01) VALUE 'N'.
               88 MAP-ACHADO    VALUE 'S'.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-MAP-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
           77 WRK-ATRASO      PIC S9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-FX          PIC 9(02) VALUE ZEROS.
           77 WRK-QT-FAIXAS   PIC 9(02) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-GRAVADOS PIC 9(07) VALUE ZEROS.
           77 WRK-PROV-PARCELA PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-SALDO   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-PROV    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SALDO-ANT   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-COMP-ANT    PIC 9(06) VALUE ZEROS.
           77 WRK-AJUSTE      PIC S9(10)V99 VALUE ZEROS.
           77 WRK-LTX-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-LTX-DESCR   PIC X(20) VALUE SPACES.
           77 WRK-VALOR-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-AJUSTE-ED   PIC -.---.---.--9,99 VALUE ZEROS.
           77 WRK-PERC-ED     PIC ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(90) VALUE SPACES.

      *    ********** FAIXAS PADRAO: ATRASO ATE N DIAS E PERCENTUAL
      *    ********** (A VENCER, 30, 60, 90, 180, 360 E ACIMA)
           01 WRK-TAB-FAIXA-DEF.
               02 FILLER PIC X(10) VALUE '0000000000'.
               02 FILLER PIC X(10) VALUE '0003000100'.
               02 FILLER PIC X(10) VALUE '0006000500'.
               02 FILLER PIC X(10) VALUE '0009001000'.
               02 FILLER PIC X(10) VALUE '0018003000'.
               02 FILLER PIC X(10) VALUE '0036005000'.
               02 FILLER PIC X(10) VALUE '9999910000'.
           01 WRK-TAB-FAIXA-PADRAO REDEFINES WRK-TAB-FAIXA-DEF.
               02 WRK-FPD OCCURS 7 TIMES.
                   05 WRK-FPD-DIAS    PIC 9(05).
                   05 WRK-FPD-PERC    PIC 9(03)V99.
           01 WRK-TAB-FAIXA.
               02 WRK-FX-ITEM OCCURS 10 TIMES.
                   05 WRK-FX-DIAS     PIC 9(05).
                   05 WRK-FX-PERC     PIC 9(03)V99.
                   05 WRK-FX-QT       PIC 9(05).
                   05 WRK-FX-SALDO    PIC 9(10)V99.
                   05 WRK-FX-PROV     PIC 9(10)V99.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB110' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'PROVISAO PDD JA CALCULADA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       IF NOT CONTASREC-EOF
                           PERFORM 0300-CLASSIFICAR-PARCELA
                                   UNTIL CONTASREC-EOF
                                      OR CONTASREC-NOTFOUND
                           PERFORM 0500-AJUSTAR-PROVISAO
                           PERFORM 0900-FINALIZAR
                       END-IF
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-GRAVADOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPETENCIA.
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-HOJE.
               PERFORM 0150-CARREGAR-FAIXAS.
               PERFORM 0120-CARREGAR-CTAMAP.
               OPEN INPUT CONTASREC.
               IF NOT CONTASREC-OK
                   MOVE 'PRGCOB110' TO ERR-PROGRAMA
                   MOVE 'CONTASREC' TO ERR-ARQUIVO
                   MOVE WRK-CONTASREC-STATUS TO ERR-STATUS
                   MOVE 'CONTAS A RECEBER INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL -'
                           ' PROVISAO NAO CALCULADA'
                   MOVE '10' TO WRK-CONTASREC-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   MOVE LOW-VALUES TO AR-CHAVE
                   START CONTASREC KEY IS GREATER THAN AR-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASREC-STATUS
                   END-START
                   OPEN I-O PDDSALDO
                   IF WRK-PDDSALDO-STATUS = '35'
                       CLOSE PDDSALDO
                       OPEN OUTPUT PDDSALDO
                       CLOSE PDDSALDO
                       OPEN I-O PDDSALDO
                   END-IF
                   OPEN OUTPUT PDDREP
               END-IF.

      *    ********** CONTAS DO EVENTO PD (DESPESA COM PDD X
      *    ********** PROVISAO PARA DEVEDORES DUVIDOSOS) NO CTAMAP
           0120-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0130-LER-CTAMAP
                   PERFORM 0140-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.

           0130-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0140-GUARDAR-MAPA.
               IF MAP-EVENTO = 'PD'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CRE
                   MOVE 'S' TO WRK-MAP-ACHADO
               END-IF.
               PERFORM 0130-LER-CTAMAP.

      *    ********** FAIXAS DO PDDPARAM EM ORDEM CRESCENTE DE DIAS;
      *    ********** SEM O ARQUIVO (OU VAZIO) VALEM AS FAIXAS PADRAO.
      *    ********** A ULTIMA FAIXA SEMPRE PEGA TODO ATRASO MAIOR
           0150-CARREGAR-FAIXAS.
               MOVE ZEROS TO WRK-QT-FAIXAS.
               OPEN INPUT PDDPARAM.
               IF PDDPARAM-OK
                   PERFORM 0160-LER-PDDPARAM
                   PERFORM 0170-GUARDAR-FAIXA
                           UNTIL PDDPARAM-EOF OR WRK-QT-FAIXAS = 10
                   CLOSE PDDPARAM
               END-IF.
               IF WRK-QT-FAIXAS = ZEROS
                   PERFORM 0180-FAIXA-PADRAO
                           VARYING WRK-FX FROM 1 BY 1
                           UNTIL WRK-FX > 7
                   MOVE 7 TO WRK-QT-FAIXAS
               END-IF.
               MOVE 99999 TO WRK-FX-DIAS(WRK-QT-FAIXAS).
               PERFORM 0190-ZERAR-FAIXA
                       VARYING WRK-FX FROM 1 BY 1
                       UNTIL WRK-FX > WRK-QT-FAIXAS.

           0160-LER-PDDPARAM.
               READ PDDPARAM
                   AT END MOVE '10' TO WRK-PDDPARAM-STATUS
               END-READ.

           0170-GUARDAR-FAIXA.
               ADD 1 TO WRK-QT-FAIXAS.
               MOVE PDP-DIAS-ATE TO WRK-FX-DIAS(WRK-QT-FAIXAS).
               MOVE PDP-PERC TO WRK-FX-PERC(WRK-QT-FAIXAS).
               IF WRK-FX-PERC(WRK-QT-FAIXAS) > 100
                   MOVE 100 TO WRK-FX-PERC(WRK-QT-FAIXAS)
               END-IF.
               PERFORM 0160-LER-PDDPARAM.

           0180-FAIXA-PADRAO.
               MOVE WRK-FPD-DIAS(WRK-FX) TO WRK-FX-DIAS(WRK-FX).
               MOVE WRK-FPD-PERC(WRK-FX) TO WRK-FX-PERC(WRK-FX).

           0190-ZERAR-FAIXA.
               MOVE ZEROS TO WRK-FX-QT(WRK-FX) WRK-FX-SALDO(WRK-FX)
                             WRK-FX-PROV(WRK-FX).

      *    ********** PARCELA EM ABERTO: DIAS DE ATRASO SOBRE O
      *    ********** VENCIMENTO (A VENCER = 0) E FAIXA DA PROVISAO
           0300-CLASSIFICAR-PARCELA.
               READ CONTASREC NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-READ.
               IF CONTASREC-OK AND AR-ABERTO AND AR-SALDO > 0
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE AR-DT-VENCTO TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-CONV
                   IF WRK-ATRASO < 0
                       MOVE ZEROS TO WRK-ATRASO
                   END-IF
                   MOVE 1 TO WRK-FX
                   PERFORM 0310-ACHAR-FAIXA
                           UNTIL WRK-FX = WRK-QT-FAIXAS
                              OR WRK-ATRASO <= WRK-FX-DIAS(WRK-FX)
                   COMPUTE WRK-PROV-PARCELA ROUNDED =
                           AR-SALDO * WRK-FX-PERC(WRK-FX) / 100
                   ADD 1 TO WRK-FX-QT(WRK-FX)
                   ADD AR-SALDO TO WRK-FX-SALDO(WRK-FX)
                   ADD WRK-PROV-PARCELA TO WRK-FX-PROV(WRK-FX)
                   ADD AR-SALDO TO WRK-TOT-SALDO
                   ADD WRK-PROV-PARCELA TO WRK-TOT-PROV
               END-IF.

           0310-ACHAR-FAIXA.
               ADD 1 TO WRK-FX.

      *    ********** SALDO ANTERIOR = ULTIMA COMPETENCIA GRAVADA ATE
      *    ********** A ATUAL (INCLUSIVE, NA RERODADA DO MES); SO A
      *    ********** DIFERENCA E LANCADA NO RAZAO
           0500-AJUSTAR-PROVISAO.
               MOVE ZEROS TO WRK-SALDO-ANT WRK-COMP-ANT.
               MOVE ZEROS TO PDS-COMPETENCIA.
               START PDDSALDO KEY IS NOT LESS THAN PDS-COMPETENCIA
                   INVALID KEY
                       MOVE '10' TO WRK-PDDSALDO-STATUS
               END-START.
               PERFORM 0510-LER-SALDO
                       UNTIL PDDSALDO-EOF OR PDDSALDO-NOTFOUND.
               COMPUTE WRK-AJUSTE = WRK-TOT-PROV - WRK-SALDO-ANT.
               IF WRK-AJUSTE > 0
                   MOVE WRK-MAP-DEB TO WRK-LTX-DEB
                   MOVE WRK-MAP-CRE TO WRK-LTX-CRE
                   MOVE WRK-AJUSTE TO WRK-LTX-VALOR
                   MOVE 'CONSTITUICAO PDD' TO WRK-LTX-DESCR
                   PERFORM 0550-CONTABILIZAR
               END-IF.
               IF WRK-AJUSTE < 0
                   MOVE WRK-MAP-CRE TO WRK-LTX-DEB
                   MOVE WRK-MAP-DEB TO WRK-LTX-CRE
                   COMPUTE WRK-LTX-VALOR = 0 - WRK-AJUSTE
                   MOVE 'REVERSAO PDD' TO WRK-LTX-DESCR
                   PERFORM 0550-CONTABILIZAR
               END-IF.
               MOVE WRK-COMPETENCIA TO PDS-COMPETENCIA.
               READ PDDSALDO
                   KEY IS PDS-COMPETENCIA
                   INVALID KEY
                       MOVE '23' TO WRK-PDDSALDO-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PDDSALDO-STATUS
               END-READ.
               MOVE WRK-COMPETENCIA TO PDS-COMPETENCIA.
               MOVE WRK-TOT-PROV TO PDS-SALDO.
               MOVE WRK-DATA-HOJE TO PDS-DATA.
               IF PDDSALDO-OK
                   REWRITE PDS-REC
               ELSE
                   WRITE PDS-REC
               END-IF.

           0510-LER-SALDO.
               READ PDDSALDO NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PDDSALDO-STATUS
               END-READ.
               IF PDDSALDO-OK
                   IF PDS-COMPETENCIA > WRK-COMPETENCIA
                       MOVE '10' TO WRK-PDDSALDO-STATUS
                   ELSE
                       MOVE PDS-SALDO TO WRK-SALDO-ANT
                       MOVE PDS-COMPETENCIA TO WRK-COMP-ANT
                   END-IF
               END-IF.

      *    ********** PAR DE LANCAMENTOS NO LEDGTXN (SEM O EVENTO PD
      *    ********** NO CTAMAP, O AJUSTE FICA SO NO RELATORIO)
           0550-CONTABILIZAR.
               IF MAP-ACHADO
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   MOVE WRK-LTX-DEB   TO LTX-CONTA
                   MOVE WRK-DATA-HOJE TO LTX-DATA
                   MOVE 'D'           TO LTX-TIPO
                   MOVE WRK-LTX-VALOR TO LTX-VALOR
                   MOVE WRK-LTX-DESCR TO LTX-DESCRICAO
                   MOVE ZEROS         TO LTX-CCUSTO
                   MOVE SPACE         TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-LTX-CRE   TO LTX-CONTA
                   MOVE 'C'           TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
                   ADD 2 TO WRK-QT-GRAVADOS
               ELSE
                   MOVE 'PRGCOB110' TO ERR-PROGRAMA
                   MOVE 'CTAMAP' TO ERR-ARQUIVO
                   MOVE SPACES TO ERR-STATUS
                   MOVE 'EVENTO PD SEM CONTAS - AJUSTE NAO LANCADO'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 4 TO RUN-RC
               END-IF.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA '
                      WRK-COMPETENCIA ' EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO PDDREP-REC.
               WRITE PDDREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'ATRASO ATE  PARCELAS       SALDO EM ABERTO' TO
                    WRK-LINHA(1:42).
               MOVE '  PERC.            PROVISAO' TO WRK-LINHA(43:27).
               MOVE WRK-LINHA TO PDDREP-REC.
               WRITE PDDREP-REC.
               PERFORM 0910-GRAVAR-FAIXA
                       VARYING WRK-FX FROM 1 BY 1
                       UNTIL WRK-FX > WRK-QT-FAIXAS.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL' TO WRK-LINHA(1:5).
               MOVE WRK-QT-LIDOS TO WRK-LINHA(13:7).
               MOVE WRK-TOT-SALDO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(25:17).
               MOVE WRK-TOT-PROV TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(53:17).
               MOVE WRK-LINHA TO PDDREP-REC.
               WRITE PDDREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-SALDO-ANT TO WRK-VALOR-ED.
               STRING 'SALDO ANTERIOR DA PROVISAO (' WRK-COMP-ANT
                      ')' DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-VALOR-ED TO WRK-LINHA(53:17).
               MOVE WRK-LINHA TO PDDREP-REC.
               WRITE PDDREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-AJUSTE TO WRK-AJUSTE-ED.
               MOVE 'AJUSTE LANCADO NO MES' TO WRK-LINHA(1:21).
               MOVE WRK-AJUSTE-ED TO WRK-LINHA(53:17).
               IF NOT MAP-ACHADO
                   MOVE '*SEM EVENTO PD' TO WRK-LINHA(71:14)
               END-IF.
               MOVE WRK-LINHA TO PDDREP-REC.
               WRITE PDDREP-REC.
               CLOSE CONTASREC.
               CLOSE PDDSALDO.
               CLOSE PDDREP.
               MOVE WRK-TOT-PROV TO WRK-VALOR-ED.
               DISPLAY 'PROVISAO PDD ' WRK-COMPETENCIA ' - NECESSARIA '
                       WRK-VALOR-ED ' AJUSTE ' WRK-AJUSTE-ED.

           0910-GRAVAR-FAIXA.
               MOVE SPACES TO WRK-LINHA.
               IF WRK-FX-DIAS(WRK-FX) = ZEROS
                   MOVE 'A VENCER' TO WRK-LINHA(1:8)
               ELSE
                   IF WRK-FX-DIAS(WRK-FX) = 99999
                       MOVE 'ACIMA' TO WRK-LINHA(1:5)
                   ELSE
                       MOVE WRK-FX-DIAS(WRK-FX) TO WRK-LINHA(1:5)
                       MOVE 'DIAS' TO WRK-LINHA(7:4)
                   END-IF
               END-IF.
               MOVE WRK-FX-QT(WRK-FX) TO WRK-LINHA(15:5).
               MOVE WRK-FX-SALDO(WRK-FX) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(25:17).
               MOVE WRK-FX-PERC(WRK-FX) TO WRK-PERC-ED.
               MOVE WRK-PERC-ED TO WRK-LINHA(44:6).
               MOVE '%' TO WRK-LINHA(50:1).
               MOVE WRK-FX-PROV(WRK-FX) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(53:17).
               MOVE WRK-LINHA TO PDDREP-REC.
               WRITE PDDREP-REC.

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

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
