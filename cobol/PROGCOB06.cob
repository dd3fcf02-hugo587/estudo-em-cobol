      *                         O HISTORICO (LH-CCUSTO). O BALANCETE
      *                         POR CENTRO DE CUSTO SAI NO
      *                         PROGCOB82.
      *    15/10/2026 HUGOVIE - CONTMAST COM O GRUPO DO BALANCO (CTA-
      *                         GRUPO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - PROVISAO COM ESTORNO AUTOMATICO (LTX-
      *                         ESTORNO = 'S'): O LANCAMENTO INVERSO
      *                         FICA AGENDADO NO ESTPEND PARA O PRIMEIRO
      *                         DIA UTIL DA COMPETENCIA SEGUINTE
      *                         (HOLIDAYS) E E LANCADO NA PRIMEIRA
      *                         RODADA A PARTIR DESSA DATA; ESTORNO EM
      *                         COMPETENCIA FECHADA VAI PARA O LEDGSUSP.
      *                         TUDO REGISTRADO NO ESTLOG (RELATORIO NO
      *                         PROGCOB120).
      ************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODIGO
                   FILE STATUS IS WRK-CCMAST-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT ESTPEND ASSIGN TO "ESTPEND"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ESTPEND-STATUS.
               SELECT ESTLOG ASSIGN TO "ESTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ESTLOG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  LEDGTXN.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  CONTMAST.
           01  CTA-REC.
                  88 CTA-CUSTO       VALUE 'C'.
                  88 CTA-DESPESA     VALUE 'E'.
                  88 CTA-PATRIMONIAL VALUE 'P'.
               05 CTA-GRUPO       PIC X(02).
                  88 CTA-ATIVO-CIRC       VALUE 'AC'.
                  88 CTA-ATIVO-NAO-CIRC   VALUE 'AN'.
                  88 CTA-PASSIVO-CIRC     VALUE 'PC'.
                  88 CTA-PASSIVO-NAO-CIRC VALUE 'PN'.
                  88 CTA-PATR-LIQUIDO     VALUE 'PL'.
                  88 CTA-GRUPO-VALIDO     VALUE 'AC' 'AN' 'PC' 'PN'
                                                'PL'.

           FD  LEDGBAL.
           01  LEDGBAL-REC.
               05 CC-ATIVO        PIC X(01).
                  88 CC-ATIVO-SIM VALUE 'S'.

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

      *    ********** ESTORNOS AGENDADOS AINDA NAO LANCADOS
           FD  ESTPEND.
           01  EP-REC.
               05 EP-ID.
                  10 EP-ID-DATA   PIC 9(08).
                  10 EP-ID-HORA   PIC 9(06).
                  10 EP-ID-SEQ    PIC 9(04).
               05 EP-CONTA        PIC 9(05).
               05 EP-TIPO         PIC X(01).
               05 EP-VALOR        PIC 9(08)V99.
               05 EP-DESCRICAO    PIC X(20).
               05 EP-CCUSTO       PIC 9(03).
               05 EP-DATA-ORIGEM  PIC 9(08).
               05 EP-DATA-ESTORNO PIC 9(08).

      *    ********** LOG DAS PROVISOES COM ESTORNO AUTOMATICO:
      *    ********** A = PROVISAO LANCADA E ESTORNO AGENDADO,
      *    ********** E = ESTORNO LANCADO, B = ESTORNO BLOQUEADO
      *    ********** (F = COMPETENCIA FECHADA, R = REJEITADO NA
      *    ********** CRITICA) E MANDADO PARA O LEDGSUSP
           FD  ESTLOG.
           01  EL-REC.
               05 EL-EVENTO       PIC X(01).
               05 EL-ID           PIC X(18).
               05 EL-DATA-EVENTO  PIC 9(08).
               05 EL-CONTA        PIC 9(05).
               05 EL-TIPO         PIC X(01).
               05 EL-VALOR        PIC 9(08)V99.
               05 EL-DESCRICAO    PIC X(20).
               05 EL-CCUSTO       PIC 9(03).
               05 EL-DATA-ORIGEM  PIC 9(08).
               05 EL-DATA-ESTORNO PIC 9(08).
               05 EL-MOTIVO       PIC X(01).
               05 EL-COMPET-FECHADA PIC 9(06).

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ESTPEND-STATUS  PIC X(02) VALUE SPACES.
               88 ESTPEND-OK       VALUE '00'.
               88 ESTPEND-EOF      VALUE '10'.
           77 WRK-ESTPEND-ABERTO  PIC X(01) VALUE 'N'.
               88 ESTPEND-ABERTO   VALUE 'S'.
           77 WRK-ESTLOG-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
           77 WRK-HORA            PIC 9(08) VALUE ZEROS.
           77 WRK-SEQ-ESTORNO     PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PEND         PIC 9(04) VALUE ZEROS.
           77 WRK-EP-SUB          PIC 9(04) VALUE ZEROS.
           77 WRK-PEND-CHEIA      PIC X(01) VALUE 'N'.
               88 PEND-CHEIA       VALUE 'S'.
           77 WRK-QT-ANTES        PIC 9(04) VALUE ZEROS.
           77 WRK-QT-AGENDADOS    PIC 9(04) VALUE ZEROS.
           77 WRK-QT-ESTORNADOS   PIC 9(04) VALUE ZEROS.
           77 WRK-QT-BLOQUEADOS   PIC 9(04) VALUE ZEROS.
      *    ********** ESTORNOS PENDENTES LIDOS DO ESTPEND
           01 WRK-TAB-PEND.
               02 WRK-PD OCCURS 3000 TIMES.
                   05 PD-REC          PIC X(73).
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
               88 LEDGTXN-OK      VALUE '00'.
               88 LEDGTXN-EOF     VALUE '10'.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA FROM TIME.
               PERFORM 9040-CARREGAR-FERIADOS.
               OPEN INPUT CONTMAST.
               IF WRK-CONTMAST-STATUS NOT = '00'
                   DISPLAY 'PLANO DE CONTAS INDISPONIVEL - STATUS '
                   OPEN INPUT LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '00'
                       MOVE 'S' TO WRK-LEDGTXN-ABERTO
                       PERFORM 0400-LIBERAR-ESTORNOS
                       READ LEDGTXN
                           AT END MOVE '10' TO WRK-LEDGTXN-STATUS
                       END-READ
               IF WRK-COMPET-LANC <= WRK-COMPET-FECHADA
                   AND WRK-COMPET-FECHADA > 0
                   PERFORM 0260-SUSPENDER-LANCAMENTO
               ELSE
                   PERFORM 0205-CRITICAR-LANCAMENTO
               END-IF.
               READ LEDGTXN
                   AT END MOVE '10' TO WRK-LEDGTXN-STATUS
               END-READ.

           0205-CRITICAR-LANCAMENTO.
               MOVE LTX-CONTA TO CTA-CODIGO.
                       PERFORM 0240-VALIDAR-CCUSTO
                       PERFORM 0250-ATUALIZAR-SALDO-CONTA
               END-EVALUATE.

      *    ********** CENTRO DE CUSTO CONFERIDO NO CADASTRO -
      *    ********** DESCONHECIDO VIRA 000 COM AVISO (NAO REJEITA)
                   ADD 1 TO WRK-QT-LANCADOS
                   REWRITE LEDGBAL-REC
                   PERFORM 0270-GRAVAR-HISTORICO
                   IF LTX-AUTO-ESTORNO
                       PERFORM 0280-AGENDAR-ESTORNO
                   END-IF
               END-IF.

      *    ********** LANCAMENTO ACEITO PRESERVADO NO HISTORICO
               END-STRING.
               WRITE LEDGSUSP-REC.

      *    ********** PROVISAO COM ESTORNO AUTOMATICO: O LANCAMENTO
      *    ********** INVERSO FICA AGENDADO NO ESTPEND PARA O
      *    ********** PRIMEIRO DIA UTIL DA COMPETENCIA SEGUINTE
           0280-AGENDAR-ESTORNO.
               DIVIDE LTX-DATA BY 10000 GIVING DTC-ANO
                      REMAINDER DTC-Z-SOMA.
               DIVIDE DTC-Z-SOMA BY 100 GIVING DTC-MES.
               ADD 1 TO DTC-MES.
               IF DTC-MES > 12
                   MOVE 1 TO DTC-MES
                   ADD 1 TO DTC-ANO
               END-IF.
               MOVE 1 TO DTC-DIA.
               PERFORM 9000-CALC-DIA-SEMANA.
               IF NOT DTC-UTIL
                   PERFORM 9050-PROX-DIA-UTIL
               END-IF.
               ADD 1 TO WRK-SEQ-ESTORNO.
               MOVE WRK-DATA-HOJE    TO EP-ID-DATA.
               MOVE WRK-HORA(1:6)    TO EP-ID-HORA.
               MOVE WRK-SEQ-ESTORNO  TO EP-ID-SEQ.
               MOVE LTX-CONTA        TO EP-CONTA.
               MOVE LTX-TIPO         TO EP-TIPO.
               MOVE LTX-VALOR        TO EP-VALOR.
               MOVE LTX-DESCRICAO    TO EP-DESCRICAO.
               MOVE LTX-CCUSTO       TO EP-CCUSTO.
               MOVE LTX-DATA         TO EP-DATA-ORIGEM.
               COMPUTE EP-DATA-ESTORNO =
                       (DTC-ANO * 10000) + (DTC-MES * 100) + DTC-DIA.
               WRITE EP-REC.
               ADD 1 TO WRK-QT-AGENDADOS.
               MOVE 'A' TO EL-EVENTO.
               MOVE SPACE TO EL-MOTIVO.
               PERFORM 0290-GRAVAR-ESTLOG.

           0290-GRAVAR-ESTLOG.
               MOVE EP-ID           TO EL-ID.
               MOVE WRK-DATA-HOJE   TO EL-DATA-EVENTO.
               MOVE EP-CONTA        TO EL-CONTA.
               MOVE EP-TIPO         TO EL-TIPO.
               MOVE EP-VALOR        TO EL-VALOR.
               MOVE EP-DESCRICAO    TO EL-DESCRICAO.
               MOVE EP-CCUSTO       TO EL-CCUSTO.
               MOVE EP-DATA-ORIGEM  TO EL-DATA-ORIGEM.
               MOVE EP-DATA-ESTORNO TO EL-DATA-ESTORNO.
               MOVE WRK-COMPET-FECHADA TO EL-COMPET-FECHADA.
               WRITE EL-REC.

           0300-FINALIZAR.
               IF ESTPEND-ABERTO
                   CLOSE ESTPEND
                   CLOSE ESTLOG
               END-IF.
               IF LEDGTXN-ABERTO
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               DISPLAY ' LANCADOS.........' WRK-QT-LANCADOS.
               DISPLAY ' REJEITADOS.......' WRK-QT-REJEITADOS.
               DISPLAY ' SUSPENSOS........' WRK-QT-SUSPENSOS.
               DISPLAY ' ESTORNOS AGENDADOS.' WRK-QT-AGENDADOS.
               DISPLAY ' ESTORNOS LANCADOS..' WRK-QT-ESTORNADOS.
               DISPLAY ' ESTORNOS BLOQUEADOS' WRK-QT-BLOQUEADOS.
               DISPLAY ' SALDOS POR CONTA ATUALIZADOS NO LEDGBAL'.
               DISPLAY ' BALANCETE: PROGCOB34'.
               DISPLAY '------------------------------'.

      *    ********** ESTORNOS AGENDADOS QUE VENCERAM (DATA ATE HOJE)
      *    ********** PASSAM PELA MESMA CRITICA DOS LANCAMENTOS; O
      *    ********** QUE CAI EM COMPETENCIA FECHADA OU E REJEITADO
      *    ********** VAI PARA O LEDGSUSP. O ESTPEND E REGRAVADO SO
      *    ********** COM O QUE CONTINUA PENDENTE E FICA ABERTO PARA
      *    ********** RECEBER OS ESTORNOS DAS PROVISOES DESTA RODADA
           0400-LIBERAR-ESTORNOS.
               OPEN EXTEND ESTLOG.
               IF WRK-ESTLOG-STATUS = '35'
                   CLOSE ESTLOG
                   OPEN OUTPUT ESTLOG
               END-IF.
               MOVE ZEROS TO WRK-QT-PEND.
               OPEN INPUT ESTPEND.
               IF ESTPEND-OK
                   PERFORM 0410-LER-ESTPEND
                   PERFORM 0420-GUARDAR-PENDENTE
                           UNTIL ESTPEND-EOF OR PEND-CHEIA
                   CLOSE ESTPEND
               END-IF.
               IF PEND-CHEIA
                   DISPLAY 'ESTPEND COM MAIS DE 3000 ESTORNOS - '
                           'LIBERACAO ADIADA'
                   OPEN EXTEND ESTPEND
               ELSE
                   OPEN OUTPUT ESTPEND
                   PERFORM 0430-LIBERAR-PENDENTE
                           VARYING WRK-EP-SUB FROM 1 BY 1
                           UNTIL WRK-EP-SUB > WRK-QT-PEND
               END-IF.
               MOVE 'S' TO WRK-ESTPEND-ABERTO.

           0410-LER-ESTPEND.
               READ ESTPEND
                   AT END MOVE '10' TO WRK-ESTPEND-STATUS
               END-READ.

           0420-GUARDAR-PENDENTE.
               IF WRK-QT-PEND < 3000
                   ADD 1 TO WRK-QT-PEND
                   MOVE EP-REC TO PD-REC(WRK-QT-PEND)
                   PERFORM 0410-LER-ESTPEND
               ELSE
                   MOVE 'S' TO WRK-PEND-CHEIA
               END-IF.

           0430-LIBERAR-PENDENTE.
               MOVE PD-REC(WRK-EP-SUB) TO EP-REC.
               IF EP-DATA-ESTORNO > WRK-DATA-HOJE
                   WRITE EP-REC
               ELSE
                   MOVE EP-CONTA        TO LTX-CONTA
                   MOVE EP-DATA-ESTORNO TO LTX-DATA
                   IF EP-TIPO = 'D'
                       MOVE 'C' TO LTX-TIPO
                   ELSE
                       MOVE 'D' TO LTX-TIPO
                   END-IF
                   MOVE EP-VALOR        TO LTX-VALOR
                   MOVE SPACES          TO LTX-DESCRICAO
                   STRING 'EST ' EP-DESCRICAO
                          DELIMITED BY SIZE INTO LTX-DESCRICAO
                   END-STRING
                   MOVE EP-CCUSTO       TO LTX-CCUSTO
                   MOVE SPACE           TO LTX-ESTORNO
                   DIVIDE LTX-DATA BY 100 GIVING WRK-COMPET-LANC
                   IF WRK-COMPET-LANC <= WRK-COMPET-FECHADA
                       AND WRK-COMPET-FECHADA > 0
                       PERFORM 0260-SUSPENDER-LANCAMENTO
                       MOVE 'F' TO EL-MOTIVO
                       PERFORM 0440-ESTORNO-BLOQUEADO
                   ELSE
                       MOVE WRK-QT-LANCADOS TO WRK-QT-ANTES
                       PERFORM 0205-CRITICAR-LANCAMENTO
                       IF WRK-QT-LANCADOS > WRK-QT-ANTES
                           ADD 1 TO WRK-QT-ESTORNADOS
                           MOVE 'E' TO EL-EVENTO
                           MOVE SPACE TO EL-MOTIVO
                           PERFORM 0290-GRAVAR-ESTLOG
                       ELSE
                           PERFORM 0260-SUSPENDER-LANCAMENTO
                           MOVE 'R' TO EL-MOTIVO
                           PERFORM 0440-ESTORNO-BLOQUEADO
                       END-IF
                   END-IF
               END-IF.

           0440-ESTORNO-BLOQUEADO.
               ADD 1 TO WRK-QT-BLOQUEADOS.
               MOVE 'B' TO EL-EVENTO.
               PERFORM 0290-GRAVAR-ESTLOG.
               DISPLAY 'ESTORNO BLOQUEADO - CONTA ' EP-CONTA
                       ' DATA ' EP-DATA-ESTORNO ' MOTIVO ' EL-MOTIVO.

           COPY DATEPROC.
