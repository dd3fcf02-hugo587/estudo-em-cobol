           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB127.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = AVALIACAO MENSAL DAS TRANSPORTADORAS POR ROTA
      *    (TRANSPORTADORA X UF). LE O HISTORICO DE DESEMPENHO
      *    CARRPERF - RETORNOS DE ENTREGA GRAVADOS PELO PROGCOB25
      *    (DATA DE ENTREGA, DATA PROMETIDA DO DLVPROM E CODIGO DE
      *    OCORRENCIA) E COBRANCAS AUDITADAS PELO PROGCOB67 (FRETE
      *    CALCULADO E VALOR COBRADO A MAIOR) - E APURA, PARA A
      *    COMPETENCIA INFORMADA: PERCENTUAL DE ENTREGAS NO PRAZO
      *    (ENTREGUE ATE A DATA PROMETIDA), MEDIA DE DIAS DE ATRASO
      *    DAS ENTREGAS ATRASADAS, PERCENTUAL DE OCORRENCIAS POR
      *    TIPO (01 RECUSA, 02 AVARIA, 03 ENDERECO NAO LOCALIZADO,
      *    DEMAIS CODIGOS EM OUTRAS) E O VALOR COBRADO A MAIOR COM
      *    SEU PERCENTUAL SOBRE O FRETE CALCULADO DAS COBRANCAS.
      *    A NOTA DA ROTA E O PERCENTUAL NO PRAZO MENOS O DE
      *    OCORRENCIAS E O DE SOBRECOBRANCA; O RELATORIO CARRSCOR
      *    CLASSIFICA AS TRANSPORTADORAS DE CADA UF DA MAIOR PARA A
      *    MENOR NOTA E MARCA A PIOR DA ROTA QUANDO HA MAIS DE UMA,
      *    PARA A LOGISTICA RENEGOCIAR OU DESCREDENCIAR (PROGCOB27).
      *    ENTREGA SEM DATA PROMETIDA CONTA NAS OCORRENCIAS MAS NAO
      *    NO PRAZO.
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
               SELECT CARRPERF ASSIGN TO "CARRPERF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARRPERF-STATUS.
               SELECT CARRMAST ASSIGN TO "CARRMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CHAVE
                   FILE STATUS IS WRK-CARRMAST-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT CARRSCOR ASSIGN TO "CARRSCOR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARRSCOR-STATUS.
               SELECT SCRSORT ASSIGN TO "SCRSORT".
           DATA DIVISION.
           FILE SECTION.
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
                  88 PERF-ENTREGUE  VALUE '00'.
                  88 PERF-RECUSA    VALUE '01'.
                  88 PERF-AVARIA    VALUE '02'.
                  88 PERF-ENDERECO  VALUE '03'.
               05 PERF-FRETE        PIC 9(07)V99.
               05 PERF-VALOR        PIC 9(07)V99.

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

           FD  CARRSCOR.
           01  CARRSCOR-REC      PIC X(132).

           SD  SCRSORT.
           01  SRT-REC.
               05 SRT-UF          PIC X(02).
               05 SRT-NOTA        PIC S9(04)V9.
               05 SRT-SUB         PIC 9(04).

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           77 WRK-CARRPERF-STATUS PIC X(02) VALUE SPACES.
               88 CARRPERF-OK    VALUE '00'.
               88 CARRPERF-EOF   VALUE '10'.
           77 WRK-CARRMAST-STATUS PIC X(02) VALUE SPACES.
               88 CARRMAST-OK       VALUE '00'.
           77 WRK-CARRMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CARRMAST-DISPONIVEL VALUE 'S'.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CARRSCOR-STATUS PIC X(02) VALUE SPACES.

      *    ********** ACUMULADORES POR TRANSPORTADORA X UF DO MES
           01 WRK-TAB-ROTAS.
               02 WRK-SC OCCURS 1000 TIMES.
                   05 WRK-SC-UF        PIC X(02).
                   05 WRK-SC-TRANSP    PIC 9(02).
                   05 WRK-SC-QT-RET    PIC 9(05).
                   05 WRK-SC-QT-ENTR   PIC 9(05).
                   05 WRK-SC-QT-MEDIDA PIC 9(05).
                   05 WRK-SC-QT-PRAZO  PIC 9(05).
                   05 WRK-SC-QT-ATRASO PIC 9(05).
                   05 WRK-SC-DIAS-ATR  PIC 9(07).
                   05 WRK-SC-QT-RECUSA PIC 9(05).
                   05 WRK-SC-QT-AVARIA PIC 9(05).
                   05 WRK-SC-QT-ENDER  PIC 9(05).
                   05 WRK-SC-QT-OUTRAS PIC 9(05).
                   05 WRK-SC-QT-COBR   PIC 9(05).
                   05 WRK-SC-QT-AMAIOR PIC 9(05).
                   05 WRK-SC-VL-FRETE  PIC 9(09)V99.
                   05 WRK-SC-VL-AMAIOR PIC 9(09)V99.
                   05 WRK-SC-PCT-PRAZO PIC 9(03)V9.
                   05 WRK-SC-ATR-MEDIO PIC 9(03)V9.
                   05 WRK-SC-PCT-OCOR  PIC 9(03)V9.
                   05 WRK-SC-PCT-SOBRE PIC 9(03)V9.
                   05 WRK-SC-NOTA      PIC S9(04)V9.
           77 WRK-QT-SC       PIC 9(04) VALUE ZEROS.
           77 WRK-SC-SUB      PIC 9(04) VALUE ZEROS.
           77 WRK-SC-ACHADO   PIC X(01) VALUE 'N'.
               88 SC-ACHADO    VALUE 'S'.
           77 WRK-UF-BUSCA     PIC X(02) VALUE SPACES.
           77 WRK-TRANSP-BUSCA PIC 9(02) VALUE ZEROS.

           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-ANO-COMP    PIC 9(04) VALUE ZEROS.
           77 WRK-MM-COMP     PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-DIAS-ENTR   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-PROM   PIC 9(07) VALUE ZEROS.
           77 WRK-ATRASO      PIC S9(05) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-RETORNOS PIC 9(06) VALUE ZEROS.
           77 WRK-QT-COBRANCAS PIC 9(06) VALUE ZEROS.
           77 WRK-QT-SEM-ROTA PIC 9(05) VALUE ZEROS.
           77 WRK-QT-PIORES   PIC 9(04) VALUE ZEROS.
           77 WRK-TOT-AMAIOR  PIC 9(09)V99 VALUE ZEROS.
           77 WRK-PCT-OCOR    PIC 9(03)V9 VALUE ZEROS.
           77 WRK-QT-OCOR     PIC 9(05) VALUE ZEROS.

      *    ********** QUEBRA POR UF NA SAIDA DO SORT - A LINHA FICA
      *    ********** PENDENTE ATE SE SABER SE E A ULTIMA DA ROTA
           77 WRK-FIM-SORT    PIC X(01) VALUE 'N'.
               88 FIM-SORT     VALUE 'S'.
           77 WRK-UF-ANT      PIC X(02) VALUE SPACES.
           77 WRK-RANK        PIC 9(03) VALUE ZEROS.
           77 WRK-LINHA-PEND  PIC X(132) VALUE SPACES.
           77 WRK-TEM-PEND    PIC X(01) VALUE 'N'.
               88 TEM-PEND     VALUE 'S'.

           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-NOME        PIC X(20) VALUE SPACES.
           77 WRK-QT-ED       PIC ZZZZ9 VALUE ZEROS.
           77 WRK-COBR-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-PCT-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-ATR-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-REC-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-AVA-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-END-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-OUT-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-OCO-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-SOB-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-NOTA-ED     PIC -ZZZ9,9 VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF CARRPERF-OK
                   PERFORM 0200-LER-CARRPERF
                   PERFORM 0300-PROCESSAR-EVENTO
                           UNTIL CARRPERF-EOF
                   CLOSE CARRPERF
               END-IF.
               PERFORM 0450-CALCULAR-NOTA
                       VARYING WRK-SC-SUB FROM 1 BY 1
                       UNTIL WRK-SC-SUB > WRK-QT-SC.
               SORT SCRSORT
                    ON ASCENDING KEY SRT-UF
                    ON DESCENDING KEY SRT-NOTA
                    ON ASCENDING KEY SRT-SUB
                    INPUT PROCEDURE IS 0500-LIBERAR-ROTAS
                    OUTPUT PROCEDURE IS 0600-IMPRIMIR-RANKING.
               PERFORM 0900-FINALIZAR.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES'
                       ' ANTERIOR)...'.
               ACCEPT WRK-COMPETENCIA.
               IF WRK-COMPETENCIA = ZEROS
                   DIVIDE WRK-DATA-HOJE BY 10000
                          GIVING WRK-ANO-COMP REMAINDER WRK-DATA-CONV
                   DIVIDE WRK-DATA-CONV BY 100 GIVING WRK-MM-COMP
                   IF WRK-MM-COMP = 1
                       SUBTRACT 1 FROM WRK-ANO-COMP
                       MOVE 12 TO WRK-MM-COMP
                   ELSE
                       SUBTRACT 1 FROM WRK-MM-COMP
                   END-IF
                   COMPUTE WRK-COMPETENCIA =
                           (WRK-ANO-COMP * 100) + WRK-MM-COMP
               END-IF.
               MOVE ZEROS TO WRK-QT-SC.
               OPEN INPUT CARRPERF.
               IF NOT CARRPERF-OK
                   DISPLAY 'SEM HISTORICO DE DESEMPENHO (CARRPERF) -'
                           ' STATUS ' WRK-CARRPERF-STATUS
               END-IF.
               OPEN INPUT CARRMAST.
               IF CARRMAST-OK
                   MOVE 'S' TO WRK-CARRMAST-DISPONIVEL
               END-IF.

           0200-LER-CARRPERF.
               READ CARRPERF
                   AT END MOVE '10' TO WRK-CARRPERF-STATUS
               END-READ.

      *    ********** SO EVENTOS DA COMPETENCIA (DATA DA ENTREGA OU
      *    ********** DA COBRANCA) COM TRANSPORTADORA E UF
           0300-PROCESSAR-EVENTO.
               IF PERF-DATA(1:6) = WRK-COMPETENCIA
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE PERF-UF     TO WRK-UF-BUSCA
                   MOVE PERF-TRANSP TO WRK-TRANSP-BUSCA
                   IF PERF-TRANSP = ZEROS OR PERF-UF = SPACES
                       MOVE ZEROS TO WRK-SC-SUB
                   ELSE
                       PERFORM 0700-LOCALIZAR-ROTA
                   END-IF
                   IF WRK-SC-SUB = ZEROS
                       ADD 1 TO WRK-QT-SEM-ROTA
                   ELSE
                       EVALUATE TRUE
                           WHEN PERF-RETORNO
                               PERFORM 0310-REGISTRAR-RETORNO
                           WHEN PERF-COBRANCA
                               PERFORM 0320-REGISTRAR-COBRANCA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF.
               PERFORM 0200-LER-CARRPERF.

      *    ********** ENTREGA: PRAZO CONTRA A DATA PROMETIDA; OUTRO
      *    ********** CODIGO: OCORRENCIA DO TIPO
           0310-REGISTRAR-RETORNO.
               ADD 1 TO WRK-QT-RETORNOS.
               ADD 1 TO WRK-SC-QT-RET(WRK-SC-SUB).
               EVALUATE TRUE
                   WHEN PERF-ENTREGUE
                       ADD 1 TO WRK-SC-QT-ENTR(WRK-SC-SUB)
                       IF PERF-DT-PROMETIDA NOT = ZEROS
                           PERFORM 0315-MEDIR-PRAZO
                       END-IF
                   WHEN PERF-RECUSA
                       ADD 1 TO WRK-SC-QT-RECUSA(WRK-SC-SUB)
                   WHEN PERF-AVARIA
                       ADD 1 TO WRK-SC-QT-AVARIA(WRK-SC-SUB)
                   WHEN PERF-ENDERECO
                       ADD 1 TO WRK-SC-QT-ENDER(WRK-SC-SUB)
                   WHEN OTHER
                       ADD 1 TO WRK-SC-QT-OUTRAS(WRK-SC-SUB)
               END-EVALUATE.

           0315-MEDIR-PRAZO.
               ADD 1 TO WRK-SC-QT-MEDIDA(WRK-SC-SUB).
               MOVE PERF-DATA TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-ENTR.
               MOVE PERF-DT-PROMETIDA TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-PROM.
               COMPUTE WRK-ATRASO = WRK-DIAS-ENTR - WRK-DIAS-PROM.
               IF WRK-ATRASO > 0
                   ADD 1 TO WRK-SC-QT-ATRASO(WRK-SC-SUB)
                   ADD WRK-ATRASO TO WRK-SC-DIAS-ATR(WRK-SC-SUB)
               ELSE
                   ADD 1 TO WRK-SC-QT-PRAZO(WRK-SC-SUB)
               END-IF.

           0320-REGISTRAR-COBRANCA.
               ADD 1 TO WRK-QT-COBRANCAS.
               ADD 1 TO WRK-SC-QT-COBR(WRK-SC-SUB).
               ADD PERF-FRETE TO WRK-SC-VL-FRETE(WRK-SC-SUB).
               IF PERF-VALOR > 0
                   ADD 1 TO WRK-SC-QT-AMAIOR(WRK-SC-SUB)
                   ADD PERF-VALOR TO WRK-SC-VL-AMAIOR(WRK-SC-SUB)
                   ADD PERF-VALOR TO WRK-TOT-AMAIOR
               END-IF.

      *    ********** INDICADORES DA ROTA E NOTA = NO PRAZO MENOS
      *    ********** OCORRENCIAS MENOS SOBRECOBRANCA (EM %)
           0450-CALCULAR-NOTA.
               MOVE ZEROS TO WRK-SC-PCT-PRAZO(WRK-SC-SUB)
                             WRK-SC-ATR-MEDIO(WRK-SC-SUB)
                             WRK-SC-PCT-OCOR(WRK-SC-SUB)
                             WRK-SC-PCT-SOBRE(WRK-SC-SUB).
               IF WRK-SC-QT-MEDIDA(WRK-SC-SUB) > 0
                   COMPUTE WRK-SC-PCT-PRAZO(WRK-SC-SUB) ROUNDED =
                           WRK-SC-QT-PRAZO(WRK-SC-SUB) * 100
                           / WRK-SC-QT-MEDIDA(WRK-SC-SUB)
               END-IF.
               IF WRK-SC-QT-ATRASO(WRK-SC-SUB) > 0
                   COMPUTE WRK-SC-ATR-MEDIO(WRK-SC-SUB) ROUNDED =
                           WRK-SC-DIAS-ATR(WRK-SC-SUB)
                           / WRK-SC-QT-ATRASO(WRK-SC-SUB)
               END-IF.
               IF WRK-SC-QT-RET(WRK-SC-SUB) > 0
                   COMPUTE WRK-SC-PCT-OCOR(WRK-SC-SUB) ROUNDED =
                           (WRK-SC-QT-RET(WRK-SC-SUB)
                            - WRK-SC-QT-ENTR(WRK-SC-SUB)) * 100
                           / WRK-SC-QT-RET(WRK-SC-SUB)
               END-IF.
               IF WRK-SC-VL-FRETE(WRK-SC-SUB) > 0
                   COMPUTE WRK-SC-PCT-SOBRE(WRK-SC-SUB) ROUNDED =
                           WRK-SC-VL-AMAIOR(WRK-SC-SUB) * 100
                           / WRK-SC-VL-FRETE(WRK-SC-SUB)
                       ON SIZE ERROR
                           MOVE 999,9 TO WRK-SC-PCT-SOBRE(WRK-SC-SUB)
                   END-COMPUTE
               END-IF.
               COMPUTE WRK-SC-NOTA(WRK-SC-SUB) =
                       WRK-SC-PCT-PRAZO(WRK-SC-SUB)
                     - WRK-SC-PCT-OCOR(WRK-SC-SUB)
                     - WRK-SC-PCT-SOBRE(WRK-SC-SUB).

           0500-LIBERAR-ROTAS.
               PERFORM 0510-LIBERAR-ROTA
                       VARYING WRK-SC-SUB FROM 1 BY 1
                       UNTIL WRK-SC-SUB > WRK-QT-SC.

           0510-LIBERAR-ROTA.
               MOVE WRK-SC-UF(WRK-SC-SUB)   TO SRT-UF.
               MOVE WRK-SC-NOTA(WRK-SC-SUB) TO SRT-NOTA.
               MOVE WRK-SC-SUB TO SRT-SUB.
               RELEASE SRT-REC.

      *    ********** POR UF, DA MAIOR PARA A MENOR NOTA
           0600-IMPRIMIR-RANKING.
               OPEN OUTPUT CARRSCOR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'AVALIACAO DAS TRANSPORTADORAS POR ROTA -'
                      ' COMPETENCIA ' WRK-COMPETENCIA
                      '   OCORRENCIAS: 01 RECUSA  02 AVARIA'
                      '  03 ENDERECO NAO LOCALIZADO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'POS UF TR NOME' TO WRK-LINHA(1:14).
               MOVE 'RETORN'          TO WRK-LINHA(31:6).
               MOVE 'PRAZO%'          TO WRK-LINHA(37:6).
               MOVE 'ATRASO'          TO WRK-LINHA(44:6).
               MOVE 'RECUS%'          TO WRK-LINHA(51:6).
               MOVE 'AVAR.%'          TO WRK-LINHA(58:6).
               MOVE 'ENDER%'          TO WRK-LINHA(65:6).
               MOVE 'OUTR.%'          TO WRK-LINHA(72:6).
               MOVE 'OCORR%'          TO WRK-LINHA(79:6).
               MOVE 'COBRAN'          TO WRK-LINHA(86:6).
               MOVE 'COBRADO A MAIOR' TO WRK-LINHA(92:15).
               MOVE 'SOBR.%'          TO WRK-LINHA(108:6).
               MOVE 'NOTA'            TO WRK-LINHA(118:4).
               PERFORM 0690-GRAVAR-LINHA.
               MOVE ZEROS  TO WRK-RANK WRK-QT-PIORES.
               MOVE SPACES TO WRK-UF-ANT.
               MOVE 'N' TO WRK-TEM-PEND.
               MOVE 'N' TO WRK-FIM-SORT.
               PERFORM 0610-RETORNAR-ROTA.
               PERFORM 0620-LINHA-ROTA UNTIL FIM-SORT.
               PERFORM 0630-DESCARREGAR-PENDENTE.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE WRK-TOT-AMAIOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'EVENTOS DA COMPETENCIA ' WRK-QT-LIDOS
                      '  RETORNOS ' WRK-QT-RETORNOS
                      '  COBRANCAS ' WRK-QT-COBRANCAS
                      '  SEM ROTA ' WRK-QT-SEM-ROTA
                      '  ROTAS ' WRK-QT-SC
                      '  PIORES MARCADAS ' WRK-QT-PIORES
                      '  COBRADO A MAIOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               CLOSE CARRSCOR.

           0610-RETORNAR-ROTA.
               RETURN SCRSORT
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.

           0620-LINHA-ROTA.
               MOVE SRT-SUB TO WRK-SC-SUB.
               IF WRK-SC-UF(WRK-SC-SUB) NOT = WRK-UF-ANT
                   PERFORM 0630-DESCARREGAR-PENDENTE
                   MOVE WRK-SC-UF(WRK-SC-SUB) TO WRK-UF-ANT
                   MOVE ZEROS TO WRK-RANK
               ELSE
                   IF TEM-PEND
                       MOVE WRK-LINHA-PEND TO WRK-LINHA
                       PERFORM 0690-GRAVAR-LINHA
                   END-IF
               END-IF.
               ADD 1 TO WRK-RANK.
               MOVE 'NAO CADASTRADA' TO WRK-NOME.
               IF CARRMAST-DISPONIVEL
                   MOVE WRK-SC-UF(WRK-SC-SUB)     TO CR-UF
                   MOVE WRK-SC-TRANSP(WRK-SC-SUB) TO CR-TRANSP
                   READ CARRMAST
                       KEY IS CR-CHAVE
                       INVALID KEY
                           MOVE 'NAO CADASTRADA' TO CR-NOME
                   END-READ
                   MOVE CR-NOME TO WRK-NOME
               END-IF.
               MOVE ZEROS TO WRK-REC-ED WRK-AVA-ED WRK-END-ED
                             WRK-OUT-ED.
               IF WRK-SC-QT-RET(WRK-SC-SUB) > 0
                   MOVE WRK-SC-QT-RECUSA(WRK-SC-SUB) TO WRK-QT-OCOR
                   PERFORM 0640-PERCENTUAL-OCORRENCIA
                   MOVE WRK-PCT-OCOR TO WRK-REC-ED
                   MOVE WRK-SC-QT-AVARIA(WRK-SC-SUB) TO WRK-QT-OCOR
                   PERFORM 0640-PERCENTUAL-OCORRENCIA
                   MOVE WRK-PCT-OCOR TO WRK-AVA-ED
                   MOVE WRK-SC-QT-ENDER(WRK-SC-SUB) TO WRK-QT-OCOR
                   PERFORM 0640-PERCENTUAL-OCORRENCIA
                   MOVE WRK-PCT-OCOR TO WRK-END-ED
                   MOVE WRK-SC-QT-OUTRAS(WRK-SC-SUB) TO WRK-QT-OCOR
                   PERFORM 0640-PERCENTUAL-OCORRENCIA
                   MOVE WRK-PCT-OCOR TO WRK-OUT-ED
               END-IF.
               MOVE WRK-SC-QT-RET(WRK-SC-SUB)    TO WRK-QT-ED.
               MOVE WRK-SC-PCT-PRAZO(WRK-SC-SUB) TO WRK-PCT-ED.
               MOVE WRK-SC-ATR-MEDIO(WRK-SC-SUB) TO WRK-ATR-ED.
               MOVE WRK-SC-PCT-OCOR(WRK-SC-SUB)  TO WRK-OCO-ED.
               MOVE WRK-SC-QT-COBR(WRK-SC-SUB)   TO WRK-COBR-ED.
               MOVE WRK-SC-VL-AMAIOR(WRK-SC-SUB) TO WRK-VALOR-ED.
               MOVE WRK-SC-PCT-SOBRE(WRK-SC-SUB) TO WRK-SOB-ED.
               MOVE WRK-SC-NOTA(WRK-SC-SUB)      TO WRK-NOTA-ED.
               MOVE SPACES TO WRK-LINHA-PEND.
               STRING WRK-RANK ' ' WRK-SC-UF(WRK-SC-SUB) ' '
                      WRK-SC-TRANSP(WRK-SC-SUB) ' ' WRK-NOME ' '
                      WRK-QT-ED ' ' WRK-PCT-ED '  ' WRK-ATR-ED '  '
                      WRK-REC-ED '  ' WRK-AVA-ED '  ' WRK-END-ED
                      '  ' WRK-OUT-ED '  ' WRK-OCO-ED '  '
                      WRK-COBR-ED ' ' WRK-VALOR-ED '  ' WRK-SOB-ED
                      ' ' WRK-NOTA-ED
                      DELIMITED BY SIZE INTO WRK-LINHA-PEND
               END-STRING.
               MOVE 'S' TO WRK-TEM-PEND.
               PERFORM 0610-RETORNAR-ROTA.

      *    ********** ULTIMA LINHA DA UF - COM MAIS DE UMA
      *    ********** TRANSPORTADORA NA ROTA, E A PIOR DELA
           0630-DESCARREGAR-PENDENTE.
               IF TEM-PEND
                   MOVE WRK-LINHA-PEND TO WRK-LINHA
                   IF WRK-RANK > 1
                       MOVE '*PIOR ROTA' TO WRK-LINHA(123:10)
                       ADD 1 TO WRK-QT-PIORES
                   END-IF
                   PERFORM 0690-GRAVAR-LINHA
                   MOVE 'N' TO WRK-TEM-PEND
               END-IF.

           0640-PERCENTUAL-OCORRENCIA.
               COMPUTE WRK-PCT-OCOR ROUNDED =
                       WRK-QT-OCOR * 100 / WRK-SC-QT-RET(WRK-SC-SUB).

           0690-GRAVAR-LINHA.
               MOVE WRK-LINHA TO CARRSCOR-REC.
               WRITE CARRSCOR-REC.

      *    ********** LOCALIZA (OU ABRE) A ROTA NA TABELA; SUB ZERO
      *    ********** QUANDO A TABELA ESTA CHEIA
           0700-LOCALIZAR-ROTA.
               MOVE 'N' TO WRK-SC-ACHADO.
               PERFORM 0710-COMPARAR-ROTA
                       VARYING WRK-SC-SUB FROM 1 BY 1
                       UNTIL WRK-SC-SUB > WRK-QT-SC
                       OR SC-ACHADO.
               IF SC-ACHADO
                   SUBTRACT 1 FROM WRK-SC-SUB
               ELSE
                   IF WRK-QT-SC < 1000
                       ADD 1 TO WRK-QT-SC
                       MOVE WRK-QT-SC TO WRK-SC-SUB
                       PERFORM 0720-ABRIR-ROTA
                   ELSE
                       MOVE ZEROS TO WRK-SC-SUB
                   END-IF
               END-IF.

           0710-COMPARAR-ROTA.
               IF WRK-SC-UF(WRK-SC-SUB) = WRK-UF-BUSCA
                   AND WRK-SC-TRANSP(WRK-SC-SUB) = WRK-TRANSP-BUSCA
                   MOVE 'S' TO WRK-SC-ACHADO
               END-IF.

           0720-ABRIR-ROTA.
               MOVE WRK-UF-BUSCA     TO WRK-SC-UF(WRK-SC-SUB).
               MOVE WRK-TRANSP-BUSCA TO WRK-SC-TRANSP(WRK-SC-SUB).
               MOVE ZEROS TO WRK-SC-QT-RET(WRK-SC-SUB)
                             WRK-SC-QT-ENTR(WRK-SC-SUB)
                             WRK-SC-QT-MEDIDA(WRK-SC-SUB)
                             WRK-SC-QT-PRAZO(WRK-SC-SUB)
                             WRK-SC-QT-ATRASO(WRK-SC-SUB)
                             WRK-SC-DIAS-ATR(WRK-SC-SUB)
                             WRK-SC-QT-RECUSA(WRK-SC-SUB)
                             WRK-SC-QT-AVARIA(WRK-SC-SUB)
                             WRK-SC-QT-ENDER(WRK-SC-SUB)
                             WRK-SC-QT-OUTRAS(WRK-SC-SUB)
                             WRK-SC-QT-COBR(WRK-SC-SUB)
                             WRK-SC-QT-AMAIOR(WRK-SC-SUB)
                             WRK-SC-VL-FRETE(WRK-SC-SUB)
                             WRK-SC-VL-AMAIOR(WRK-SC-SUB).

           0900-FINALIZAR.
               IF CARRMAST-DISPONIVEL
                   CLOSE CARRMAST
               END-IF.
               DISPLAY 'AVALIACAO DAS TRANSPORTADORAS GRAVADA EM'
                       ' CARRSCOR - ROTAS ' WRK-QT-SC
                       ' PIORES MARCADAS ' WRK-QT-PIORES.
               IF WRK-QT-SEM-ROTA > 0
                   DISPLAY 'EVENTOS SEM TRANSPORTADORA/UF OU ALEM DA'
                           ' TABELA DE ROTAS: ' WRK-QT-SEM-ROTA
               END-IF.

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
