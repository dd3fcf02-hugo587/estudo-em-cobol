           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB120.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RELATORIO DAS PROVISOES COM ESTORNO AUTOMATICO.
      *    LE O ESTLOG GRAVADO PELO PROGCOB06 E, PARA CADA PROVISAO
      *    DA COMPETENCIA INFORMADA (ZEROS = TODAS), MOSTRA O
      *    LANCAMENTO ORIGINAL, A DATA AGENDADA DO ESTORNO E A
      *    SITUACAO: PENDENTE (AINDA NO ESTPEND), ESTORNADO (COM A
      *    DATA DA RODADA QUE LANCOU) OU BLOQUEADO. O ESTORNO
      *    BLOQUEADO (COMPETENCIA FECHADA NO PERLOCK OU REJEITADO NA
      *    CRITICA) FOI PARA O LEDGSUSP E E LISTADO A PARTE, PARA A
      *    CONTABILIDADE REPOSTAR PELA MESA DE SUSPENSOS (PROGCOB85).
      *    SAI NO ARQUIVO ESTREP.
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
               SELECT ESTLOG ASSIGN TO "ESTLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ESTLOG-STATUS.
               SELECT ESTREP ASSIGN TO "ESTREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ESTREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ESTLOG.
           01  EL-REC.
               05 EL-EVENTO       PIC X(01).
                  88 EL-PROVISAO  VALUE 'A'.
                  88 EL-ESTORNADO VALUE 'E'.
                  88 EL-BLOQUEADO VALUE 'B'.
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

           FD  ESTREP.
           01  ESTREP-REC         PIC X(132).

           WORKING-STORAGE SECTION.
           77 WRK-ESTLOG-STATUS PIC X(02) VALUE SPACES.
               88 ESTLOG-OK      VALUE '00'.
               88 ESTLOG-EOF     VALUE '10'.
           77 WRK-ESTREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           77 WRK-COMPET-ORIGEM PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PROV       PIC 9(04) VALUE ZEROS.
           77 WRK-PV-SUB        PIC 9(04) VALUE ZEROS.
           77 WRK-PV-ACHADA     PIC 9(04) VALUE ZEROS.
           77 WRK-TAB-CHEIA     PIC X(01) VALUE 'N'.
               88 TAB-PROV-CHEIA VALUE 'S'.
           77 WRK-QT-PENDENTES  PIC 9(04) VALUE ZEROS.
           77 WRK-QT-ESTORNADOS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-BLOQUEADOS PIC 9(04) VALUE ZEROS.
           77 WRK-VL-PENDENTES  PIC 9(11)V99 VALUE ZEROS.
           77 WRK-VL-ESTORNADOS PIC 9(11)V99 VALUE ZEROS.
           77 WRK-VL-BLOQUEADOS PIC 9(11)V99 VALUE ZEROS.
           77 WRK-SITUACAO-ED   PIC X(24) VALUE SPACES.
           77 WRK-VALOR-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA         PIC X(132) VALUE SPACES.

      *    ********** PROVISOES DO ESTLOG COM A SITUACAO DO ESTORNO
      *    ********** (P = PENDENTE, E = ESTORNADO, B = BLOQUEADO)
           01 WRK-TAB-PROV.
               02 WRK-PV OCCURS 3000 TIMES.
                   05 PV-ID          PIC X(18).
                   05 PV-CONTA       PIC 9(05).
                   05 PV-TIPO        PIC X(01).
                   05 PV-VALOR       PIC 9(08)V99.
                   05 PV-DESCRICAO   PIC X(20).
                   05 PV-DATA-ORIGEM PIC 9(08).
                   05 PV-DATA-ESTORNO PIC 9(08).
                   05 PV-SITUACAO    PIC X(01).
                   05 PV-DATA-SIT    PIC 9(08).
                   05 PV-MOTIVO      PIC X(01).
                   05 PV-COMPET-FECHADA PIC 9(06).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'COMPETENCIA DAS PROVISOES (AAAAMM, ZEROS ='
                       ' TODAS)...'.
               ACCEPT WRK-COMPETENCIA.
               PERFORM 0100-CARREGAR-ESTLOG.
               PERFORM 0300-EMITIR-RELATORIO.
               DISPLAY 'PROVISOES.........' WRK-QT-PROV.
               DISPLAY 'ESTORNOS PENDENTES.' WRK-QT-PENDENTES.
               DISPLAY 'ESTORNOS LANCADOS..' WRK-QT-ESTORNADOS.
               DISPLAY 'ESTORNOS BLOQUEADOS' WRK-QT-BLOQUEADOS.
               DISPLAY 'RELATORIO GRAVADO EM ESTREP'.
               GOBACK.

           0100-CARREGAR-ESTLOG.
               OPEN INPUT ESTLOG.
               IF NOT ESTLOG-OK
                   DISPLAY 'LOG DE ESTORNOS INDISPONIVEL - STATUS '
                           WRK-ESTLOG-STATUS
               ELSE
                   PERFORM 0110-LER-ESTLOG
                   PERFORM 0120-TRATAR-EVENTO UNTIL ESTLOG-EOF
                   CLOSE ESTLOG
               END-IF.
               IF TAB-PROV-CHEIA
                   DISPLAY 'MAIS DE 3000 PROVISOES - INFORME UMA'
                           ' COMPETENCIA'
               END-IF.

           0110-LER-ESTLOG.
               READ ESTLOG
                   AT END MOVE '10' TO WRK-ESTLOG-STATUS
               END-READ.

           0120-TRATAR-EVENTO.
               DIVIDE EL-DATA-ORIGEM BY 100 GIVING WRK-COMPET-ORIGEM.
               IF WRK-COMPETENCIA = ZEROS
                   OR WRK-COMPET-ORIGEM = WRK-COMPETENCIA
                   IF EL-PROVISAO
                       PERFORM 0130-GUARDAR-PROVISAO
                   ELSE
                       PERFORM 0140-ATUALIZAR-SITUACAO
                   END-IF
               END-IF.
               PERFORM 0110-LER-ESTLOG.

           0130-GUARDAR-PROVISAO.
               IF WRK-QT-PROV < 3000
                   ADD 1 TO WRK-QT-PROV
                   MOVE EL-ID           TO PV-ID(WRK-QT-PROV)
                   MOVE EL-CONTA        TO PV-CONTA(WRK-QT-PROV)
                   MOVE EL-TIPO         TO PV-TIPO(WRK-QT-PROV)
                   MOVE EL-VALOR        TO PV-VALOR(WRK-QT-PROV)
                   MOVE EL-DESCRICAO    TO PV-DESCRICAO(WRK-QT-PROV)
                   MOVE EL-DATA-ORIGEM  TO PV-DATA-ORIGEM(WRK-QT-PROV)
                   MOVE EL-DATA-ESTORNO
                        TO PV-DATA-ESTORNO(WRK-QT-PROV)
                   MOVE 'P'             TO PV-SITUACAO(WRK-QT-PROV)
                   MOVE ZEROS           TO PV-DATA-SIT(WRK-QT-PROV)
                   MOVE SPACE           TO PV-MOTIVO(WRK-QT-PROV)
                   MOVE ZEROS
                        TO PV-COMPET-FECHADA(WRK-QT-PROV)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF.

           0140-ATUALIZAR-SITUACAO.
               MOVE ZEROS TO WRK-PV-ACHADA.
               PERFORM 0145-COMPARAR-ID
                       VARYING WRK-PV-SUB FROM 1 BY 1
                       UNTIL WRK-PV-SUB > WRK-QT-PROV
                          OR WRK-PV-ACHADA > 0.
               IF WRK-PV-ACHADA > 0
                   MOVE EL-EVENTO      TO PV-SITUACAO(WRK-PV-ACHADA)
                   MOVE EL-DATA-EVENTO TO PV-DATA-SIT(WRK-PV-ACHADA)
                   MOVE EL-MOTIVO      TO PV-MOTIVO(WRK-PV-ACHADA)
                   MOVE EL-COMPET-FECHADA
                        TO PV-COMPET-FECHADA(WRK-PV-ACHADA)
               END-IF.

           0145-COMPARAR-ID.
               IF PV-ID(WRK-PV-SUB) = EL-ID
                   MOVE WRK-PV-SUB TO WRK-PV-ACHADA
               END-IF.

           0300-EMITIR-RELATORIO.
               OPEN OUTPUT ESTREP.
               MOVE SPACES TO WRK-LINHA.
               IF WRK-COMPETENCIA = ZEROS
                   STRING 'PROVISOES COM ESTORNO AUTOMATICO - TODAS AS'
                          ' COMPETENCIAS - EMITIDO EM ' WRK-DATA-HOJE
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               ELSE
                   STRING 'PROVISOES COM ESTORNO AUTOMATICO - '
                          'COMPETENCIA ' WRK-COMPETENCIA
                          ' - EMITIDO EM ' WRK-DATA-HOJE
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               END-IF.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE 'DATA     CONTA D/C            VALOR DESCRICAO'
                    TO WRK-LINHA.
               MOVE 'ESTORNO  SITUACAO' TO WRK-LINHA(70:17).
               PERFORM 0390-GRAVAR-LINHA.
               PERFORM 0310-EMITIR-PROVISAO
                       VARYING WRK-PV-SUB FROM 1 BY 1
                       UNTIL WRK-PV-SUB > WRK-QT-PROV.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE WRK-VL-PENDENTES TO WRK-VALOR-ED.
               STRING 'PENDENTES.... ' WRK-QT-PENDENTES
                      ' VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE WRK-VL-ESTORNADOS TO WRK-VALOR-ED.
               STRING 'ESTORNADOS... ' WRK-QT-ESTORNADOS
                      ' VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE WRK-VL-BLOQUEADOS TO WRK-VALOR-ED.
               STRING 'BLOQUEADOS... ' WRK-QT-BLOQUEADOS
                      ' VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0390-GRAVAR-LINHA.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE 'ESTORNOS BLOQUEADOS (ENVIADOS AO LEDGSUSP - '
                    TO WRK-LINHA.
               MOVE 'REPOSTAR PELO PROGCOB85)' TO WRK-LINHA(45:24).
               PERFORM 0390-GRAVAR-LINHA.
               IF WRK-QT-BLOQUEADOS = ZEROS
                   MOVE '  NENHUM' TO WRK-LINHA
                   PERFORM 0390-GRAVAR-LINHA
               ELSE
                   PERFORM 0320-EMITIR-BLOQUEADO
                           VARYING WRK-PV-SUB FROM 1 BY 1
                           UNTIL WRK-PV-SUB > WRK-QT-PROV
               END-IF.
               CLOSE ESTREP.

           0310-EMITIR-PROVISAO.
               EVALUATE PV-SITUACAO(WRK-PV-SUB)
                   WHEN 'E'
                       ADD 1 TO WRK-QT-ESTORNADOS
                       ADD PV-VALOR(WRK-PV-SUB) TO WRK-VL-ESTORNADOS
                       MOVE SPACES TO WRK-SITUACAO-ED
                       STRING 'ESTORNADO EM '
                              PV-DATA-SIT(WRK-PV-SUB)
                              DELIMITED BY SIZE INTO WRK-SITUACAO-ED
                       END-STRING
                   WHEN 'B'
                       ADD 1 TO WRK-QT-BLOQUEADOS
                       ADD PV-VALOR(WRK-PV-SUB) TO WRK-VL-BLOQUEADOS
                       MOVE 'BLOQUEADO' TO WRK-SITUACAO-ED
                   WHEN OTHER
                       ADD 1 TO WRK-QT-PENDENTES
                       ADD PV-VALOR(WRK-PV-SUB) TO WRK-VL-PENDENTES
                       MOVE 'PENDENTE' TO WRK-SITUACAO-ED
               END-EVALUATE.
               MOVE PV-VALOR(WRK-PV-SUB) TO WRK-VALOR-ED.
               STRING PV-DATA-ORIGEM(WRK-PV-SUB) ' '
                      PV-CONTA(WRK-PV-SUB) '  '
                      PV-TIPO(WRK-PV-SUB) ' '
                      WRK-VALOR-ED ' '
                      PV-DESCRICAO(WRK-PV-SUB)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE PV-DATA-ESTORNO(WRK-PV-SUB) TO WRK-LINHA(70:8).
               MOVE WRK-SITUACAO-ED TO WRK-LINHA(79:24).
               PERFORM 0390-GRAVAR-LINHA.

           0320-EMITIR-BLOQUEADO.
               IF PV-SITUACAO(WRK-PV-SUB) = 'B'
                   MOVE PV-VALOR(WRK-PV-SUB) TO WRK-VALOR-ED
                   STRING PV-DATA-ESTORNO(WRK-PV-SUB) ' '
                          PV-CONTA(WRK-PV-SUB) ' '
                          WRK-VALOR-ED ' '
                          PV-DESCRICAO(WRK-PV-SUB)
                          ' EM ' PV-DATA-SIT(WRK-PV-SUB)
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   IF PV-MOTIVO(WRK-PV-SUB) = 'F'
                       STRING ' - COMPETENCIA FECHADA ATE '
                              PV-COMPET-FECHADA(WRK-PV-SUB)
                              DELIMITED BY SIZE INTO WRK-LINHA(82:40)
                       END-STRING
                   ELSE
                       MOVE ' - REJEITADO NA CRITICA DO RAZAO'
                            TO WRK-LINHA(82:40)
                   END-IF
                   PERFORM 0390-GRAVAR-LINHA
               END-IF.

           0390-GRAVAR-LINHA.
               MOVE WRK-LINHA TO ESTREP-REC.
               WRITE ESTREP-REC.
               MOVE SPACES TO WRK-LINHA.
