      *****************************************************
      ***   COPYBOOK DLQPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFOS COMUNS DA INADIMPLENCIA DE
      ***              MENSALIDADE - VER DLQCOM. O PROGRAMA
      ***              HOSPEDEIRO DEVE TER COPY DLQCOM NA
      ***              WORKING-STORAGE E DECLARAR SELECT/FD DE:
      ***              STUFIN (INDEXED, CHAVE STF-MATRICULA, LAYOUT
      ***              DO PROGCOB99 - LRECL 15), CONTASREC
      ***              (INDEXED, CHAVE AR-CHAVE, LAYOUT DO
      ***              PROGCOB40 - LRECL 53) E DELQPAR (LINE
      ***              SEQUENTIAL, DQP-POLITICA X(01),
      ***              DQP-PARC-LIMITE 9(02), DQP-VALOR-LIMITE
      ***              9(08)V99), COM OS CAMPOS WRK-STUFIN-STATUS,
      ***              WRK-CONTASREC-STATUS E WRK-DELQPAR-STATUS.
      ***              USO: PERFORM 9450-ABRIR-INADIMPL NO INICIO
      ***              (LE A POLITICA E ABRE STUFIN E CONTASREC EM
      ***              ENTRADA; SE NAO ABRIREM, A VERIFICACAO FICA
      ***              DESLIGADA E NINGUEM E RETIDO - COM A POLITICA
      ***              N O ATRASO E APURADO, MAS NINGUEM FICA ACIMA
      ***              DO LIMITE); PARA CADA
      ***              ALUNO, MOVER A MATRICULA PARA DLQ-MATRICULA
      ***              E PERFORM 9460-APURAR-INADIMPL; NO FIM,
      ***              PERFORM 9455-FECHAR-INADIMPL. OS REGISTROS
      ***              DO STUFIN E DO CONTASREC NA AREA DO FD NAO
      ***              SAO PRESERVADOS.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9450-9499, LIVRE NA FAIXA DO
      ***                        AUDPROC (9400-9410).
      *****************************************************
       9450-ABRIR-INADIMPL.
           ACCEPT DLQ-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DELQPAR.
           IF WRK-DELQPAR-STATUS = '00'
               READ DELQPAR
                   AT END CONTINUE
               END-READ
               IF WRK-DELQPAR-STATUS = '00'
                   MOVE DQP-POLITICA     TO DLQ-POLITICA
                   MOVE DQP-PARC-LIMITE  TO DLQ-PARC-LIMITE
                   MOVE DQP-VALOR-LIMITE TO DLQ-VALOR-LIMITE
               END-IF
               CLOSE DELQPAR
           END-IF.
           IF NOT DLQ-POLIT-RETER AND NOT DLQ-POLIT-DESLIGADA
               MOVE 'M' TO DLQ-POLITICA
           END-IF.
           MOVE 'N' TO DLQ-ARQUIVOS.
           OPEN INPUT STUFIN.
           OPEN INPUT CONTASREC.
           IF WRK-STUFIN-STATUS = '00'
              AND WRK-CONTASREC-STATUS = '00'
               MOVE 'S' TO DLQ-ARQUIVOS
           ELSE
               DISPLAY 'CADASTRO FINANCEIRO OU CONTAS A RECEBER'
                       ' INDISPONIVEL - INADIMPLENCIA NAO'
                       ' VERIFICADA'
               IF WRK-STUFIN-STATUS = '00'
                   CLOSE STUFIN
               END-IF
               IF WRK-CONTASREC-STATUS = '00'
                   CLOSE CONTASREC
               END-IF
               MOVE 'N' TO DLQ-POLITICA
           END-IF.

       9455-FECHAR-INADIMPL.
           IF DLQ-ARQUIVOS-ABERTOS
               CLOSE STUFIN
               CLOSE CONTASREC
               MOVE 'N' TO DLQ-ARQUIVOS
           END-IF.

      ***  RESPONSAVEL DO ALUNO E SUAS MENSALIDADES VENCIDAS
       9460-APURAR-INADIMPL.
           MOVE ZEROS TO DLQ-CLIENTE DLQ-QT-PARCELAS
                         DLQ-VALOR-VENCIDO DLQ-MESES-ATRASO
                         DLQ-DT-MAIS-ANTIGA.
           MOVE 'N' TO DLQ-SITUACAO.
           IF DLQ-ARQUIVOS-ABERTOS
               MOVE DLQ-MATRICULA TO STF-MATRICULA
               READ STUFIN
                   KEY IS STF-MATRICULA
                   INVALID KEY
                       MOVE '23' TO WRK-STUFIN-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STUFIN-STATUS
               END-READ
               IF WRK-STUFIN-STATUS = '00'
                  AND STF-CLIENTE-RESP NOT = ZEROS
                   MOVE STF-CLIENTE-RESP TO DLQ-CLIENTE
                   MOVE DLQ-CLIENTE      TO AR-CLIENTE
                   MOVE DLQ-FAIXA-MENSAL TO AR-FATURA
                   MOVE ZEROS            TO AR-PARCELA
                   MOVE 'N' TO DLQ-FIM-LEITURA
                   START CONTASREC KEY IS GREATER THAN AR-CHAVE
                       INVALID KEY
                           MOVE 'S' TO DLQ-FIM-LEITURA
                   END-START
                   PERFORM 9470-LER-TITULO UNTIL DLQ-FIM
                   PERFORM 9480-FECHAR-SITUACAO
               END-IF
           END-IF.

      ***  VENCIDA = VENCIMENTO ANTES DE HOJE COM SALDO; O ENCARGO
      ***  (PARCELA 90-99) ENTRA NO VALOR MAS NAO CONTA COMO MES
       9470-LER-TITULO.
           READ CONTASREC NEXT RECORD
               AT END
                   MOVE 'S' TO DLQ-FIM-LEITURA
           END-READ.
           IF NOT DLQ-FIM
               IF AR-CLIENTE NOT = DLQ-CLIENTE
                   MOVE 'S' TO DLQ-FIM-LEITURA
               ELSE
                   IF (AR-STATUS = 'A' OR AR-STATUS = 'P')
                      AND AR-SALDO > ZEROS
                      AND AR-DT-VENCTO < DLQ-DATA-HOJE
                       ADD AR-SALDO TO DLQ-VALOR-VENCIDO
                       IF AR-PARCELA < 90
                           ADD 1 TO DLQ-QT-PARCELAS
                       END-IF
                       IF DLQ-DT-MAIS-ANTIGA = ZEROS
                          OR AR-DT-VENCTO < DLQ-DT-MAIS-ANTIGA
                           MOVE AR-DT-VENCTO TO DLQ-DT-MAIS-ANTIGA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ***  MESES DESDE O VENCIMENTO MAIS ANTIGO (MES CHEIO SO
      ***  DEPOIS DE PASSADO O DIA DO VENCIMENTO) E LIMITE
       9480-FECHAR-SITUACAO.
           IF DLQ-DT-MAIS-ANTIGA NOT = ZEROS
               COMPUTE DLQ-MESES-ATRASO =
                       ((DLQ-HOJE-ANO * 12) + DLQ-HOJE-MES)
                     - ((DLQ-ANT-ANO * 12) + DLQ-ANT-MES)
               IF DLQ-HOJE-DIA < DLQ-ANT-DIA
                  AND DLQ-MESES-ATRASO > ZEROS
                   SUBTRACT 1 FROM DLQ-MESES-ATRASO
               END-IF
           END-IF.
           IF NOT DLQ-POLIT-DESLIGADA
              AND DLQ-QT-PARCELAS > ZEROS
              AND DLQ-QT-PARCELAS >= DLQ-PARC-LIMITE
              AND DLQ-VALOR-VENCIDO >= DLQ-VALOR-LIMITE
               MOVE 'S' TO DLQ-SITUACAO
           END-IF.
