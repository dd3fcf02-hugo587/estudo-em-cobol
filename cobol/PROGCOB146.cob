           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB146.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = PROMOCAO DE FIM DE ANO E VIRADA DAS TURMAS. NO
      *    LUGAR DA SECRETARIA MUDAR ALUNO POR ALUNO NO STUDMAST E
      *    REDIGITAR AS MATRICULAS NO PROGCOB97, DECIDE PROMOVIDO OU
      *    RETIDO PARA CADA ALUNO COM TURMA, PELO RESULTADO FINAL DO
      *    TRANSCPT NO ULTIMO TERMO DO ANO (JA COM AS RECUPERACOES DO
      *    PROGCOB98) E PELA FREQUENCIA ANUAL (ATTFILE, MINIMO DE 75
      *    POR CENTO). O DESTINO SAI DO MAPEAMENTO DE TURMAS
      *    (TURMAMAP: TURMA ATUAL, TURMA DOS PROMOVIDOS E TURMA DOS
      *    RETIDOS; PROMOVIDO SEM TURMA SEGUINTE E CONCLUINTE). NO
      *    MODO L SO IMPRIME A ATA DE PROMOCAO POR TURMA (PROMOLST)
      *    PARA O CONSELHO DE CLASSE, SEM GRAVAR NADA; NO MODO E
      *    IMPRIME A MESMA ATA E EFETIVA: CRIA AS TURMAS DO ANO NOVO
      *    NO TURMMAST, MATRICULA NO PRIMEIRO TERMO DO ANO NOVO
      *    (ENROLLMT), ATUALIZA STU-TURMA E DESATIVA AS TURMAS
      *    ANTIGAS QUE NAO CONTINUAM. ALUNO JA MATRICULADO NO TERMO
      *    NOVO NA TURMA QUE TEM HOJE JA FOI VIRADO E NAO E TOCADO -
      *    O MODO E PODE SER RODADO DE NOVO SEM PROMOVER DUAS VEZES.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - PENDENCIA FINANCEIRA NA VIRADA: O ALUNO
      *                         CUJO RESPONSAVEL TEM MENSALIDADES EM
      *                         ATRASO ACIMA DO LIMITE DO DELQPAR
      *                         (DLQPROC) SAI MARCADO NA ATA; COM A
      *                         POLITICA R NAO E REMATRICULADO E FICA
      *                         PENDENTE ATE REGULARIZAR (NOVA RODADA
      *                         DO MODO E O VIRA).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDMAST ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-MATRICULA
                   FILE STATUS IS WRK-STUDMAST-STATUS.
               SELECT TRANSCPT ASSIGN TO "TRANSCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRC-CHAVE
                   FILE STATUS IS WRK-TRANSCPT-STATUS.
               SELECT ATTFILE ASSIGN TO "ATTFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATT-CHAVE
                   FILE STATUS IS WRK-ATTFILE-STATUS.
               SELECT ENROLLMT ASSIGN TO "ENROLLMT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-CHAVE
                   FILE STATUS IS WRK-ENROLLMT-STATUS.
               SELECT TURMMAST ASSIGN TO "TURMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TUR-CODIGO
                   FILE STATUS IS WRK-TURMMAST-STATUS.
               SELECT TURMAMAP ASSIGN TO "TURMAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TURMAMAP-STATUS.
               SELECT PROMOLST ASSIGN TO "PROMOLST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PROMOLST-STATUS.
               SELECT STUFIN ASSIGN TO "STUFIN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STF-MATRICULA
                   FILE STATUS IS WRK-STUFIN-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT DELQPAR ASSIGN TO "DELQPAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DELQPAR-STATUS.
               SELECT PROMSORT ASSIGN TO "PROMSORT".
           DATA DIVISION.
           FILE SECTION.
           FD  STUDMAST.
           01  STU-REC.
               05 STU-MATRICULA   PIC 9(06).
               05 STU-NOME        PIC X(20).
               05 STU-TURMA       PIC X(06).

           FD  TRANSCPT.
           01  TRANSCPT-REC.
               05 TRC-CHAVE.
                   10 TRC-MATRICULA  PIC 9(06).
                   10 TRC-TERMO      PIC 9(06).
                   10 TRC-MATERIA    PIC 9(03).
               05 TRC-NOTA1          PIC 9(02)V9.
               05 TRC-NOTA2          PIC 9(02)V9.
               05 TRC-NOTA3          PIC 9(02)V9.
               05 TRC-MEDIA          PIC 9(02)V9.
               05 TRC-RESULTADO      PIC X(12).
               05 TRC-FREQ-PCT       PIC 9(03)V9.

           FD  ATTFILE.
           01  ATT-REC.
               05 ATT-CHAVE.
                   10 ATT-MATRICULA PIC 9(06).
                   10 ATT-TERMO     PIC 9(06).
                   10 ATT-MATERIA   PIC 9(03).
               05 ATT-QT-AULAS  PIC 9(03).
               05 ATT-QT-FALTAS PIC 9(03).

           FD  ENROLLMT.
           01  ENR-REC.
               05 ENR-CHAVE.
                   10 ENR-TURMA     PIC X(06).
                   10 ENR-TERMO     PIC 9(06).
                   10 ENR-MATRICULA PIC 9(06).

           FD  TURMMAST.
           01  TUR-REC.
               05 TUR-CODIGO     PIC X(06).
               05 TUR-NOME       PIC X(20).
               05 TUR-COD-PROF   PIC X(06).
               05 FILLER         PIC X(14).
               05 TUR-ATIVA      PIC X(01).
                  88 TUR-ATIVA-SIM VALUE 'S'.

           FD  TURMAMAP.
           01  TMP-REC.
               05 TMP-TURMA-ATUAL   PIC X(06).
               05 TMP-TURMA-PROMOV  PIC X(06).
               05 TMP-NOME-PROMOV   PIC X(20).
               05 TMP-TURMA-RETIDO  PIC X(06).
               05 TMP-NOME-RETIDO   PIC X(20).

           FD  PROMOLST.
           01  PROMOLST-REC       PIC X(80).

           FD  STUFIN.
           01  STF-REC.
               05 STF-MATRICULA   PIC 9(06).
               05 STF-CLIENTE-RESP PIC 9(06).
               05 STF-IRMAO       PIC X(01).
               05 STF-BOLSA       PIC X(01).
               05 STF-ATIVO       PIC X(01).

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

           FD  DELQPAR.
           01  DQP-REC.
               05 DQP-POLITICA     PIC X(01).
               05 DQP-PARC-LIMITE  PIC 9(02).
               05 DQP-VALOR-LIMITE PIC 9(08)V99.

           SD  PROMSORT.
           01  SRT-REC.
               05 SRT-TURMA       PIC X(06).
               05 SRT-MATRICULA   PIC 9(06).
               05 SRT-NOME        PIC X(20).
               05 SRT-SITUACAO    PIC X(01).
                  88 SRT-PROMOVIDO     VALUE 'P'.
                  88 SRT-CONCLUINTE    VALUE 'C'.
                  88 SRT-RETIDO        VALUE 'R'.
                  88 SRT-RETIDO-FALTA  VALUE 'F'.
                  88 SRT-SEM-RESULTADO VALUE 'S'.
                  88 SRT-SEM-MAPA      VALUE 'M'.
                  88 SRT-JA-VIRADO     VALUE 'J'.
                  88 SRT-MUDA-TURMA    VALUE 'P' 'C' 'R' 'F'.
               05 SRT-QT-REPROV   PIC 9(02).
               05 SRT-FREQ-PCT    PIC 9(03)V9.
               05 SRT-DESTINO     PIC X(06).
               05 SRT-FINANC      PIC X(01).
                  88 SRT-FIN-RETIDO    VALUE 'R'.
                  88 SRT-FIN-MARCADO   VALUE 'M'.

           WORKING-STORAGE SECTION.
           77 WRK-STUDMAST-STATUS PIC X(02) VALUE SPACES.
               88 STUDMAST-OK        VALUE '00'.
               88 STUDMAST-EOF       VALUE '10'.
           77 WRK-TRANSCPT-STATUS PIC X(02) VALUE SPACES.
               88 TRANSCPT-OK        VALUE '00'.
           77 WRK-ATTFILE-STATUS PIC X(02) VALUE SPACES.
               88 ATTFILE-OK         VALUE '00'.
           77 WRK-ENROLLMT-STATUS PIC X(02) VALUE SPACES.
               88 ENROLLMT-OK        VALUE '00'.
           77 WRK-TURMMAST-STATUS PIC X(02) VALUE SPACES.
               88 TURMMAST-OK        VALUE '00'.
           77 WRK-TURMAMAP-STATUS PIC X(02) VALUE SPACES.
               88 TURMAMAP-OK        VALUE '00'.
               88 TURMAMAP-EOF       VALUE '10'.
           77 WRK-PROMOLST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STUFIN-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DELQPAR-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-ATTFILE-DISP    PIC X(01) VALUE 'N'.
               88 ATTFILE-DISPONIVEL VALUE 'S'.
      *    ********** PARAMETROS DA VIRADA
           77 WRK-TERMO-FINAL  PIC 9(06) VALUE ZEROS.
           77 WRK-TERMO-NOVO   PIC 9(06) VALUE ZEROS.
           77 WRK-MAX-REPROV   PIC 9(02) VALUE ZEROS.
           77 WRK-MODO         PIC X(01) VALUE SPACES.
               88 MODO-LISTA     VALUE 'L'.
               88 MODO-EFETIVAR  VALUE 'E'.
           77 WRK-CONFIRMA     PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-PARAM-OK     PIC X(01) VALUE 'N'.
               88 PARAMETROS-OK VALUE 'S'.
           77 WRK-ANO          PIC 9(04) VALUE ZEROS.
           77 WRK-TERMO-INI    PIC 9(06) VALUE ZEROS.
           77 WRK-TERMO-FIM    PIC 9(06) VALUE ZEROS.
      *    ********** FREQUENCIA MINIMA ANUAL
           77 WRK-FREQ-MINIMA  PIC 9(03)V9 VALUE 75,0.
      *    ********** MAPEAMENTO DE TURMAS (TURMAMAP)
           01 WRK-TAB-MAPA.
               05 WRK-MAPA OCCURS 200 TIMES.
                   10 WRK-MAP-ATUAL       PIC X(06).
                   10 WRK-MAP-PROMOV      PIC X(06).
                   10 WRK-MAP-NOME-PROMOV PIC X(20).
                   10 WRK-MAP-RETIDO      PIC X(06).
                   10 WRK-MAP-NOME-RETIDO PIC X(20).
           77 WRK-QT-MAPA      PIC 9(03) VALUE ZEROS.
           77 WRK-IDX          PIC 9(03) VALUE ZEROS.
           77 WRK-IDX2         PIC 9(03) VALUE ZEROS.
           77 WRK-MAP-ACHADO   PIC 9(03) VALUE ZEROS.
           77 WRK-TURMA-PROCURA PIC X(06) VALUE SPACES.
           77 WRK-TURMA-NOVA   PIC X(06) VALUE SPACES.
           77 WRK-NOME-NOVA    PIC X(20) VALUE SPACES.
           77 WRK-CONTINUA     PIC X(01) VALUE 'N'.
               88 TURMA-CONTINUA VALUE 'S'.
      *    ********** APURACAO DO ALUNO
           77 WRK-FIM-ALUNO    PIC X(01) VALUE 'N'.
               88 FIM-ALUNO     VALUE 'S'.
           77 WRK-QT-MATERIAS  PIC 9(03) VALUE ZEROS.
           77 WRK-QT-REPROV    PIC 9(02) VALUE ZEROS.
           77 WRK-QT-AULAS     PIC 9(05) VALUE ZEROS.
           77 WRK-QT-FALTAS    PIC 9(05) VALUE ZEROS.
           77 WRK-FREQ-PCT     PIC 9(03)V9 VALUE ZEROS.
      *    ********** ATA DE PROMOCAO
           77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
               88 FIM-SORT      VALUE 'S'.
           77 WRK-TURMA-ANT    PIC X(06) VALUE SPACES.
           77 WRK-SITUACAO-TXT PIC X(14) VALUE SPACES.
           77 WRK-LINHA        PIC X(80) VALUE SPACES.
           77 WRK-FREQ-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-TU-PROMOV    PIC 9(04) VALUE ZEROS.
           77 WRK-TU-CONCLUI   PIC 9(04) VALUE ZEROS.
           77 WRK-TU-RETIDO    PIC 9(04) VALUE ZEROS.
           77 WRK-TU-PENDENTE  PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PROMOV    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-CONCLUI   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-RETIDO    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PENDENTE  PIC 9(06) VALUE ZEROS.
           77 WRK-QT-TURMAS-CRIADAS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-TURMAS-DESATIV PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PEND-FINANC PIC 9(06) VALUE ZEROS.
           COPY DLQCOM.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF PARAMETROS-OK
                   IF MODO-EFETIVAR
                       PERFORM 0150-CRIAR-TURMAS
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QT-MAPA
                   END-IF
                   SORT PROMSORT
                        ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
                        INPUT PROCEDURE IS 0200-SELECIONAR-ALUNOS
                        OUTPUT PROCEDURE IS 0400-EMITIR-ATA
                   IF MODO-EFETIVAR
                       PERFORM 0700-DESATIVAR-TURMA
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QT-MAPA
                   END-IF
                   PERFORM 0800-FINALIZAR
               END-IF.
               STOP RUN.

           0100-INICIALIZAR.
               MOVE 'N' TO WRK-PARAM-OK.
               DISPLAY 'ULTIMO TERMO DO ANO A ENCERRAR (AAAAPP)...'.
               ACCEPT WRK-TERMO-FINAL.
               DISPLAY 'PRIMEIRO TERMO DO ANO NOVO (AAAAPP)...'.
               ACCEPT WRK-TERMO-NOVO.
               DISPLAY 'MAXIMO DE MATERIAS REPROVADAS PARA'
                       ' PROMOVER (00 = NENHUMA)...'.
               ACCEPT WRK-MAX-REPROV.
               DISPLAY 'MODO (L = ATA PARA O CONSELHO, SEM GRAVAR /'
                       ' E = EFETIVAR)...'.
               ACCEPT WRK-MODO.
               EVALUATE TRUE
                   WHEN WRK-TERMO-FINAL = ZEROS
                        OR WRK-TERMO-NOVO NOT > WRK-TERMO-FINAL
                       DISPLAY 'TERMOS INVALIDOS - O TERMO NOVO TEM DE'
                               ' SER POSTERIOR AO FINAL'
                   WHEN NOT MODO-LISTA AND NOT MODO-EFETIVAR
                       DISPLAY 'MODO INVALIDO'
                   WHEN OTHER
                       MOVE 'S' TO WRK-PARAM-OK
               END-EVALUATE.
               IF PARAMETROS-OK AND MODO-EFETIVAR
                   DISPLAY 'A ATA FOI APROVADA PELO CONSELHO? CONFIRMA'
                           ' A VIRADA DAS TURMAS (S/N)...'
                   MOVE SPACES TO WRK-CONFIRMA
                   ACCEPT WRK-CONFIRMA
                   IF NOT CONFIRMOU
                       DISPLAY 'VIRADA CANCELADA'
                       MOVE 'N' TO WRK-PARAM-OK
                   END-IF
               END-IF.
               IF PARAMETROS-OK
                   DIVIDE WRK-TERMO-FINAL BY 100 GIVING WRK-ANO
                   COMPUTE WRK-TERMO-INI = WRK-ANO * 100
                   COMPUTE WRK-TERMO-FIM = WRK-ANO * 100 + 99
                   PERFORM 0110-CARREGAR-MAPA
                   IF WRK-QT-MAPA = ZEROS
                       DISPLAY 'MAPEAMENTO DE TURMAS (TURMAMAP) VAZIO'
                               ' OU INDISPONIVEL'
                       MOVE 'N' TO WRK-PARAM-OK
                   END-IF
               END-IF.
               IF PARAMETROS-OK
                   PERFORM 0120-ABRIR-ARQUIVOS
               END-IF.

           0110-CARREGAR-MAPA.
               MOVE ZEROS TO WRK-QT-MAPA.
               OPEN INPUT TURMAMAP.
               IF TURMAMAP-OK
                   PERFORM 0115-LER-MAPA
                   PERFORM 0116-GUARDAR-MAPA UNTIL TURMAMAP-EOF
                   CLOSE TURMAMAP
               END-IF.

           0115-LER-MAPA.
               READ TURMAMAP
                   AT END MOVE '10' TO WRK-TURMAMAP-STATUS
               END-READ.

           0116-GUARDAR-MAPA.
               IF WRK-QT-MAPA < 200 AND TMP-TURMA-ATUAL NOT = SPACES
                   ADD 1 TO WRK-QT-MAPA
                   MOVE TMP-TURMA-ATUAL  TO WRK-MAP-ATUAL(WRK-QT-MAPA)
                   MOVE TMP-TURMA-PROMOV TO WRK-MAP-PROMOV(WRK-QT-MAPA)
                   MOVE TMP-NOME-PROMOV
                        TO WRK-MAP-NOME-PROMOV(WRK-QT-MAPA)
                   MOVE TMP-TURMA-RETIDO TO WRK-MAP-RETIDO(WRK-QT-MAPA)
                   MOVE TMP-NOME-RETIDO
                        TO WRK-MAP-NOME-RETIDO(WRK-QT-MAPA)
               END-IF.
               PERFORM 0115-LER-MAPA.

           0120-ABRIR-ARQUIVOS.
               OPEN INPUT TRANSCPT.
               IF NOT TRANSCPT-OK
                   DISPLAY 'HISTORICO ESCOLAR INDISPONIVEL -'
                           ' STATUS ' WRK-TRANSCPT-STATUS
                   MOVE 'N' TO WRK-PARAM-OK
               END-IF.
               MOVE 'N' TO WRK-ATTFILE-DISP.
               OPEN INPUT ATTFILE.
               IF ATTFILE-OK
                   MOVE 'S' TO WRK-ATTFILE-DISP
               ELSE
                   DISPLAY 'FREQUENCIA (ATTFILE) INDISPONIVEL -'
                           ' FREQUENCIA ANUAL CONSIDERADA 100'
               END-IF.
               IF MODO-EFETIVAR
                   OPEN I-O STUDMAST
                   OPEN I-O TURMMAST
                   IF WRK-TURMMAST-STATUS = '35'
                       CLOSE TURMMAST
                       OPEN OUTPUT TURMMAST
                       CLOSE TURMMAST
                       OPEN I-O TURMMAST
                   END-IF
                   OPEN I-O ENROLLMT
                   IF WRK-ENROLLMT-STATUS = '35'
                       CLOSE ENROLLMT
                       OPEN OUTPUT ENROLLMT
                       CLOSE ENROLLMT
                       OPEN I-O ENROLLMT
                   END-IF
               ELSE
                   OPEN INPUT STUDMAST
                   OPEN INPUT TURMMAST
                   OPEN INPUT ENROLLMT
               END-IF.
               IF NOT STUDMAST-OK
                   DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL -'
                           ' STATUS ' WRK-STUDMAST-STATUS
                   MOVE 'N' TO WRK-PARAM-OK
               END-IF.
               IF PARAMETROS-OK
                   OPEN OUTPUT PROMOLST
                   PERFORM 9450-ABRIR-INADIMPL
               END-IF.

      *    ********** TURMAS DO ANO NOVO (PROMOVIDOS E RETIDOS) QUE
      *    ********** AINDA NAO EXISTEM NO TURMMAST; O PROFESSOR E
      *    ********** ATRIBUIDO DEPOIS NO PROGCOB97
           0150-CRIAR-TURMAS.
               MOVE WRK-MAP-PROMOV(WRK-IDX)      TO WRK-TURMA-NOVA.
               MOVE WRK-MAP-NOME-PROMOV(WRK-IDX) TO WRK-NOME-NOVA.
               PERFORM 0155-CRIAR-TURMA.
               MOVE WRK-MAP-RETIDO(WRK-IDX)      TO WRK-TURMA-NOVA.
               MOVE WRK-MAP-NOME-RETIDO(WRK-IDX) TO WRK-NOME-NOVA.
               PERFORM 0155-CRIAR-TURMA.

           0155-CRIAR-TURMA.
               IF WRK-TURMA-NOVA NOT = SPACES
                   MOVE WRK-TURMA-NOVA TO TUR-CODIGO
                   READ TURMMAST
                       KEY IS TUR-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-TURMMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-TURMMAST-STATUS
                   END-READ
                   IF NOT TURMMAST-OK
                       MOVE SPACES         TO TUR-REC
                       MOVE WRK-TURMA-NOVA TO TUR-CODIGO
                       MOVE WRK-NOME-NOVA  TO TUR-NOME
                       MOVE 'S'            TO TUR-ATIVA
                       WRITE TUR-REC
                       ADD 1 TO WRK-QT-TURMAS-CRIADAS
                   ELSE
                       IF NOT TUR-ATIVA-SIM
                           MOVE 'S' TO TUR-ATIVA
                           REWRITE TUR-REC
                       END-IF
                   END-IF
               END-IF.

      *    ********** DECISAO DE CADA ALUNO COM TURMA, SEM GRAVAR
      *    ********** NADA - A EFETIVACAO E NA SAIDA DO SORT
           0200-SELECIONAR-ALUNOS.
               MOVE '00' TO WRK-STUDMAST-STATUS.
               PERFORM 0210-AVALIAR-ALUNO THRU 0210-SAIDA
                       UNTIL STUDMAST-EOF.

           0210-AVALIAR-ALUNO.
               READ STUDMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STUDMAST-STATUS
               END-READ.
               IF STUDMAST-EOF OR STU-TURMA = SPACES
                   GO TO 0210-SAIDA
               END-IF.
               MOVE STU-TURMA     TO SRT-TURMA.
               MOVE STU-MATRICULA TO SRT-MATRICULA.
               MOVE STU-NOME      TO SRT-NOME.
               MOVE ZEROS         TO SRT-QT-REPROV SRT-FREQ-PCT.
               MOVE SPACES        TO SRT-DESTINO SRT-FINANC.
               MOVE STU-TURMA TO WRK-TURMA-PROCURA.
               PERFORM 0220-PROCURAR-MAPA.
               IF WRK-MAP-ACHADO = ZEROS
                   MOVE 'M' TO SRT-SITUACAO
                   RELEASE SRT-REC
                   GO TO 0210-SAIDA
               END-IF.
               MOVE STU-TURMA     TO ENR-TURMA.
               MOVE WRK-TERMO-NOVO TO ENR-TERMO.
               MOVE STU-MATRICULA TO ENR-MATRICULA.
               READ ENROLLMT
                   KEY IS ENR-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-ENROLLMT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ENROLLMT-STATUS
               END-READ.
               IF ENROLLMT-OK
                   MOVE 'J' TO SRT-SITUACAO
                   MOVE STU-TURMA TO SRT-DESTINO
                   RELEASE SRT-REC
                   GO TO 0210-SAIDA
               END-IF.
               PERFORM 0230-APURAR-RESULTADOS.
               PERFORM 0240-APURAR-FREQUENCIA.
               MOVE WRK-QT-REPROV TO SRT-QT-REPROV.
               MOVE WRK-FREQ-PCT  TO SRT-FREQ-PCT.
               EVALUATE TRUE
                   WHEN WRK-QT-MATERIAS = ZEROS
                       MOVE 'S' TO SRT-SITUACAO
                   WHEN WRK-FREQ-PCT < WRK-FREQ-MINIMA
                       MOVE 'F' TO SRT-SITUACAO
                   WHEN WRK-QT-REPROV > WRK-MAX-REPROV
                       MOVE 'R' TO SRT-SITUACAO
                   WHEN WRK-MAP-PROMOV(WRK-MAP-ACHADO) = SPACES
                       MOVE 'C' TO SRT-SITUACAO
                   WHEN OTHER
                       MOVE 'P' TO SRT-SITUACAO
                       MOVE WRK-MAP-PROMOV(WRK-MAP-ACHADO)
                            TO SRT-DESTINO
               END-EVALUATE.
               IF SRT-RETIDO OR SRT-RETIDO-FALTA
                   IF WRK-MAP-RETIDO(WRK-MAP-ACHADO) = SPACES
                       MOVE STU-TURMA TO SRT-DESTINO
                   ELSE
                       MOVE WRK-MAP-RETIDO(WRK-MAP-ACHADO)
                            TO SRT-DESTINO
                   END-IF
               END-IF.
               IF SRT-DESTINO NOT = SPACES
                   PERFORM 0250-CONFERIR-FINANCEIRO
               END-IF.
               RELEASE SRT-REC.
           0210-SAIDA.
               EXIT.

           0220-PROCURAR-MAPA.
               MOVE ZEROS TO WRK-MAP-ACHADO.
               PERFORM 0225-COMPARAR-MAPA
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-MAPA
                       OR WRK-MAP-ACHADO > ZEROS.

           0225-COMPARAR-MAPA.
               IF WRK-MAP-ATUAL(WRK-IDX) = WRK-TURMA-PROCURA
                   MOVE WRK-IDX TO WRK-MAP-ACHADO
               END-IF.

      *    ********** REMATRICULA COM MENSALIDADES EM ATRASO ACIMA
      *    ********** DO LIMITE: RETER OU MARCAR, CONFORME O DELQPAR
           0250-CONFERIR-FINANCEIRO.
               MOVE STU-MATRICULA TO DLQ-MATRICULA.
               PERFORM 9460-APURAR-INADIMPL.
               IF DLQ-ACIMA-LIMITE
                   IF DLQ-POLIT-RETER
                       MOVE 'R' TO SRT-FINANC
                   ELSE
                       MOVE 'M' TO SRT-FINANC
                   END-IF
               END-IF.

      *    ********** RESULTADO FINAL DE CADA MATERIA NO ULTIMO TERMO
      *    ********** DO ANO; RECUPERACAO SEM NOTA LANCADA NO
      *    ********** PROGCOB98 CONTA COMO REPROVACAO
           0230-APURAR-RESULTADOS.
               MOVE ZEROS TO WRK-QT-MATERIAS WRK-QT-REPROV.
               MOVE 'N' TO WRK-FIM-ALUNO.
               MOVE STU-MATRICULA   TO TRC-MATRICULA.
               MOVE WRK-TERMO-FINAL TO TRC-TERMO.
               MOVE ZEROS           TO TRC-MATERIA.
               START TRANSCPT KEY IS NOT LESS THAN TRC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START.
               PERFORM 0235-CONTAR-MATERIA UNTIL FIM-ALUNO.

           0235-CONTAR-MATERIA.
               READ TRANSCPT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ.
               IF NOT FIM-ALUNO
                   IF TRC-MATRICULA NOT = STU-MATRICULA
                      OR TRC-TERMO NOT = WRK-TERMO-FINAL
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       ADD 1 TO WRK-QT-MATERIAS
                       IF TRC-RESULTADO = 'REPROVADO'
                          OR TRC-RESULTADO = 'REPROV FALTA'
                          OR TRC-RESULTADO = 'RECUPERACAO'
                           ADD 1 TO WRK-QT-REPROV
                       END-IF
                   END-IF
               END-IF.

      *    ********** FREQUENCIA ANUAL: AULAS E FALTAS DE TODAS AS
      *    ********** MATERIAS EM TODOS OS TERMOS DO ANO; SEM
      *    ********** REGISTRO VALE 100, COMO NO PROGCOB08
           0240-APURAR-FREQUENCIA.
               MOVE ZEROS TO WRK-QT-AULAS WRK-QT-FALTAS.
               MOVE 100,0 TO WRK-FREQ-PCT.
               IF ATTFILE-DISPONIVEL
                   MOVE 'N' TO WRK-FIM-ALUNO
                   MOVE STU-MATRICULA TO ATT-MATRICULA
                   MOVE WRK-TERMO-INI TO ATT-TERMO
                   MOVE ZEROS         TO ATT-MATERIA
                   START ATTFILE KEY IS NOT LESS THAN ATT-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ALUNO
                   END-START
                   PERFORM 0245-SOMAR-FREQUENCIA UNTIL FIM-ALUNO
                   IF WRK-QT-AULAS > ZEROS
                       COMPUTE WRK-FREQ-PCT ROUNDED =
                               ((WRK-QT-AULAS - WRK-QT-FALTAS)
                               * 100) / WRK-QT-AULAS
                   END-IF
               END-IF.

           0245-SOMAR-FREQUENCIA.
               READ ATTFILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ.
               IF NOT FIM-ALUNO
                   IF ATT-MATRICULA NOT = STU-MATRICULA
                      OR ATT-TERMO > WRK-TERMO-FIM
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       ADD ATT-QT-AULAS  TO WRK-QT-AULAS
                       ADD ATT-QT-FALTAS TO WRK-QT-FALTAS
                   END-IF
               END-IF.

      *    ********** ATA DE PROMOCAO POR TURMA; NO MODO E CADA
      *    ********** ALUNO DECIDIDO E EFETIVADO NA MESMA PASSADA
           0400-EMITIR-ATA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ATA DE PROMOCAO - ANO ' WRK-ANO
                      ' - TERMO FINAL ' WRK-TERMO-FINAL
                      ' - ANO NOVO ' WRK-TERMO-NOVO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               IF MODO-EFETIVAR
                   MOVE 'VIRADA EFETIVADA' TO WRK-LINHA
               ELSE
                   MOVE 'PARA O CONSELHO DE CLASSE - NADA FOI GRAVADO'
                        TO WRK-LINHA
               END-IF.
               PERFORM 0490-IMPRIMIR.
               MOVE 'N' TO WRK-FIM-SORT.
               MOVE SPACES TO WRK-TURMA-ANT.
               PERFORM 0410-TRATAR-ALUNO UNTIL FIM-SORT.
               IF WRK-TURMA-ANT NOT = SPACES
                   PERFORM 0430-TOTAL-TURMA
               END-IF.
               MOVE ALL '=' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL GERAL - PROMOVIDOS ' WRK-QT-PROMOV
                      ' CONCLUINTES ' WRK-QT-CONCLUI
                      ' RETIDOS ' WRK-QT-RETIDO
                      ' PENDENTES ' WRK-QT-PENDENTE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.

           0410-TRATAR-ALUNO.
               RETURN PROMSORT
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.
               IF NOT FIM-SORT
                   IF SRT-TURMA NOT = WRK-TURMA-ANT
                       IF WRK-TURMA-ANT NOT = SPACES
                           PERFORM 0430-TOTAL-TURMA
                       END-IF
                       PERFORM 0420-CABECALHO-TURMA
                   END-IF
                   PERFORM 0440-LINHA-ALUNO
                   IF MODO-EFETIVAR AND SRT-MUDA-TURMA
                      AND NOT SRT-FIN-RETIDO
                       PERFORM 0450-EFETIVAR-ALUNO
                   END-IF
               END-IF.

           0420-CABECALHO-TURMA.
               MOVE SRT-TURMA TO WRK-TURMA-ANT.
               MOVE ZEROS TO WRK-TU-PROMOV WRK-TU-CONCLUI
                             WRK-TU-RETIDO WRK-TU-PENDENTE.
               MOVE SRT-TURMA TO TUR-CODIGO.
               READ TURMMAST
                   KEY IS TUR-CODIGO
                   INVALID KEY
                       MOVE 'TURMA NAO CADASTRADA' TO TUR-NOME
               END-READ.
               MOVE ALL '=' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TURMA ' SRT-TURMA ' ' TUR-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'MATRIC'   TO WRK-LINHA(1:6).
               MOVE 'NOME'     TO WRK-LINHA(9:4).
               MOVE 'REPR'     TO WRK-LINHA(31:4).
               MOVE 'FREQ'     TO WRK-LINHA(37:4).
               MOVE 'SITUACAO' TO WRK-LINHA(44:8).
               MOVE 'DESTINO'  TO WRK-LINHA(60:7).
               MOVE 'FINANCEIRO' TO WRK-LINHA(68:10).
               PERFORM 0490-IMPRIMIR.

           0430-TOTAL-TURMA.
               MOVE SPACES TO WRK-LINHA.
               STRING '  PROMOVIDOS ' WRK-TU-PROMOV
                      ' CONCLUINTES ' WRK-TU-CONCLUI
                      ' RETIDOS ' WRK-TU-RETIDO
                      ' PENDENTES ' WRK-TU-PENDENTE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.

           0440-LINHA-ALUNO.
               EVALUATE TRUE
                   WHEN SRT-PROMOVIDO
                       MOVE 'PROMOVIDO' TO WRK-SITUACAO-TXT
                   WHEN SRT-CONCLUINTE
                       MOVE 'CONCLUINTE' TO WRK-SITUACAO-TXT
                   WHEN SRT-RETIDO
                       MOVE 'RETIDO' TO WRK-SITUACAO-TXT
                   WHEN SRT-RETIDO-FALTA
                       MOVE 'RETIDO FALTA' TO WRK-SITUACAO-TXT
                   WHEN SRT-SEM-RESULTADO
                       MOVE 'SEM RESULTADO' TO WRK-SITUACAO-TXT
                   WHEN SRT-SEM-MAPA
                       MOVE 'SEM MAPEAMENTO' TO WRK-SITUACAO-TXT
                   WHEN OTHER
                       MOVE 'JA VIRADO' TO WRK-SITUACAO-TXT
               END-EVALUATE.
               PERFORM 0445-CONTAR-SITUACAO.
               MOVE SPACES TO WRK-LINHA.
               MOVE SRT-MATRICULA    TO WRK-LINHA(1:6).
               MOVE SRT-NOME         TO WRK-LINHA(9:20).
               MOVE SRT-QT-REPROV    TO WRK-LINHA(32:2).
               MOVE SRT-FREQ-PCT     TO WRK-FREQ-ED.
               MOVE WRK-FREQ-ED      TO WRK-LINHA(36:5).
               MOVE WRK-SITUACAO-TXT TO WRK-LINHA(44:14).
               MOVE SRT-DESTINO      TO WRK-LINHA(60:6).
               IF SRT-FIN-RETIDO
                   MOVE 'RETIDO-PEND' TO WRK-LINHA(68:11)
               END-IF.
               IF SRT-FIN-MARCADO
                   MOVE 'PENDENCIA' TO WRK-LINHA(68:9)
               END-IF.
               PERFORM 0490-IMPRIMIR.

      *    ********** RETIDO POR PENDENCIA FINANCEIRA NAO VIRA E
      *    ********** CONTA COMO PENDENTE
           0445-CONTAR-SITUACAO.
               EVALUATE TRUE
                   WHEN SRT-FIN-RETIDO
                       ADD 1 TO WRK-TU-PENDENTE WRK-QT-PENDENTE
                       ADD 1 TO WRK-QT-PEND-FINANC
                   WHEN SRT-PROMOVIDO
                       ADD 1 TO WRK-TU-PROMOV WRK-QT-PROMOV
                   WHEN SRT-CONCLUINTE
                       ADD 1 TO WRK-TU-CONCLUI WRK-QT-CONCLUI
                   WHEN SRT-RETIDO OR SRT-RETIDO-FALTA
                       ADD 1 TO WRK-TU-RETIDO WRK-QT-RETIDO
                   WHEN OTHER
                       ADD 1 TO WRK-TU-PENDENTE WRK-QT-PENDENTE
               END-EVALUATE.

      *    ********** MATRICULA NO PRIMEIRO TERMO DO ANO NOVO E
      *    ********** TURMA NOVA NO CADASTRO; CONCLUINTE FICA SEM
      *    ********** TURMA
           0450-EFETIVAR-ALUNO.
               IF SRT-DESTINO NOT = SPACES
                   MOVE SRT-DESTINO    TO ENR-TURMA
                   MOVE WRK-TERMO-NOVO TO ENR-TERMO
                   MOVE SRT-MATRICULA  TO ENR-MATRICULA
                   WRITE ENR-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF.
               MOVE SRT-MATRICULA TO STU-MATRICULA.
               READ STUDMAST
                   KEY IS STU-MATRICULA
                   INVALID KEY
                       MOVE '23' TO WRK-STUDMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STUDMAST-STATUS
               END-READ.
               IF STUDMAST-OK
                   MOVE SRT-DESTINO TO STU-TURMA
                   REWRITE STU-REC
               END-IF.

           0490-IMPRIMIR.
               MOVE WRK-LINHA TO PROMOLST-REC.
               WRITE PROMOLST-REC.

      *    ********** TURMA ANTIGA QUE NAO E DESTINO DE NENHUMA LINHA
      *    ********** DO MAPEAMENTO DEIXA DE SER ATIVA
           0700-DESATIVAR-TURMA.
               MOVE 'N' TO WRK-CONTINUA.
               PERFORM 0710-CONFERIR-DESTINO
                       VARYING WRK-IDX2 FROM 1 BY 1
                       UNTIL WRK-IDX2 > WRK-QT-MAPA
                       OR TURMA-CONTINUA.
               IF NOT TURMA-CONTINUA
                   MOVE WRK-MAP-ATUAL(WRK-IDX) TO TUR-CODIGO
                   READ TURMMAST
                       KEY IS TUR-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-TURMMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-TURMMAST-STATUS
                   END-READ
                   IF TURMMAST-OK AND TUR-ATIVA-SIM
                       MOVE 'N' TO TUR-ATIVA
                       REWRITE TUR-REC
                       ADD 1 TO WRK-QT-TURMAS-DESATIV
                   END-IF
               END-IF.

           0710-CONFERIR-DESTINO.
               IF WRK-MAP-PROMOV(WRK-IDX2) = WRK-MAP-ATUAL(WRK-IDX)
                  OR WRK-MAP-RETIDO(WRK-IDX2) = WRK-MAP-ATUAL(WRK-IDX)
                   MOVE 'S' TO WRK-CONTINUA
               END-IF.
               IF WRK-MAP-RETIDO(WRK-IDX2) = SPACES
                  AND WRK-MAP-ATUAL(WRK-IDX2) = WRK-MAP-ATUAL(WRK-IDX)
                   MOVE 'S' TO WRK-CONTINUA
               END-IF.

           0800-FINALIZAR.
               CLOSE STUDMAST.
               CLOSE TRANSCPT.
               CLOSE TURMMAST.
               CLOSE ENROLLMT.
               CLOSE PROMOLST.
               IF ATTFILE-DISPONIVEL
                   CLOSE ATTFILE
               END-IF.
               PERFORM 9455-FECHAR-INADIMPL.
               DISPLAY '------------------------------'.
               DISPLAY ' PROMOCAO DE FIM DE ANO ' WRK-ANO.
               DISPLAY '------------------------------'.
               DISPLAY ' PROMOVIDOS........... ' WRK-QT-PROMOV.
               DISPLAY ' CONCLUINTES.......... ' WRK-QT-CONCLUI.
               DISPLAY ' RETIDOS.............. ' WRK-QT-RETIDO.
               DISPLAY ' PENDENTES............ ' WRK-QT-PENDENTE.
               DISPLAY '   POR PEND. FINANCEIRA ' WRK-QT-PEND-FINANC.
               IF MODO-EFETIVAR
                   DISPLAY ' TURMAS CRIADAS....... '
                           WRK-QT-TURMAS-CRIADAS
                   DISPLAY ' TURMAS DESATIVADAS... '
                           WRK-QT-TURMAS-DESATIV
               ELSE
                   DISPLAY ' ATA EM PROMOLST - NADA FOI GRAVADO'
               END-IF.
               DISPLAY '------------------------------'.

           COPY DLQPROC.
