           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB147.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RELACAO DE INADIMPLENCIA ESCOLAR POR TURMA PARA
      *    A TESOURARIA. PARA CADA ALUNO DO STUDMAST, APURA AS
      *    MENSALIDADES VENCIDAS E NAO PAGAS DO RESPONSAVEL (STUFIN/
      *    CONTASREC, DLQPROC) E IMPRIME NO INADLST, AGRUPADO POR
      *    TURMA, QUEM TEM ATRASO: RESPONSAVEL, PARCELAS VENCIDAS,
      *    VALOR EM ATRASO, VENCIMENTO MAIS ANTIGO, MESES DE ATRASO
      *    E O QUE A POLITICA DO DELQPAR MANDA FAZER (RETER OU
      *    MARCAR) QUANDO PASSA DO LIMITE. A DIVIDA E DO
      *    RESPONSAVEL - IRMAOS REPETEM O MESMO VALOR NAS LINHAS, E
      *    O TOTAL GERAL SOMA CADA RESPONSAVEL UMA VEZ SO.
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
               SELECT STUDMAST ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-MATRICULA
                   FILE STATUS IS WRK-STUDMAST-STATUS.
               SELECT TURMMAST ASSIGN TO "TURMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TUR-CODIGO
                   FILE STATUS IS WRK-TURMMAST-STATUS.
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
               SELECT INADLST ASSIGN TO "INADLST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INADLST-STATUS.
               SELECT INADSORT ASSIGN TO "INADSORT".
           DATA DIVISION.
           FILE SECTION.
           FD  STUDMAST.
           01  STU-REC.
               05 STU-MATRICULA   PIC 9(06).
               05 STU-NOME        PIC X(20).
               05 STU-TURMA       PIC X(06).

           FD  TURMMAST.
           01  TUR-REC.
               05 TUR-CODIGO     PIC X(06).
               05 TUR-NOME       PIC X(20).
               05 TUR-COD-PROF   PIC X(06).
               05 FILLER         PIC X(14).
               05 TUR-ATIVA      PIC X(01).

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

           FD  INADLST.
           01  INADLST-REC        PIC X(80).

           SD  INADSORT.
           01  SRT-REC.
               05 SRT-TURMA       PIC X(06).
               05 SRT-MATRICULA   PIC 9(06).
               05 SRT-NOME        PIC X(20).
               05 SRT-CLIENTE     PIC 9(06).
               05 SRT-QT-PARCELAS PIC 9(03).
               05 SRT-VALOR       PIC 9(10)V99.
               05 SRT-DT-ANTIGA   PIC 9(08).
               05 SRT-MESES       PIC 9(03).
               05 SRT-ACIMA       PIC X(01).
                  88 SRT-ACIMA-LIMITE VALUE 'S'.

           WORKING-STORAGE SECTION.
           77 WRK-STUDMAST-STATUS PIC X(02) VALUE SPACES.
               88 STUDMAST-OK        VALUE '00'.
               88 STUDMAST-EOF       VALUE '10'.
           77 WRK-TURMMAST-STATUS PIC X(02) VALUE SPACES.
               88 TURMMAST-OK        VALUE '00'.
           77 WRK-STUFIN-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DELQPAR-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-INADLST-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-SO-ACIMA     PIC X(01) VALUE 'N'.
               88 SO-ACIMA-LIMITE VALUE 'S'.
           77 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
               88 FIM-SORT      VALUE 'S'.
           77 WRK-TURMA-ANT    PIC X(06) VALUE SPACES.
           77 WRK-PRIMEIRA     PIC X(01) VALUE 'S'.
               88 PRIMEIRA-TURMA VALUE 'S'.
           77 WRK-LINHA        PIC X(80) VALUE SPACES.
           77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PARC-ED      PIC ZZ9 VALUE ZEROS.
           77 WRK-MESES-ED     PIC ZZ9 VALUE ZEROS.
           01 WRK-DATA-AUX     PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-AUX-PARTES REDEFINES WRK-DATA-AUX.
               05 WRK-AUX-ANO  PIC 9(04).
               05 WRK-AUX-MES  PIC 9(02).
               05 WRK-AUX-DIA  PIC 9(02).
           01 WRK-DATA-ED.
               05 WRK-ED-DIA   PIC 9(02).
               05 FILLER       PIC X(01) VALUE '/'.
               05 WRK-ED-MES   PIC 9(02).
               05 FILLER       PIC X(01) VALUE '/'.
               05 WRK-ED-ANO   PIC 9(04).
           77 WRK-POLITICA-TXT PIC X(07) VALUE SPACES.
      *    ********** TOTAIS DA TURMA E GERAIS
           77 WRK-TU-ALUNOS    PIC 9(04) VALUE ZEROS.
           77 WRK-TU-ACIMA     PIC 9(04) VALUE ZEROS.
           77 WRK-TU-VALOR     PIC 9(10)V99 VALUE ZEROS.
           77 WRK-QT-ALUNOS    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-ACIMA     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-LIDOS     PIC 9(06) VALUE ZEROS.
           77 WRK-VALOR-GERAL  PIC 9(11)V99 VALUE ZEROS.
      *    ********** RESPONSAVEIS JA SOMADOS NO TOTAL GERAL
           01 WRK-TAB-RESP.
               05 WRK-RESP OCCURS 2000 TIMES PIC 9(06).
           77 WRK-QT-RESP      PIC 9(04) VALUE ZEROS.
           77 WRK-IDX          PIC 9(04) VALUE ZEROS.
           77 WRK-RESP-ACHADO  PIC X(01) VALUE 'N'.
               88 RESP-JA-SOMADO VALUE 'S'.
           COPY DLQCOM.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               OPEN INPUT STUDMAST.
               IF NOT STUDMAST-OK
                   DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL -'
                           ' STATUS ' WRK-STUDMAST-STATUS
               ELSE
                   PERFORM 9450-ABRIR-INADIMPL
                   IF NOT DLQ-ARQUIVOS-ABERTOS
                       DISPLAY 'RELACAO NAO EMITIDA'
                   ELSE
                       DISPLAY 'SO OS ACIMA DO LIMITE DA POLITICA'
                               ' (S/N)...'
                       ACCEPT WRK-SO-ACIMA
                       OPEN INPUT TURMMAST
                       OPEN OUTPUT INADLST
                       SORT INADSORT
                            ON ASCENDING KEY SRT-TURMA SRT-MATRICULA
                            INPUT PROCEDURE IS 0200-SELECIONAR-ALUNOS
                            OUTPUT PROCEDURE IS 0400-EMITIR-RELACAO
                       CLOSE TURMMAST
                       CLOSE INADLST
                       PERFORM 9455-FECHAR-INADIMPL
                       PERFORM 0800-RESUMO
                   END-IF
                   CLOSE STUDMAST
               END-IF.
               GOBACK.

      *    ********** SO ENTRA QUEM TEM MENSALIDADE VENCIDA
           0200-SELECIONAR-ALUNOS.
               MOVE '00' TO WRK-STUDMAST-STATUS.
               PERFORM 0210-AVALIAR-ALUNO UNTIL STUDMAST-EOF.

           0210-AVALIAR-ALUNO.
               READ STUDMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STUDMAST-STATUS
               END-READ.
               IF NOT STUDMAST-EOF
                   ADD 1 TO WRK-QT-LIDOS
                   MOVE STU-MATRICULA TO DLQ-MATRICULA
                   PERFORM 9460-APURAR-INADIMPL
                   IF DLQ-VALOR-VENCIDO > ZEROS
                      AND (DLQ-ACIMA-LIMITE OR NOT SO-ACIMA-LIMITE)
                       MOVE STU-TURMA         TO SRT-TURMA
                       MOVE STU-MATRICULA     TO SRT-MATRICULA
                       MOVE STU-NOME          TO SRT-NOME
                       MOVE DLQ-CLIENTE       TO SRT-CLIENTE
                       MOVE DLQ-QT-PARCELAS   TO SRT-QT-PARCELAS
                       MOVE DLQ-VALOR-VENCIDO TO SRT-VALOR
                       MOVE DLQ-DT-MAIS-ANTIGA TO SRT-DT-ANTIGA
                       MOVE DLQ-MESES-ATRASO  TO SRT-MESES
                       MOVE DLQ-SITUACAO      TO SRT-ACIMA
                       RELEASE SRT-REC
                   END-IF
               END-IF.

           0400-EMITIR-RELACAO.
               MOVE DLQ-DATA-HOJE TO WRK-DATA-AUX.
               PERFORM 0470-EDITAR-DATA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'INADIMPLENCIA ESCOLAR POR TURMA - POSICAO EM '
                      WRK-DATA-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               EVALUATE TRUE
                   WHEN DLQ-POLIT-RETER
                       MOVE 'RETER' TO WRK-POLITICA-TXT
                   WHEN DLQ-POLIT-DESLIGADA
                       MOVE 'NENHUMA' TO WRK-POLITICA-TXT
                   WHEN OTHER
                       MOVE 'MARCAR' TO WRK-POLITICA-TXT
               END-EVALUATE.
               MOVE DLQ-VALOR-LIMITE TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'POLITICA ' WRK-POLITICA-TXT
                      ' A PARTIR DE ' DLQ-PARC-LIMITE
                      ' MENSALIDADES E VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE 'N' TO WRK-FIM-SORT.
               MOVE 'S' TO WRK-PRIMEIRA.
               PERFORM 0410-TRATAR-ALUNO UNTIL FIM-SORT.
               IF NOT PRIMEIRA-TURMA
                   PERFORM 0430-TOTAL-TURMA
               END-IF.
               MOVE ALL '=' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE WRK-VALOR-GERAL TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL GERAL - ALUNOS ' WRK-QT-ALUNOS
                      ' ACIMA DO LIMITE ' WRK-QT-ACIMA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'VALOR EM ATRASO (CADA RESPONSAVEL UMA VEZ) '
                      WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.

           0410-TRATAR-ALUNO.
               RETURN INADSORT
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.
               IF NOT FIM-SORT
                   IF PRIMEIRA-TURMA OR SRT-TURMA NOT = WRK-TURMA-ANT
                       IF NOT PRIMEIRA-TURMA
                           PERFORM 0430-TOTAL-TURMA
                       END-IF
                       PERFORM 0420-CABECALHO-TURMA
                   END-IF
                   PERFORM 0440-LINHA-ALUNO
               END-IF.

           0420-CABECALHO-TURMA.
               MOVE 'N' TO WRK-PRIMEIRA.
               MOVE SRT-TURMA TO WRK-TURMA-ANT.
               MOVE ZEROS TO WRK-TU-ALUNOS WRK-TU-ACIMA WRK-TU-VALOR.
               IF SRT-TURMA = SPACES
                   MOVE 'ALUNOS SEM TURMA' TO TUR-NOME
               ELSE
                   MOVE SRT-TURMA TO TUR-CODIGO
                   READ TURMMAST
                       KEY IS TUR-CODIGO
                       INVALID KEY
                           MOVE 'TURMA NAO CADASTRADA' TO TUR-NOME
                   END-READ
               END-IF.
               MOVE ALL '=' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TURMA ' SRT-TURMA ' ' TUR-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'MATRIC'     TO WRK-LINHA(1:6).
               MOVE 'NOME'       TO WRK-LINHA(8:4).
               MOVE 'RESP.'      TO WRK-LINHA(29:5).
               MOVE 'PARC'       TO WRK-LINHA(36:4).
               MOVE 'VALOR'      TO WRK-LINHA(50:5).
               MOVE 'VENC.ANTIGO' TO WRK-LINHA(56:11).
               MOVE 'MES'        TO WRK-LINHA(68:3).
               MOVE 'ACAO'       TO WRK-LINHA(73:4).
               PERFORM 0490-IMPRIMIR.

           0430-TOTAL-TURMA.
               MOVE WRK-TU-VALOR TO WRK-VALOR-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING '  ALUNOS ' WRK-TU-ALUNOS
                      ' ACIMA DO LIMITE ' WRK-TU-ACIMA
                      ' VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.

      *    ********** NA TURMA SOMA POR ALUNO; NO TOTAL GERAL, UMA VEZ
      *    ********** POR RESPONSAVEL
           0440-LINHA-ALUNO.
               ADD 1 TO WRK-TU-ALUNOS WRK-QT-ALUNOS.
               ADD SRT-VALOR TO WRK-TU-VALOR.
               IF SRT-ACIMA-LIMITE
                   ADD 1 TO WRK-TU-ACIMA WRK-QT-ACIMA
               END-IF.
               PERFORM 0450-SOMAR-RESPONSAVEL.
               MOVE SPACES TO WRK-LINHA.
               MOVE SRT-MATRICULA TO WRK-LINHA(1:6).
               MOVE SRT-NOME      TO WRK-LINHA(8:20).
               MOVE SRT-CLIENTE   TO WRK-LINHA(29:6).
               MOVE SRT-QT-PARCELAS TO WRK-PARC-ED.
               MOVE WRK-PARC-ED   TO WRK-LINHA(37:3).
               MOVE SRT-VALOR     TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED  TO WRK-LINHA(41:14).
               MOVE SRT-DT-ANTIGA TO WRK-DATA-AUX.
               PERFORM 0470-EDITAR-DATA.
               MOVE WRK-DATA-ED   TO WRK-LINHA(56:10).
               MOVE SRT-MESES     TO WRK-MESES-ED.
               MOVE WRK-MESES-ED  TO WRK-LINHA(68:3).
               IF SRT-ACIMA-LIMITE
                   MOVE WRK-POLITICA-TXT TO WRK-LINHA(73:6)
               END-IF.
               PERFORM 0490-IMPRIMIR.

           0450-SOMAR-RESPONSAVEL.
               MOVE 'N' TO WRK-RESP-ACHADO.
               PERFORM 0455-PROCURAR-RESPONSAVEL
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-RESP
                       OR RESP-JA-SOMADO.
               IF NOT RESP-JA-SOMADO
                   ADD SRT-VALOR TO WRK-VALOR-GERAL
                   IF WRK-QT-RESP < 2000
                       ADD 1 TO WRK-QT-RESP
                       MOVE SRT-CLIENTE TO WRK-RESP(WRK-QT-RESP)
                   END-IF
               END-IF.

           0455-PROCURAR-RESPONSAVEL.
               IF WRK-RESP(WRK-IDX) = SRT-CLIENTE
                   MOVE 'S' TO WRK-RESP-ACHADO
               END-IF.

           0470-EDITAR-DATA.
               MOVE WRK-AUX-DIA TO WRK-ED-DIA.
               MOVE WRK-AUX-MES TO WRK-ED-MES.
               MOVE WRK-AUX-ANO TO WRK-ED-ANO.

           0490-IMPRIMIR.
               MOVE WRK-LINHA TO INADLST-REC.
               WRITE INADLST-REC.

           0800-RESUMO.
               DISPLAY '------------------------------'.
               DISPLAY ' INADIMPLENCIA ESCOLAR POR TURMA'.
               DISPLAY '------------------------------'.
               DISPLAY ' ALUNOS LIDOS......... ' WRK-QT-LIDOS.
               DISPLAY ' ALUNOS EM ATRASO..... ' WRK-QT-ALUNOS.
               DISPLAY ' ACIMA DO LIMITE...... ' WRK-QT-ACIMA.
               DISPLAY ' RELACAO EM INADLST'.
               DISPLAY '------------------------------'.

           COPY DLQPROC.
