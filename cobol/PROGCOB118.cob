           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB118.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = DEPRECIACAO MENSAL DO IMOBILIZADO. PARA CADA
      *    BEM ATIVO DO ASSETMST (CADASTRADO NO PROGCOB117) CALCULA
      *    A QUOTA LINEAR ((CUSTO - VALOR RESIDUAL) / VIDA UTIL EM
      *    MESES) DESDE O MES DA AQUISICAO E LANCA NO LEDGTXN, BEM A
      *    BEM, DESPESA DE DEPRECIACAO (D, NO CENTRO DE CUSTO DO BEM)
      *    X DEPRECIACAO ACUMULADA (C) - CONTAS DO EVENTO DP DO
      *    CTAMAP. MES NAO RODADO E RECUPERADO NA PROXIMA EXECUCAO;
      *    A ULTIMA QUOTA E AJUSTADA PARA O ACUMULADO FECHAR NO
      *    VALOR DEPRECIAVEL E O BEM TOTALMENTE DEPRECIADO OU
      *    BAIXADO NAO RECEBE MAIS QUOTA. O RELATORIO DEPREP LISTA
      *    O LANCADO NO MES.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR ASSETMST TERMINA COM
      *                         RETURN-CODE 8 E FALTA DO EVENTO DP NO
      *                         CTAMAP COM RETURN-CODE 4, NOS DOIS
      *                         CASOS SEM REGISTRAR O PASSO NO RUNCTL
      *                         (RERODADA DEPRECIA O MES).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASSETMST ASSIGN TO "ASSETMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AST-CODIGO
                   FILE STATUS IS WRK-ASSETMST-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT DEPREP ASSIGN TO "DEPREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEPREP-STATUS.

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
           FD  ASSETMST.
           01  AST-REC.
               05 AST-CODIGO       PIC 9(06).
               05 AST-DT-AQUISICAO PIC 9(08).
               05 AST-CUSTO        PIC 9(09)V99.
               05 AST-RESIDUAL     PIC 9(09)V99.
               05 AST-VIDA-MESES   PIC 9(03).
               05 AST-CCUSTO       PIC 9(03).
               05 AST-CONTA-ATIVO  PIC 9(05).
               05 AST-DEPREC-ACUM  PIC 9(09)V99.
               05 AST-ULT-DEPREC   PIC 9(06).
               05 AST-SITUACAO     PIC X(01).
                  88 AST-ATIVO       VALUE 'A'.
                  88 AST-BAIXADO     VALUE 'B'.
               05 AST-DT-BAIXA     PIC 9(08).
               05 AST-VALOR-BAIXA  PIC 9(09)V99.
               05 AST-DESCRICAO    PIC X(30).

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

           FD  DEPREP.
           01  DEPREP-REC        PIC X(132).

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
           77 WRK-ASSETMST-STATUS PIC X(02) VALUE SPACES.
               88 ASSETMST-OK        VALUE '00'.
               88 ASSETMST-NOTFOUND  VALUE '23'.
               88 ASSETMST-EOF       VALUE '10'.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DEPREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-MAP-ACHADO  PIC X(01) VALUE 'N'.
               88 MAP-ACHADO    VALUE 'S'.
           77 WRK-MAP-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-COMP-AQUIS  PIC 9(06) VALUE ZEROS.
           77 WRK-COMP-CONV   PIC 9(06) VALUE ZEROS.
           77 WRK-MESES-CONV  PIC 9(06) VALUE ZEROS.
           77 WRK-MESES-FIM   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-MESES    PIC 9(04) VALUE ZEROS.
           77 WRK-ANO         PIC 9(04) VALUE ZEROS.
           77 WRK-MES         PIC 9(02) VALUE ZEROS.
           77 WRK-BASE        PIC 9(09)V99 VALUE ZEROS.
           77 WRK-A-DEPRECIAR PIC 9(09)V99 VALUE ZEROS.
           77 WRK-QUOTA       PIC 9(09)V99 VALUE ZEROS.
           77 WRK-DEPREC      PIC 9(09)V99 VALUE ZEROS.
           77 WRK-RESIDUAL-CONT PIC 9(09)V99 VALUE ZEROS.
           77 WRK-TOT-DEPREC  PIC 9(11)V99 VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-GRAVADOS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-DEPRECIADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-ENCERRADOS  PIC 9(05) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB118' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'DEPRECIACAO JA CALCULADA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0300-DEPRECIAR-BEM THRU 0300-SAIDA
                               UNTIL ASSETMST-EOF
                                  OR ASSETMST-NOTFOUND
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-GRAVADOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPETENCIA.
               MOVE WRK-COMPETENCIA TO WRK-COMP-CONV.
               PERFORM 0700-COMPETENCIA-EM-MESES.
               MOVE WRK-MESES-CONV TO WRK-MESES-FIM.
               PERFORM 0120-CARREGAR-CTAMAP.
               IF NOT MAP-ACHADO
                   MOVE 'PRGCOB118' TO ERR-PROGRAMA
                   MOVE 'CTAMAP' TO ERR-ARQUIVO
                   MOVE SPACES TO ERR-STATUS
                   MOVE 'EVENTO DP SEM CONTAS - NADA DEPRECIADO'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'SEM EVENTO DP NO CTAMAP - DEPRECIACAO'
                           ' NAO CALCULADA'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   OPEN I-O ASSETMST
                   IF NOT ASSETMST-OK
                       MOVE 'PRGCOB118' TO ERR-PROGRAMA
                       MOVE 'ASSETMST' TO ERR-ARQUIVO
                       MOVE WRK-ASSETMST-STATUS TO ERR-STATUS
                       MOVE 'CADASTRO DO IMOBILIZADO INDISPONIVEL'
                            TO ERR-MENSAGEM
                       PERFORM 9100-REGISTRAR-ERRO
                       DISPLAY 'CADASTRO DO IMOBILIZADO INDISPONIVEL'
                               ' - DEPRECIACAO NAO CALCULADA'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'S' TO WRK-PROCESSAR
                       MOVE ZEROS TO AST-CODIGO
                       START ASSETMST KEY IS GREATER THAN AST-CODIGO
                           INVALID KEY
                               MOVE '10' TO WRK-ASSETMST-STATUS
                       END-START
                       OPEN EXTEND LEDGTXN
                       IF WRK-LEDGTXN-STATUS = '35'
                           CLOSE LEDGTXN
                           OPEN OUTPUT LEDGTXN
                       END-IF
                       OPEN OUTPUT DEPREP
                       PERFORM 0190-CABECALHO
                   END-IF
               END-IF.

      *    ********** CONTAS DO EVENTO DP (DESPESA DE DEPRECIACAO X
      *    ********** DEPRECIACAO ACUMULADA) NO CTAMAP
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
               IF MAP-EVENTO = 'DP'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CRE
                   MOVE 'S' TO WRK-MAP-ACHADO
               END-IF.
               PERFORM 0130-LER-CTAMAP.

           0190-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'DEPRECIACAO DO IMOBILIZADO - COMPETENCIA '
                      WRK-COMPETENCIA ' EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'BEM    DESCRICAO                      CC  MESES'
                    TO WRK-LINHA(1:48).
               MOVE '      DEPRECIACAO      ACUMULADA   VALOR CONTABIL'
                    TO WRK-LINHA(49:50).
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** QUOTA DO BEM: DO MES SEGUINTE A ULTIMA
      *    ********** COMPETENCIA DEPRECIADA (OU DO MES DA AQUISICAO)
      *    ********** ATE A COMPETENCIA ATUAL, LIMITADA AO QUE FALTA
      *    ********** PARA O VALOR DEPRECIAVEL
           0300-DEPRECIAR-BEM.
               READ ASSETMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ASSETMST-STATUS
               END-READ.
               IF NOT ASSETMST-OK OR NOT AST-ATIVO
                   GO TO 0300-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-LIDOS.
               IF AST-VIDA-MESES = ZEROS
                  OR AST-RESIDUAL >= AST-CUSTO
                   GO TO 0300-SAIDA
               END-IF.
               COMPUTE WRK-BASE = AST-CUSTO - AST-RESIDUAL.
               IF AST-DEPREC-ACUM >= WRK-BASE
                   GO TO 0300-SAIDA
               END-IF.
               DIVIDE AST-DT-AQUISICAO BY 100 GIVING WRK-COMP-AQUIS.
               IF WRK-COMP-AQUIS > WRK-COMPETENCIA
                  OR AST-ULT-DEPREC >= WRK-COMPETENCIA
                   GO TO 0300-SAIDA
               END-IF.
               IF AST-ULT-DEPREC < WRK-COMP-AQUIS
                   MOVE WRK-COMP-AQUIS TO WRK-COMP-CONV
                   PERFORM 0700-COMPETENCIA-EM-MESES
               ELSE
                   MOVE AST-ULT-DEPREC TO WRK-COMP-CONV
                   PERFORM 0700-COMPETENCIA-EM-MESES
                   ADD 1 TO WRK-MESES-CONV
               END-IF.
               COMPUTE WRK-QT-MESES = WRK-MESES-FIM - WRK-MESES-CONV
                                      + 1.
               COMPUTE WRK-QUOTA ROUNDED = WRK-BASE / AST-VIDA-MESES.
               COMPUTE WRK-A-DEPRECIAR = WRK-BASE - AST-DEPREC-ACUM.
               COMPUTE WRK-DEPREC = WRK-QUOTA * WRK-QT-MESES
                   ON SIZE ERROR
                       MOVE WRK-A-DEPRECIAR TO WRK-DEPREC
               END-COMPUTE.
               IF WRK-DEPREC > WRK-A-DEPRECIAR
                   MOVE WRK-A-DEPRECIAR TO WRK-DEPREC
               END-IF.
               PERFORM 0400-CONTABILIZAR.
               ADD WRK-DEPREC TO AST-DEPREC-ACUM.
               MOVE WRK-COMPETENCIA TO AST-ULT-DEPREC.
               REWRITE AST-REC.
               ADD 1 TO WRK-QT-DEPRECIADOS.
               ADD WRK-DEPREC TO WRK-TOT-DEPREC.
               PERFORM 0500-GRAVAR-DETALHE.
           0300-SAIDA.
               EXIT.

      *    ********** PAR DE LANCAMENTOS DO BEM NO LEDGTXN; A DESPESA
      *    ********** LEVA O CENTRO DE CUSTO DO BEM
           0400-CONTABILIZAR.
               MOVE WRK-MAP-DEB   TO LTX-CONTA.
               MOVE WRK-DATA-HOJE TO LTX-DATA.
               MOVE 'D'           TO LTX-TIPO.
               MOVE WRK-DEPREC    TO LTX-VALOR.
               MOVE SPACES        TO LTX-DESCRICAO.
               STRING 'DEPRECIACAO ' AST-CODIGO
                      DELIMITED BY SIZE INTO LTX-DESCRICAO
               END-STRING.
               MOVE AST-CCUSTO    TO LTX-CCUSTO.
               MOVE SPACE         TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.
               MOVE WRK-MAP-CRE   TO LTX-CONTA.
               MOVE 'C'           TO LTX-TIPO.
               MOVE ZEROS         TO LTX-CCUSTO.
               MOVE SPACE         TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.
               ADD 2 TO WRK-QT-GRAVADOS.

           0500-GRAVAR-DETALHE.
               MOVE SPACES TO WRK-LINHA.
               MOVE AST-CODIGO TO WRK-LINHA(1:6).
               MOVE AST-DESCRICAO TO WRK-LINHA(8:30).
               MOVE AST-CCUSTO TO WRK-LINHA(39:3).
               MOVE WRK-QT-MESES TO WRK-LINHA(45:4).
               MOVE WRK-DEPREC TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(51:14).
               MOVE AST-DEPREC-ACUM TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(66:14).
               COMPUTE WRK-RESIDUAL-CONT = AST-CUSTO - AST-DEPREC-ACUM.
               MOVE WRK-RESIDUAL-CONT TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(84:14).
               IF AST-DEPREC-ACUM >= WRK-BASE
                   MOVE 'TOTALMENTE DEPRECIADO' TO WRK-LINHA(100:21)
                   ADD 1 TO WRK-QT-ENCERRADOS
               END-IF.
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** COMPETENCIA AAAAMM EM NUMERO DE MESES, PARA
      *    ********** CONTAR OS MESES ENTRE DUAS COMPETENCIAS
           0700-COMPETENCIA-EM-MESES.
               DIVIDE WRK-COMP-CONV BY 100
                      GIVING WRK-ANO REMAINDER WRK-MES.
               COMPUTE WRK-MESES-CONV = (WRK-ANO * 12) + WRK-MES.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE WRK-TOT-DEPREC TO WRK-TOTAL-ED.
               STRING 'BENS DEPRECIADOS ' WRK-QT-DEPRECIADOS
                      '  TOTALMENTE DEPRECIADOS NO MES '
                      WRK-QT-ENCERRADOS
                      '  TOTAL LANCADO ' WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               CLOSE ASSETMST.
               CLOSE LEDGTXN.
               CLOSE DEPREP.
               DISPLAY 'DEPRECIACAO ' WRK-COMPETENCIA ' - BENS '
                       WRK-QT-DEPRECIADOS ' TOTAL ' WRK-TOTAL-ED.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO DEPREP-REC.
               WRITE DEPREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
