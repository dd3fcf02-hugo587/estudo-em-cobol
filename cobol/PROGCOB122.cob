           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB122.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RETORNO DA NF-E. LE O ARQUIVO DE RETORNO DO
      *    EMISSOR (NFERET - FATURA, CHAVE DE ACESSO, SITUACAO A
      *    AUTORIZADA OU R REJEITADA, PROTOCOLO, CODIGO E MOTIVO) E
      *    GRAVA O PROTOCOLO DE AUTORIZACAO OU O MOTIVO DA REJEICAO
      *    NA SITUACAO DA NOTA (NFEREG, CRIADO PELO PROGCOB28 POR
      *    FATURA). TODA NOTA REJEITADA RETEM O PEDIDO NA EXPEDICAO
      *    (ORDSTAT DE T PARA N - O ROMANEIO DO PROGCOB68 SO LEVA
      *    PEDIDO ENVIADO) E A AUTORIZACAO DEPOIS DA CORRECAO
      *    DEVOLVE O PEDIDO PARA T. O RELATORIO NFEREP MOSTRA OS
      *    RETORNOS DO DIA, AS NOTAS REJEITADAS A CORRIGIR E AS
      *    PENDENTES SEM RETORNO DE DIAS ANTERIORES; HAVENDO
      *    REJEITADA O PASSO TERMINA COM RC 4.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR NFEREG TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT NFERET ASSIGN TO "NFERET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFERET-STATUS.
               SELECT NFEREG ASSIGN TO "NFEREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NFE-FATURA
                   FILE STATUS IS WRK-NFEREG-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT NFEREP ASSIGN TO "NFEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-NFEREP-STATUS.

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
      *    ********** RETORNO DO EMISSOR, UM REGISTRO POR NOTA
      *    ********** PROCESSADA PELA SEFAZ
           FD  NFERET.
           01  NFERET-REC.
               05 RET-FATURA     PIC 9(06).
               05 RET-CHAVE      PIC X(44).
               05 RET-SITUACAO   PIC X(01).
                  88 RET-AUTORIZADA VALUE 'A'.
                  88 RET-REJEITADA  VALUE 'R'.
               05 RET-PROTOCOLO  PIC X(15).
               05 RET-DATA       PIC 9(08).
               05 RET-CODIGO     PIC 9(03).
               05 RET-MOTIVO     PIC X(60).

           FD  NFEREG.
           01  NFE-REC.
               05 NFE-FATURA       PIC 9(06).
               05 NFE-PEDIDO       PIC 9(06).
               05 NFE-CLIENTE      PIC 9(06).
               05 NFE-DATA-EMISSAO PIC 9(08).
               05 NFE-CHAVE        PIC X(44).
               05 NFE-SITUACAO     PIC X(01).
                  88 NFE-PENDENTE    VALUE 'P'.
                  88 NFE-AUTORIZADA  VALUE 'A'.
                  88 NFE-REJEITADA   VALUE 'R'.
               05 NFE-PROTOCOLO    PIC X(15).
               05 NFE-DATA-RETORNO PIC 9(08).
               05 NFE-COD-RETORNO  PIC 9(03).
               05 NFE-MOTIVO       PIC X(60).

           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
                  88 OST-CAPTADO    VALUE 'C'.
                  88 OST-FRETE-CALC VALUE 'F'.
                  88 OST-ENVIADO    VALUE 'T'.
                  88 OST-ENTREGUE   VALUE 'E'.
                  88 OST-EXCECAO    VALUE 'X'.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

           FD  NFEREP.
           01  NFEREP-REC        PIC X(132).

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
           77 WRK-NFERET-STATUS PIC X(02) VALUE SPACES.
               88 NFERET-OK       VALUE '00'.
               88 NFERET-EOF      VALUE '10'.
           77 WRK-NFEREG-STATUS PIC X(02) VALUE SPACES.
               88 NFEREG-OK       VALUE '00'.
               88 NFEREG-NOTFOUND VALUE '23'.
               88 NFEREG-EOF      VALUE '10'.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
               88 ORDSTAT-OK      VALUE '00'.
               88 ORDSTAT-NOTFOUND VALUE '23'.
           77 WRK-NFEREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-NFERET-ABERTO PIC X(01) VALUE 'N'.
               88 NFERET-ABERTO  VALUE 'S'.
           77 WRK-ESTAVA-REJEITADA PIC X(01) VALUE 'N'.
               88 ESTAVA-REJEITADA VALUE 'S'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-GRAVADOS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-AUTORIZADAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-IGNORADOS   PIC 9(05) VALUE ZEROS.
           77 WRK-QT-A-CORRIGIR  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-RETORNO PIC 9(05) VALUE ZEROS.
           77 WRK-QT-RETIDOS     PIC 9(05) VALUE ZEROS.
           77 WRK-QT-LIBERADOS   PIC 9(05) VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA    PIC 9(08).
               02 WRK-TS-HORA    PIC 9(08).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB122' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'RETORNO DA NF-E JA PROCESSADO NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-PROCESSAR-RETORNO THRU 0200-SAIDA
                               UNTIL NFERET-EOF
                       PERFORM 0500-LISTAR-PENDENCIAS
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-GRAVADOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O NFEREG.
               IF NOT NFEREG-OK
                   MOVE 'PRGCOB122' TO ERR-PROGRAMA
                   MOVE 'NFEREG' TO ERR-ARQUIVO
                   MOVE WRK-NFEREG-STATUS TO ERR-STATUS
                   MOVE 'SITUACAO DAS NF-E INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'SITUACAO DAS NF-E (NFEREG) INDISPONIVEL'
                           ' - RETORNO NAO PROCESSADO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   OPEN I-O ORDSTAT
                   OPEN OUTPUT NFEREP
                   PERFORM 0190-CABECALHO
                   OPEN INPUT NFERET
                   IF NFERET-OK
                       MOVE 'S' TO WRK-NFERET-ABERTO
                   ELSE
                       DISPLAY 'SEM ARQUIVO DE RETORNO DO EMISSOR'
                               ' NESTA EXECUCAO'
                       MOVE 'SEM ARQUIVO DE RETORNO NESTA EXECUCAO'
                            TO WRK-LINHA
                       PERFORM 0950-GRAVAR-LINHA
                       MOVE '10' TO WRK-NFERET-STATUS
                   END-IF
               END-IF.

           0190-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'RETORNO DA NF-E EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'FATURA  PEDIDO  SITUACAO    PROTOCOLO/CODIGO'
                    TO WRK-LINHA(1:44).
               MOVE 'OCORRENCIA' TO WRK-LINHA(50:10).
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** UM RETORNO: CONFERE FATURA E CHAVE COM O QUE
      *    ********** FOI EXPORTADO; NOTA JA AUTORIZADA NAO VOLTA
      *    ********** ATRAS. A RETENCAO DA REJEITADA FICA NA
      *    ********** LISTAGEM (0500), QUE PASSA POR TODAS
           0200-PROCESSAR-RETORNO.
               READ NFERET
                   AT END
                       MOVE '10' TO WRK-NFERET-STATUS
               END-READ.
               IF NOT NFERET-OK
                   GO TO 0200-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-LIDOS.
               MOVE SPACES TO WRK-LINHA.
               MOVE RET-FATURA TO WRK-LINHA(1:6).
               MOVE RET-FATURA TO NFE-FATURA.
               READ NFEREG
                   KEY IS NFE-FATURA
                   INVALID KEY
                       MOVE '23' TO WRK-NFEREG-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-NFEREG-STATUS
               END-READ.
               IF NOT NFEREG-OK
                   MOVE 'FATURA SEM NF-E EXPORTADA - IGNORADO'
                        TO WRK-LINHA(50:36)
                   ADD 1 TO WRK-QT-IGNORADOS
                   PERFORM 0950-GRAVAR-LINHA
                   GO TO 0200-SAIDA
               END-IF.
               MOVE NFE-PEDIDO TO WRK-LINHA(9:6).
               IF RET-CHAVE NOT = NFE-CHAVE
                   MOVE 'CHAVE DIFERENTE DA EXPORTADA - IGNORADO'
                        TO WRK-LINHA(50:39)
                   ADD 1 TO WRK-QT-IGNORADOS
                   PERFORM 0950-GRAVAR-LINHA
                   GO TO 0200-SAIDA
               END-IF.
               IF NFE-AUTORIZADA
                   MOVE 'AUTORIZADA' TO WRK-LINHA(17:10)
                   MOVE 'NOTA JA AUTORIZADA - RETORNO IGNORADO'
                        TO WRK-LINHA(50:37)
                   ADD 1 TO WRK-QT-IGNORADOS
                   PERFORM 0950-GRAVAR-LINHA
                   GO TO 0200-SAIDA
               END-IF.
               MOVE 'N' TO WRK-ESTAVA-REJEITADA.
               IF NFE-REJEITADA
                   MOVE 'S' TO WRK-ESTAVA-REJEITADA
               END-IF.
               EVALUATE TRUE
                   WHEN RET-AUTORIZADA
                       MOVE 'A'           TO NFE-SITUACAO
                       MOVE RET-PROTOCOLO TO NFE-PROTOCOLO
                       MOVE RET-DATA      TO NFE-DATA-RETORNO
                       MOVE RET-CODIGO    TO NFE-COD-RETORNO
                       MOVE SPACES        TO NFE-MOTIVO
                       REWRITE NFE-REC
                       ADD 1 TO WRK-QT-GRAVADOS
                       ADD 1 TO WRK-QT-AUTORIZADAS
                       MOVE 'AUTORIZADA' TO WRK-LINHA(17:10)
                       MOVE RET-PROTOCOLO TO WRK-LINHA(29:15)
                       IF ESTAVA-REJEITADA
                           PERFORM 0400-LIBERAR-PEDIDO
                       END-IF
                   WHEN RET-REJEITADA
                       MOVE 'R'           TO NFE-SITUACAO
                       MOVE SPACES        TO NFE-PROTOCOLO
                       MOVE RET-DATA      TO NFE-DATA-RETORNO
                       MOVE RET-CODIGO    TO NFE-COD-RETORNO
                       MOVE RET-MOTIVO    TO NFE-MOTIVO
                       REWRITE NFE-REC
                       ADD 1 TO WRK-QT-GRAVADOS
                       ADD 1 TO WRK-QT-REJEITADAS
                       MOVE 'REJEITADA' TO WRK-LINHA(17:9)
                       MOVE RET-CODIGO TO WRK-LINHA(29:3)
                       MOVE RET-MOTIVO TO WRK-LINHA(50:60)
                   WHEN OTHER
                       MOVE 'SITUACAO DE RETORNO INVALIDA - IGNORADO'
                            TO WRK-LINHA(50:39)
                       ADD 1 TO WRK-QT-IGNORADOS
               END-EVALUATE.
               PERFORM 0950-GRAVAR-LINHA.
           0200-SAIDA.
               EXIT.

      *    ********** NOTA CORRIGIDA E AUTORIZADA - O PEDIDO RETIDO
      *    ********** VOLTA PARA ENVIADO E ENTRA NO ROMANEIO
           0400-LIBERAR-PEDIDO.
               PERFORM 0450-LER-PEDIDO.
               IF ORDSTAT-OK AND OST-NFE-REJEITADA
                   PERFORM 0700-MONTAR-DATAHORA
                   MOVE 'T' TO OST-STATUS
                   MOVE WRK-DATAHORA TO OST-DATAHORA
                   REWRITE OST-REC
                   ADD 1 TO WRK-QT-LIBERADOS
                   MOVE 'PEDIDO LIBERADO PARA EXPEDICAO'
                        TO WRK-LINHA(50:30)
               END-IF.

           0450-LER-PEDIDO.
               MOVE NFE-PEDIDO TO OST-PEDIDO.
               READ ORDSTAT
                   KEY IS OST-PEDIDO
                   INVALID KEY
                       MOVE '23' TO WRK-ORDSTAT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ORDSTAT-STATUS
               END-READ.

      *    ********** TODAS AS NOTAS DO NFEREG: REJEITADA RETEM O
      *    ********** PEDIDO E ENTRA NA LISTA DE CORRECAO; PENDENTE
      *    ********** EMITIDA ANTES DE HOJE E NOTA SEM RETORNO
           0500-LISTAR-PENDENCIAS.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'NOTAS REJEITADAS A CORRIGIR E PENDENTES SEM'
                    TO WRK-LINHA(1:43).
               MOVE ' RETORNO' TO WRK-LINHA(44:8).
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'FATURA  PEDIDO  CLIENTE EMISSAO  SITUACAO'
                    TO WRK-LINHA(1:41).
               MOVE 'COD MOTIVO / PEDIDO' TO WRK-LINHA(50:19).
               PERFORM 0950-GRAVAR-LINHA.
               MOVE ZEROS TO NFE-FATURA.
               START NFEREG KEY IS GREATER THAN NFE-FATURA
                   INVALID KEY
                       MOVE '10' TO WRK-NFEREG-STATUS
               END-START.
               IF NFEREG-OK
                   PERFORM 0510-LER-NFEREG
                   PERFORM 0520-VERIFICAR-NOTA UNTIL NFEREG-EOF
               END-IF.

           0510-LER-NFEREG.
               READ NFEREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-NFEREG-STATUS
               END-READ.

           0520-VERIFICAR-NOTA.
               IF NFE-REJEITADA
                   ADD 1 TO WRK-QT-A-CORRIGIR
                   PERFORM 0530-LINHA-PENDENCIA
                   MOVE 'REJEITADA' TO WRK-LINHA(39:9)
                   MOVE NFE-COD-RETORNO TO WRK-LINHA(50:3)
                   MOVE NFE-MOTIVO TO WRK-LINHA(54:60)
                   PERFORM 0550-RETER-PEDIDO
                   PERFORM 0950-GRAVAR-LINHA
               ELSE
                   IF NFE-PENDENTE
                      AND NFE-DATA-EMISSAO < WRK-DATA-HOJE
                       ADD 1 TO WRK-QT-SEM-RETORNO
                       PERFORM 0530-LINHA-PENDENCIA
                       MOVE 'SEM RETORNO' TO WRK-LINHA(39:11)
                       PERFORM 0950-GRAVAR-LINHA
                   END-IF
               END-IF.
               PERFORM 0510-LER-NFEREG.

           0530-LINHA-PENDENCIA.
               MOVE SPACES TO WRK-LINHA.
               MOVE NFE-FATURA TO WRK-LINHA(1:6).
               MOVE NFE-PEDIDO TO WRK-LINHA(9:6).
               MOVE NFE-CLIENTE TO WRK-LINHA(17:6).
               MOVE NFE-DATA-EMISSAO TO WRK-LINHA(25:8).

      *    ********** PEDIDO DA NOTA REJEITADA SAI DO ROMANEIO (T
      *    ********** PARA N); JA ENTREGUE OU EM OUTRA SITUACAO SO
      *    ********** E SINALIZADO NA LINHA
           0550-RETER-PEDIDO.
               PERFORM 0450-LER-PEDIDO.
               EVALUATE TRUE
                   WHEN NOT ORDSTAT-OK
                       MOVE '- SEM SITUACAO' TO WRK-LINHA(115:14)
                   WHEN OST-ENVIADO
                       PERFORM 0700-MONTAR-DATAHORA
                       MOVE 'N' TO OST-STATUS
                       MOVE WRK-DATAHORA TO OST-DATAHORA
                       REWRITE OST-REC
                       ADD 1 TO WRK-QT-RETIDOS
                       MOVE '- RETIDO AGORA' TO WRK-LINHA(115:14)
                   WHEN OST-NFE-REJEITADA
                       MOVE '- RETIDO' TO WRK-LINHA(115:8)
                   WHEN OTHER
                       MOVE SPACES TO WRK-LINHA(115:18)
                       STRING '- SITUACAO ' OST-STATUS
                              DELIMITED BY SIZE
                              INTO WRK-LINHA(115:18)
                       END-STRING
               END-EVALUATE.

           0700-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           0900-FINALIZAR.
               PERFORM 0950-GRAVAR-LINHA.
               STRING 'RETORNOS LIDOS ' WRK-QT-LIDOS
                      '  AUTORIZADAS ' WRK-QT-AUTORIZADAS
                      '  REJEITADAS ' WRK-QT-REJEITADAS
                      '  IGNORADOS ' WRK-QT-IGNORADOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               STRING 'NOTAS A CORRIGIR ' WRK-QT-A-CORRIGIR
                      '  SEM RETORNO ' WRK-QT-SEM-RETORNO
                      '  PEDIDOS RETIDOS AGORA ' WRK-QT-RETIDOS
                      '  LIBERADOS ' WRK-QT-LIBERADOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               IF NFERET-ABERTO
                   CLOSE NFERET
               END-IF.
               CLOSE NFEREG.
               CLOSE ORDSTAT.
               CLOSE NFEREP.
               IF WRK-QT-A-CORRIGIR > 0
                   MOVE 4 TO RUN-RC
               END-IF.
               DISPLAY 'RETORNO NF-E - AUTORIZADAS ' WRK-QT-AUTORIZADAS
                       ' REJEITADAS ' WRK-QT-REJEITADAS
                       ' A CORRIGIR ' WRK-QT-A-CORRIGIR.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO NFEREP-REC.
               WRITE NFEREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
