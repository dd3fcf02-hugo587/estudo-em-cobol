           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB114.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = REVISAO MENSAL DO CREDITO DOS CLIENTES.
      *    MEDE COMO CADA CLIENTE PAGA: ATRASO MEDIO DOS RECEBIMENTOS
      *    DOS ULTIMOS 12 MESES (RECEBLOG CONTRA O VENCIMENTO DA
      *    PARCELA NO CONTASREC), AGING DO QUE ESTA EM ABERTO (TOTAL
      *    VENCIDO, MAIOR PARCELA VENCIDA E MAIOR ATRASO) E O ESTAGIO
      *    DE COBRANCA MAIS ALTO NO DUNHIST. PELOS LIMITES DO
      *    CRVPARAM (SEM O ARQUIVO VALEM OS PADRAO) PROPOE AUMENTO OU
      *    REDUCAO DO CUST-LIMITE NA FILA DE APROVACAO (PENDAPPR,
      *    APROVADA NO PROGCOB92) E COLOCA EM BLOQUEIO DE CREDITO
      *    (CREDHOLD MOTIVO R) QUEM PASSOU DOS LIMITES DE BLOQUEIO.
      *    O BLOQUEIO SO SAI PELO CONTROLE DE CREDITO NO PROGCOB115;
      *    CLIENTE LIBERADO HA MENOS DIAS QUE A CARENCIA NAO E
      *    BLOQUEADO DE NOVO. RELATORIO CRVREP.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CUSTMAST OU CONTASREC
      *                         TERMINA COM RETURN-CODE 8 SEM
      *                         REGISTRAR O PASSO NO RUNCTL (RERODADA
      *                         REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT RECEBLOG ASSIGN TO "RECEBLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECEBLOG-STATUS.
               SELECT DUNHIST ASSIGN TO "DUNHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DH-CHAVE
                   FILE STATUS IS WRK-DUNHIST-STATUS.
               SELECT CREDHOLD ASSIGN TO "CREDHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-CLIENTE
                   FILE STATUS IS WRK-CREDHOLD-STATUS.
               SELECT PENDAPPR ASSIGN TO "PENDAPPR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PA-SEQ
                   FILE STATUS IS WRK-PENDAPPR-STATUS.
               SELECT CRVPARAM ASSIGN TO "CRVPARAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CRVPARAM-STATUS.
               SELECT CRVREP ASSIGN TO "CRVREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CRVREP-STATUS.

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
           FD  CUSTMAST.
           01  CUST-REC.
               05 CUST-CODIGO    PIC 9(06).
               05 CUST-NOME      PIC X(20).
               05 CUST-ENDERECO  PIC X(40).
               05 CUST-UF        PIC X(02).
               05 CUST-LIMITE    PIC 9(07)V99.
               05 CUST-ABERTO    PIC 9(07)V99.
               05 CUST-TIPO-DOC  PIC X(01).
                  88 CUST-DOC-CNPJ VALUE 'J'.
                  88 CUST-DOC-CPF  VALUE 'F'.
               05 CUST-CNPJ-CPF  PIC 9(14).
               05 CUST-SITUACAO  PIC X(01).
                  88 CUST-INCORPORADO VALUE 'U'.
               05 CUST-COD-DESTINO PIC 9(06).

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

           FD  RECEBLOG.
           01  RECEBLOG-REC      PIC X(100).

           FD  DUNHIST.
           01  DH-REC.
               05 DH-CHAVE.
                   10 DH-CLIENTE PIC 9(06).
                   10 DH-FATURA  PIC 9(06).
                   10 DH-PARCELA PIC 9(02).
               05 DH-ESTAGIO    PIC 9(01).
               05 DH-DT-ULTIMA  PIC 9(08).

           FD  CREDHOLD.
           01  CH-REC.
               05 CH-CLIENTE     PIC 9(06).
               05 CH-MOTIVO      PIC X(01).
                  88 CH-MOTIVO-PERDA   VALUE 'P'.
                  88 CH-MOTIVO-REVISAO VALUE 'R'.
                  88 CH-MOTIVO-MANUAL  VALUE 'M'.
                  88 CH-LIBERADO       VALUE 'L'.
               05 CH-DATA        PIC 9(08).
               05 CH-OPERADOR    PIC X(20).
               05 CH-OBS         PIC X(30).

           FD  PENDAPPR.
           01  PA-REC.
               05 PA-SEQ         PIC 9(06).
               05 PA-ARQUIVO     PIC X(08).
               05 PA-CHAVE       PIC X(20).
               05 PA-CAMPO       PIC X(10).
               05 PA-VALOR-NOVO  PIC X(20).
               05 PA-SOLICITANTE PIC X(20).
               05 PA-DATAHORA    PIC X(17).
               05 PA-STATUS      PIC X(01).
                  88 PA-PENDENTE  VALUE 'P'.
                  88 PA-APROVADO  VALUE 'A'.
                  88 PA-REJEITADO VALUE 'R'.
               05 PA-APROVADOR   PIC X(20).

           FD  CRVPARAM.
           01  CRVPARAM-REC.
               05 CRP-MEDIA-AUMENTO PIC 9(03).
               05 CRP-USO-AUMENTO   PIC 9(03).
               05 CRP-PERC-AUMENTO  PIC 9(03)V99.
               05 CRP-MEDIA-CORTE   PIC 9(03).
               05 CRP-ATRASO-CORTE  PIC 9(03).
               05 CRP-PERC-CORTE    PIC 9(03)V99.
               05 CRP-MEDIA-BLOQ    PIC 9(03).
               05 CRP-ATRASO-BLOQ   PIC 9(03).
               05 CRP-ESTAGIO-BLOQ  PIC 9(01).
               05 CRP-CARENCIA      PIC 9(03).

           FD  CRVREP.
           01  CRVREP-REC        PIC X(132).

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
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-EOF       VALUE '10'.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
               88 CONTASREC-EOF       VALUE '10'.
           77 WRK-RECEBLOG-STATUS PIC X(02) VALUE SPACES.
               88 RECEBLOG-OK        VALUE '00'.
               88 RECEBLOG-EOF       VALUE '10'.
           77 WRK-DUNHIST-STATUS PIC X(02) VALUE SPACES.
               88 DUNHIST-OK         VALUE '00'.
               88 DUNHIST-NOTFOUND   VALUE '23'.
           77 WRK-DUNHIST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DUNHIST-DISPONIVEL VALUE 'S'.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-CREDHOLD-STATUS PIC X(02) VALUE SPACES.
               88 CREDHOLD-OK        VALUE '00'.
               88 CREDHOLD-NOTFOUND  VALUE '23'.
           77 WRK-CREDHOLD-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CREDHOLD-DISPONIVEL VALUE 'S'.
           77 WRK-PENDAPPR-STATUS PIC X(02) VALUE SPACES.
               88 PENDAPPR-OK       VALUE '00'.
               88 PENDAPPR-EOF      VALUE '10'.
           77 WRK-PENDAPPR-DISPONIVEL PIC X(01) VALUE 'N'.
               88 PENDAPPR-DISPONIVEL VALUE 'S'.
           77 WRK-CRVPARAM-STATUS PIC X(02) VALUE SPACES.
               88 CRVPARAM-OK     VALUE '00'.
           77 WRK-CRVREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PA-PROX-SEQ  PIC 9(06) VALUE ZEROS.
           77 WRK-PA-CHAVE     PIC X(20) VALUE SPACES.
           77 WRK-PA-DUPLICADA PIC X(01) VALUE 'N'.
               88 PA-DUPLICADA   VALUE 'S'.
           77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
           77 WRK-CL-SUB      PIC 9(05) VALUE ZEROS.
           77 WRK-QT-CL       PIC 9(05) VALUE ZEROS.
           77 WRK-CL-ACHADO   PIC X(01) VALUE 'N'.
               88 CL-ACHADO     VALUE 'S'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-PAGTO  PIC 9(07) VALUE ZEROS.
           77 WRK-ATRASO      PIC S9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-MEDIA       PIC 9(05) VALUE ZEROS.
           77 WRK-LIMITE-NOVO PIC 9(07)V99 VALUE ZEROS.
           77 WRK-PROPOSTA    PIC X(01) VALUE SPACES.
               88 PROPOSTA-AUMENTO VALUE 'A'.
               88 PROPOSTA-REDUCAO VALUE 'R'.
               88 SEM-PROPOSTA     VALUE ' '.
           77 WRK-BLOQUEAR    PIC X(01) VALUE 'N'.
               88 BLOQUEAR      VALUE 'S'.
           77 WRK-ACAO-LIM    PIC X(24) VALUE SPACES.
           77 WRK-ACAO-BLOQ   PIC X(32) VALUE SPACES.
           77 WRK-MIN-PAGTOS  PIC 9(03) VALUE 3.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-GRAVADOS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-AUMENTO  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REDUCAO  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-BLOQ     PIC 9(05) VALUE ZEROS.
           77 WRK-QT-JA-BLOQ  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-CARENCIA PIC 9(05) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.

      *    ********** LIMITES DA REVISAO: ATRASO MEDIO (DIAS) E USO DO
      *    ********** LIMITE (%) PARA AUMENTO, ATRASO MEDIO E MAIOR
      *    ********** ATRASO EM ABERTO PARA REDUCAO E BLOQUEIO, ESTAGIO
      *    ********** DE COBRANCA QUE BLOQUEIA E CARENCIA (DIAS) APOS
      *    ********** A LIBERACAO. PADRAO QUANDO NAO HA CRVPARAM
           01 WRK-PARAMETROS.
               02 WRK-MEDIA-AUMENTO PIC 9(03) VALUE 5.
               02 WRK-USO-AUMENTO   PIC 9(03) VALUE 70.
               02 WRK-PERC-AUMENTO  PIC 9(03)V99 VALUE 20.
               02 WRK-MEDIA-CORTE   PIC 9(03) VALUE 15.
               02 WRK-ATRASO-CORTE  PIC 9(03) VALUE 30.
               02 WRK-PERC-CORTE    PIC 9(03)V99 VALUE 30.
               02 WRK-MEDIA-BLOQ    PIC 9(03) VALUE 30.
               02 WRK-ATRASO-BLOQ   PIC 9(03) VALUE 60.
               02 WRK-ESTAGIO-BLOQ  PIC 9(01) VALUE 3.
               02 WRK-CARENCIA      PIC 9(03) VALUE 30.

      *    ********** COMPORTAMENTO DE PAGAMENTO POR CLIENTE
           01 WRK-TAB-CLIENTE.
               02 WRK-CL OCCURS 2000 TIMES.
                   05 WRK-CL-CODIGO    PIC 9(06).
                   05 WRK-CL-QT-PAGTOS PIC 9(05).
                   05 WRK-CL-SOMA-DIAS PIC 9(09).
                   05 WRK-CL-VENCIDO   PIC 9(10)V99.
                   05 WRK-CL-MAIOR-VENC PIC 9(08)V99.
                   05 WRK-CL-MAIOR-ATRASO PIC 9(05).
                   05 WRK-CL-ESTAGIO   PIC 9(01).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB114' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'REVISAO DE CREDITO JA FEITA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-PASSAR-RECEBIMENTOS
                       PERFORM 0300-PASSAR-ABERTOS
                       PERFORM 0400-AVALIAR-CLIENTE
                               UNTIL CUSTMAST-EOF
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-GRAVADOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               COMPUTE WRK-DATA-INICIO = WRK-DATA-HOJE - 10000.
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-HOJE.
               MOVE ZEROS TO WRK-QT-CL.
               PERFORM 0150-CARREGAR-PARAMETROS.
               OPEN INPUT CUSTMAST.
               IF NOT CUSTMAST-OK
                   MOVE 'PRGCOB114' TO ERR-PROGRAMA
                   MOVE 'CUSTMAST' TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL -'
                           ' REVISAO DE CREDITO NAO FEITA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT CONTASREC
                   IF NOT CONTASREC-OK
                       MOVE 'PRGCOB114' TO ERR-PROGRAMA
                       MOVE 'CONTASREC' TO ERR-ARQUIVO
                       MOVE WRK-CONTASREC-STATUS TO ERR-STATUS
                       MOVE 'CONTAS A RECEBER INDISPONIVEL'
                            TO ERR-MENSAGEM
                       PERFORM 9100-REGISTRAR-ERRO
                       DISPLAY 'CONTAS A RECEBER INDISPONIVEL -'
                               ' REVISAO DE CREDITO NAO FEITA'
                       CLOSE CUSTMAST
                       MOVE '10' TO WRK-CUSTMAST-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'S' TO WRK-PROCESSAR
                       PERFORM 0110-ABRIR-AUXILIARES
                   END-IF
               END-IF.

      *    ********** DUNHIST E OPCIONAL (SEM ELE NAO HA ESTAGIO DE
      *    ********** COBRANCA); CREDHOLD E PENDAPPR SAO CRIADOS SE
      *    ********** AINDA NAO EXISTIREM
           0110-ABRIR-AUXILIARES.
               OPEN INPUT DUNHIST.
               IF WRK-DUNHIST-STATUS = '00'
                   MOVE 'S' TO WRK-DUNHIST-DISPONIVEL
               END-IF.
               OPEN I-O CREDHOLD.
               IF WRK-CREDHOLD-STATUS = '35'
                   CLOSE CREDHOLD
                   OPEN OUTPUT CREDHOLD
                   CLOSE CREDHOLD
                   OPEN I-O CREDHOLD
               END-IF.
               IF WRK-CREDHOLD-STATUS = '00'
                   MOVE 'S' TO WRK-CREDHOLD-DISPONIVEL
               ELSE
                   MOVE 'PRGCOB114' TO ERR-PROGRAMA
                   MOVE 'CREDHOLD' TO ERR-ARQUIVO
                   MOVE WRK-CREDHOLD-STATUS TO ERR-STATUS
                   MOVE 'BLOQUEIOS DE CREDITO NAO GRAVADOS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 4 TO RUN-RC
               END-IF.
               OPEN I-O PENDAPPR.
               IF WRK-PENDAPPR-STATUS = '35'
                   CLOSE PENDAPPR
                   OPEN OUTPUT PENDAPPR
                   CLOSE PENDAPPR
                   OPEN I-O PENDAPPR
               END-IF.
               IF WRK-PENDAPPR-STATUS = '00'
                   MOVE 'S' TO WRK-PENDAPPR-DISPONIVEL
               ELSE
                   MOVE 'PRGCOB114' TO ERR-PROGRAMA
                   MOVE 'PENDAPPR' TO ERR-ARQUIVO
                   MOVE WRK-PENDAPPR-STATUS TO ERR-STATUS
                   MOVE 'PROPOSTAS DE LIMITE NAO GRAVADAS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 4 TO RUN-RC
               END-IF.
               OPEN OUTPUT CRVREP.
               PERFORM 0190-CABECALHO.

           0190-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REVISAO DE CREDITO EM ' WRK-DATA-HOJE
                      ' - RECEBIMENTOS DESDE ' WRK-DATA-INICIO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO CRVREP-REC.
               WRITE CRVREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'CLIENT NOME                          LIMITE' TO
                    WRK-LINHA(1:44).
               MOVE 'PAGTS MEDIA   MAIOR VENCIDA ATRAS E' TO
                    WRK-LINHA(46:36).
               MOVE '  LIMITE PROPOSTO ACAO' TO WRK-LINHA(83:22).
               MOVE WRK-LINHA TO CRVREP-REC.
               WRITE CRVREP-REC.

      *    ********** CRVPARAM: UM REGISTRO SO; SEM O ARQUIVO OU COM
      *    ********** CONTEUDO NAO NUMERICO FICAM OS VALORES PADRAO
           0150-CARREGAR-PARAMETROS.
               OPEN INPUT CRVPARAM.
               IF CRVPARAM-OK
                   READ CRVPARAM
                       AT END MOVE '10' TO WRK-CRVPARAM-STATUS
                   END-READ
                   IF CRVPARAM-OK
                       IF CRVPARAM-REC IS NUMERIC
                           MOVE CRVPARAM-REC TO WRK-PARAMETROS
                       ELSE
                           MOVE 'PRGCOB114' TO ERR-PROGRAMA
                           MOVE 'CRVPARAM' TO ERR-ARQUIVO
                           MOVE SPACES TO ERR-STATUS
                           MOVE 'PARAMETROS INVALIDOS - USADO PADRAO'
                                TO ERR-MENSAGEM
                           PERFORM 9100-REGISTRAR-ERRO
                       END-IF
                   END-IF
                   CLOSE CRVPARAM
               END-IF.

      *    ********** RECEBIMENTOS DE PRINCIPAL DOS ULTIMOS 12 MESES:
      *    ********** ATRASO = DATA DO RECEBIMENTO MENOS O VENCIMENTO
      *    ********** DA PARCELA (PAGO EM DIA OU ANTES CONTA ZERO)
           0200-PASSAR-RECEBIMENTOS.
               OPEN INPUT RECEBLOG.
               IF RECEBLOG-OK
                   PERFORM 0210-LER-RECEBLOG
                   PERFORM 0220-MEDIR-RECEBIMENTO UNTIL RECEBLOG-EOF
                   CLOSE RECEBLOG
               END-IF.

           0210-LER-RECEBLOG.
               READ RECEBLOG
                   AT END MOVE '10' TO WRK-RECEBLOG-STATUS
               END-READ.

           0220-MEDIR-RECEBIMENTO.
               IF RECEBLOG-REC(58:10) = ' RECEBIDO '
                  AND RECEBLOG-REC(1:8) IS NUMERIC
                  AND RECEBLOG-REC(1:8) >= WRK-DATA-INICIO
                  AND RECEBLOG-REC(27:6) IS NUMERIC
                  AND RECEBLOG-REC(41:6) IS NUMERIC
                  AND RECEBLOG-REC(56:2) IS NUMERIC
                   MOVE RECEBLOG-REC(27:6) TO AR-CLIENTE
                   MOVE RECEBLOG-REC(41:6) TO AR-FATURA
                   MOVE RECEBLOG-REC(56:2) TO AR-PARCELA
                   READ CONTASREC
                       KEY IS AR-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-CONTASREC-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CONTASREC-STATUS
                   END-READ
                   IF CONTASREC-OK
                       MOVE RECEBLOG-REC(1:8) TO WRK-DATA-CONV
                       PERFORM 0800-DATA-PARA-DIAS
                       MOVE WRK-DIAS-CONV TO WRK-DIAS-PAGTO
                       MOVE AR-DT-VENCTO TO WRK-DATA-CONV
                       PERFORM 0800-DATA-PARA-DIAS
                       COMPUTE WRK-ATRASO =
                               WRK-DIAS-PAGTO - WRK-DIAS-CONV
                       IF WRK-ATRASO < 0
                           MOVE ZEROS TO WRK-ATRASO
                       END-IF
                       MOVE AR-CLIENTE TO WRK-CLIENTE
                       PERFORM 0700-LOCALIZAR-CLIENTE
                       IF WRK-CL-SUB > 0
                           ADD 1 TO WRK-CL-QT-PAGTOS(WRK-CL-SUB)
                           ADD WRK-ATRASO
                               TO WRK-CL-SOMA-DIAS(WRK-CL-SUB)
                       END-IF
                   END-IF
               END-IF.
               PERFORM 0210-LER-RECEBLOG.

      *    ********** AGING DO QUE ESTA EM ABERTO: TOTAL VENCIDO, MAIOR
      *    ********** PARCELA VENCIDA, MAIOR ATRASO E O ESTAGIO DE
      *    ********** COBRANCA MAIS ALTO DAS PARCELAS EM ABERTO
           0300-PASSAR-ABERTOS.
               MOVE LOW-VALUES TO AR-CHAVE.
               MOVE '00' TO WRK-CONTASREC-STATUS.
               START CONTASREC KEY IS GREATER THAN AR-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-START.
               PERFORM 0310-CLASSIFICAR-PARCELA
                       UNTIL CONTASREC-EOF OR CONTASREC-NOTFOUND.

           0310-CLASSIFICAR-PARCELA.
               READ CONTASREC NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-READ.
               IF CONTASREC-OK AND AR-ABERTO AND AR-SALDO > 0
                   MOVE AR-DT-VENCTO TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   COMPUTE WRK-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-CONV
                   IF WRK-ATRASO > 0
                       MOVE AR-CLIENTE TO WRK-CLIENTE
                       PERFORM 0700-LOCALIZAR-CLIENTE
                       IF WRK-CL-SUB > 0
                           PERFORM 0320-ACUMULAR-VENCIDO
                       END-IF
                   END-IF
               END-IF.

           0320-ACUMULAR-VENCIDO.
               ADD AR-SALDO TO WRK-CL-VENCIDO(WRK-CL-SUB).
               IF AR-SALDO > WRK-CL-MAIOR-VENC(WRK-CL-SUB)
                   MOVE AR-SALDO TO WRK-CL-MAIOR-VENC(WRK-CL-SUB)
               END-IF.
               IF WRK-ATRASO > WRK-CL-MAIOR-ATRASO(WRK-CL-SUB)
                   MOVE WRK-ATRASO TO WRK-CL-MAIOR-ATRASO(WRK-CL-SUB)
               END-IF.
               IF DUNHIST-DISPONIVEL
                   MOVE AR-CHAVE TO DH-CHAVE
                   READ DUNHIST
                       KEY IS DH-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-DUNHIST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-DUNHIST-STATUS
                   END-READ
                   IF DUNHIST-OK
                      AND DH-ESTAGIO > WRK-CL-ESTAGIO(WRK-CL-SUB)
                       MOVE DH-ESTAGIO TO WRK-CL-ESTAGIO(WRK-CL-SUB)
                   END-IF
               END-IF.

      *    ********** CLIENTE A CLIENTE DO CUSTMAST: SO ENTRA NA
      *    ********** REVISAO QUEM TEVE RECEBIMENTO OU TEM VENCIDO
           0400-AVALIAR-CLIENTE.
               READ CUSTMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF NOT CUSTMAST-OK
                   GO TO 0400-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-LIDOS.
               MOVE CUST-CODIGO TO WRK-CLIENTE.
               PERFORM 0720-PROCURAR-CLIENTE.
               IF NOT CL-ACHADO
                   GO TO 0400-SAIDA
               END-IF.
               MOVE ZEROS TO WRK-MEDIA.
               IF WRK-CL-QT-PAGTOS(WRK-CL-SUB) > 0
                   DIVIDE WRK-CL-SOMA-DIAS(WRK-CL-SUB)
                          BY WRK-CL-QT-PAGTOS(WRK-CL-SUB)
                          GIVING WRK-MEDIA
               END-IF.
               MOVE SPACES TO WRK-PROPOSTA WRK-ACAO-LIM WRK-ACAO-BLOQ.
               MOVE 'N' TO WRK-BLOQUEAR.
               IF WRK-MEDIA > WRK-MEDIA-BLOQ
                  OR WRK-CL-MAIOR-ATRASO(WRK-CL-SUB) > WRK-ATRASO-BLOQ
                  OR (WRK-ESTAGIO-BLOQ > 0 AND
                      WRK-CL-ESTAGIO(WRK-CL-SUB) >= WRK-ESTAGIO-BLOQ)
                   MOVE 'S' TO WRK-BLOQUEAR
               END-IF.
               IF CUST-LIMITE > 0
                   IF BLOQUEAR
                      OR WRK-MEDIA > WRK-MEDIA-CORTE
                      OR WRK-CL-MAIOR-ATRASO(WRK-CL-SUB)
                         > WRK-ATRASO-CORTE
                       MOVE 'R' TO WRK-PROPOSTA
                       COMPUTE WRK-LIMITE-NOVO ROUNDED = CUST-LIMITE
                               * (100 - WRK-PERC-CORTE) / 100
                   ELSE
                       IF WRK-CL-QT-PAGTOS(WRK-CL-SUB) >= WRK-MIN-PAGTOS
                          AND WRK-MEDIA <= WRK-MEDIA-AUMENTO
                          AND WRK-CL-VENCIDO(WRK-CL-SUB) = 0
                          AND CUST-ABERTO * 100 >=
                              CUST-LIMITE * WRK-USO-AUMENTO
                           MOVE 'A' TO WRK-PROPOSTA
                           COMPUTE WRK-LIMITE-NOVO ROUNDED =
                                   CUST-LIMITE
                                   * (100 + WRK-PERC-AUMENTO) / 100
                               ON SIZE ERROR
                                   MOVE 9999999,99 TO WRK-LIMITE-NOVO
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF.
               IF NOT SEM-PROPOSTA
                   PERFORM 0500-PROPOR-LIMITE THRU 0500-SAIDA
               END-IF.
               IF BLOQUEAR
                   PERFORM 0600-BLOQUEAR-CREDITO THRU 0600-SAIDA
               END-IF.
               IF NOT SEM-PROPOSTA OR BLOQUEAR
                   PERFORM 0950-GRAVAR-DETALHE
               END-IF.
           0400-SAIDA.
               EXIT.

      *    ********** PROPOSTA DE LIMITE NA FILA DE APROVACAO; SO UMA
      *    ********** PENDENTE POR CLIENTE (A ANTERIOR AINDA NAO
      *    ********** APROVADA NAO E DUPLICADA)
           0500-PROPOR-LIMITE.
               IF NOT PENDAPPR-DISPONIVEL
                   MOVE 'PROPOSTA NAO GRAVADA' TO WRK-ACAO-LIM
                   GO TO 0500-SAIDA
               END-IF.
               MOVE SPACES      TO WRK-PA-CHAVE.
               MOVE CUST-CODIGO TO WRK-PA-CHAVE(1:6).
               MOVE 'N'         TO WRK-PA-DUPLICADA.
               MOVE ZEROS TO WRK-PA-PROX-SEQ.
               MOVE ZEROS TO PA-SEQ.
               START PENDAPPR KEY IS GREATER THAN PA-SEQ
                   INVALID KEY
                       MOVE '10' TO WRK-PENDAPPR-STATUS
               END-START.
               PERFORM 0510-PROCURAR-ULTIMA
                       UNTIL WRK-PENDAPPR-STATUS NOT = '00'.
               MOVE '00' TO WRK-PENDAPPR-STATUS.
               IF PA-DUPLICADA
                   MOVE 'LIMITE JA EM APROVACAO' TO WRK-ACAO-LIM
                   GO TO 0500-SAIDA
               END-IF.
               COMPUTE PA-SEQ = WRK-PA-PROX-SEQ + 1.
               MOVE 'CUSTMAST'      TO PA-ARQUIVO.
               MOVE WRK-PA-CHAVE    TO PA-CHAVE.
               MOVE 'LIMITE'        TO PA-CAMPO.
               MOVE SPACES          TO PA-VALOR-NOVO.
               MOVE WRK-LIMITE-NOVO TO PA-VALOR-NOVO(1:9).
               MOVE 'PRGCOB114'     TO PA-SOLICITANTE.
               PERFORM 9320-MONTAR-DATAHORA-RUN.
               MOVE RUN-DATAHORA    TO PA-DATAHORA.
               MOVE 'P'             TO PA-STATUS.
               MOVE SPACES          TO PA-APROVADOR.
               WRITE PA-REC.
               ADD 1 TO WRK-QT-GRAVADOS.
               IF PROPOSTA-AUMENTO
                   MOVE 'AUMENTO PROPOSTO' TO WRK-ACAO-LIM
                   ADD 1 TO WRK-QT-AUMENTO
               ELSE
                   MOVE 'REDUCAO PROPOSTA' TO WRK-ACAO-LIM
                   ADD 1 TO WRK-QT-REDUCAO
               END-IF.
           0500-SAIDA.
               EXIT.

           0510-PROCURAR-ULTIMA.
               READ PENDAPPR NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PENDAPPR-STATUS
               END-READ.
               IF WRK-PENDAPPR-STATUS = '00'
                   MOVE PA-SEQ TO WRK-PA-PROX-SEQ
                   IF PA-PENDENTE AND PA-ARQUIVO = 'CUSTMAST'
                      AND PA-CAMPO = 'LIMITE'
                      AND PA-CHAVE = WRK-PA-CHAVE
                       MOVE 'S' TO WRK-PA-DUPLICADA
                   END-IF
               END-IF.

      *    ********** BLOQUEIO DE CREDITO (CREDHOLD MOTIVO R). QUEM JA
      *    ********** ESTA BLOQUEADO FICA COMO ESTA; QUEM FOI LIBERADO
      *    ********** PELO CONTROLE DE CREDITO HA MENOS DIAS QUE A
      *    ********** CARENCIA NAO VOLTA AO BLOQUEIO NESTA REVISAO
           0600-BLOQUEAR-CREDITO.
               IF NOT CREDHOLD-DISPONIVEL
                   MOVE 'BLOQUEIO NAO GRAVADO' TO WRK-ACAO-BLOQ
                   GO TO 0600-SAIDA
               END-IF.
               MOVE CUST-CODIGO TO CH-CLIENTE.
               READ CREDHOLD
                   KEY IS CH-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDHOLD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDHOLD-STATUS
               END-READ.
               IF CREDHOLD-OK AND NOT CH-LIBERADO
                   STRING 'JA BLOQUEADO DESDE ' CH-DATA
                          DELIMITED BY SIZE INTO WRK-ACAO-BLOQ
                   END-STRING
                   ADD 1 TO WRK-QT-JA-BLOQ
                   GO TO 0600-SAIDA
               END-IF.
               IF CREDHOLD-OK
                   MOVE CH-DATA TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   IF WRK-DIAS-HOJE - WRK-DIAS-CONV < WRK-CARENCIA
                       STRING 'LIBERADO EM ' CH-DATA ' - CARENCIA'
                              DELIMITED BY SIZE INTO WRK-ACAO-BLOQ
                       END-STRING
                       ADD 1 TO WRK-QT-CARENCIA
                       GO TO 0600-SAIDA
                   END-IF
               END-IF.
               MOVE CUST-CODIGO   TO CH-CLIENTE.
               MOVE 'R'           TO CH-MOTIVO.
               MOVE WRK-DATA-HOJE TO CH-DATA.
               MOVE 'PRGCOB114'   TO CH-OPERADOR.
               MOVE SPACES        TO CH-OBS.
               STRING 'REVISAO MEDIA ' WRK-MEDIA
                      ' ATR ' WRK-CL-MAIOR-ATRASO(WRK-CL-SUB)
                      DELIMITED BY SIZE INTO CH-OBS
               END-STRING.
               IF CREDHOLD-OK
                   REWRITE CH-REC
               ELSE
                   WRITE CH-REC
               END-IF.
               MOVE 'CREDITO BLOQUEADO' TO WRK-ACAO-BLOQ.
               ADD 1 TO WRK-QT-BLOQ.
               ADD 1 TO WRK-QT-GRAVADOS.
           0600-SAIDA.
               EXIT.

      *    ********** LOCALIZA (OU ABRE) O CLIENTE NA TABELA; SUB
      *    ********** ZERO QUANDO A TABELA ESTA CHEIA
           0700-LOCALIZAR-CLIENTE.
               PERFORM 0720-PROCURAR-CLIENTE.
               IF NOT CL-ACHADO
                   IF WRK-QT-CL < 2000
                       ADD 1 TO WRK-QT-CL
                       MOVE WRK-QT-CL TO WRK-CL-SUB
                       MOVE WRK-CLIENTE TO WRK-CL-CODIGO(WRK-CL-SUB)
                       MOVE ZEROS TO WRK-CL-QT-PAGTOS(WRK-CL-SUB)
                                     WRK-CL-SOMA-DIAS(WRK-CL-SUB)
                                     WRK-CL-VENCIDO(WRK-CL-SUB)
                                     WRK-CL-MAIOR-VENC(WRK-CL-SUB)
                                     WRK-CL-MAIOR-ATRASO(WRK-CL-SUB)
                                     WRK-CL-ESTAGIO(WRK-CL-SUB)
                   ELSE
                       DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                               WRK-CLIENTE ' FORA DA REVISAO'
                       MOVE ZEROS TO WRK-CL-SUB
                   END-IF
               END-IF.

      *    ********** SO PROCURA; COM CL-ACHADO O SUB APONTA O CLIENTE
           0720-PROCURAR-CLIENTE.
               MOVE 'N' TO WRK-CL-ACHADO.
               PERFORM 0710-COMPARAR-CLIENTE
                       VARYING WRK-CL-SUB FROM 1 BY 1
                       UNTIL WRK-CL-SUB > WRK-QT-CL
                       OR CL-ACHADO.
               IF CL-ACHADO
                   SUBTRACT 1 FROM WRK-CL-SUB
               END-IF.

           0710-COMPARAR-CLIENTE.
               IF WRK-CL-CODIGO(WRK-CL-SUB) = WRK-CLIENTE
                   MOVE 'S' TO WRK-CL-ACHADO
               END-IF.

      *    ********** CONVERTE AAAAMMDD EM CONTAGEM DE DIAS, COM
      *    ********** ANOS BISSEXTOS, PARA CALCULO DE ATRASOS
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

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL' TO WRK-LINHA(1:5).
               STRING 'CLIENTES LIDOS ' WRK-QT-LIDOS
                      '  AUMENTOS ' WRK-QT-AUMENTO
                      '  REDUCOES ' WRK-QT-REDUCAO
                      '  BLOQUEADOS ' WRK-QT-BLOQ
                      '  JA BLOQUEADOS ' WRK-QT-JA-BLOQ
                      '  EM CARENCIA ' WRK-QT-CARENCIA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO CRVREP-REC.
               WRITE CRVREP-REC.
               CLOSE CUSTMAST.
               CLOSE CONTASREC.
               IF DUNHIST-DISPONIVEL
                   CLOSE DUNHIST
               END-IF.
               IF CREDHOLD-DISPONIVEL
                   CLOSE CREDHOLD
               END-IF.
               IF PENDAPPR-DISPONIVEL
                   CLOSE PENDAPPR
               END-IF.
               CLOSE CRVREP.
               DISPLAY 'REVISAO DE CREDITO - CLIENTES ' WRK-QT-LIDOS
                       ' AUMENTOS ' WRK-QT-AUMENTO
                       ' REDUCOES ' WRK-QT-REDUCAO
                       ' BLOQUEIOS ' WRK-QT-BLOQ.

      *    ********** CLIENTE COM PROPOSTA DE LIMITE OU BLOQUEIO; COM
      *    ********** AS DUAS ACOES, A DO BLOQUEIO VAI NA LINHA DE BAIXO
           0950-GRAVAR-DETALHE.
               MOVE SPACES TO WRK-LINHA.
               MOVE CUST-CODIGO TO WRK-LINHA(1:6).
               MOVE CUST-NOME TO WRK-LINHA(8:20).
               MOVE CUST-LIMITE TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(29:16).
               MOVE WRK-CL-QT-PAGTOS(WRK-CL-SUB) TO WRK-LINHA(46:5).
               MOVE WRK-MEDIA TO WRK-LINHA(52:5).
               MOVE WRK-CL-MAIOR-VENC(WRK-CL-SUB) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(58:16).
               MOVE WRK-CL-MAIOR-ATRASO(WRK-CL-SUB) TO WRK-LINHA(75:5).
               MOVE WRK-CL-ESTAGIO(WRK-CL-SUB) TO WRK-LINHA(81:1).
               IF NOT SEM-PROPOSTA
                   MOVE WRK-LIMITE-NOVO TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(83:16)
               END-IF.
               IF WRK-ACAO-LIM NOT = SPACES
                   MOVE WRK-ACAO-LIM TO WRK-LINHA(100:24)
                   IF WRK-ACAO-BLOQ NOT = SPACES
                       MOVE WRK-LINHA TO CRVREP-REC
                       WRITE CRVREP-REC
                       MOVE SPACES TO WRK-LINHA
                       MOVE WRK-ACAO-BLOQ TO WRK-LINHA(100:32)
                   END-IF
               ELSE
                   MOVE WRK-ACAO-BLOQ TO WRK-LINHA(100:32)
               END-IF.
               MOVE WRK-LINHA TO CRVREP-REC.
               WRITE CRVREP-REC.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
