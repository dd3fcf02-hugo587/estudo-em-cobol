           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB141.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = GUARDA DOS RELATORIOS NO REPOSITORIO. CADA
      *    RELATORIO IMPRESSO (INVPRINT, PAYSLIP, BOLETIM, DUNLETT,
      *    CREDPRINT, ROMANEIO, TRIAGREP E OS DEMAIS DO CATALOGO) E
      *    SOBRESCRITO NA RODADA SEGUINTE; AQUI CADA EXECUCAO E
      *    COPIADA PARA O RPTSTORE (VSAM POR RELATORIO + DATA +
      *    SEQUENCIA DA EXECUCAO NO DIA + LINHA) E REGISTRADA NO
      *    INDICE RPTIDX COM DATA DE NEGOCIO, DATA/HORA DA
      *    EXECUCAO, OPERADOR, PROGRAMA, LINHAS E PAGINAS. A
      *    CONSULTA E A REIMPRESSAO SAO PELO PRGCOB142 (OPCAO R DO
      *    MENU DE OPERACOES).
      *    O CATALOGO RPTCAT DIZ O QUE GUARDAR - UMA LINHA POR
      *    RELATORIO E PROGRAMA QUE O PRODUZ: NOME DO ARQUIVO X(10),
      *    PROGRAMA X(09), PASSO DO RUNCTL X(08) (BRANCO SE O
      *    RELATORIO NAO RODA NA CADEIA), OPCAO DO MENU X(01) E
      *    NIVEL MINIMO 9(02) QUE DAO ACESSO A ELE, LINHAS POR
      *    PAGINA 9(03) (ZERO = 60) E DESCRICAO X(30).
      *    DUAS FORMAS DE USO:
      *    - CHAMADO PELO MENU (PROGCOB18) NA VOLTA DE CADA OPCAO,
      *      COM O USUARIO E O PROGRAMA QUE RODOU: GUARDA OS
      *      RELATORIOS DO CATALOGO DAQUELE PROGRAMA, COM O USUARIO
      *      COMO OPERADOR;
      *    - PASSO DE LOTE NO FIM DO NITELY01 E DO MONTHEND (SEM
      *      PARAMETRO): GUARDA OS RELATORIOS CUJO DD ESTA NO PASSO.
      *      COM PASSO NO CATALOGO, SO SE ELE ESTA COMPLETO NO
      *      RUNCTL NA DATA, COM O OPERADOR E A DATA/HORA DE LA.
      *    NAO GUARDA DE NOVO O QUE NAO MUDOU: RELATORIO VAZIO,
      *    PASSO JA GUARDADO COM A MESMA DATA/HORA DO RUNCTL, OU
      *    ARQUIVO IGUAL A ULTIMA GUARDA (MESMA QUANTIDADE DE
      *    LINHAS, MESMA PRIMEIRA E ULTIMA LINHA) - OPCAO DO MENU
      *    QUE NAO IMPRIMIU NADA NAO GERA EXECUCAO FALSA. O RPTIDX
      *    TEM UM REGISTRO DE CONTROLE POR RELATORIO (DATA E
      *    SEQUENCIA ZERADAS) COM A ULTIMA GUARDA.
      *    UM SELECT LITERAL POR RELATORIO COM DESPACHO POR
      *    EVALUATE, COMO NO PROGCOB48.
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
               SELECT RPTCAT ASSIGN TO "RPTCAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RPTCAT-STATUS.
               SELECT RPTIDX ASSIGN TO "RPTIDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPI-CHAVE
                   FILE STATUS IS WRK-RPTIDX-STATUS.
               SELECT RPTSTORE ASSIGN TO "RPTSTORE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPX-CHAVE
                   FILE STATUS IS WRK-RPTSTORE-STATUS.
               SELECT RUNCTL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CHAVE
                   FILE STATUS IS WRK-RUNCTL-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT INVPRINT ASSIGN TO "INVPRINT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT PAYSLIP ASSIGN TO "PAYSLIP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT BOLETIM ASSIGN TO "BOLETIM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT DUNLETT ASSIGN TO "DUNLETT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT CREDPRINT ASSIGN TO "CREDPRINT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT ROMANEIO ASSIGN TO "ROMANEIO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT TRIAGREP ASSIGN TO "TRIAGREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT SALESCON ASSIGN TO "SALESCON"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT ORDREJ ASSIGN TO "ORDREJ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT CONSREP ASSIGN TO "CONSREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT NFEREP ASSIGN TO "NFEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT MATCHREP ASSIGN TO "MATCHREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT PAGRETREP ASSIGN TO "PAGRETREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT REMREP ASSIGN TO "REMREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT PDDREP ASSIGN TO "PDDREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT CRVREP ASSIGN TO "CRVREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT DEPREP ASSIGN TO "DEPREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT CNTPLANREP ASSIGN TO "CNTPLANREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT DUPREP ASSIGN TO "DUPREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT INTEGREP ASSIGN TO "INTEGREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT DORMREP ASSIGN TO "DORMREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT FOLHAREG ASSIGN TO "FOLHAREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT PROVMEMO ASSIGN TO "PROVMEMO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT STKVAL ASSIGN TO "STKVAL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT AGEREP ASSIGN TO "AGEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT AGEPAG ASSIGN TO "AGEPAG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT BUDGVAR ASSIGN TO "BUDGVAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT DREREP ASSIGN TO "DREREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
               SELECT CLOSEREP ASSIGN TO "CLOSEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ARQ-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  RPTCAT.
           01  RCT-REC.
               05 RCT-RELATORIO   PIC X(10).
               05 RCT-PROGRAMA    PIC X(09).
               05 RCT-PASSO       PIC X(08).
               05 RCT-OPCAO       PIC X(01).
               05 RCT-NIVEL-MIN   PIC 9(02).
               05 RCT-LINHAS-PAG  PIC 9(03).
               05 RCT-DESCRICAO   PIC X(30).

           FD  RPTIDX.
           01  RPI-REC.
               05 RPI-CHAVE.
                   10 RPI-RELATORIO PIC X(10).
                   10 RPI-DATA      PIC 9(08).
                   10 RPI-SEQ       PIC 9(03).
               05 RPI-OPCAO         PIC X(01).
               05 RPI-NIVEL-MIN     PIC 9(02).
               05 RPI-DESCRICAO     PIC X(30).
               05 RPI-DADOS         PIC X(81).
               05 RPI-EXECUCAO REDEFINES RPI-DADOS.
                   10 RPI-DATAHORA  PIC X(17).
                   10 RPI-OPERADOR  PIC X(20).
                   10 RPI-PROGRAMA  PIC X(09).
                   10 RPI-QT-LINHAS PIC 9(06).
                   10 RPI-QT-PAGINAS PIC 9(05).
                   10 RPI-QT-REIMPR PIC 9(04).
                   10 RPI-ULT-REIMPR PIC X(20).
               05 RPI-CONTROLE REDEFINES RPI-DADOS.
                   10 RPI-CT-DATA   PIC 9(08).
                   10 RPI-CT-SEQ    PIC 9(03).
                   10 RPI-CT-DATAHORA PIC X(17).
                   10 RPI-CT-QT-LINHAS PIC 9(06).
                   10 FILLER        PIC X(47).

           FD  RPTSTORE.
           01  RPX-REC.
               05 RPX-CHAVE.
                   10 RPX-RELATORIO PIC X(10).
                   10 RPX-DATA      PIC 9(08).
                   10 RPX-SEQ       PIC 9(03).
                   10 RPX-LINHA     PIC 9(06).
               05 RPX-TEXTO         PIC X(132).

           FD  RUNCTL.
           01  RC-REC.
               05 RC-CHAVE.
                   10 RC-DATA   PIC 9(08).
                   10 RC-PASSO  PIC X(08).
               05 RC-STATUS     PIC X(01).
                  88 RC-COMPLETO VALUE 'C'.
               05 RC-DATAHORA   PIC X(17).
               05 RC-OPERADOR   PIC X(20).

           FD  ERRLOG.
           01  ERRLOG-REC         PIC X(80).

           FD  INVPRINT.
           01  INVPRINT-REC PIC X(090).

           FD  PAYSLIP.
           01  PAYSLIP-REC PIC X(080).

           FD  BOLETIM.
           01  BOLETIM-REC PIC X(080).

           FD  DUNLETT.
           01  DUNLETT-REC PIC X(090).

           FD  CREDPRINT.
           01  CREDPRINT-REC PIC X(090).

           FD  ROMANEIO.
           01  ROMANEIO-REC PIC X(090).

           FD  TRIAGREP.
           01  TRIAGREP-REC PIC X(090).

           FD  SALESCON.
           01  SALESCON-REC PIC X(080).

           FD  ORDREJ.
           01  ORDREJ-REC PIC X(080).

           FD  CONSREP.
           01  CONSREP-REC PIC X(132).

           FD  NFEREP.
           01  NFEREP-REC PIC X(132).

           FD  MATCHREP.
           01  MATCHREP-REC PIC X(100).

           FD  PAGRETREP.
           01  PAGRETREP-REC PIC X(100).

           FD  REMREP.
           01  REMREP-REC PIC X(090).

           FD  PDDREP.
           01  PDDREP-REC PIC X(090).

           FD  CRVREP.
           01  CRVREP-REC PIC X(132).

           FD  DEPREP.
           01  DEPREP-REC PIC X(132).

           FD  CNTPLANREP.
           01  CNTPLANREP-REC PIC X(090).

           FD  DUPREP.
           01  DUPREP-REC PIC X(132).

           FD  INTEGREP.
           01  INTEGREP-REC PIC X(132).

           FD  DORMREP.
           01  DORMREP-REC PIC X(090).

           FD  FOLHAREG.
           01  FOLHAREG-REC PIC X(080).

           FD  PROVMEMO.
           01  PROVMEMO-REC PIC X(090).

           FD  STKVAL.
           01  STKVAL-REC PIC X(090).

           FD  AGEREP.
           01  AGEREP-REC PIC X(100).

           FD  AGEPAG.
           01  AGEPAG-REC PIC X(100).

           FD  BUDGVAR.
           01  BUDGVAR-REC PIC X(100).

           FD  DREREP.
           01  DREREP-REC PIC X(090).

           FD  CLOSEREP.
           01  CLOSEREP-REC PIC X(132).

           WORKING-STORAGE SECTION.
           COPY ERRCOM.
           77 WRK-RPTCAT-STATUS PIC X(02) VALUE SPACES.
               88 RPTCAT-OK        VALUE '00'.
               88 RPTCAT-EOF       VALUE '10'.
           77 WRK-RPTIDX-STATUS PIC X(02) VALUE SPACES.
               88 RPTIDX-OK        VALUE '00'.
           77 WRK-RPTSTORE-STATUS PIC X(02) VALUE SPACES.
               88 RPTSTORE-OK      VALUE '00'.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
      *    ********** STATUS COMPARTILHADO DOS RELATORIOS DESPACHADOS
           77 WRK-ARQ-STATUS    PIC X(02) VALUE SPACES.
           77 WRK-ENT-NOME      PIC X(10) VALUE SPACES.
           77 WRK-ST-ENT        PIC X(02) VALUE SPACES.
           77 WRK-FIM-ENT       PIC X(01) VALUE 'N'.
               88 FIM-ENT        VALUE 'S'.
           01 WRK-REG-ENT       PIC X(132) VALUE SPACES.
           01 WRK-PRIMEIRA      PIC X(132) VALUE SPACES.
           01 WRK-ULTIMA        PIC X(132) VALUE SPACES.
      *    ********** L = PASSO DE LOTE, M = CHAMADO PELO MENU
           77 WRK-MODO          PIC X(01) VALUE 'L'.
               88 MODO-LOTE      VALUE 'L'.
               88 MODO-MENU      VALUE 'M'.
           77 WRK-OPERADOR      PIC X(20) VALUE SPACES.
           77 WRK-PROGRAMA      PIC X(09) VALUE SPACES.
           77 WRK-OPER-EXEC     PIC X(20) VALUE SPACES.
           77 WRK-DATAHORA-EXEC PIC X(17) VALUE SPACES.
           77 WRK-REPOSITORIO   PIC X(01) VALUE 'N'.
               88 REPOSITORIO-OK VALUE 'S'.
           77 WRK-RUNCTL-DISP   PIC X(01) VALUE 'N'.
               88 RUNCTL-DISPONIVEL VALUE 'S'.
           77 WRK-TEM-CONTROLE  PIC X(01) VALUE 'N'.
               88 TEM-CONTROLE   VALUE 'S'.
           77 WRK-IGUAL         PIC X(01) VALUE 'N'.
               88 IGUAL-ULTIMA   VALUE 'S'.
           77 WRK-CT-DATA       PIC 9(08) VALUE ZEROS.
           77 WRK-CT-SEQ        PIC 9(03) VALUE ZEROS.
           77 WRK-CT-DATAHORA   PIC X(17) VALUE SPACES.
           77 WRK-CT-QT-LINHAS  PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           77 WRK-SEQ           PIC 9(04) VALUE ZEROS.
           77 WRK-QT-LINHAS     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-COPIADAS   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PAGINAS    PIC 9(05) VALUE ZEROS.
           77 WRK-LINHAS-PAG    PIC 9(03) VALUE ZEROS.
           77 WRK-QT-GUARDADOS  PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PULADOS    PIC 9(04) VALUE ZEROS.
           77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA   PIC 9(08).
               02 WRK-TS-HORA   PIC 9(08).

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).
           01  LNK-PROGRAMA       PIC X(09).

           PROCEDURE DIVISION USING LNK-USUARIO LNK-PROGRAMA.
           0001-PRINCIPAL.
               MOVE 'PRGCOB141' TO ERR-PROGRAMA.
               MOVE ZEROS TO WRK-QT-GUARDADOS WRK-QT-PULADOS.
               MOVE 'N'   TO WRK-REPOSITORIO WRK-RUNCTL-DISP.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE 'L'      TO WRK-MODO
                   MOVE 'LOTE'   TO WRK-OPERADOR
                   MOVE SPACES   TO WRK-PROGRAMA
               ELSE
                   MOVE 'M'          TO WRK-MODO
                   MOVE LNK-USUARIO  TO WRK-OPERADOR
                   MOVE LNK-PROGRAMA TO WRK-PROGRAMA
               END-IF.
               OPEN INPUT RPTCAT.
               IF NOT RPTCAT-OK
                   IF MODO-LOTE
                       DISPLAY 'CATALOGO DE RELATORIOS (RPTCAT)'
                               ' INDISPONIVEL - NADA A GUARDAR'
                   END-IF
               ELSE
                   PERFORM 0100-ABRIR-REPOSITORIO
                   IF REPOSITORIO-OK
                       PERFORM 0150-LER-CATALOGO
                       PERFORM 0200-TRATAR-CATALOGO THRU 0200-SAIDA
                               UNTIL RPTCAT-EOF
                       CLOSE RPTIDX RPTSTORE
                       IF RUNCTL-DISPONIVEL
                           CLOSE RUNCTL
                       END-IF
                   END-IF
                   CLOSE RPTCAT
               END-IF.
               IF MODO-LOTE
                   DISPLAY 'RELATORIOS GUARDADOS NO REPOSITORIO..'
                           WRK-QT-GUARDADOS ' - NAO GUARDADOS..'
                           WRK-QT-PULADOS
               ELSE
                   IF WRK-QT-GUARDADOS > 0
                       DISPLAY 'RELATORIO(S) GUARDADO(S) NO'
                               ' REPOSITORIO..' WRK-QT-GUARDADOS
                   END-IF
               END-IF.
               GOBACK.

      *    ********** INDICE E CONTEUDO CRIADOS NA PRIMEIRA GUARDA
           0100-ABRIR-REPOSITORIO.
               OPEN I-O RPTIDX.
               IF WRK-RPTIDX-STATUS = '35'
                   OPEN OUTPUT RPTIDX
                   CLOSE RPTIDX
                   OPEN I-O RPTIDX
               END-IF.
               IF NOT RPTIDX-OK
                   MOVE 'RPTIDX' TO ERR-ARQUIVO
                   MOVE WRK-RPTIDX-STATUS TO ERR-STATUS
                   MOVE 'INDICE DO REPOSITORIO INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               ELSE
                   OPEN I-O RPTSTORE
                   IF WRK-RPTSTORE-STATUS = '35'
                       OPEN OUTPUT RPTSTORE
                       CLOSE RPTSTORE
                       OPEN I-O RPTSTORE
                   END-IF
                   IF NOT RPTSTORE-OK
                       MOVE 'RPTSTORE' TO ERR-ARQUIVO
                       MOVE WRK-RPTSTORE-STATUS TO ERR-STATUS
                       MOVE 'CONTEUDO DO REPOSITORIO INDISPONIVEL'
                            TO ERR-MENSAGEM
                       PERFORM 9100-REGISTRAR-ERRO
                       CLOSE RPTIDX
                   ELSE
                       MOVE 'S' TO WRK-REPOSITORIO
                   END-IF
               END-IF.
               IF NOT REPOSITORIO-OK AND MODO-LOTE
                   DISPLAY 'REPOSITORIO DE RELATORIOS INDISPONIVEL'
                           ' - NADA GUARDADO'
               END-IF.
               IF REPOSITORIO-OK AND MODO-LOTE
                   OPEN INPUT RUNCTL
                   IF WRK-RUNCTL-STATUS = '00'
                       MOVE 'S' TO WRK-RUNCTL-DISP
                   END-IF
               END-IF.

           0150-LER-CATALOGO.
               READ RPTCAT
                   AT END MOVE '10' TO WRK-RPTCAT-STATUS
               END-READ.

      *    ********** UMA LINHA DO CATALOGO: CONFERE SE O RELATORIO
      *    ********** E DESTA RODADA E SE MUDOU, E GUARDA
           0200-TRATAR-CATALOGO.
               MOVE RCT-RELATORIO TO WRK-ENT-NOME.
               IF MODO-MENU AND RCT-PROGRAMA NOT = WRK-PROGRAMA
                   GO TO 0200-PROXIMO
               END-IF.
               MOVE WRK-OPERADOR TO WRK-OPER-EXEC.
               PERFORM 0900-MONTAR-DATAHORA.
               IF MODO-LOTE AND RCT-PASSO NOT = SPACES
                  AND RUNCTL-DISPONIVEL
                   MOVE WRK-DATA-HOJE TO RC-DATA
                   MOVE RCT-PASSO     TO RC-PASSO
                   READ RUNCTL
                       KEY IS RC-CHAVE
                       INVALID KEY
                           MOVE SPACE TO RC-STATUS
                   END-READ
                   IF NOT RC-COMPLETO
                       MOVE 'PASSO NAO COMPLETO NA DATA' TO WRK-MOTIVO
                       GO TO 0200-PULAR
                   END-IF
                   MOVE RC-OPERADOR TO WRK-OPER-EXEC
                   MOVE RC-DATAHORA TO WRK-DATAHORA-EXEC
               END-IF.
               PERFORM 0300-CONFERIR-RELATORIO.
               IF WRK-ST-ENT NOT = '00'
                   MOVE 'ARQUIVO AUSENTE' TO WRK-MOTIVO
                   GO TO 0200-PULAR
               END-IF.
               IF WRK-QT-LINHAS = 0
                   MOVE 'RELATORIO VAZIO' TO WRK-MOTIVO
                   GO TO 0200-PULAR
               END-IF.
               PERFORM 0400-LER-CONTROLE.
               IF TEM-CONTROLE
                   IF MODO-LOTE AND RCT-PASSO NOT = SPACES
                      AND WRK-CT-DATAHORA = WRK-DATAHORA-EXEC
                       MOVE 'EXECUCAO JA GUARDADA' TO WRK-MOTIVO
                       GO TO 0200-PULAR
                   END-IF
                   PERFORM 0450-COMPARAR-ULTIMA
                   IF IGUAL-ULTIMA
                       MOVE 'SEM ALTERACAO DESDE A ULTIMA GUARDA'
                            TO WRK-MOTIVO
                       GO TO 0200-PULAR
                   END-IF
               END-IF.
               IF TEM-CONTROLE AND WRK-CT-DATA = WRK-DATA-HOJE
                   COMPUTE WRK-SEQ = WRK-CT-SEQ + 1
               ELSE
                   MOVE 1 TO WRK-SEQ
               END-IF.
               IF WRK-SEQ > 999
                   MOVE 'LIMITE DE EXECUCOES NO DIA' TO WRK-MOTIVO
                   GO TO 0200-PULAR
               END-IF.
               PERFORM 0500-GUARDAR.
               ADD 1 TO WRK-QT-GUARDADOS.
               IF MODO-LOTE
                   DISPLAY 'GUARDADO ' RCT-RELATORIO ' '
                           WRK-DATA-HOJE '/' WRK-SEQ(2:3)
                           ' LINHAS ' WRK-QT-COPIADAS
                           ' PAGINAS ' WRK-QT-PAGINAS
               END-IF.
               GO TO 0200-PROXIMO.
           0200-PULAR.
               ADD 1 TO WRK-QT-PULADOS.
               IF MODO-LOTE
                   DISPLAY 'NAO GUARDADO ' RCT-RELATORIO ' - '
                           WRK-MOTIVO
               END-IF.
           0200-PROXIMO.
               PERFORM 0150-LER-CATALOGO.
           0200-SAIDA.
               EXIT.

      *    ********** PRIMEIRA PASSADA: CONTA AS LINHAS E GUARDA A
      *    ********** PRIMEIRA E A ULTIMA PARA A COMPARACAO
           0300-CONFERIR-RELATORIO.
               MOVE ZEROS  TO WRK-QT-LINHAS.
               MOVE SPACES TO WRK-PRIMEIRA WRK-ULTIMA.
               PERFORM 0600-ABRIR-ENT.
               IF WRK-ST-ENT = '00'
                   PERFORM 0610-LER-ENT
                   PERFORM 0310-CONTAR-LINHA UNTIL FIM-ENT
                   PERFORM 0620-FECHAR-ENT
               END-IF.

           0310-CONTAR-LINHA.
               ADD 1 TO WRK-QT-LINHAS.
               IF WRK-QT-LINHAS = 1
                   MOVE WRK-REG-ENT TO WRK-PRIMEIRA
               END-IF.
               MOVE WRK-REG-ENT TO WRK-ULTIMA.
               PERFORM 0610-LER-ENT.

      *    ********** REGISTRO DE CONTROLE DO RELATORIO (DATA E
      *    ********** SEQUENCIA ZERADAS) - ULTIMA GUARDA
           0400-LER-CONTROLE.
               MOVE 'N' TO WRK-TEM-CONTROLE.
               MOVE RCT-RELATORIO TO RPI-RELATORIO.
               MOVE ZEROS         TO RPI-DATA RPI-SEQ.
               READ RPTIDX
                   KEY IS RPI-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RPTIDX-STATUS
               END-READ.
               IF RPTIDX-OK
                   MOVE 'S'              TO WRK-TEM-CONTROLE
                   MOVE RPI-CT-DATA      TO WRK-CT-DATA
                   MOVE RPI-CT-SEQ       TO WRK-CT-SEQ
                   MOVE RPI-CT-DATAHORA  TO WRK-CT-DATAHORA
                   MOVE RPI-CT-QT-LINHAS TO WRK-CT-QT-LINHAS
               END-IF.

           0450-COMPARAR-ULTIMA.
               MOVE 'N' TO WRK-IGUAL.
               IF WRK-QT-LINHAS = WRK-CT-QT-LINHAS
                   MOVE RCT-RELATORIO TO RPX-RELATORIO
                   MOVE WRK-CT-DATA   TO RPX-DATA
                   MOVE WRK-CT-SEQ    TO RPX-SEQ
                   MOVE 1             TO RPX-LINHA
                   PERFORM 0460-LER-LINHA-GUARDADA
                   IF RPTSTORE-OK AND RPX-TEXTO = WRK-PRIMEIRA
                       MOVE WRK-CT-QT-LINHAS TO RPX-LINHA
                       PERFORM 0460-LER-LINHA-GUARDADA
                       IF RPTSTORE-OK AND RPX-TEXTO = WRK-ULTIMA
                           MOVE 'S' TO WRK-IGUAL
                       END-IF
                   END-IF
               END-IF.

           0460-LER-LINHA-GUARDADA.
               READ RPTSTORE
                   KEY IS RPX-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RPTSTORE-STATUS
               END-READ.

      *    ********** SEGUNDA PASSADA: COPIA AS LINHAS E REGISTRA A
      *    ********** EXECUCAO E O NOVO CONTROLE NO INDICE
           0500-GUARDAR.
               MOVE ZEROS TO WRK-QT-COPIADAS.
               PERFORM 0600-ABRIR-ENT.
               PERFORM 0610-LER-ENT.
               PERFORM 0510-COPIAR-LINHA UNTIL FIM-ENT.
               PERFORM 0620-FECHAR-ENT.
               MOVE RCT-LINHAS-PAG TO WRK-LINHAS-PAG.
               IF WRK-LINHAS-PAG = 0
                   MOVE 60 TO WRK-LINHAS-PAG
               END-IF.
               COMPUTE WRK-QT-PAGINAS =
                       (WRK-QT-COPIADAS + WRK-LINHAS-PAG - 1)
                       / WRK-LINHAS-PAG.
               MOVE SPACES           TO RPI-REC.
               MOVE RCT-RELATORIO    TO RPI-RELATORIO.
               MOVE WRK-DATA-HOJE    TO RPI-DATA.
               MOVE WRK-SEQ          TO RPI-SEQ.
               MOVE RCT-OPCAO        TO RPI-OPCAO.
               MOVE RCT-NIVEL-MIN    TO RPI-NIVEL-MIN.
               MOVE RCT-DESCRICAO    TO RPI-DESCRICAO.
               MOVE WRK-DATAHORA-EXEC TO RPI-DATAHORA.
               MOVE WRK-OPER-EXEC    TO RPI-OPERADOR.
               MOVE RCT-PROGRAMA     TO RPI-PROGRAMA.
               MOVE WRK-QT-COPIADAS  TO RPI-QT-LINHAS.
               MOVE WRK-QT-PAGINAS   TO RPI-QT-PAGINAS.
               MOVE ZEROS            TO RPI-QT-REIMPR.
               PERFORM 0530-GRAVAR-INDICE.
               MOVE SPACES           TO RPI-DADOS.
               MOVE ZEROS            TO RPI-DATA RPI-SEQ.
               MOVE WRK-DATA-HOJE    TO RPI-CT-DATA.
               MOVE WRK-SEQ          TO RPI-CT-SEQ.
               MOVE WRK-DATAHORA-EXEC TO RPI-CT-DATAHORA.
               MOVE WRK-QT-COPIADAS  TO RPI-CT-QT-LINHAS.
               PERFORM 0530-GRAVAR-INDICE.

      *    ********** SOBRA DE UMA GUARDA INTERROMPIDA NA MESMA
      *    ********** SEQUENCIA E REGRAVADA
           0510-COPIAR-LINHA.
               ADD 1 TO WRK-QT-COPIADAS.
               MOVE RCT-RELATORIO   TO RPX-RELATORIO.
               MOVE WRK-DATA-HOJE   TO RPX-DATA.
               MOVE WRK-SEQ         TO RPX-SEQ.
               MOVE WRK-QT-COPIADAS TO RPX-LINHA.
               MOVE WRK-REG-ENT     TO RPX-TEXTO.
               WRITE RPX-REC
                   INVALID KEY
                       REWRITE RPX-REC
               END-WRITE.
               PERFORM 0610-LER-ENT.

           0530-GRAVAR-INDICE.
               WRITE RPI-REC
                   INVALID KEY
                       REWRITE RPI-REC
               END-WRITE.
               IF NOT RPTIDX-OK
                   MOVE 'RPTIDX' TO ERR-ARQUIVO
                   MOVE WRK-RPTIDX-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO REGISTRAR RELATORIO NO INDICE'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.

      *    ********** DESPACHO POR RELATORIO - UM SELECT LITERAL
      *    ********** POR ARQUIVO, ESCOLHIDO PELO NOME DO CATALOGO
           0600-ABRIR-ENT.
               MOVE 'N' TO WRK-FIM-ENT.
               EVALUATE WRK-ENT-NOME
                   WHEN 'INVPRINT'
                       OPEN INPUT INVPRINT
                   WHEN 'PAYSLIP'
                       OPEN INPUT PAYSLIP
                   WHEN 'BOLETIM'
                       OPEN INPUT BOLETIM
                   WHEN 'DUNLETT'
                       OPEN INPUT DUNLETT
                   WHEN 'CREDPRINT'
                       OPEN INPUT CREDPRINT
                   WHEN 'ROMANEIO'
                       OPEN INPUT ROMANEIO
                   WHEN 'TRIAGREP'
                       OPEN INPUT TRIAGREP
                   WHEN 'SALESCON'
                       OPEN INPUT SALESCON
                   WHEN 'ORDREJ'
                       OPEN INPUT ORDREJ
                   WHEN 'CONSREP'
                       OPEN INPUT CONSREP
                   WHEN 'NFEREP'
                       OPEN INPUT NFEREP
                   WHEN 'MATCHREP'
                       OPEN INPUT MATCHREP
                   WHEN 'PAGRETREP'
                       OPEN INPUT PAGRETREP
                   WHEN 'REMREP'
                       OPEN INPUT REMREP
                   WHEN 'PDDREP'
                       OPEN INPUT PDDREP
                   WHEN 'CRVREP'
                       OPEN INPUT CRVREP
                   WHEN 'DEPREP'
                       OPEN INPUT DEPREP
                   WHEN 'CNTPLANREP'
                       OPEN INPUT CNTPLANREP
                   WHEN 'DUPREP'
                       OPEN INPUT DUPREP
                   WHEN 'INTEGREP'
                       OPEN INPUT INTEGREP
                   WHEN 'DORMREP'
                       OPEN INPUT DORMREP
                   WHEN 'FOLHAREG'
                       OPEN INPUT FOLHAREG
                   WHEN 'PROVMEMO'
                       OPEN INPUT PROVMEMO
                   WHEN 'STKVAL'
                       OPEN INPUT STKVAL
                   WHEN 'AGEREP'
                       OPEN INPUT AGEREP
                   WHEN 'AGEPAG'
                       OPEN INPUT AGEPAG
                   WHEN 'BUDGVAR'
                       OPEN INPUT BUDGVAR
                   WHEN 'DREREP'
                       OPEN INPUT DREREP
                   WHEN 'CLOSEREP'
                       OPEN INPUT CLOSEREP
                   WHEN OTHER
                       MOVE '35' TO WRK-ARQ-STATUS
               END-EVALUATE.
               MOVE WRK-ARQ-STATUS TO WRK-ST-ENT.
               IF WRK-ST-ENT NOT = '00'
                   MOVE 'S' TO WRK-FIM-ENT
               END-IF.

           0610-LER-ENT.
               MOVE SPACES TO WRK-REG-ENT.
               EVALUATE WRK-ENT-NOME
                   WHEN 'INVPRINT'
                       READ INVPRINT INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'PAYSLIP'
                       READ PAYSLIP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'BOLETIM'
                       READ BOLETIM INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'DUNLETT'
                       READ DUNLETT INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'CREDPRINT'
                       READ CREDPRINT INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'ROMANEIO'
                       READ ROMANEIO INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'TRIAGREP'
                       READ TRIAGREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'SALESCON'
                       READ SALESCON INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'ORDREJ'
                       READ ORDREJ INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'CONSREP'
                       READ CONSREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'NFEREP'
                       READ NFEREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'MATCHREP'
                       READ MATCHREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'PAGRETREP'
                       READ PAGRETREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'REMREP'
                       READ REMREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'PDDREP'
                       READ PDDREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'CRVREP'
                       READ CRVREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'DEPREP'
                       READ DEPREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'CNTPLANREP'
                       READ CNTPLANREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'DUPREP'
                       READ DUPREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'INTEGREP'
                       READ INTEGREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'DORMREP'
                       READ DORMREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'FOLHAREG'
                       READ FOLHAREG INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'PROVMEMO'
                       READ PROVMEMO INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'STKVAL'
                       READ STKVAL INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'AGEREP'
                       READ AGEREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'AGEPAG'
                       READ AGEPAG INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'BUDGVAR'
                       READ BUDGVAR INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'DREREP'
                       READ DREREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN 'CLOSEREP'
                       READ CLOSEREP INTO WRK-REG-ENT
                           AT END MOVE 'S' TO WRK-FIM-ENT
                       END-READ
                   WHEN OTHER
                       MOVE 'S' TO WRK-FIM-ENT
               END-EVALUATE.

           0620-FECHAR-ENT.
               EVALUATE WRK-ENT-NOME
                   WHEN 'INVPRINT'
                       CLOSE INVPRINT
                   WHEN 'PAYSLIP'
                       CLOSE PAYSLIP
                   WHEN 'BOLETIM'
                       CLOSE BOLETIM
                   WHEN 'DUNLETT'
                       CLOSE DUNLETT
                   WHEN 'CREDPRINT'
                       CLOSE CREDPRINT
                   WHEN 'ROMANEIO'
                       CLOSE ROMANEIO
                   WHEN 'TRIAGREP'
                       CLOSE TRIAGREP
                   WHEN 'SALESCON'
                       CLOSE SALESCON
                   WHEN 'ORDREJ'
                       CLOSE ORDREJ
                   WHEN 'CONSREP'
                       CLOSE CONSREP
                   WHEN 'NFEREP'
                       CLOSE NFEREP
                   WHEN 'MATCHREP'
                       CLOSE MATCHREP
                   WHEN 'PAGRETREP'
                       CLOSE PAGRETREP
                   WHEN 'REMREP'
                       CLOSE REMREP
                   WHEN 'PDDREP'
                       CLOSE PDDREP
                   WHEN 'CRVREP'
                       CLOSE CRVREP
                   WHEN 'DEPREP'
                       CLOSE DEPREP
                   WHEN 'CNTPLANREP'
                       CLOSE CNTPLANREP
                   WHEN 'DUPREP'
                       CLOSE DUPREP
                   WHEN 'INTEGREP'
                       CLOSE INTEGREP
                   WHEN 'DORMREP'
                       CLOSE DORMREP
                   WHEN 'FOLHAREG'
                       CLOSE FOLHAREG
                   WHEN 'PROVMEMO'
                       CLOSE PROVMEMO
                   WHEN 'STKVAL'
                       CLOSE STKVAL
                   WHEN 'AGEREP'
                       CLOSE AGEREP
                   WHEN 'AGEPAG'
                       CLOSE AGEPAG
                   WHEN 'BUDGVAR'
                       CLOSE BUDGVAR
                   WHEN 'DREREP'
                       CLOSE DREREP
                   WHEN 'CLOSEREP'
                       CLOSE CLOSEREP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           0900-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               MOVE SPACES TO WRK-DATAHORA-EXEC.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA-EXEC
               END-STRING.

           COPY ERRPROC.
