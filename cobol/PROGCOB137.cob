           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB137.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = BLOQUEIO NOTURNO DE CONTAS INATIVAS. PRIMEIRO
      *    ACUMULA NO ULTLOGIN (VSAM POR USUARIO) A DATA DO ULTIMO
      *    LOGIN LIBERADO DA TRILHA LOGINAUD - RODA ANTES DO
      *    ARQUIVAMENTO (PROGCOB48), QUE EXPURGA A TRILHA PELA
      *    RETENCAO, ENTAO O ULTLOGIN GUARDA A DATA MESMO DEPOIS DO
      *    EXPURGO. DEPOIS PASSA O SECFILE E BLOQUEIA A CONTA ATIVA
      *    SEM USO HA MAIS DIAS QUE O LIMITE DO CARTAO NO SYSIN
      *    (PADRAO 90). O USO E O MAIS RECENTE ENTRE O ULTIMO LOGIN,
      *    A ULTIMA TROCA DE SENHA (SEC-DT-TROCA, GRAVADA TAMBEM NA
      *    INCLUSAO DO USUARIO) E A REATIVACAO. CADA BLOQUEIO VAI AO
      *    JORNAL DOS MESTRES, A TRILHA DE LOGIN (ADM-INATIV) E A
      *    FILA DE AVISOS DO OPERADOR (NOTIFQ), E SAI NO DORMREP.
      *    O DESBLOQUEIO E PELO DUPLO CONTROLE (PROGCOB41 SOLICITA,
      *    PROGCOB92 APLICA); A CONTA DESBLOQUEADA DEPOIS DE TRAVADA
      *    POR INATIVIDADE TEM A DATA DE REATIVACAO CARIMBADA AQUI NA
      *    NOITE SEGUINTE, PARA NAO VOLTAR A SER TRAVADA ANTES DE O
      *    USUARIO CONSEGUIR ENTRAR.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LOGINAUD ASSIGN TO "LOGINAUD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LOGINAUD-STATUS.
               SELECT SECFILE ASSIGN TO "SECFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-USUARIO
                   FILE STATUS IS WRK-SECFILE-STATUS.
               SELECT ULTLOGIN ASSIGN TO "ULTLOGIN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UL-USUARIO
                   FILE STATUS IS WRK-ULTLOGIN-STATUS.
               SELECT NOTIFQ ASSIGN TO "NOTIFQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NQ-SEQ
                   FILE STATUS IS WRK-NOTIFQ-STATUS.
               SELECT MSTJRNL ASSIGN TO "MSTJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MSTJRNL-STATUS.
               SELECT DORMREP ASSIGN TO "DORMREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DORMREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  LOGINAUD.
           01  LOGINAUD-REC.
               05 AUD-DATAHORA.
                   10 AUD-DATA    PIC 9(08).
                   10 FILLER      PIC X(09).
               05 AUD-USUARIO     PIC X(20).
               05 AUD-NIVEL       PIC 9(02).
               05 AUD-RESULTADO   PIC X(10).

           FD  SECFILE.
           01  SEC-REC.
               05 SEC-USUARIO     PIC X(20).
               05 SEC-SENHA       PIC X(10).
               05 SEC-NIVEL       PIC 9(02).
               05 SEC-QT-ERRADAS  PIC 9(02).
               05 SEC-BLOQUEADO   PIC X(01).
                  88 SEC-CONTA-BLOQUEADA VALUE 'S'.
               05 SEC-DT-TROCA    PIC 9(08).

           FD  ULTLOGIN.
           01  UL-REC.
               05 UL-USUARIO      PIC X(20).
               05 UL-DT-LOGIN     PIC 9(08).
               05 UL-DT-REATIV    PIC 9(08).
               05 UL-INATIVO      PIC X(01).
                  88 UL-TRAVADO-INATIVO VALUE 'S'.
               05 UL-DT-TRAVA     PIC 9(08).

           FD  NOTIFQ.
           01  NQ-REC.
               05 NQ-SEQ          PIC 9(06).
               05 NQ-DATAHORA     PIC X(17).
               05 NQ-ORIGEM       PIC X(08).
               05 NQ-MENSAGEM     PIC X(60).
               05 NQ-STATUS       PIC X(01).
                  88 NQ-PENDENTE  VALUE 'P'.
                  88 NQ-ACUSADO   VALUE 'A'.
               05 NQ-ACK-OPERADOR PIC X(20).
               05 NQ-ACK-DATAHORA PIC X(17).

           FD  MSTJRNL.
           01  MSTJRNL-REC.
               05 MJ-DATAHORA    PIC X(17).
               05 MJ-ARQUIVO     PIC X(08).
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           FD  DORMREP.
           01  DORMREP-REC        PIC X(90).

           WORKING-STORAGE SECTION.
           COPY JRNCOM.
           77 WRK-LOGINAUD-STATUS PIC X(02) VALUE SPACES.
               88 LOGINAUD-OK      VALUE '00'.
               88 LOGINAUD-EOF     VALUE '10'.
           77 WRK-SECFILE-STATUS  PIC X(02) VALUE SPACES.
               88 SECFILE-OK       VALUE '00'.
           77 WRK-ULTLOGIN-STATUS PIC X(02) VALUE SPACES.
               88 ULTLOGIN-OK      VALUE '00'.
           77 WRK-NOTIFQ-STATUS   PIC X(02) VALUE SPACES.
           77 WRK-MSTJRNL-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-DORMREP-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-NQ-PROX-SEQ     PIC 9(06) VALUE ZEROS.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA   VALUE 'S'.
           77 WRK-UL-NOVO     PIC X(01) VALUE 'N'.
               88 UL-NOVO       VALUE 'S'.
      *    ********** LIMITE DE DIAS SEM USO (CARTAO NO SYSIN)
           77 WRK-DIAS-PARM   PIC X(03) VALUE SPACES.
           77 WRK-DIAS-LIMITE PIC 9(03) VALUE 90.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-REF    PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-ANO         PIC 9(04) VALUE ZEROS.
           77 WRK-MES         PIC 9(02) VALUE ZEROS.
           77 WRK-DIA         PIC 9(02) VALUE ZEROS.
           77 WRK-RESTO       PIC 9(04) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
           77 WRK-IDADE       PIC S9(05) VALUE ZEROS.
           77 WRK-IDADE-ED    PIC ZZZZ9.
           77 WRK-QT-LOGINS   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-USUARIOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-TRAVADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REATIV   PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-REF  PIC 9(05) VALUE ZEROS.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA PIC 9(08).
               02 WRK-TS-HORA PIC 9(08).
           77 WRK-LINHA       PIC X(90) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF ULTLOGIN-OK
                   PERFORM 0200-ACUMULAR-LOGINS
                   PERFORM 0300-PASSAR-SECFILE
                   CLOSE ULTLOGIN
               END-IF.
               PERFORM 0500-FINALIZAR.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               ACCEPT WRK-DIAS-PARM.
               IF WRK-DIAS-PARM IS NUMERIC
                   MOVE WRK-DIAS-PARM TO WRK-DIAS-LIMITE
               END-IF.
               IF WRK-DIAS-LIMITE = ZEROS
                   MOVE 90 TO WRK-DIAS-LIMITE
               END-IF.
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-HOJE.
               OPEN OUTPUT DORMREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'BLOQUEIO DE CONTAS INATIVAS EM ' WRK-DATA-HOJE
                      ' - LIMITE ' WRK-DIAS-LIMITE ' DIAS SEM USO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DORMREP-REC.
               WRITE DORMREP-REC.
               OPEN I-O ULTLOGIN.
               IF WRK-ULTLOGIN-STATUS = '35'
                   CLOSE ULTLOGIN
                   OPEN OUTPUT ULTLOGIN
                   CLOSE ULTLOGIN
                   OPEN I-O ULTLOGIN
               END-IF.
               IF NOT ULTLOGIN-OK
                   DISPLAY 'ULTLOGIN INDISPONIVEL - STATUS '
                           WRK-ULTLOGIN-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

      *    ********** ULTIMO LOGIN LIBERADO DE CADA USUARIO NA
      *    ********** TRILHA - A TRILHA INTEIRA E RELIDA TODA NOITE
      *    ********** E SO DATA MAIS NOVA SOBE NO ULTLOGIN
           0200-ACUMULAR-LOGINS.
               OPEN INPUT LOGINAUD.
               IF LOGINAUD-OK
                   PERFORM 0210-LER-LOGINAUD
                   PERFORM 0220-GUARDAR-LOGIN UNTIL LOGINAUD-EOF
                   CLOSE LOGINAUD
               ELSE
                   DISPLAY 'TRILHA DE LOGIN INDISPONIVEL - STATUS '
                           WRK-LOGINAUD-STATUS
               END-IF.

           0210-LER-LOGINAUD.
               READ LOGINAUD
                   AT END MOVE '10' TO WRK-LOGINAUD-STATUS
               END-READ.

           0220-GUARDAR-LOGIN.
               IF AUD-RESULTADO = 'LIBERADO'
                   AND AUD-DATA IS NUMERIC
                   ADD 1 TO WRK-QT-LOGINS
                   MOVE AUD-USUARIO TO UL-USUARIO
                   PERFORM 0250-LER-ULTLOGIN
                   IF AUD-DATA > UL-DT-LOGIN
                       MOVE AUD-DATA TO UL-DT-LOGIN
                       PERFORM 0260-GRAVAR-ULTLOGIN
                   END-IF
               END-IF.
               PERFORM 0210-LER-LOGINAUD.

           0250-LER-ULTLOGIN.
               MOVE 'N' TO WRK-UL-NOVO.
               READ ULTLOGIN
                   KEY IS UL-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WRK-UL-NOVO
               END-READ.
               IF UL-NOVO
                   MOVE ZEROS TO UL-DT-LOGIN UL-DT-REATIV
                                 UL-DT-TRAVA
                   MOVE 'N' TO UL-INATIVO
               END-IF.

           0260-GRAVAR-ULTLOGIN.
               IF UL-NOVO
                   WRITE UL-REC
                   MOVE 'N' TO WRK-UL-NOVO
               ELSE
                   REWRITE UL-REC
               END-IF.

      *    ********** CONTA A CONTA DO SECFILE
           0300-PASSAR-SECFILE.
               OPEN I-O SECFILE.
               IF NOT SECFILE-OK
                   DISPLAY 'CADASTRO DE SEGURANCA INDISPONIVEL -'
                           ' STATUS ' WRK-SECFILE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'N' TO WRK-FIM-LEITURA
                   MOVE LOW-VALUES TO SEC-USUARIO
                   START SECFILE KEY IS NOT LESS THAN SEC-USUARIO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0310-LER-USUARIO UNTIL FIM-LEITURA
                   CLOSE SECFILE
               END-IF.

           0310-LER-USUARIO.
               READ SECFILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   ADD 1 TO WRK-QT-USUARIOS
                   PERFORM 0320-AVALIAR-USUARIO
               END-IF.

           0320-AVALIAR-USUARIO.
               MOVE SEC-USUARIO TO UL-USUARIO.
               PERFORM 0250-LER-ULTLOGIN.
      *    ********** TRAVADA POR INATIVIDADE E JA DESBLOQUEADA PELO
      *    ********** DUPLO CONTROLE: A REATIVACAO CONTA COMO USO
               IF UL-TRAVADO-INATIVO AND NOT SEC-CONTA-BLOQUEADA
                   MOVE WRK-DATA-HOJE TO UL-DT-REATIV
                   MOVE 'N' TO UL-INATIVO
                   ADD 1 TO WRK-QT-REATIV
                   MOVE SPACES TO WRK-LINHA
                   STRING 'REATIVADA  ' SEC-USUARIO
                          ' DESBLOQUEADA APOS TRAVA DE '
                          UL-DT-TRAVA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO DORMREP-REC
                   WRITE DORMREP-REC
               END-IF.
               MOVE UL-DT-LOGIN TO WRK-DATA-REF.
               IF UL-DT-REATIV > WRK-DATA-REF
                   MOVE UL-DT-REATIV TO WRK-DATA-REF
               END-IF.
               IF SEC-DT-TROCA IS NUMERIC
                   AND SEC-DT-TROCA > WRK-DATA-REF
                   MOVE SEC-DT-TROCA TO WRK-DATA-REF
               END-IF.
               IF NOT SEC-CONTA-BLOQUEADA
                   IF WRK-DATA-REF = ZEROS
                       PERFORM 0330-SEM-REFERENCIA
                   ELSE
                       MOVE WRK-DATA-REF TO WRK-DATA-CONV
                       PERFORM 0800-DATA-PARA-DIAS
                       COMPUTE WRK-IDADE =
                               WRK-DIAS-HOJE - WRK-DIAS-CONV
                       IF WRK-IDADE > WRK-DIAS-LIMITE
                           PERFORM 0400-TRAVAR-CONTA
                       END-IF
                   END-IF
               END-IF.
               PERFORM 0260-GRAVAR-ULTLOGIN.

      *    ********** CADASTRO ANTIGO SEM LOGIN NA TRILHA E SEM DATA
      *    ********** DE TROCA - NAO HA COMO MEDIR; VAI PARA CONFERIR
           0330-SEM-REFERENCIA.
               ADD 1 TO WRK-QT-SEM-REF.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONFERIR   ' SEC-USUARIO
                      ' SEM LOGIN NA TRILHA E SEM DATA DE TROCA'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DORMREP-REC.
               WRITE DORMREP-REC.

           0400-TRAVAR-CONTA.
               MOVE 'S' TO SEC-BLOQUEADO.
               REWRITE SEC-REC.
               ADD 1 TO WRK-QT-TRAVADOS.
               MOVE 'S' TO UL-INATIVO.
               MOVE WRK-DATA-HOJE TO UL-DT-TRAVA.
               MOVE 'SECFILE'    TO JRN-ARQUIVO.
               MOVE 'R'          TO JRN-ACAO.
               MOVE SEC-USUARIO  TO JRN-CHAVE.
               MOVE SPACES       TO JRN-IMAGEM.
               MOVE SEC-REC      TO JRN-IMAGEM.
               MOVE 'PRGCOB137'  TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.
               PERFORM 0410-REGISTRAR-LOGINAUD.
               PERFORM 0420-GRAVAR-AVISO.
               MOVE WRK-IDADE TO WRK-IDADE-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'BLOQUEADA  ' SEC-USUARIO
                      ' NIVEL ' SEC-NIVEL
                      ' ULTIMO USO ' WRK-DATA-REF
                      ' HA ' WRK-IDADE-ED ' DIAS'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DORMREP-REC.
               WRITE DORMREP-REC.

      *    ********** O BLOQUEIO ENTRA NA TRILHA COMO ACAO
      *    ********** ADMINISTRATIVA (ADM-), COMO OS DO PROGCOB41
           0410-REGISTRAR-LOGINAUD.
               PERFORM 0810-MONTAR-DATAHORA.
               MOVE WRK-DATAHORA  TO AUD-DATAHORA.
               MOVE SEC-USUARIO   TO AUD-USUARIO.
               MOVE SEC-NIVEL     TO AUD-NIVEL.
               MOVE 'ADM-INATIV'  TO AUD-RESULTADO.
               OPEN EXTEND LOGINAUD.
               IF WRK-LOGINAUD-STATUS = '35'
                   CLOSE LOGINAUD
                   OPEN OUTPUT LOGINAUD
               END-IF.
               WRITE LOGINAUD-REC.
               CLOSE LOGINAUD.

      *    ********** AVISO NA FILA DO OPERADOR (NOTIFQ) - FICA NO
      *    ********** SIGN-ON DO MENU ATE SER ACUSADO
           0420-GRAVAR-AVISO.
               OPEN I-O NOTIFQ.
               IF WRK-NOTIFQ-STATUS = '35'
                   CLOSE NOTIFQ
                   OPEN OUTPUT NOTIFQ
                   CLOSE NOTIFQ
                   OPEN I-O NOTIFQ
               END-IF.
               IF WRK-NOTIFQ-STATUS = '00'
                   MOVE ZEROS TO WRK-NQ-PROX-SEQ
                   MOVE ZEROS TO NQ-SEQ
                   START NOTIFQ KEY IS GREATER THAN NQ-SEQ
                       INVALID KEY
                           MOVE '10' TO WRK-NOTIFQ-STATUS
                   END-START
                   PERFORM 0430-PROCURAR-ULTIMO
                           UNTIL WRK-NOTIFQ-STATUS NOT = '00'
                   MOVE '00' TO WRK-NOTIFQ-STATUS
                   COMPUTE NQ-SEQ = WRK-NQ-PROX-SEQ + 1
                   PERFORM 0810-MONTAR-DATAHORA
                   MOVE WRK-DATAHORA TO NQ-DATAHORA
                   MOVE 'SECFILE' TO NQ-ORIGEM
                   MOVE SPACES TO NQ-MENSAGEM
                   STRING 'CONTA ' SEC-USUARIO
                          ' BLOQUEADA POR INATIVIDADE'
                          DELIMITED BY SIZE INTO NQ-MENSAGEM
                   END-STRING
                   MOVE 'P' TO NQ-STATUS
                   MOVE SPACES TO NQ-ACK-OPERADOR NQ-ACK-DATAHORA
                   WRITE NQ-REC
                   CLOSE NOTIFQ
               END-IF.

           0430-PROCURAR-ULTIMO.
               READ NOTIFQ NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-NOTIFQ-STATUS
               END-READ.
               IF WRK-NOTIFQ-STATUS = '00'
                   MOVE NQ-SEQ TO WRK-NQ-PROX-SEQ
               END-IF.

           0500-FINALIZAR.
               MOVE SPACES TO DORMREP-REC.
               WRITE DORMREP-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING 'LOGINS LIDOS=' WRK-QT-LOGINS
                      ' USUARIOS=' WRK-QT-USUARIOS
                      ' BLOQUEADOS=' WRK-QT-TRAVADOS
                      ' REATIVADOS=' WRK-QT-REATIV
                      ' A CONFERIR=' WRK-QT-SEM-REF
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DORMREP-REC.
               WRITE DORMREP-REC.
               CLOSE DORMREP.
               DISPLAY 'CONTAS BLOQUEADAS POR INATIVIDADE: '
                       WRK-QT-TRAVADOS.

      *    ********** CONTAGEM APROXIMADA DE DIAS (ANO X 365 + MES X
      *    ********** 30), A MESMA DA VALIDADE DE SENHA DO SECPROC
           0800-DATA-PARA-DIAS.
               DIVIDE WRK-DATA-CONV BY 10000
                      GIVING WRK-ANO REMAINDER WRK-RESTO.
               DIVIDE WRK-RESTO BY 100
                      GIVING WRK-MES REMAINDER WRK-DIA.
               COMPUTE WRK-DIAS-CONV =
                       (WRK-ANO * 365) + (WRK-MES * 30) + WRK-DIA.

           0810-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           COPY JRNPROC.
