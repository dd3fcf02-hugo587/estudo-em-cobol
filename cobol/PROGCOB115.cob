           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB115.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = MESA DO CONTROLE DE CREDITO PARA OS BLOQUEIOS
      *    DO CREDHOLD (PERDA BAIXADA NO PROGCOB92, REVISAO MENSAL
      *    DO PROGCOB114 OU BLOQUEIO MANUAL). ENQUANTO O CLIENTE
      *    ESTIVER BLOQUEADO A DIGITACAO DE PEDIDOS (PROGCOB22) E A
      *    IMPORTACAO EDI (PROGCOB88) RECUSAM OS PEDIDOS DELE. SO
      *    ADM DO SECFILE ENTRA. A LIBERACAO NAO APAGA O REGISTRO:
      *    ELE FICA COM MOTIVO L, DATA E OPERADOR DA LIBERACAO, E A
      *    REVISAO MENSAL RESPEITA A CARENCIA A PARTIR DESSA DATA.
      *    TODA ALTERACAO VAI PARA A TRILHA DE AUDITORIA (AUDITTRL).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT; REGISTRO DA TRILHA DE AUDITORIA
      *                         AMPLIADO PARA X(340).
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CREDHOLD ASSIGN TO "CREDHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-CLIENTE
                   FILE STATUS IS WRK-CREDHOLD-STATUS.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT SECFILE ASSIGN TO "SECFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-USUARIO
                   FILE STATUS IS WRK-SECFILE-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
           DATA DIVISION.
           FILE SECTION.
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

           FD  SECFILE.
           01  SEC-REC.
               05 SEC-USUARIO     PIC X(20).
               05 SEC-SENHA       PIC X(10).
               05 SEC-NIVEL       PIC 9(02).
               05 SEC-QT-ERRADAS  PIC 9(02).
               05 SEC-BLOQUEADO   PIC X(01).
                  88 SEC-CONTA-BLOQUEADA VALUE 'S'.
               05 SEC-DT-TROCA    PIC 9(08).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           COPY ERRCOM.
           COPY SECCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CREDHOLD-STATUS PIC X(02) VALUE SPACES.
               88 CREDHOLD-OK        VALUE '00'.
               88 CREDHOLD-NOTFOUND  VALUE '23'.
               88 CREDHOLD-EOF       VALUE '10'.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-NOTFOUND  VALUE '23'.
           77 WRK-SECFILE-STATUS PIC X(02) VALUE SPACES.
               88 SECFILE-OK     VALUE '00'.
           77 WRK-USUARIO  PIC X(20) VALUE SPACES.
           77 WRK-SENHA    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL    PIC 9(02) VALUE ZEROS.
              88 ADM  VALUE 01.
           77 WRK-ACESSO-OK  PIC X(01) VALUE 'N'.
               88 ACESSO-LIBERADO VALUE 'S'.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-LISTAR   VALUE 'L'.
               88 OPCAO-LIBERAR  VALUE 'R'.
               88 OPCAO-BLOQUEAR VALUE 'B'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-CLIENTE    PIC 9(06) VALUE ZEROS.
           77 WRK-OBS        PIC X(30) VALUE SPACES.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-QT-LISTADOS PIC 9(05) VALUE ZEROS.
           77 WRK-MOTIVO-DESC PIC X(12) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCOB115' TO ERR-PROGRAMA.
               DISPLAY 'USUARIO DO CONTROLE DE CREDITO...'.
               ACCEPT WRK-USUARIO.
               DISPLAY 'SENHA...'.
               ACCEPT WRK-SENHA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               IF NOT ACESSO-LIBERADO OR NOT ADM
                   DISPLAY 'ACESSO RESTRITO A ADMINISTRADOR'
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   OPEN I-O CREDHOLD
                   IF WRK-CREDHOLD-STATUS = '35'
                       CLOSE CREDHOLD
                       OPEN OUTPUT CREDHOLD
                       CLOSE CREDHOLD
                       OPEN I-O CREDHOLD
                   END-IF
                   IF NOT CREDHOLD-OK
                       DISPLAY 'CADASTRO DE BLOQUEIOS INDISPONIVEL -'
                               ' STATUS ' WRK-CREDHOLD-STATUS
                   ELSE
                       OPEN INPUT CUSTMAST
                       PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                       CLOSE CUSTMAST
                       CLOSE CREDHOLD
                   END-IF
               END-IF.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' BLOQUEIO DE CREDITO (CREDHOLD)'.
               DISPLAY ' L - LISTAR CLIENTES BLOQUEADOS'.
               DISPLAY ' R - LIBERAR CLIENTE'.
               DISPLAY ' B - BLOQUEAR CLIENTE'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               MOVE SPACES TO WRK-OPCAO.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM 0200-LISTAR-BLOQUEIOS
                   WHEN OPCAO-LIBERAR
                       PERFORM 0300-LIBERAR THRU 0300-SAIDA
                   WHEN OPCAO-BLOQUEAR
                       PERFORM 0400-BLOQUEAR THRU 0400-SAIDA
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** SO OS REGISTROS AINDA EM BLOQUEIO (OS LIBERADOS
      *    ********** FICAM NO ARQUIVO PARA A CARENCIA DA REVISAO)
           0200-LISTAR-BLOQUEIOS.
               MOVE ZEROS TO WRK-QT-LISTADOS.
               MOVE ZEROS TO CH-CLIENTE.
               START CREDHOLD KEY IS NOT LESS THAN CH-CLIENTE
                   INVALID KEY
                       MOVE '10' TO WRK-CREDHOLD-STATUS
               END-START.
               PERFORM 0210-LISTAR-UM
                       UNTIL WRK-CREDHOLD-STATUS NOT = '00'.
               MOVE '00' TO WRK-CREDHOLD-STATUS.
               DISPLAY 'CLIENTES BLOQUEADOS: ' WRK-QT-LISTADOS.

           0210-LISTAR-UM.
               READ CREDHOLD NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CREDHOLD-STATUS
               END-READ.
               IF CREDHOLD-OK AND NOT CH-LIBERADO
                   ADD 1 TO WRK-QT-LISTADOS
                   PERFORM 0500-DESCREVER-MOTIVO
                   DISPLAY CH-CLIENTE ' ' WRK-MOTIVO-DESC ' '
                           CH-DATA ' ' CH-OPERADOR ' ' CH-OBS
               END-IF.

      *    ********** LIBERACAO: REGISTRO FICA COM MOTIVO L E A DATA
      *    ********** E O OPERADOR DA LIBERACAO
           0300-LIBERAR.
               PERFORM 0600-LER-BLOQUEIO.
               IF NOT CREDHOLD-OK OR CH-LIBERADO
                   DISPLAY 'CLIENTE NAO ESTA BLOQUEADO'
                   MOVE '00' TO WRK-CREDHOLD-STATUS
                   GO TO 0300-SAIDA
               END-IF.
               PERFORM 0500-DESCREVER-MOTIVO.
               DISPLAY 'BLOQUEADO POR ' WRK-MOTIVO-DESC ' EM ' CH-DATA
                       ' - ' CH-OPERADOR.
               DISPLAY 'OBSERVACAO.......' CH-OBS.
               IF CH-MOTIVO-PERDA
                   DISPLAY 'ATENCAO - CLIENTE COM PERDA BAIXADA'
               END-IF.
               DISPLAY 'CONFIRMA A LIBERACAO (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF NOT CONFIRMOU
                   DISPLAY 'LIBERACAO CANCELADA'
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'MOTIVO DA LIBERACAO...'.
               MOVE SPACES TO WRK-OBS.
               ACCEPT WRK-OBS.
               PERFORM 0700-PREPARAR-AUDITORIA.
               MOVE 'A'          TO AUD-TRL-ACAO.
               MOVE CH-REC       TO AUD-TRL-ANTES.
               MOVE 'L'           TO CH-MOTIVO.
               MOVE WRK-DATA-HOJE TO CH-DATA.
               MOVE WRK-USUARIO   TO CH-OPERADOR.
               MOVE WRK-OBS       TO CH-OBS.
               REWRITE CH-REC.
               MOVE CH-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               DISPLAY 'CLIENTE ' CH-CLIENTE ' LIBERADO'.
           0300-SAIDA.
               EXIT.

      *    ********** BLOQUEIO MANUAL (MOTIVO M); CLIENTE JA BLOQUEADO
      *    ********** FICA COM O MOTIVO ORIGINAL
           0400-BLOQUEAR.
               PERFORM 0600-LER-BLOQUEIO.
               IF CREDHOLD-OK AND NOT CH-LIBERADO
                   PERFORM 0500-DESCREVER-MOTIVO
                   DISPLAY 'CLIENTE JA BLOQUEADO POR ' WRK-MOTIVO-DESC
                           ' EM ' CH-DATA
                   GO TO 0400-SAIDA
               END-IF.
               IF NOT CUSTMAST-OK
                   DISPLAY 'CLIENTE NAO CADASTRADO'
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'MOTIVO DO BLOQUEIO...'.
               MOVE SPACES TO WRK-OBS.
               ACCEPT WRK-OBS.
               PERFORM 0700-PREPARAR-AUDITORIA.
               IF CREDHOLD-OK
                   MOVE 'A'      TO AUD-TRL-ACAO
                   MOVE CH-REC   TO AUD-TRL-ANTES
               ELSE
                   MOVE 'I'      TO AUD-TRL-ACAO
               END-IF.
               MOVE WRK-CLIENTE   TO CH-CLIENTE.
               MOVE 'M'           TO CH-MOTIVO.
               MOVE WRK-DATA-HOJE TO CH-DATA.
               MOVE WRK-USUARIO   TO CH-OPERADOR.
               MOVE WRK-OBS       TO CH-OBS.
               IF CREDHOLD-OK
                   REWRITE CH-REC
               ELSE
                   WRITE CH-REC
               END-IF.
               MOVE '00' TO WRK-CREDHOLD-STATUS.
               MOVE CH-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               DISPLAY 'CLIENTE ' CH-CLIENTE ' BLOQUEADO'.
           0400-SAIDA.
               EXIT.

           0500-DESCREVER-MOTIVO.
               EVALUATE TRUE
                   WHEN CH-MOTIVO-PERDA
                       MOVE 'PERDA'      TO WRK-MOTIVO-DESC
                   WHEN CH-MOTIVO-REVISAO
                       MOVE 'REVISAO'    TO WRK-MOTIVO-DESC
                   WHEN CH-MOTIVO-MANUAL
                       MOVE 'MANUAL'     TO WRK-MOTIVO-DESC
                   WHEN OTHER
                       MOVE CH-MOTIVO    TO WRK-MOTIVO-DESC
               END-EVALUATE.

      *    ********** PEDE O CLIENTE, MOSTRA O CADASTRO E LE O CREDHOLD
           0600-LER-BLOQUEIO.
               DISPLAY 'CLIENTE...'.
               ACCEPT WRK-CLIENTE.
               MOVE WRK-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF CUSTMAST-OK
                   DISPLAY 'CLIENTE..........' CUST-CODIGO ' '
                           CUST-NOME
               END-IF.
               MOVE WRK-CLIENTE TO CH-CLIENTE.
               READ CREDHOLD
                   KEY IS CH-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDHOLD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDHOLD-STATUS
               END-READ.

           0700-PREPARAR-AUDITORIA.
               MOVE WRK-USUARIO  TO AUD-TRL-OPERADOR.
               MOVE 'CREDHOLD'   TO AUD-TRL-ARQUIVO.
               MOVE WRK-CLIENTE  TO AUD-TRL-CHAVE.
               MOVE SPACES       TO AUD-TRL-ANTES AUD-TRL-DEPOIS.

           COPY SECPROC.
           COPY ERRPROC.
           COPY AUDPROC.
