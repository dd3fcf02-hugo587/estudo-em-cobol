           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB138.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = RECERTIFICACAO TRIMESTRAL DE ACESSOS. LISTA
      *    TODO USUARIO DO SECFILE COM NIVEL OU PAPEIS (USERROLE),
      *    ULTIMO LOGIN LIBERADO (ULTLOGIN, ACUMULADO TODA NOITE PELO
      *    PRGCOB137, COMPLETADO PELO QUE AINDA ESTA NA TRILHA
      *    LOGINAUD), ULTIMA TROCA DE SENHA (SEC-DT-TROCA) E
      *    SITUACAO DA CONTA, AGRUPADO POR GESTOR (USRGEST, USUARIO X
      *    GESTOR, MANTIDO PELA SEGURANCA) COM ESPACO PARA O GESTOR
      *    MARCAR MANTER OU REVOGAR E ASSINAR. USUARIO SEM GESTOR NO
      *    USRGEST SAI NO GRUPO DA SEGURANCA. USUARIO ADM E
      *    DESTACADO. A REVOGACAO MARCADA VOLTA PELO PROGCOB41.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
               SELECT ROLEMAST ASSIGN TO "ROLEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RL-PAPEL
                   FILE STATUS IS WRK-ROLEMAST-STATUS.
               SELECT USERROLE ASSIGN TO "USERROLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UR-CHAVE
                   FILE STATUS IS WRK-USERROLE-STATUS.
               SELECT LOGINAUD ASSIGN TO "LOGINAUD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LOGINAUD-STATUS.
               SELECT USRGEST ASSIGN TO "USRGEST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-USRGEST-STATUS.
               SELECT RECERREP ASSIGN TO "RECERREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RECERREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
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

           FD  ROLEMAST.
           01  RL-REC.
               05 RL-PAPEL        PIC X(08).
               05 RL-DESCRICAO    PIC X(30).
               05 RL-SITUACAO     PIC X(01).
                  88 RL-ATIVO     VALUE 'A'.
               05 RL-OPCOES       PIC X(20).
               05 RL-APROVA       PIC X(08) OCCURS 5 TIMES.
               05 RL-FUNCAO       PIC X(03) OCCURS 5 TIMES.

           FD  USERROLE.
           01  UR-REC.
               05 UR-CHAVE.
                  10 UR-USUARIO   PIC X(20).
                  10 UR-PAPEL     PIC X(08).
               05 UR-DT-ATRIB     PIC 9(08).
               05 UR-SOLICITANTE  PIC X(20).
               05 UR-APROVADOR    PIC X(20).

           FD  LOGINAUD.
           01  LOGINAUD-REC.
               05 AUD-DATAHORA.
                   10 AUD-DATA    PIC 9(08).
                   10 FILLER      PIC X(09).
               05 AUD-USUARIO     PIC X(20).
               05 AUD-NIVEL       PIC 9(02).
               05 AUD-RESULTADO   PIC X(10).

           FD  USRGEST.
           01  USRGEST-REC.
               05 UG-USUARIO      PIC X(20).
               05 UG-GESTOR       PIC X(20).

           FD  RECERREP.
           01  RECERREP-REC       PIC X(132).

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-SECFILE-STATUS  PIC X(02) VALUE SPACES.
               88 SECFILE-OK       VALUE '00'.
           77 WRK-ULTLOGIN-STATUS PIC X(02) VALUE SPACES.
               88 ULTLOGIN-OK      VALUE '00'.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LOGINAUD-STATUS PIC X(02) VALUE SPACES.
               88 LOGINAUD-OK      VALUE '00'.
               88 LOGINAUD-EOF     VALUE '10'.
           77 WRK-USRGEST-STATUS  PIC X(02) VALUE SPACES.
               88 USRGEST-OK       VALUE '00'.
               88 USRGEST-EOF      VALUE '10'.
           77 WRK-RECERREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA   VALUE 'S'.
      *    ********** USUARIOS DO SECFILE COM O QUE O GESTOR REVISA
           77 WRK-QT-USUARIOS PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-USUARIOS.
               02 WRK-USR OCCURS 300 TIMES.
                   05 WRK-USR-NOME     PIC X(20).
                   05 WRK-USR-GESTOR   PIC X(20).
                   05 WRK-USR-NIVEL    PIC 9(02).
                   05 WRK-USR-BLOQ     PIC X(01).
                   05 WRK-USR-INATIVO  PIC X(01).
                   05 WRK-USR-DT-TROCA PIC 9(08).
                   05 WRK-USR-DT-LOGIN PIC 9(08).
                   05 WRK-USR-PAPEIS   PIC X(30).
      *    ********** GESTORES NA ORDEM EM QUE APARECEM NO USRGEST
           77 WRK-QT-MAPA     PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-MAPA.
               02 WRK-MAPA OCCURS 300 TIMES.
                   05 WRK-MAPA-USUARIO PIC X(20).
                   05 WRK-MAPA-GESTOR  PIC X(20).
           77 WRK-QT-GESTORES PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-GESTORES.
               02 WRK-GESTOR      PIC X(20) OCCURS 100 TIMES.
           77 WRK-GESTOR-SEG  PIC X(20) VALUE
                                  'SEGURANCA-SEM GESTOR'.
           77 WRK-SUB         PIC 9(03) VALUE ZEROS.
           77 WRK-SUB-G       PIC 9(03) VALUE ZEROS.
           77 WRK-IDX         PIC 9(03) VALUE ZEROS.
           77 WRK-PTR         PIC 9(03) VALUE ZEROS.
           77 WRK-QT-NO-GRUPO PIC 9(03) VALUE ZEROS.
           77 WRK-QT-ADM      PIC 9(03) VALUE ZEROS.
           77 WRK-QT-SEM-GESTOR PIC 9(03) VALUE ZEROS.
           01 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-PARTES REDEFINES WRK-DATA-HOJE.
               02 WRK-HOJE-ANO PIC 9(04).
               02 WRK-HOJE-MES PIC 9(02).
               02 WRK-HOJE-DIA PIC 9(02).
           77 WRK-TRIMESTRE   PIC 9(01) VALUE ZEROS.
           01 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-CONV-P REDEFINES WRK-DATA-CONV.
               02 WRK-CONV-ANO PIC 9(04).
               02 WRK-CONV-MES PIC 9(02).
               02 WRK-CONV-DIA PIC 9(02).
           77 WRK-DATA-ED     PIC X(10) VALUE SPACES.
           01 WRK-DET-USUARIO.
               02 DTU-MARCA      PIC X(05).
               02 DTU-USUARIO    PIC X(20).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 DTU-NIVEL      PIC 9(02).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 DTU-PAPEIS     PIC X(30).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 DTU-DT-LOGIN   PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 DTU-DT-TROCA   PIC X(10).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 DTU-SITUACAO   PIC X(18).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 FILLER         PIC X(23) VALUE
                                 '( ) MANTER  ( ) REVOGAR'.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               COMPUTE WRK-TRIMESTRE = (WRK-HOJE-MES + 2) / 3.
               PERFORM 0100-CARREGAR-GESTORES.
               PERFORM 0200-CARREGAR-USUARIOS.
               IF SECFILE-OK
                   PERFORM 0300-CARREGAR-ULTLOGIN
                   PERFORM 0350-COMPLETAR-LOGINAUD
                   OPEN OUTPUT RECERREP
                   PERFORM 0400-IMPRIMIR-GRUPO
                           VARYING WRK-SUB-G FROM 1 BY 1
                           UNTIL WRK-SUB-G > WRK-QT-GESTORES
                   PERFORM 0600-RESUMO
                   CLOSE RECERREP
                   DISPLAY 'RECERTIFICACAO GRAVADA EM RECERREP - '
                           'USUARIOS ' WRK-QT-USUARIOS
                           ' GESTORES ' WRK-QT-GESTORES
               END-IF.
               GOBACK.

      *    ********** USUARIO X GESTOR (USRGEST)
           0100-CARREGAR-GESTORES.
               OPEN INPUT USRGEST.
               IF USRGEST-OK
                   PERFORM 0110-LER-USRGEST
                   PERFORM 0120-GUARDAR-MAPA UNTIL USRGEST-EOF
                   CLOSE USRGEST
               ELSE
                   DISPLAY 'USRGEST INDISPONIVEL - TODOS OS USUARIOS'
                           ' FICAM COM A SEGURANCA'
               END-IF.

           0110-LER-USRGEST.
               READ USRGEST
                   AT END MOVE '10' TO WRK-USRGEST-STATUS
               END-READ.

           0120-GUARDAR-MAPA.
               IF UG-USUARIO NOT = SPACES AND UG-GESTOR NOT = SPACES
                   AND WRK-QT-MAPA < 300
                   ADD 1 TO WRK-QT-MAPA
                   MOVE UG-USUARIO TO WRK-MAPA-USUARIO(WRK-QT-MAPA)
                   MOVE UG-GESTOR  TO WRK-MAPA-GESTOR(WRK-QT-MAPA)
                   PERFORM 0130-INCLUIR-GESTOR
               END-IF.
               PERFORM 0110-LER-USRGEST.

           0130-INCLUIR-GESTOR.
               MOVE ZEROS TO WRK-IDX.
               PERFORM 0135-PROCURAR-GESTOR
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-QT-GESTORES
                       OR WRK-IDX > 0.
               IF WRK-IDX = 0 AND WRK-QT-GESTORES < 99
                   ADD 1 TO WRK-QT-GESTORES
                   MOVE UG-GESTOR TO WRK-GESTOR(WRK-QT-GESTORES)
               END-IF.

           0135-PROCURAR-GESTOR.
               IF WRK-GESTOR(WRK-SUB) = UG-GESTOR
                   MOVE WRK-SUB TO WRK-IDX
               END-IF.

      *    ********** TODOS OS USUARIOS DO SECFILE, COM OS PAPEIS
           0200-CARREGAR-USUARIOS.
               OPEN INPUT SECFILE.
               IF NOT SECFILE-OK
                   DISPLAY 'CADASTRO DE SEGURANCA INDISPONIVEL -'
                           ' STATUS ' WRK-SECFILE-STATUS
               ELSE
                   MOVE 'N' TO WRK-FIM-LEITURA
                   MOVE LOW-VALUES TO SEC-USUARIO
                   START SECFILE KEY IS NOT LESS THAN SEC-USUARIO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0210-LER-USUARIO UNTIL FIM-LEITURA
                   CLOSE SECFILE
                   MOVE '00' TO WRK-SECFILE-STATUS
      *            ********** GRUPO DA SEGURANCA SEMPRE POR ULTIMO
                   ADD 1 TO WRK-QT-GESTORES
                   MOVE WRK-GESTOR-SEG TO WRK-GESTOR(WRK-QT-GESTORES)
               END-IF.

           0210-LER-USUARIO.
               READ SECFILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA AND WRK-QT-USUARIOS < 300
                   ADD 1 TO WRK-QT-USUARIOS
                   PERFORM 0220-GUARDAR-USUARIO
               END-IF.

           0220-GUARDAR-USUARIO.
               MOVE WRK-QT-USUARIOS TO WRK-IDX.
               MOVE SEC-USUARIO   TO WRK-USR-NOME(WRK-IDX).
               MOVE SEC-NIVEL     TO WRK-USR-NIVEL(WRK-IDX).
               MOVE SEC-BLOQUEADO TO WRK-USR-BLOQ(WRK-IDX).
               MOVE 'N'           TO WRK-USR-INATIVO(WRK-IDX).
               MOVE ZEROS         TO WRK-USR-DT-LOGIN(WRK-IDX).
               IF SEC-DT-TROCA IS NUMERIC
                   MOVE SEC-DT-TROCA TO WRK-USR-DT-TROCA(WRK-IDX)
               ELSE
                   MOVE ZEROS TO WRK-USR-DT-TROCA(WRK-IDX)
               END-IF.
               MOVE WRK-GESTOR-SEG TO WRK-USR-GESTOR(WRK-IDX).
               PERFORM 0225-ACHAR-GESTOR
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-QT-MAPA.
               IF WRK-USR-GESTOR(WRK-IDX) = WRK-GESTOR-SEG
                   ADD 1 TO WRK-QT-SEM-GESTOR
               END-IF.
               IF SEC-NIVEL = 01
                   ADD 1 TO WRK-QT-ADM
               END-IF.
               MOVE SEC-USUARIO TO ROL-USUARIO.
               PERFORM 9250-CARREGAR-PAPEIS.
               MOVE SPACES TO WRK-USR-PAPEIS(WRK-IDX).
               IF ROL-SEM-PAPEL
                   MOVE 'SEM PAPEL - VALE O NIVEL'
                        TO WRK-USR-PAPEIS(WRK-IDX)
               ELSE
                   MOVE 1 TO WRK-PTR
                   PERFORM 0230-ACRESCENTAR-PAPEL
                           VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > ROL-QT-PAPEIS
               END-IF.

           0225-ACHAR-GESTOR.
               IF WRK-MAPA-USUARIO(WRK-SUB) = SEC-USUARIO
                   MOVE WRK-MAPA-GESTOR(WRK-SUB)
                        TO WRK-USR-GESTOR(WRK-IDX)
               END-IF.

           0230-ACRESCENTAR-PAPEL.
               STRING ROL-PAPEL(WRK-SUB) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      INTO WRK-USR-PAPEIS(WRK-IDX)
                      WITH POINTER WRK-PTR
               END-STRING.

      *    ********** ULTIMO LOGIN JA ACUMULADO PELO PRGCOB137
           0300-CARREGAR-ULTLOGIN.
               OPEN INPUT ULTLOGIN.
               IF ULTLOGIN-OK
                   PERFORM 0310-CONSULTAR-ULTLOGIN
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QT-USUARIOS
                   CLOSE ULTLOGIN
               END-IF.

           0310-CONSULTAR-ULTLOGIN.
               MOVE WRK-USR-NOME(WRK-IDX) TO UL-USUARIO.
               READ ULTLOGIN
                   KEY IS UL-USUARIO
                   INVALID KEY
                       MOVE '23' TO WRK-ULTLOGIN-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ULTLOGIN-STATUS
               END-READ.
               IF ULTLOGIN-OK
                   MOVE UL-DT-LOGIN TO WRK-USR-DT-LOGIN(WRK-IDX)
                   IF UL-TRAVADO-INATIVO
                       MOVE 'S' TO WRK-USR-INATIVO(WRK-IDX)
                   END-IF
               END-IF.
               MOVE '00' TO WRK-ULTLOGIN-STATUS.

      *    ********** LOGIN DO DIA QUE O PROCESSAMENTO NOTURNO AINDA
      *    ********** NAO ACUMULOU
           0350-COMPLETAR-LOGINAUD.
               OPEN INPUT LOGINAUD.
               IF LOGINAUD-OK
                   PERFORM 0360-LER-LOGINAUD
                   PERFORM 0370-CONFERIR-LOGIN UNTIL LOGINAUD-EOF
                   CLOSE LOGINAUD
               END-IF.

           0360-LER-LOGINAUD.
               READ LOGINAUD
                   AT END MOVE '10' TO WRK-LOGINAUD-STATUS
               END-READ.

           0370-CONFERIR-LOGIN.
               IF AUD-RESULTADO = 'LIBERADO'
                   AND AUD-DATA IS NUMERIC
                   MOVE ZEROS TO WRK-IDX
                   PERFORM 0375-PROCURAR-USUARIO
                           VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-QT-USUARIOS
                           OR WRK-IDX > 0
                   IF WRK-IDX > 0
                       IF AUD-DATA > WRK-USR-DT-LOGIN(WRK-IDX)
                           MOVE AUD-DATA
                                TO WRK-USR-DT-LOGIN(WRK-IDX)
                       END-IF
                   END-IF
               END-IF.
               PERFORM 0360-LER-LOGINAUD.

           0375-PROCURAR-USUARIO.
               IF WRK-USR-NOME(WRK-SUB) = AUD-USUARIO
                   MOVE WRK-SUB TO WRK-IDX
               END-IF.

      *    ********** UMA FOLHA POR GESTOR, COM O CAMPO DE ASSINATURA
           0400-IMPRIMIR-GRUPO.
               MOVE ZEROS TO WRK-QT-NO-GRUPO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'RECERTIFICACAO DE ACESSOS - ' WRK-TRIMESTRE
                      'O TRIMESTRE DE ' WRK-HOJE-ANO
                      '     EMITIDO EM ' WRK-HOJE-DIA '/'
                      WRK-HOJE-MES '/' WRK-HOJE-ANO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING 'GESTOR: ' WRK-GESTOR(WRK-SUB-G)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE ALL '=' TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING '     USUARIO              NV  PAPEIS'
                      '                         ULT.LOGIN   '
                      'ULT.TROCA   SITUACAO            DECISAO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RECERREP-REC.
               WRITE RECERREP-REC.
               PERFORM 0410-IMPRIMIR-USUARIO
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QT-USUARIOS.
               IF WRK-QT-NO-GRUPO = 0
                   MOVE '     NENHUM USUARIO' TO RECERREP-REC
                   WRITE RECERREP-REC
               END-IF.
               MOVE SPACES TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING '*ADM* = NIVEL ADMINISTRADOR - CONFIRMAR A'
                      ' NECESSIDADE'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE SPACES TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REVISADO POR: ______________________________'
                      '   ASSINATURA: ____________________'
                      '   DATA: ____/____/________'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RECERREP-REC.
               WRITE RECERREP-REC.
               MOVE SPACES TO RECERREP-REC.
               WRITE RECERREP-REC.
               WRITE RECERREP-REC.

           0410-IMPRIMIR-USUARIO.
               IF WRK-USR-GESTOR(WRK-IDX) = WRK-GESTOR(WRK-SUB-G)
                   ADD 1 TO WRK-QT-NO-GRUPO
                   MOVE SPACES TO DTU-MARCA
                   IF WRK-USR-NIVEL(WRK-IDX) = 01
                       MOVE '*ADM*' TO DTU-MARCA
                   END-IF
                   MOVE WRK-USR-NOME(WRK-IDX)   TO DTU-USUARIO
                   MOVE WRK-USR-NIVEL(WRK-IDX)  TO DTU-NIVEL
                   MOVE WRK-USR-PAPEIS(WRK-IDX) TO DTU-PAPEIS
                   MOVE WRK-USR-DT-LOGIN(WRK-IDX) TO WRK-DATA-CONV
                   PERFORM 0850-FORMATAR-DATA
                   MOVE WRK-DATA-ED TO DTU-DT-LOGIN
                   MOVE WRK-USR-DT-TROCA(WRK-IDX) TO WRK-DATA-CONV
                   PERFORM 0850-FORMATAR-DATA
                   MOVE WRK-DATA-ED TO DTU-DT-TROCA
                   EVALUATE TRUE
                       WHEN WRK-USR-INATIVO(WRK-IDX) = 'S'
                           MOVE 'BLOQ. INATIVIDADE' TO DTU-SITUACAO
                       WHEN WRK-USR-BLOQ(WRK-IDX) = 'S'
                           MOVE 'BLOQUEADA'         TO DTU-SITUACAO
                       WHEN OTHER
                           MOVE 'ATIVA'             TO DTU-SITUACAO
                   END-EVALUATE
                   MOVE WRK-DET-USUARIO TO RECERREP-REC
                   WRITE RECERREP-REC
               END-IF.

           0600-RESUMO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL: USUARIOS=' WRK-QT-USUARIOS
                      ' ADM=' WRK-QT-ADM
                      ' SEM GESTOR NO USRGEST=' WRK-QT-SEM-GESTOR
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO RECERREP-REC.
               WRITE RECERREP-REC.

           0850-FORMATAR-DATA.
               IF WRK-DATA-CONV = ZEROS
                   MOVE 'NUNCA' TO WRK-DATA-ED
               ELSE
                   MOVE SPACES TO WRK-DATA-ED
                   STRING WRK-CONV-DIA '/' WRK-CONV-MES '/'
                          WRK-CONV-ANO
                          DELIMITED BY SIZE INTO WRK-DATA-ED
                   END-STRING
               END-IF.

           COPY ROLPROC.
