           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB124.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CLIENTES PROVAVELMENTE DUPLICADOS NO CUSTMAST.
      *    CARREGA OS CLIENTES ATIVOS (O CODIGO JA INCORPORADO A
      *    OUTRO NA UNIFICACAO FICA DE FORA) E COMPARA TODOS OS
      *    PARES POR TRES CRITERIOS: MESMO CNPJ/CPF VALIDO (CRITICA
      *    DOS COPYBOOKS DOCCOM/DOCPROC), MESMO NOME NORMALIZADO
      *    (MAIUSCULAS, SO LETRAS E DIGITOS, SEM O SUFIXO LTDA,
      *    EIRELI OU EPP) E MESMO ENDERECO NORMALIZADO NA MESMA UF.
      *    CADA PAR SUSPEITO SAI NO DUPREP COM OS CRITERIOS QUE
      *    BATERAM; A UNIFICACAO E FEITA PELO SUPERVISOR NO
      *    PROGCOB125. SO LE O CADASTRO. RC 4 QUANDO HA SUSPEITOS.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CUSTMAST TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
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
               SELECT DUPREP ASSIGN TO "DUPREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DUPREP-STATUS.

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

           FD  DUPREP.
           01  DUPREP-REC        PIC X(132).

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
           COPY DOCCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-NOTFOUND  VALUE '23'.
               88 CUSTMAST-EOF       VALUE '10'.
           77 WRK-DUPREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
               88 TAB-CLI-CHEIA VALUE 'S'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(07) VALUE ZEROS.
           77 WRK-QT-GRAVADOS PIC 9(07) VALUE ZEROS.
           77 WRK-QT-TAB      PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PARES    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PAR-DOC  PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PAR-NOME PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PAR-END  PIC 9(06) VALUE ZEROS.
           77 WRK-SUB-A       PIC 9(04) VALUE ZEROS.
           77 WRK-SUB-B       PIC 9(04) VALUE ZEROS.
           77 WRK-SUB-B-INI   PIC 9(04) VALUE ZEROS.
           77 WRK-CRIT-DOC    PIC X(01) VALUE 'N'.
               88 BATEU-DOC     VALUE 'S'.
           77 WRK-CRIT-NOME   PIC X(01) VALUE 'N'.
               88 BATEU-NOME    VALUE 'S'.
           77 WRK-CRIT-END    PIC X(01) VALUE 'N'.
               88 BATEU-END     VALUE 'S'.
           77 WRK-CRITERIOS   PIC X(30) VALUE SPACES.
           77 WRK-PONTEIRO    PIC 9(03) VALUE ZEROS.
           77 WRK-NORM-ENT    PIC X(40) VALUE SPACES.
           77 WRK-NORM-SAI    PIC X(40) VALUE SPACES.
           77 WRK-NORM-SUB    PIC 9(02) VALUE ZEROS.
           77 WRK-NORM-TAM    PIC 9(02) VALUE ZEROS.
           77 WRK-CARAC       PIC X(01) VALUE SPACES.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.

      *    ********** CLIENTES ATIVOS COM OS CAMPOS JA NORMALIZADOS;
      *    ********** TC-DOC-NUMERO FICA ZERADO QUANDO O DOCUMENTO
      *    ********** NAO PASSA NA CRITICA
           01 WRK-TAB-CLI.
               02 WRK-TC OCCURS 5000 TIMES.
                   05 TC-CODIGO      PIC 9(06).
                   05 TC-NOME        PIC X(20).
                   05 TC-UF          PIC X(02).
                   05 TC-DOC-TIPO    PIC X(01).
                   05 TC-DOC-NUMERO  PIC 9(14).
                   05 TC-NOME-NORM   PIC X(20).
                   05 TC-END-NORM    PIC X(40).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB124' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'DUPLICIDADE DE CLIENTES JA CONFERIDA'
                               ' NA DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-CARREGAR-CLIENTE THRU 0200-SAIDA
                               UNTIL NOT CUSTMAST-OK
                       CLOSE CUSTMAST
                       PERFORM 0400-COMPARAR-CLIENTE
                               VARYING WRK-SUB-A FROM 1 BY 1
                               UNTIL WRK-SUB-A >= WRK-QT-TAB
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-GRAVADOS TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN INPUT CUSTMAST.
               IF NOT CUSTMAST-OK
                   MOVE 'PRGCOB124' TO ERR-PROGRAMA
                   MOVE 'CUSTMAST' TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
                           ' - DUPLICIDADE NAO CONFERIDA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   MOVE ZEROS TO CUST-CODIGO
                   START CUSTMAST KEY IS GREATER THAN CUST-CODIGO
                       INVALID KEY
                           MOVE '10' TO WRK-CUSTMAST-STATUS
                   END-START
                   OPEN OUTPUT DUPREP
                   PERFORM 0190-CABECALHO
               END-IF.

           0190-CABECALHO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CLIENTES PROVAVELMENTE DUPLICADOS - EMITIDO EM '
                      WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'CODIGO NOME                 UF   CODIGO NOME'
                    TO WRK-LINHA(1:44).
               MOVE '                 UF   CRITERIOS'
                    TO WRK-LINHA(45:32).
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** CLIENTE ATIVO ENTRA NA TABELA COM O NOME E O
      *    ********** ENDERECO NORMALIZADOS E O DOCUMENTO CRITICADO
           0200-CARREGAR-CLIENTE.
               READ CUSTMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF NOT CUSTMAST-OK OR CUST-INCORPORADO
                   GO TO 0200-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-LIDOS.
               IF WRK-QT-TAB >= 5000
                   MOVE 'S' TO WRK-TAB-CHEIA
                   GO TO 0200-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-TAB.
               MOVE CUST-CODIGO TO TC-CODIGO(WRK-QT-TAB).
               MOVE CUST-NOME   TO TC-NOME(WRK-QT-TAB).
               MOVE CUST-UF     TO TC-UF(WRK-QT-TAB).
               MOVE CUST-TIPO-DOC TO TC-DOC-TIPO(WRK-QT-TAB).
               MOVE ZEROS TO TC-DOC-NUMERO(WRK-QT-TAB).
               IF (CUST-DOC-CNPJ OR CUST-DOC-CPF)
                  AND CUST-CNPJ-CPF IS NUMERIC
                  AND CUST-CNPJ-CPF NOT = ZEROS
                   MOVE CUST-TIPO-DOC TO DOC-TIPO
                   MOVE CUST-CNPJ-CPF TO DOC-NUMERO
                   PERFORM 9800-VALIDAR-DOCUMENTO
                   IF DOC-VALIDO
                       MOVE CUST-CNPJ-CPF TO TC-DOC-NUMERO(WRK-QT-TAB)
                   END-IF
               END-IF.
               MOVE CUST-NOME TO WRK-NORM-ENT.
               PERFORM 0300-NORMALIZAR.
               PERFORM 0320-TIRAR-SUFIXO.
               MOVE WRK-NORM-SAI TO TC-NOME-NORM(WRK-QT-TAB).
               MOVE CUST-ENDERECO TO WRK-NORM-ENT.
               PERFORM 0300-NORMALIZAR.
               MOVE WRK-NORM-SAI TO TC-END-NORM(WRK-QT-TAB).
           0200-SAIDA.
               EXIT.

      *    ********** MAIUSCULAS E SO LETRAS E DIGITOS: ESPACO,
      *    ********** PONTO, BARRA, HIFEN E VIRGULA SAEM DO TEXTO
           0300-NORMALIZAR.
               INSPECT WRK-NORM-ENT CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               MOVE SPACES TO WRK-NORM-SAI.
               MOVE ZEROS TO WRK-NORM-TAM.
               PERFORM 0310-COPIAR-CARACTER
                       VARYING WRK-NORM-SUB FROM 1 BY 1
                       UNTIL WRK-NORM-SUB > 40.

           0310-COPIAR-CARACTER.
               MOVE WRK-NORM-ENT(WRK-NORM-SUB:1) TO WRK-CARAC.
               IF (WRK-CARAC >= 'A' AND WRK-CARAC <= 'Z')
                  OR (WRK-CARAC >= '0' AND WRK-CARAC <= '9')
                   ADD 1 TO WRK-NORM-TAM
                   MOVE WRK-CARAC TO WRK-NORM-SAI(WRK-NORM-TAM:1)
               END-IF.

      *    ********** TIPO SOCIETARIO NO FIM DO NOME NAO DIFERENCIA
      *    ********** O CLIENTE ("ACME LTDA" = "ACME")
           0320-TIRAR-SUFIXO.
               IF WRK-NORM-TAM > 4
                  AND WRK-NORM-SAI(WRK-NORM-TAM - 3:4) = 'LTDA'
                   MOVE SPACES TO WRK-NORM-SAI(WRK-NORM-TAM - 3:4)
                   SUBTRACT 4 FROM WRK-NORM-TAM
               END-IF.
               IF WRK-NORM-TAM > 6
                  AND WRK-NORM-SAI(WRK-NORM-TAM - 5:6) = 'EIRELI'
                   MOVE SPACES TO WRK-NORM-SAI(WRK-NORM-TAM - 5:6)
                   SUBTRACT 6 FROM WRK-NORM-TAM
               END-IF.
               IF WRK-NORM-TAM > 3
                  AND WRK-NORM-SAI(WRK-NORM-TAM - 2:3) = 'EPP'
                   MOVE SPACES TO WRK-NORM-SAI(WRK-NORM-TAM - 2:3)
                   SUBTRACT 3 FROM WRK-NORM-TAM
               END-IF.

      *    ********** CADA CLIENTE CONTRA OS QUE VEM DEPOIS DELE NA
      *    ********** TABELA - CADA PAR E CONFERIDO UMA VEZ SO
           0400-COMPARAR-CLIENTE.
               COMPUTE WRK-SUB-B-INI = WRK-SUB-A + 1.
               PERFORM 0410-COMPARAR-PAR
                       VARYING WRK-SUB-B FROM WRK-SUB-B-INI BY 1
                       UNTIL WRK-SUB-B > WRK-QT-TAB.

           0410-COMPARAR-PAR.
               MOVE 'N' TO WRK-CRIT-DOC WRK-CRIT-NOME WRK-CRIT-END.
               IF TC-DOC-NUMERO(WRK-SUB-A) NOT = ZEROS
                  AND TC-DOC-NUMERO(WRK-SUB-A) =
                      TC-DOC-NUMERO(WRK-SUB-B)
                  AND TC-DOC-TIPO(WRK-SUB-A) = TC-DOC-TIPO(WRK-SUB-B)
                   MOVE 'S' TO WRK-CRIT-DOC
               END-IF.
               IF TC-NOME-NORM(WRK-SUB-A) NOT = SPACES
                  AND TC-NOME-NORM(WRK-SUB-A) = TC-NOME-NORM(WRK-SUB-B)
                   MOVE 'S' TO WRK-CRIT-NOME
               END-IF.
               IF TC-END-NORM(WRK-SUB-A) NOT = SPACES
                  AND TC-END-NORM(WRK-SUB-A) = TC-END-NORM(WRK-SUB-B)
                  AND TC-UF(WRK-SUB-A) = TC-UF(WRK-SUB-B)
                   MOVE 'S' TO WRK-CRIT-END
               END-IF.
               IF BATEU-DOC OR BATEU-NOME OR BATEU-END
                   PERFORM 0500-GRAVAR-PAR
               END-IF.

           0500-GRAVAR-PAR.
               ADD 1 TO WRK-QT-PARES.
               MOVE SPACES TO WRK-CRITERIOS.
               MOVE 1 TO WRK-PONTEIRO.
               IF BATEU-DOC
                   ADD 1 TO WRK-QT-PAR-DOC
                   STRING 'CNPJ/CPF ' DELIMITED BY SIZE
                          INTO WRK-CRITERIOS
                          WITH POINTER WRK-PONTEIRO
                   END-STRING
               END-IF.
               IF BATEU-NOME
                   ADD 1 TO WRK-QT-PAR-NOME
                   STRING 'NOME ' DELIMITED BY SIZE
                          INTO WRK-CRITERIOS
                          WITH POINTER WRK-PONTEIRO
                   END-STRING
               END-IF.
               IF BATEU-END
                   ADD 1 TO WRK-QT-PAR-END
                   STRING 'ENDERECO' DELIMITED BY SIZE
                          INTO WRK-CRITERIOS
                          WITH POINTER WRK-PONTEIRO
                   END-STRING
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               MOVE TC-CODIGO(WRK-SUB-A) TO WRK-LINHA(1:6).
               MOVE TC-NOME(WRK-SUB-A)   TO WRK-LINHA(8:20).
               MOVE TC-UF(WRK-SUB-A)     TO WRK-LINHA(29:2).
               MOVE TC-CODIGO(WRK-SUB-B) TO WRK-LINHA(34:6).
               MOVE TC-NOME(WRK-SUB-B)   TO WRK-LINHA(41:20).
               MOVE TC-UF(WRK-SUB-B)     TO WRK-LINHA(62:2).
               MOVE WRK-CRITERIOS        TO WRK-LINHA(67:30).
               PERFORM 0950-GRAVAR-LINHA.
               ADD 1 TO WRK-QT-GRAVADOS.

           0900-FINALIZAR.
               IF WRK-QT-PARES = ZEROS
                   MOVE '  NENHUM PAR SUSPEITO' TO WRK-LINHA
                   PERFORM 0950-GRAVAR-LINHA
               ELSE
                   MOVE 4 TO RUN-RC
               END-IF.
               PERFORM 0950-GRAVAR-LINHA.
               STRING 'CLIENTES ATIVOS ' WRK-QT-LIDOS
                      '  PARES SUSPEITOS ' WRK-QT-PARES
                      '  POR CNPJ/CPF ' WRK-QT-PAR-DOC
                      '  POR NOME ' WRK-QT-PAR-NOME
                      '  POR ENDERECO ' WRK-QT-PAR-END
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               IF TAB-CLI-CHEIA
                   MOVE '  MAIS DE 5000 CLIENTES ATIVOS - PARES'
                        TO WRK-LINHA
                   MOVE ' PROCURADOS SO ENTRE OS 5000 PRIMEIROS'
                        TO WRK-LINHA(39:)
                   PERFORM 0950-GRAVAR-LINHA
                   MOVE 'PRGCOB124' TO ERR-PROGRAMA
                   MOVE 'CUSTMAST' TO ERR-ARQUIVO
                   MOVE SPACES TO ERR-STATUS
                   MOVE 'TABELA CHEIA - CONFERENCIA PARCIAL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   MOVE 4 TO RUN-RC
               END-IF.
               CLOSE DUPREP.
               DISPLAY 'DUPLICIDADE DE CLIENTES - ATIVOS ' WRK-QT-LIDOS
                       ' PARES SUSPEITOS ' WRK-QT-PARES.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO DUPREP-REC.
               WRITE DUPREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
           COPY DOCPROC.
