           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB150.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = MANUTENCAO DO CADASTRO DE SERRAS DA OFICINA DE
      *    CORTE (SAWMAST): TURNOS POR DIA, HORAS POR TURNO,
      *    RENDIMENTO (100 = NOMINAL), SE TRABALHA AOS SABADOS E SE
      *    ESTA ATIVA; E DOS TEMPOS DE CORTE POR MATERIAL (CUTTIME):
      *    MINUTOS POR PECA E MINUTOS DE PREPARO POR ORDEM. OS DOIS
      *    ALIMENTAM A PROGRAMACAO DAS SERRAS (PRGCOB151); O
      *    CALENDARIO E O DE DIAS UTEIS COM OS FERIADOS DO HOLIDAYS.
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
               SELECT SAWMAST ASSIGN TO "SAWMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SAW-CODIGO
                   FILE STATUS IS WRK-SAWMAST-STATUS.
               SELECT CUTTIME ASSIGN TO "CUTTIME"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTT-MATERIAL
                   FILE STATUS IS WRK-CUTTIME-STATUS.
               SELECT MATMAST ASSIGN TO "MATMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MAT-CODIGO
                   FILE STATUS IS WRK-MATMAST-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  SAWMAST.
           01  SAW-REC.
               05 SAW-CODIGO      PIC 9(02).
               05 SAW-DESCRICAO   PIC X(20).
               05 SAW-TURNOS      PIC 9(01).
               05 SAW-HORAS-TURNO PIC 9(02)V99.
               05 SAW-RENDIMENTO  PIC 9(03).
               05 SAW-SABADO      PIC X(01).
                  88 SAW-TRABALHA-SABADO VALUE 'S'.
               05 SAW-ATIVA       PIC X(01).
                  88 SAW-EM-USO    VALUE 'S'.

           FD  CUTTIME.
           01  CTT-REC.
               05 CTT-MATERIAL    PIC 9(03).
               05 CTT-MIN-PECA    PIC 9(03)V99.
               05 CTT-MIN-PREPARO PIC 9(03)V99.

           FD  MATMAST.
           01  MAT-REC.
               05 MAT-CODIGO      PIC 9(03).
               05 MAT-DESCRICAO   PIC X(20).
               05 MAT-LARGURA     PIC 9(03)V99.
               05 MAT-COMPRIMENTO PIC 9(03)V99.
               05 MAT-PRECO-M2    PIC 9(04)V99.
               05 MAT-ESTOQUE-CHAPAS PIC 9(05).

           WORKING-STORAGE SECTION.
           77 WRK-SAWMAST-STATUS PIC X(02) VALUE SPACES.
               88 SAWMAST-OK        VALUE '00'.
               88 SAWMAST-NOTFOUND  VALUE '23'.
               88 SAWMAST-EOF       VALUE '10'.
           77 WRK-CUTTIME-STATUS PIC X(02) VALUE SPACES.
               88 CUTTIME-OK        VALUE '00'.
               88 CUTTIME-NOTFOUND  VALUE '23'.
               88 CUTTIME-EOF       VALUE '10'.
           77 WRK-MATMAST-STATUS PIC X(02) VALUE SPACES.
               88 MATMAST-OK        VALUE '00'.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-INCLUIR  VALUE 'I'.
               88 OPCAO-ALTERAR  VALUE 'A'.
               88 OPCAO-LISTAR   VALUE 'L'.
               88 OPCAO-TEMPO    VALUE 'T'.
               88 OPCAO-TEMPOS   VALUE 'M'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-CODIGO     PIC 9(02) VALUE ZEROS.
           77 WRK-MATERIAL   PIC 9(03) VALUE ZEROS.
           77 WRK-HORAS-ED   PIC Z9,99 VALUE ZEROS.
           77 WRK-MIN-DIA    PIC 9(05) VALUE ZEROS.
           77 WRK-MIN1-ED    PIC ZZ9,99 VALUE ZEROS.
           77 WRK-MIN2-ED    PIC ZZ9,99 VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-ABRIR-ARQUIVOS.
               IF SAWMAST-OK AND CUTTIME-OK
                   PERFORM 0200-LOOP-MENU UNTIL OPCAO-SAIR
               END-IF.
               IF SAWMAST-OK OR SAWMAST-NOTFOUND OR SAWMAST-EOF
                   CLOSE SAWMAST
               END-IF.
               IF CUTTIME-OK OR CUTTIME-NOTFOUND OR CUTTIME-EOF
                   CLOSE CUTTIME
               END-IF.
               GOBACK.

           0100-ABRIR-ARQUIVOS.
               OPEN I-O SAWMAST.
               IF WRK-SAWMAST-STATUS = '35'
                   CLOSE SAWMAST
                   OPEN OUTPUT SAWMAST
                   CLOSE SAWMAST
                   OPEN I-O SAWMAST
               END-IF.
               IF WRK-SAWMAST-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE SERRAS INDISPONIVEL -'
                           ' STATUS ' WRK-SAWMAST-STATUS
               END-IF.
               OPEN I-O CUTTIME.
               IF WRK-CUTTIME-STATUS = '35'
                   CLOSE CUTTIME
                   OPEN OUTPUT CUTTIME
                   CLOSE CUTTIME
                   OPEN I-O CUTTIME
               END-IF.
               IF WRK-CUTTIME-STATUS NOT = '00'
                   DISPLAY 'TEMPOS DE CORTE INDISPONIVEIS -'
                           ' STATUS ' WRK-CUTTIME-STATUS
               END-IF.

           0200-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' SERRAS E TEMPOS DE CORTE'.
               DISPLAY ' I - INCLUIR SERRA'.
               DISPLAY ' A - ALTERAR SERRA'.
               DISPLAY ' L - LISTAR SERRAS'.
               DISPLAY ' T - TEMPO DE CORTE DE UM MATERIAL'.
               DISPLAY ' M - LISTAR TEMPOS POR MATERIAL'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       PERFORM 0300-INCLUIR
                   WHEN OPCAO-ALTERAR
                       PERFORM 0400-ALTERAR
                   WHEN OPCAO-LISTAR
                       PERFORM 0500-LISTAR
                   WHEN OPCAO-TEMPO
                       PERFORM 0600-TEMPO-MATERIAL
                   WHEN OPCAO-TEMPOS
                       PERFORM 0700-LISTAR-TEMPOS
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

           0250-PEDIR-CODIGO.
               DISPLAY 'CODIGO DA SERRA...'.
               ACCEPT WRK-CODIGO.
               MOVE WRK-CODIGO TO SAW-CODIGO.
               READ SAWMAST
                   KEY IS SAW-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-SAWMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SAWMAST-STATUS
               END-READ.

           0260-PEDIR-DADOS.
               DISPLAY 'DESCRICAO...'.
               ACCEPT SAW-DESCRICAO FROM CONSOLE.
               DISPLAY 'TURNOS POR DIA (1 A 3)...'.
               ACCEPT SAW-TURNOS.
               DISPLAY 'HORAS POR TURNO (00,00)...'.
               ACCEPT SAW-HORAS-TURNO.
               DISPLAY 'RENDIMENTO % (100 = NOMINAL)...'.
               ACCEPT SAW-RENDIMENTO.
               IF SAW-RENDIMENTO = ZEROS
                   MOVE 100 TO SAW-RENDIMENTO
               END-IF.
               DISPLAY 'TRABALHA AOS SABADOS (S/N)...'.
               ACCEPT SAW-SABADO.
               IF NOT SAW-TRABALHA-SABADO
                   MOVE 'N' TO SAW-SABADO
               END-IF.
               DISPLAY 'SERRA ATIVA (S/N)...'.
               ACCEPT SAW-ATIVA.
               IF NOT SAW-EM-USO
                   MOVE 'N' TO SAW-ATIVA
               END-IF.

           0300-INCLUIR.
               PERFORM 0250-PEDIR-CODIGO.
               IF SAWMAST-OK
                   DISPLAY 'SERRA JA CADASTRADA'
               ELSE
                   MOVE WRK-CODIGO TO SAW-CODIGO
                   PERFORM 0260-PEDIR-DADOS
                   WRITE SAW-REC
                   DISPLAY 'SERRA INCLUIDA..' WRK-CODIGO
               END-IF.
               MOVE '00' TO WRK-SAWMAST-STATUS.

           0400-ALTERAR.
               PERFORM 0250-PEDIR-CODIGO.
               IF NOT SAWMAST-OK
                   DISPLAY 'SERRA NAO CADASTRADA'
               ELSE
                   PERFORM 0550-MOSTRAR-SERRA
                   PERFORM 0260-PEDIR-DADOS
                   REWRITE SAW-REC
                   DISPLAY 'SERRA ALTERADA..' WRK-CODIGO
               END-IF.
               MOVE '00' TO WRK-SAWMAST-STATUS.

           0500-LISTAR.
               MOVE ZEROS TO SAW-CODIGO.
               START SAWMAST KEY IS GREATER THAN SAW-CODIGO
                   INVALID KEY
                       MOVE '10' TO WRK-SAWMAST-STATUS
               END-START.
               PERFORM 0510-LISTAR-REGISTRO
                       UNTIL SAWMAST-EOF OR SAWMAST-NOTFOUND.
               MOVE '00' TO WRK-SAWMAST-STATUS.

           0510-LISTAR-REGISTRO.
               READ SAWMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-SAWMAST-STATUS
               END-READ.
               IF SAWMAST-OK
                   PERFORM 0550-MOSTRAR-SERRA
               END-IF.

      *    ********** MINUTOS POR DIA UTIL = TURNOS X HORAS X 60
           0550-MOSTRAR-SERRA.
               COMPUTE WRK-MIN-DIA =
                       SAW-TURNOS * SAW-HORAS-TURNO * 60.
               MOVE SAW-HORAS-TURNO TO WRK-HORAS-ED.
               DISPLAY ' ' SAW-CODIGO ' ' SAW-DESCRICAO
                       ' TURNOS ' SAW-TURNOS
                       ' HORAS ' WRK-HORAS-ED
                       ' MIN/DIA ' WRK-MIN-DIA
                       ' REND% ' SAW-RENDIMENTO
                       ' SAB ' SAW-SABADO
                       ' ATIVA ' SAW-ATIVA.

      *    ********** TEMPO DE CORTE: INCLUI OU ALTERA
           0600-TEMPO-MATERIAL.
               DISPLAY 'CODIGO DO MATERIAL...'.
               ACCEPT WRK-MATERIAL.
               OPEN INPUT MATMAST.
               MOVE WRK-MATERIAL TO MAT-CODIGO.
               READ MATMAST
                   KEY IS MAT-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-MATMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-MATMAST-STATUS
               END-READ.
               CLOSE MATMAST.
               IF NOT MATMAST-OK
                   DISPLAY 'MATERIAL NAO CADASTRADO - USE O PROGCOB46'
               ELSE
                   DISPLAY 'MATERIAL..' MAT-DESCRICAO
                   MOVE WRK-MATERIAL TO CTT-MATERIAL
                   READ CUTTIME
                       KEY IS CTT-MATERIAL
                       INVALID KEY
                           MOVE '23' TO WRK-CUTTIME-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CUTTIME-STATUS
                   END-READ
                   IF CUTTIME-OK
                       MOVE CTT-MIN-PECA    TO WRK-MIN1-ED
                       MOVE CTT-MIN-PREPARO TO WRK-MIN2-ED
                       DISPLAY 'ATUAL - MIN/PECA ' WRK-MIN1-ED
                               ' PREPARO ' WRK-MIN2-ED
                   END-IF
                   DISPLAY 'MINUTOS POR PECA (000,00)...'
                   ACCEPT CTT-MIN-PECA
                   DISPLAY 'MINUTOS DE PREPARO POR ORDEM (000,00)...'
                   ACCEPT CTT-MIN-PREPARO
                   IF CUTTIME-OK
                       REWRITE CTT-REC
                       DISPLAY 'TEMPO ALTERADO..' WRK-MATERIAL
                   ELSE
                       MOVE WRK-MATERIAL TO CTT-MATERIAL
                       WRITE CTT-REC
                       DISPLAY 'TEMPO INCLUIDO..' WRK-MATERIAL
                   END-IF
               END-IF.
               MOVE '00' TO WRK-CUTTIME-STATUS.

           0700-LISTAR-TEMPOS.
               MOVE ZEROS TO CTT-MATERIAL.
               START CUTTIME KEY IS GREATER THAN CTT-MATERIAL
                   INVALID KEY
                       MOVE '10' TO WRK-CUTTIME-STATUS
               END-START.
               PERFORM 0710-LISTAR-TEMPO
                       UNTIL CUTTIME-EOF OR CUTTIME-NOTFOUND.
               MOVE '00' TO WRK-CUTTIME-STATUS.

           0710-LISTAR-TEMPO.
               READ CUTTIME NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CUTTIME-STATUS
               END-READ.
               IF CUTTIME-OK
                   MOVE CTT-MIN-PECA    TO WRK-MIN1-ED
                   MOVE CTT-MIN-PREPARO TO WRK-MIN2-ED
                   DISPLAY ' ' CTT-MATERIAL
                           ' MIN/PECA ' WRK-MIN1-ED
                           ' PREPARO ' WRK-MIN2-ED
               END-IF.
