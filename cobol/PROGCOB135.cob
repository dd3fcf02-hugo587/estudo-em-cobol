           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB135.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONFERENCIA PRE-REMESSA DA FOLHA PELO
      *    SUPERVISOR. A FOLHA COMPLETA (PROGCOB04) GRAVA NO PAYVAR OS
      *    CASOS A CONFERIR DA COMPETENCIA (VARIACAO DE BRUTO/LIQUIDO
      *    ACIMA DO PERCENTUAL CONTRA O ULTIMO MENSAL DO SALHIST,
      *    FUNCIONARIO SEM HISTORICO E LIQUIDO ZERADO OU NEGATIVO) E
      *    DEIXA A REMESSA RETIDA NO BANKHOLD. AQUI O SUPERVISOR (ADM
      *    DO SECFILE, DIFERENTE DE QUEM RODOU A FOLHA) APROVA CADA
      *    CASO COM JUSTIFICATIVA OU CORRIGE O LIQUIDO A PAGAR
      *    (ZERO = NAO PAGAR NESTA REMESSA). SEM NENHUM CASO
      *    PENDENTE, A LIBERACAO COPIA O BANKHOLD PARA O BANKREM COM
      *    AS CORRECOES E RECALCULA O TRAILER (QUANTIDADE, SOMA E
      *    HASH DAS CONTAS). CADA DECISAO E A LIBERACAO SAO
      *    CARIMBADAS NO AUDITTRL. A CORRECAO SO MUDA A REMESSA - A
      *    DIFERENCA NO HOLERITE E NO SALHIST E ACERTADA NA FOLHA
      *    SEGUINTE POR MOVIMENTO (MOVFILE).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - SUPERVISOR COM PAPEIS
      *                         (ROLEMAST/USERROLE) PRECISA DO DIREITO
      *                         DE APROVACAO DO PAYVAR; SEM PAPEL,
      *                         CONTINUA O ADM.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYVAR ASSIGN TO "PAYVAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PV-CHAVE
                   FILE STATUS IS WRK-PAYVAR-STATUS.
               SELECT BANKHOLD ASSIGN TO "BANKHOLD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BANKHOLD-STATUS.
               SELECT BANKREM ASSIGN TO "BANKREM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BANKREM-STATUS.
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
           DATA DIVISION.
           FILE SECTION.
           FD  PAYVAR.
           01  PV-REC.
               05 PV-CHAVE.
                  10 PV-COMPETENCIA PIC 9(06).
                  10 PV-TIPO-PAGTO  PIC X(01).
                  10 PV-MATRICULA   PIC 9(06).
               05 PV-MOTIVO       PIC X(01).
                  88 PV-LIQ-ZERADO  VALUE 'Z'.
                  88 PV-FUNC-NOVO   VALUE 'N'.
                  88 PV-FORA-FAIXA  VALUE 'V'.
               05 PV-SITUACAO     PIC X(01).
                  88 PV-PENDENTE    VALUE 'P'.
                  88 PV-APROVADO    VALUE 'A'.
                  88 PV-CORRIGIDO   VALUE 'C'.
               05 PV-LIQ-CORRIGIDO PIC 9(06)V99.
               05 PV-SUPERVISOR   PIC X(20).
               05 PV-DATAHORA     PIC X(17).
               05 PV-BRUTO        PIC 9(06)V99.
               05 PV-LIQUIDO      PIC 9(06)V99.
               05 PV-COMP-ANT     PIC 9(06).
               05 PV-BRUTO-ANT    PIC 9(06)V99.
               05 PV-LIQ-ANT      PIC 9(06)V99.
               05 PV-VAR-BRUTO    PIC 9(04)V99.
               05 PV-VAR-LIQ      PIC 9(04)V99.
               05 PV-NOME         PIC X(20).
               05 PV-OPERADOR     PIC X(20).
               05 PV-JUSTIFICATIVA PIC X(30).

           FD  BANKHOLD.
           01  BANKHOLD-HEADER.
               05 BHH-TIPO        PIC X(01).
               05 BHH-DT-PAGTO    PIC 9(08).
               05 BHH-DATAHORA    PIC X(17).
           01  BANKHOLD-DETALHE.
               05 BHD-TIPO        PIC X(01).
               05 BHD-MATRICULA   PIC 9(06).
               05 BHD-BANCO       PIC 9(03).
               05 BHD-AGENCIA     PIC 9(04).
               05 BHD-CONTA       PIC 9(08).
               05 BHD-VALOR-LIQ   PIC 9(08)V99.
           01  BANKHOLD-TRAILER.
               05 BHT-TIPO        PIC X(01).
               05 BHT-QT          PIC 9(06).
               05 BHT-SOMA-LIQ    PIC 9(10)V99.
               05 BHT-HASH-CONTAS PIC 9(12).

           FD  BANKREM.
           01  BANKREM-HEADER.
               05 BRH-TIPO        PIC X(01).
               05 BRH-DT-PAGTO    PIC 9(08).
               05 BRH-DATAHORA    PIC X(17).
           01  BANKREM-DETALHE.
               05 BRD-TIPO        PIC X(01).
               05 BRD-MATRICULA   PIC 9(06).
               05 BRD-BANCO       PIC 9(03).
               05 BRD-AGENCIA     PIC 9(04).
               05 BRD-CONTA       PIC 9(08).
               05 BRD-VALOR-LIQ   PIC 9(08)V99.
           01  BANKREM-TRAILER.
               05 BRT-TIPO        PIC X(01).
               05 BRT-QT          PIC 9(06).
               05 BRT-SOMA-LIQ    PIC 9(10)V99.
               05 BRT-HASH-CONTAS PIC 9(12).

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

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SUPERVISOR-OK PIC X(01) VALUE 'N'.
               88 SUPERVISOR-OK    VALUE 'S'.
           COPY AUDCOM.
           COPY ERRCOM.
           COPY SECCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PAYVAR-STATUS PIC X(02) VALUE SPACES.
               88 PAYVAR-OK       VALUE '00'.
               88 PAYVAR-NOTFOUND VALUE '23'.
               88 PAYVAR-EOF      VALUE '10'.
           77 WRK-BANKHOLD-STATUS PIC X(02) VALUE SPACES.
               88 BANKHOLD-OK     VALUE '00'.
               88 BANKHOLD-EOF    VALUE '10'.
           77 WRK-BANKREM-STATUS PIC X(02) VALUE SPACES.
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
               88 OPCAO-APROVAR  VALUE 'A'.
               88 OPCAO-CORRIGIR VALUE 'C'.
               88 OPCAO-LIBERAR  VALUE 'R'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-TIPO-PAGTO  PIC X(01) VALUE SPACE.
               88 TIPO-PAGTO-VALIDO VALUE 'M' 'D' 'F'.
           77 WRK-MATRICULA   PIC 9(06) VALUE ZEROS.
           77 WRK-LIQ-NOVO    PIC 9(06)V99 VALUE ZEROS.
           77 WRK-JUSTIFICATIVA PIC X(30) VALUE SPACES.
           77 WRK-FIM-CASOS   PIC X(01) VALUE 'N'.
               88 FIM-CASOS   VALUE 'S'.
           77 WRK-QT-CASOS    PIC 9(04) VALUE ZEROS.
           77 WRK-QT-PENDENTES PIC 9(04) VALUE ZEROS.
           77 WRK-QT-ED       PIC ZZZ9.
           77 WRK-VALOR-ED    PIC ZZZ.ZZ9,99.
           77 WRK-VAR-ED      PIC Z.ZZ9,99.
           77 WRK-SITUACAO-DESC PIC X(10) VALUE SPACES.
           77 WRK-MOTIVO-DESC PIC X(12) VALUE SPACES.
           77 WRK-REM-QT      PIC 9(06) VALUE ZEROS.
           77 WRK-REM-SOMA    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-REM-HASH    PIC 9(12) VALUE ZEROS.
           77 WRK-QT-RETIDOS  PIC 9(06) VALUE ZEROS.
           77 WRK-TS-DATA     PIC 9(08) VALUE ZEROS.
           77 WRK-TS-HORA     PIC 9(08) VALUE ZEROS.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCOB135' TO ERR-PROGRAMA.
               DISPLAY 'USUARIO SUPERVISOR DA FOLHA...'.
               ACCEPT WRK-USUARIO.
               DISPLAY 'SENHA...'.
               ACCEPT WRK-SENHA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               PERFORM 0040-CONFERIR-DIREITO.
               IF NOT SUPERVISOR-OK
                   DISPLAY 'ACESSO RESTRITO A QUEM APROVA A FOLHA'
               ELSE
                   PERFORM 0050-PEDIR-COMPETENCIA
                   OPEN I-O PAYVAR
                   IF WRK-PAYVAR-STATUS NOT = '00'
                       DISPLAY 'CONFERENCIA PRE-REMESSA (PAYVAR)'
                               ' VAZIA OU INDISPONIVEL'
                   ELSE
                       PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                       CLOSE PAYVAR
                   END-IF
               END-IF.
               GOBACK.

      *    ********** COM PAPEIS NO USERROLE, PRECISA DO DIREITO DE
      *    ********** APROVACAO DO PAYVAR; SEM PAPEL, DO ADM
           0040-CONFERIR-DIREITO.
               MOVE 'N' TO WRK-SUPERVISOR-OK.
               IF ACESSO-LIBERADO
                   MOVE WRK-USUARIO TO ROL-USUARIO
                   PERFORM 9250-CARREGAR-PAPEIS
                   IF ROL-SEM-PAPEL
                       IF ADM
                           MOVE 'S' TO WRK-SUPERVISOR-OK
                       END-IF
                   ELSE
                       MOVE 'PAYVAR' TO ROL-CONSULTA
                       PERFORM 9265-TEM-APROVACAO
                       MOVE ROL-RESULTADO TO WRK-SUPERVISOR-OK
                   END-IF
               END-IF.

           0050-PEDIR-COMPETENCIA.
               DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM)...'.
               ACCEPT WRK-COMPETENCIA.
               MOVE SPACE TO WRK-TIPO-PAGTO.
               PERFORM 0060-PEDIR-TIPO UNTIL TIPO-PAGTO-VALIDO.

           0060-PEDIR-TIPO.
               DISPLAY 'TIPO DE PAGAMENTO (M-MENSAL D-13O F-FERIAS)...'.
               ACCEPT WRK-TIPO-PAGTO.
               IF NOT TIPO-PAGTO-VALIDO
                   DISPLAY 'TIPO INVALIDO'
               END-IF.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' CONFERENCIA PRE-REMESSA ' WRK-COMPETENCIA
                       ' ' WRK-TIPO-PAGTO.
               DISPLAY ' L - LISTAR CASOS'.
               DISPLAY ' A - APROVAR CASO'.
               DISPLAY ' C - CORRIGIR LIQUIDO DO CASO'.
               DISPLAY ' R - LIBERAR REMESSA (BANKREM)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-LISTAR
                       PERFORM 0200-LISTAR
                   WHEN OPCAO-APROVAR
                       PERFORM 0300-APROVAR
                   WHEN OPCAO-CORRIGIR
                       PERFORM 0400-CORRIGIR
                   WHEN OPCAO-LIBERAR
                       PERFORM 0500-LIBERAR THRU 0500-SAIDA
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** CASOS DA COMPETENCIA/TIPO EM ORDEM DE MATRICULA
           0200-LISTAR.
               PERFORM 0210-POSICIONAR-CASOS.
               PERFORM 0250-LISTAR-UM UNTIL FIM-CASOS.
               MOVE WRK-QT-CASOS TO WRK-QT-ED.
               DISPLAY WRK-QT-ED ' CASO(S), '
                       WRK-QT-PENDENTES ' PENDENTE(S)'.

           0210-POSICIONAR-CASOS.
               MOVE ZEROS TO WRK-QT-CASOS WRK-QT-PENDENTES.
               MOVE 'N' TO WRK-FIM-CASOS.
               MOVE WRK-COMPETENCIA TO PV-COMPETENCIA.
               MOVE WRK-TIPO-PAGTO  TO PV-TIPO-PAGTO.
               MOVE ZEROS           TO PV-MATRICULA.
               START PAYVAR KEY IS NOT LESS THAN PV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CASOS
               END-START.

           0220-LER-CASO.
               READ PAYVAR NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CASOS
               END-READ.
               IF NOT FIM-CASOS
                   IF PV-COMPETENCIA NOT = WRK-COMPETENCIA
                      OR PV-TIPO-PAGTO NOT = WRK-TIPO-PAGTO
                       MOVE 'S' TO WRK-FIM-CASOS
                   ELSE
                       ADD 1 TO WRK-QT-CASOS
                       IF PV-PENDENTE
                           ADD 1 TO WRK-QT-PENDENTES
                       END-IF
                   END-IF
               END-IF.

           0250-LISTAR-UM.
               PERFORM 0220-LER-CASO.
               IF NOT FIM-CASOS
                   PERFORM 0260-DESCREVER-CASO
                   MOVE PV-LIQUIDO TO WRK-VALOR-ED
                   DISPLAY ' ' PV-MATRICULA ' ' PV-NOME
                           ' ' WRK-MOTIVO-DESC
                           ' LIQ ' WRK-VALOR-ED
                           ' ' WRK-SITUACAO-DESC
                   IF PV-FORA-FAIXA
                       MOVE PV-VAR-BRUTO TO WRK-VAR-ED
                       DISPLAY '        VARIACAO BRUTO ' WRK-VAR-ED
                               '% CONTRA ' PV-COMP-ANT
                       MOVE PV-VAR-LIQ TO WRK-VAR-ED
                       DISPLAY '        VARIACAO LIQ.  ' WRK-VAR-ED '%'
                   END-IF
                   IF PV-CORRIGIDO
                       MOVE PV-LIQ-CORRIGIDO TO WRK-VALOR-ED
                       DISPLAY '        LIQUIDO CORRIGIDO '
                               WRK-VALOR-ED
                   END-IF
               END-IF.

           0260-DESCREVER-CASO.
               EVALUATE TRUE
                   WHEN PV-LIQ-ZERADO
                       MOVE 'LIQ. ZERADO' TO WRK-MOTIVO-DESC
                   WHEN PV-FUNC-NOVO
                       MOVE 'SEM HISTOR.' TO WRK-MOTIVO-DESC
                   WHEN PV-FORA-FAIXA
                       MOVE 'VARIACAO'    TO WRK-MOTIVO-DESC
                   WHEN OTHER
                       MOVE PV-MOTIVO     TO WRK-MOTIVO-DESC
               END-EVALUATE.
               EVALUATE TRUE
                   WHEN PV-PENDENTE
                       MOVE 'PENDENTE'  TO WRK-SITUACAO-DESC
                   WHEN PV-APROVADO
                       MOVE 'APROVADO'  TO WRK-SITUACAO-DESC
                   WHEN PV-CORRIGIDO
                       MOVE 'CORRIGIDO' TO WRK-SITUACAO-DESC
                   WHEN OTHER
                       MOVE PV-SITUACAO TO WRK-SITUACAO-DESC
               END-EVALUATE.

           0280-LOCALIZAR-CASO.
               DISPLAY 'MATRICULA DO CASO...'.
               ACCEPT WRK-MATRICULA.
               MOVE WRK-COMPETENCIA TO PV-COMPETENCIA.
               MOVE WRK-TIPO-PAGTO  TO PV-TIPO-PAGTO.
               MOVE WRK-MATRICULA   TO PV-MATRICULA.
               READ PAYVAR
                   KEY IS PV-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-PAYVAR-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-PAYVAR-STATUS
               END-READ.

           0290-PEDIR-JUSTIFICATIVA.
               DISPLAY 'JUSTIFICATIVA...'.
               ACCEPT WRK-JUSTIFICATIVA.
               IF WRK-JUSTIFICATIVA = SPACES
                   DISPLAY 'JUSTIFICATIVA OBRIGATORIA'
               END-IF.

      *    ********** QUEM RODOU A FOLHA NAO CONFERE O PROPRIO CALCULO
           0300-APROVAR.
               PERFORM 0280-LOCALIZAR-CASO.
               EVALUATE TRUE
                   WHEN NOT PAYVAR-OK
                       DISPLAY 'CASO NAO ENCONTRADO'
                   WHEN NOT PV-PENDENTE
                       DISPLAY 'CASO JA DECIDIDO'
                   WHEN PV-OPERADOR = WRK-USUARIO
                       DISPLAY 'SUPERVISOR NAO PODE SER O OPERADOR'
                           ' DA FOLHA - DUPLO CONTROLE'
                   WHEN OTHER
                       MOVE SPACES TO WRK-JUSTIFICATIVA
                       PERFORM 0290-PEDIR-JUSTIFICATIVA
                               UNTIL WRK-JUSTIFICATIVA NOT = SPACES
                       MOVE PV-REC TO AUD-TRL-ANTES
                       MOVE 'A' TO PV-SITUACAO
                       PERFORM 0350-CARIMBAR-DECISAO
                       DISPLAY 'CASO APROVADO'
               END-EVALUATE.

           0350-CARIMBAR-DECISAO.
               MOVE WRK-JUSTIFICATIVA TO PV-JUSTIFICATIVA.
               MOVE WRK-USUARIO       TO PV-SUPERVISOR.
               PERFORM 0800-MONTAR-DATAHORA.
               MOVE WRK-DATAHORA      TO PV-DATAHORA.
               REWRITE PV-REC.
               MOVE PV-REC TO AUD-TRL-DEPOIS.
               MOVE 'PAYVAR'     TO AUD-TRL-ARQUIVO.
               MOVE PV-MATRICULA TO AUD-TRL-CHAVE.
               PERFORM 0700-REGISTRAR-AUDITORIA.

      *    ********** LIQUIDO ZERO RETEM O PAGAMENTO DO FUNCIONARIO
      *    ********** NESTA REMESSA
           0400-CORRIGIR.
               PERFORM 0280-LOCALIZAR-CASO.
               EVALUATE TRUE
                   WHEN NOT PAYVAR-OK
                       DISPLAY 'CASO NAO ENCONTRADO'
                   WHEN NOT PV-PENDENTE
                       DISPLAY 'CASO JA DECIDIDO'
                   WHEN PV-OPERADOR = WRK-USUARIO
                       DISPLAY 'SUPERVISOR NAO PODE SER O OPERADOR'
                           ' DA FOLHA - DUPLO CONTROLE'
                   WHEN OTHER
                       MOVE PV-LIQUIDO TO WRK-VALOR-ED
                       DISPLAY 'LIQUIDO CALCULADO ' WRK-VALOR-ED
                       DISPLAY 'LIQUIDO A PAGAR (ZERO = NAO PAGAR)...'
                       ACCEPT WRK-LIQ-NOVO
                       MOVE SPACES TO WRK-JUSTIFICATIVA
                       PERFORM 0290-PEDIR-JUSTIFICATIVA
                               UNTIL WRK-JUSTIFICATIVA NOT = SPACES
                       MOVE PV-REC TO AUD-TRL-ANTES
                       MOVE 'C' TO PV-SITUACAO
                       MOVE WRK-LIQ-NOVO TO PV-LIQ-CORRIGIDO
                       PERFORM 0350-CARIMBAR-DECISAO
                       DISPLAY 'CASO CORRIGIDO'
               END-EVALUATE.

      *    ********** LIBERA O BANKHOLD PARA O BANKREM. O HEADER DO
      *    ********** BANKHOLD TEM QUE SER DA COMPETENCIA (A FOLHA
      *    ********** COMPLETA CALCULA A COMPETENCIA DA DATA DA RODADA)
           0500-LIBERAR.
               PERFORM 0210-POSICIONAR-CASOS.
               PERFORM 0220-LER-CASO UNTIL FIM-CASOS.
               IF WRK-QT-PENDENTES > 0
                   MOVE WRK-QT-PENDENTES TO WRK-QT-ED
                   DISPLAY 'AINDA HA ' WRK-QT-ED ' CASO(S) PENDENTE(S)'
                           ' - REMESSA NAO LIBERADA'
                   GO TO 0500-SAIDA
               END-IF.
               OPEN INPUT BANKHOLD.
               IF NOT BANKHOLD-OK
                   DISPLAY 'REMESSA RETIDA (BANKHOLD) NAO ENCONTRADA'
                   GO TO 0500-SAIDA
               END-IF.
               READ BANKHOLD
                   AT END MOVE '10' TO WRK-BANKHOLD-STATUS
               END-READ.
               IF NOT BANKHOLD-OK
                  OR BHH-TIPO NOT = 'H'
                  OR BHH-DATAHORA(1:6) NOT = WRK-COMPETENCIA
                   DISPLAY 'BANKHOLD NAO E DA COMPETENCIA '
                           WRK-COMPETENCIA ' - REMESSA NAO LIBERADA'
                   CLOSE BANKHOLD
                   GO TO 0500-SAIDA
               END-IF.
               MOVE ZEROS TO WRK-REM-QT WRK-REM-SOMA WRK-REM-HASH
                             WRK-QT-RETIDOS.
               OPEN OUTPUT BANKREM.
               WRITE BANKREM-HEADER FROM BANKHOLD-HEADER.
               PERFORM 0550-COPIAR-DETALHE UNTIL BANKHOLD-EOF.
               MOVE 'T'          TO BRT-TIPO.
               MOVE WRK-REM-QT   TO BRT-QT.
               MOVE WRK-REM-SOMA TO BRT-SOMA-LIQ.
               MOVE WRK-REM-HASH TO BRT-HASH-CONTAS.
               WRITE BANKREM-TRAILER.
               CLOSE BANKREM.
               CLOSE BANKHOLD.
               MOVE SPACES TO AUD-TRL-ANTES AUD-TRL-DEPOIS.
               STRING 'COMPET=' WRK-COMPETENCIA
                      ' TIPO=' WRK-TIPO-PAGTO
                      ' CASOS=' WRK-QT-CASOS
                      DELIMITED BY SIZE INTO AUD-TRL-ANTES
               END-STRING.
               STRING 'QT=' WRK-REM-QT
                      ' SOMA=' WRK-REM-SOMA
                      ' RETIDOS=' WRK-QT-RETIDOS
                      DELIMITED BY SIZE INTO AUD-TRL-DEPOIS
               END-STRING.
               MOVE 'BANKREM'       TO AUD-TRL-ARQUIVO.
               MOVE WRK-COMPETENCIA TO AUD-TRL-CHAVE.
               PERFORM 0700-REGISTRAR-AUDITORIA.
               MOVE WRK-REM-QT TO WRK-QT-ED.
               DISPLAY 'REMESSA LIBERADA NO BANKREM - '
                       WRK-QT-ED ' PAGAMENTO(S)'.
               IF WRK-QT-RETIDOS > 0
                   MOVE WRK-QT-RETIDOS TO WRK-QT-ED
                   DISPLAY WRK-QT-ED ' PAGAMENTO(S) RETIDO(S) PELO'
                           ' SUPERVISOR'
               END-IF.
           0500-SAIDA.
               EXIT.

      *    ********** O TRAILER DO BANKHOLD E DESPREZADO - QUANTIDADE,
      *    ********** SOMA E HASH SAO REFEITOS COM AS CORRECOES
           0550-COPIAR-DETALHE.
               READ BANKHOLD
                   AT END MOVE '10' TO WRK-BANKHOLD-STATUS
               END-READ.
               IF BANKHOLD-OK AND BHD-TIPO = 'D'
                   MOVE BANKHOLD-DETALHE TO BANKREM-DETALHE
                   MOVE WRK-COMPETENCIA TO PV-COMPETENCIA
                   MOVE WRK-TIPO-PAGTO  TO PV-TIPO-PAGTO
                   MOVE BHD-MATRICULA   TO PV-MATRICULA
                   READ PAYVAR
                       KEY IS PV-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-PAYVAR-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-PAYVAR-STATUS
                   END-READ
                   IF PAYVAR-OK AND PV-CORRIGIDO
                       MOVE PV-LIQ-CORRIGIDO TO BRD-VALOR-LIQ
                   END-IF
                   IF BRD-VALOR-LIQ = ZEROS
                       ADD 1 TO WRK-QT-RETIDOS
                   ELSE
                       WRITE BANKREM-DETALHE
                       ADD 1             TO WRK-REM-QT
                       ADD BRD-VALOR-LIQ TO WRK-REM-SOMA
                       ADD BRD-CONTA     TO WRK-REM-HASH
                   END-IF
               END-IF.

           0700-REGISTRAR-AUDITORIA.
               MOVE WRK-USUARIO TO AUD-TRL-OPERADOR.
               MOVE 'A'         TO AUD-TRL-ACAO.
               PERFORM 9400-REGISTRAR-AUD-TRL.

           0800-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           COPY AUDPROC.
           COPY ERRPROC.
           COPY SECPROC.
           COPY ROLPROC.
