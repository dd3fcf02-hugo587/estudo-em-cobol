           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB132.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = BENEFICIOS DOS FUNCIONARIOS. MANTEM OS PLANOS
      *    (BENPLAN) - VALE TRANSPORTE, PLANO DE SAUDE E VALE
      *    REFEICAO - COM O FORNECEDOR DO CADASTRO SUPMAST (PROGCOB51),
      *    O VALOR POR TITULAR E POR DEPENDENTE E A PARTE DO
      *    EMPREGADO (NO TRANSPORTE, O TETO EM % DO SALARIO - 6% POR
      *    LEI; NOS DEMAIS, A COPARTICIPACAO EM % DO CUSTO), E AS
      *    ADESOES POR FUNCIONARIO (BENEFMST) COM INICIO, FIM E OS
      *    DEPENDENTES COBERTOS, CONFERIDOS NO DEPENDTS. A FOLHA
      *    MENSAL (PROGCOB04) CALCULA SOZINHA O DESCONTO DO EMPREGADO
      *    E O CUSTO DA EMPRESA E GRAVA O BENEFMOV DA COMPETENCIA, DE
      *    ONDE SAI A CONCILIACAO DAS FATURAS DOS FORNECEDORES
      *    (BENEREP) - O QUANTO SE DEVE A CADA UM. ACABAM OS
      *    LANCAMENTOS MANUAIS DE BENEFICIO NO MOVFILE.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BENPLAN ASSIGN TO "BENPLAN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BPL-CODIGO
                   FILE STATUS IS WRK-BENPLAN-STATUS.
               SELECT BENEFMST ASSIGN TO "BENEFMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BEN-CHAVE
                   FILE STATUS IS WRK-BENEFMST-STATUS.
               SELECT BENEFMOV ASSIGN TO "BENEFMOV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BMV-CHAVE
                   FILE STATUS IS WRK-BENEFMOV-STATUS.
               SELECT EMPMAST ASSIGN TO "EMPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MATRICULA
                   FILE STATUS IS WRK-EMPMAST-STATUS.
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT DEPENDTS ASSIGN TO "DEPENDTS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEPENDTS-STATUS.
               SELECT BENEREP ASSIGN TO "BENEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BENEREP-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  BENPLAN.
           01  BPL-REC.
               05 BPL-CODIGO      PIC 9(03).
               05 BPL-NOME        PIC X(20).
               05 BPL-TIPO        PIC X(01).
                  88 BPL-TRANSPORTE VALUE 'T'.
                  88 BPL-SAUDE      VALUE 'S'.
                  88 BPL-REFEICAO   VALUE 'R'.
               05 BPL-FORNEC      PIC 9(04).
               05 BPL-VL-TITULAR  PIC 9(05)V99.
               05 BPL-VL-DEPEND   PIC 9(05)V99.
               05 BPL-PCT-EMPREG  PIC 9(03)V99.
               05 BPL-ATIVO       PIC X(01).
                  88 BPL-ATIVO-SIM  VALUE 'S'.

           FD  BENEFMST.
           01  BEN-REC.
               05 BEN-CHAVE.
                  10 BEN-MATRICULA PIC 9(06).
                  10 BEN-PLANO     PIC 9(03).
               05 BEN-DT-INICIO   PIC 9(08).
               05 BEN-DT-FIM      PIC 9(08).
                  88 BEN-EM-VIGOR  VALUE ZEROS.
               05 BEN-VL-MENSAL   PIC 9(05)V99.
               05 BEN-QT-DEPEND   PIC 9(01).
               05 BEN-DEPENDENTE  PIC X(20) OCCURS 4 TIMES.

           FD  BENEFMOV.
           01  BMV-REC.
               05 BMV-CHAVE.
                  10 BMV-COMPETENCIA PIC 9(06).
                  10 BMV-MATRICULA   PIC 9(06).
                  10 BMV-PLANO       PIC 9(03).
               05 BMV-TIPO        PIC X(01).
               05 BMV-FORNEC      PIC 9(04).
               05 BMV-QT-VIDAS    PIC 9(02).
               05 BMV-CUSTO       PIC 9(06)V99.
               05 BMV-EMPREGADO   PIC 9(06)V99.
               05 BMV-EMPRESA     PIC 9(06)V99.

           FD  EMPMAST.
           01  EMP-REC.
               05 EMP-MATRICULA   PIC 9(06).
               05 EMP-NOME        PIC X(20).
               05 EMP-SALARIO     PIC 9(06)V99.
               05 EMP-BANCO       PIC 9(03).
               05 EMP-AGENCIA     PIC 9(04).
               05 EMP-CONTA       PIC 9(08).
               05 EMP-DT-DESLIG   PIC 9(08).
                  88 EMP-ATIVO    VALUE ZEROS.
               05 EMP-DEPTO       PIC 9(02).
               05 EMP-CCUSTO      PIC 9(03).
               05 EMP-QT-RATEIO   PIC 9(01).
               05 EMP-RATEIO OCCURS 3 TIMES.
                  10 EMP-RAT-CCUSTO PIC 9(03).
                  10 EMP-RAT-PCT    PIC 9(03)V99.
               05 EMP-DT-ADMISSAO PIC 9(08).
               05 EMP-MOTIVO-DESLIG PIC X(01).

           FD  SUPMAST.
           01  SUP-REC.
               05 SUP-CODIGO      PIC 9(04).
               05 SUP-NOME        PIC X(20).
               05 SUP-ENDERECO    PIC X(40).
               05 SUP-UF          PIC X(02).
               05 SUP-PRAZO-DIAS  PIC 9(03).
               05 SUP-BANCO       PIC 9(03).
               05 SUP-AGENCIA     PIC 9(04).
               05 SUP-CONTA       PIC 9(08).
               05 SUP-TIPO-DOC    PIC X(01).
                  88 SUP-DOC-CNPJ  VALUE 'J'.
                  88 SUP-DOC-CPF   VALUE 'F'.
               05 SUP-CNPJ-CPF    PIC 9(14).

           FD  DEPENDTS.
           01  DEPENDTS-REC.
               05 DEP-MATRICULA  PIC 9(06).
               05 DEP-NOME       PIC X(20).
               05 DEP-DT-NASC    PIC 9(08).

           FD  BENEREP.
           01  BENEREP-REC        PIC X(90).

           FD  AUDITTRL.
           01  AUDITTRL-REC      PIC X(340).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-BENPLAN-STATUS PIC X(02) VALUE SPACES.
               88 BENPLAN-OK        VALUE '00'.
               88 BENPLAN-EOF       VALUE '10'.
           77 WRK-BENEFMST-STATUS PIC X(02) VALUE SPACES.
               88 BENEFMST-OK       VALUE '00'.
               88 BENEFMST-EOF      VALUE '10'.
           77 WRK-BENEFMOV-STATUS PIC X(02) VALUE SPACES.
               88 BENEFMOV-OK       VALUE '00'.
               88 BENEFMOV-EOF      VALUE '10'.
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK        VALUE '00'.
           77 WRK-DEPENDTS-STATUS PIC X(02) VALUE SPACES.
               88 DEPENDTS-OK       VALUE '00'.
               88 DEPENDTS-EOF      VALUE '10'.
           77 WRK-BENEREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-PLANO      VALUE 'P'.
               88 OPCAO-INCLUIR    VALUE 'I'.
               88 OPCAO-ENCERRAR   VALUE 'E'.
               88 OPCAO-CONSULTAR  VALUE 'C'.
               88 OPCAO-CONCILIAR  VALUE 'R'.
               88 OPCAO-SAIR       VALUE '0'.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-MATRICULA  PIC 9(06) VALUE ZEROS.
           77 WRK-PLANO      PIC 9(03) VALUE ZEROS.
           77 WRK-CONFIRMA   PIC X(01) VALUE 'N'.
               88 CONFIRMADO   VALUE 'S'.
           77 WRK-NOME       PIC X(20) VALUE SPACES.
           77 WRK-VALOR      PIC 9(05)V99 VALUE ZEROS.
           77 WRK-PCT        PIC 9(03)V99 VALUE ZEROS.
           77 WRK-FORNEC     PIC 9(04) VALUE ZEROS.
           77 WRK-ATIVO      PIC X(01) VALUE SPACES.
           01 WRK-DATA       PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-PARTES REDEFINES WRK-DATA.
               02 WRK-DATA-ANO  PIC 9(04).
               02 WRK-DATA-MES  PIC 9(02).
               02 WRK-DATA-DIA  PIC 9(02).
           77 WRK-DATA-OK    PIC X(01) VALUE 'N'.
               88 DATA-OK      VALUE 'S'.
           77 WRK-VALOR-ED   PIC ZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PCT-ED     PIC ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA  VALUE 'S'.
           77 WRK-QT-ADESOES PIC 9(03) VALUE ZEROS.

      *    ********** DEPENDENTES DO FUNCIONARIO NO DEPENDTS - OS
      *    ********** COBERTOS PELO PLANO DE SAUDE SAEM DESTA LISTA
           01 WRK-TAB-DEPENDENTES.
               02 WRK-DEP-NOME PIC X(20) OCCURS 10 TIMES.
           77 WRK-QT-DEP     PIC 9(02) VALUE ZEROS.
           77 WRK-DEP-SUB    PIC 9(02) VALUE ZEROS.
           77 WRK-DEP-NOVO   PIC X(20) VALUE SPACES.
           77 WRK-DEP-ACHADO PIC X(01) VALUE 'N'.
               88 DEP-ACHADO   VALUE 'S'.
           77 WRK-DEP-REPETIDO PIC X(01) VALUE 'N'.
               88 DEP-REPETIDO VALUE 'S'.
           77 WRK-FIM-DEP    PIC X(01) VALUE 'N'.
               88 FIM-DEP      VALUE 'S'.

      *    ********** CONCILIACAO - TOTAIS DA COMPETENCIA POR PLANO E
      *    ********** POR FORNECEDOR (ORDEM DE PRIMEIRA OCORRENCIA)
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           01 WRK-TAB-PLANOS.
               02 WRK-PLN OCCURS 50 TIMES.
                   05 WRK-PLN-CODIGO  PIC 9(03).
                   05 WRK-PLN-FORNEC  PIC 9(04).
                   05 WRK-PLN-QT-FUNC PIC 9(05).
                   05 WRK-PLN-VIDAS   PIC 9(05).
                   05 WRK-PLN-CUSTO   PIC 9(08)V99.
                   05 WRK-PLN-EMPREG  PIC 9(08)V99.
                   05 WRK-PLN-EMPRESA PIC 9(08)V99.
           77 WRK-QT-PLN     PIC 9(02) VALUE ZEROS.
           77 WRK-PLN-SUB    PIC 9(02) VALUE ZEROS.
           77 WRK-PLN-SEL    PIC 9(02) VALUE ZEROS.
           01 WRK-TAB-FORNEC.
               02 WRK-FOR OCCURS 50 TIMES.
                   05 WRK-FOR-CODIGO  PIC 9(04).
                   05 WRK-FOR-CUSTO   PIC 9(08)V99.
           77 WRK-QT-FOR     PIC 9(02) VALUE ZEROS.
           77 WRK-FOR-SUB    PIC 9(02) VALUE ZEROS.
           77 WRK-FOR-SEL    PIC 9(02) VALUE ZEROS.
           77 WRK-TOT-CUSTO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-EMPREG PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-EMPRESA PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE 'OPERADOR' TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O BENPLAN.
               IF WRK-BENPLAN-STATUS = '35'
                   CLOSE BENPLAN
                   OPEN OUTPUT BENPLAN
                   CLOSE BENPLAN
                   OPEN I-O BENPLAN
               END-IF.
               OPEN I-O BENEFMST.
               IF WRK-BENEFMST-STATUS = '35'
                   CLOSE BENEFMST
                   OPEN OUTPUT BENEFMST
                   CLOSE BENEFMST
                   OPEN I-O BENEFMST
               END-IF.
               OPEN INPUT EMPMAST.
               OPEN INPUT SUPMAST.
               IF NOT BENPLAN-OK OR NOT BENEFMST-OK
                   OR NOT EMPMAST-OK OR NOT SUPMAST-OK
                   DISPLAY 'CADASTROS DE BENEFICIOS INDISPONIVEIS -'
                           ' PLANOS ' WRK-BENPLAN-STATUS
                           ' ADESOES ' WRK-BENEFMST-STATUS
                           ' FUNCIONARIOS ' WRK-EMPMAST-STATUS
                           ' FORNECEDORES ' WRK-SUPMAST-STATUS
               ELSE
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
               END-IF.
               CLOSE BENPLAN.
               CLOSE BENEFMST.
               CLOSE EMPMAST.
               CLOSE SUPMAST.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' BENEFICIOS DOS FUNCIONARIOS'.
               DISPLAY ' P - CADASTRAR/ALTERAR PLANO'.
               DISPLAY ' I - INCLUIR ADESAO'.
               DISPLAY ' E - ENCERRAR ADESAO'.
               DISPLAY ' C - CONSULTAR ADESOES DO FUNCIONARIO'.
               DISPLAY ' R - CONCILIACAO COM FORNECEDORES (BENEREP)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-PLANO
                       PERFORM 0200-MANTER-PLANO
                   WHEN OPCAO-INCLUIR
                       PERFORM 0300-INCLUIR-ADESAO THRU 0300-SAIDA
                   WHEN OPCAO-ENCERRAR
                       PERFORM 0400-ENCERRAR-ADESAO THRU 0400-SAIDA
                   WHEN OPCAO-CONSULTAR
                       PERFORM 0500-CONSULTAR-ADESOES
                   WHEN OPCAO-CONCILIAR
                       PERFORM 0600-CONCILIAR-FORNECEDORES
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ******************************************************
      *    ***  PLANOS DE BENEFICIO
      *    ******************************************************
           0200-MANTER-PLANO.
               DISPLAY 'CODIGO DO PLANO (3 DIGITOS)...'.
               ACCEPT WRK-PLANO.
               MOVE WRK-PLANO TO BPL-CODIGO.
               READ BENPLAN
                   KEY IS BPL-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-BENPLAN-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-BENPLAN-STATUS
               END-READ.
               IF BENPLAN-OK
                   PERFORM 0250-ALTERAR-PLANO
               ELSE
                   PERFORM 0210-INCLUIR-PLANO
               END-IF.
               MOVE '00' TO WRK-BENPLAN-STATUS.

           0210-INCLUIR-PLANO.
               MOVE WRK-PLANO TO BPL-CODIGO.
               DISPLAY 'NOME DO PLANO...'.
               ACCEPT BPL-NOME FROM CONSOLE.
               DISPLAY 'TIPO (T-TRANSPORTE / S-SAUDE / R-REFEICAO)...'.
               ACCEPT BPL-TIPO.
               IF NOT BPL-TRANSPORTE AND NOT BPL-SAUDE
                  AND NOT BPL-REFEICAO
                   DISPLAY 'TIPO INVALIDO - PLANO NAO INCLUIDO'
               ELSE
                   PERFORM 0220-PEDIR-FORNECEDOR
                   IF SUPMAST-OK
                       MOVE WRK-FORNEC TO BPL-FORNEC
                       MOVE ZEROS TO BPL-VL-TITULAR BPL-VL-DEPEND
                       IF NOT BPL-TRANSPORTE
                           DISPLAY 'VALOR MENSAL POR TITULAR...'
                           ACCEPT BPL-VL-TITULAR
                       END-IF
                       IF BPL-SAUDE
                           DISPLAY 'VALOR MENSAL POR DEPENDENTE...'
                           ACCEPT BPL-VL-DEPEND
                       END-IF
                       PERFORM 0230-PEDIR-PARTE-EMPREGADO
                       MOVE 'S' TO BPL-ATIVO
                       WRITE BPL-REC
                       DISPLAY 'PLANO INCLUIDO..' BPL-CODIGO
                   END-IF
               END-IF.

           0220-PEDIR-FORNECEDOR.
               DISPLAY 'FORNECEDOR (CODIGO NO SUPMAST)...'.
               ACCEPT WRK-FORNEC.
               MOVE WRK-FORNEC TO SUP-CODIGO.
               READ SUPMAST
                   KEY IS SUP-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-SUPMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SUPMAST-STATUS
               END-READ.
               IF SUPMAST-OK
                   DISPLAY 'FORNECEDOR..' SUP-NOME
               ELSE
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
               END-IF.

      *    ********** TRANSPORTE: TETO DO DESCONTO EM % DO SALARIO
      *    ********** (6% SE NAO INFORMADO); DEMAIS: % DO CUSTO
           0230-PEDIR-PARTE-EMPREGADO.
               IF BPL-TRANSPORTE
                   DISPLAY 'TETO DO DESCONTO EM % DO SALARIO'
                           ' (ZEROS = 6%)...'
                   ACCEPT BPL-PCT-EMPREG
                   IF BPL-PCT-EMPREG = 0
                       MOVE 6 TO BPL-PCT-EMPREG
                   END-IF
               ELSE
                   DISPLAY 'COPARTICIPACAO DO EMPREGADO'
                           ' (% DO CUSTO)...'
                   ACCEPT BPL-PCT-EMPREG
               END-IF.
               IF BPL-PCT-EMPREG > 100
                   MOVE 100 TO BPL-PCT-EMPREG
               END-IF.

           0250-ALTERAR-PLANO.
               MOVE BPL-VL-TITULAR TO WRK-VALOR-ED.
               MOVE BPL-PCT-EMPREG TO WRK-PCT-ED.
               DISPLAY 'PLANO..' BPL-NOME ' TIPO ' BPL-TIPO
                       ' FORNECEDOR ' BPL-FORNEC.
               DISPLAY 'VALOR TITULAR..' WRK-VALOR-ED
                       ' PARTE EMPREGADO..' WRK-PCT-ED '%'
                       ' ATIVO..' BPL-ATIVO.
               IF NOT BPL-TRANSPORTE
                   DISPLAY 'NOVO VALOR POR TITULAR (ZEROS MANTEM)...'
                   MOVE ZEROS TO WRK-VALOR
                   ACCEPT WRK-VALOR
                   IF WRK-VALOR NOT = ZEROS
                       MOVE WRK-VALOR TO BPL-VL-TITULAR
                   END-IF
               END-IF.
               IF BPL-SAUDE
                   MOVE BPL-VL-DEPEND TO WRK-VALOR-ED
                   DISPLAY 'VALOR POR DEPENDENTE..' WRK-VALOR-ED
                   DISPLAY 'NOVO VALOR POR DEPENDENTE'
                           ' (ZEROS MANTEM)...'
                   MOVE ZEROS TO WRK-VALOR
                   ACCEPT WRK-VALOR
                   IF WRK-VALOR NOT = ZEROS
                       MOVE WRK-VALOR TO BPL-VL-DEPEND
                   END-IF
               END-IF.
               DISPLAY 'NOVO % DO EMPREGADO (ZEROS MANTEM)...'.
               MOVE ZEROS TO WRK-PCT.
               ACCEPT WRK-PCT.
               IF WRK-PCT NOT = ZEROS
                   IF WRK-PCT > 100
                       MOVE 100 TO WRK-PCT
                   END-IF
                   MOVE WRK-PCT TO BPL-PCT-EMPREG
               END-IF.
               DISPLAY 'PLANO ATIVO (S/N, BRANCO MANTEM)...'.
               MOVE SPACES TO WRK-ATIVO.
               ACCEPT WRK-ATIVO.
               IF WRK-ATIVO = 'S' OR WRK-ATIVO = 'N'
                   MOVE WRK-ATIVO TO BPL-ATIVO
               END-IF.
               REWRITE BPL-REC.
               DISPLAY 'PLANO ALTERADO..' BPL-CODIGO.

      *    ******************************************************
      *    ***  ADESOES DOS FUNCIONARIOS
      *    ******************************************************
           0300-INCLUIR-ADESAO.
               PERFORM 0310-PEDIR-FUNCIONARIO.
               IF NOT EMPMAST-OK
                   GO TO 0300-SAIDA
               END-IF.
               PERFORM 0320-PEDIR-PLANO.
               IF NOT BENPLAN-OK
                   GO TO 0300-SAIDA
               END-IF.
               MOVE WRK-MATRICULA TO BEN-MATRICULA.
               MOVE WRK-PLANO     TO BEN-PLANO.
               READ BENEFMST
                   KEY IS BEN-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-BENEFMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-BENEFMST-STATUS
               END-READ.
               IF BENEFMST-OK AND BEN-EM-VIGOR
                   DISPLAY 'FUNCIONARIO JA TEM ADESAO EM VIGOR NO'
                           ' PLANO DESDE ' BEN-DT-INICIO
                   GO TO 0300-SAIDA
               END-IF.
               IF BENEFMST-OK
                   MOVE BEN-REC TO AUD-TRL-ANTES
                   MOVE 'A' TO AUD-TRL-ACAO
               ELSE
                   MOVE '(INCLUSAO)' TO AUD-TRL-ANTES
                   MOVE 'I' TO AUD-TRL-ACAO
                   MOVE WRK-MATRICULA TO BEN-MATRICULA
                   MOVE WRK-PLANO     TO BEN-PLANO
               END-IF.
               DISPLAY 'DATA DE INICIO (AAAAMMDD)...'.
               ACCEPT WRK-DATA.
               PERFORM 0390-VALIDAR-DATA.
               IF NOT DATA-OK
                   DISPLAY 'DATA INVALIDA - ADESAO NAO INCLUIDA'
                   GO TO 0300-SAIDA
               END-IF.
               MOVE WRK-DATA TO BEN-DT-INICIO.
               MOVE ZEROS TO BEN-DT-FIM BEN-VL-MENSAL BEN-QT-DEPEND.
               MOVE SPACES TO BEN-DEPENDENTE(1) BEN-DEPENDENTE(2)
                              BEN-DEPENDENTE(3) BEN-DEPENDENTE(4).
               IF BPL-TRANSPORTE
                   DISPLAY 'VALOR MENSAL DAS PASSAGENS...'
                   ACCEPT BEN-VL-MENSAL
               END-IF.
               IF BPL-SAUDE
                   PERFORM 0330-PEDIR-DEPENDENTES
               END-IF.
               IF BENEFMST-OK
                   REWRITE BEN-REC
               ELSE
                   WRITE BEN-REC
               END-IF.
               PERFORM 0700-REGISTRAR-AUDITORIA.
               DISPLAY 'ADESAO INCLUIDA - MATRICULA ' BEN-MATRICULA
                       ' PLANO ' BEN-PLANO
                       ' DEPENDENTES ' BEN-QT-DEPEND.
           0300-SAIDA.
               MOVE '00' TO WRK-BENEFMST-STATUS WRK-BENPLAN-STATUS
                            WRK-EMPMAST-STATUS.
               EXIT.

           0310-PEDIR-FUNCIONARIO.
               DISPLAY 'MATRICULA...'.
               ACCEPT WRK-MATRICULA.
               MOVE WRK-MATRICULA TO EMP-MATRICULA.
               READ EMPMAST
                   KEY IS EMP-MATRICULA
                   INVALID KEY
                       MOVE '23' TO WRK-EMPMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-EMPMAST-STATUS
               END-READ.
               IF NOT EMPMAST-OK
                   DISPLAY 'MATRICULA NAO CADASTRADA'
               ELSE
                   IF NOT EMP-ATIVO
                       DISPLAY 'FUNCIONARIO DESLIGADO EM '
                               EMP-DT-DESLIG
                       MOVE '23' TO WRK-EMPMAST-STATUS
                   ELSE
                       DISPLAY 'FUNCIONARIO..' EMP-NOME
                   END-IF
               END-IF.

           0320-PEDIR-PLANO.
               DISPLAY 'CODIGO DO PLANO...'.
               ACCEPT WRK-PLANO.
               MOVE WRK-PLANO TO BPL-CODIGO.
               READ BENPLAN
                   KEY IS BPL-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-BENPLAN-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-BENPLAN-STATUS
               END-READ.
               IF NOT BENPLAN-OK
                   DISPLAY 'PLANO NAO CADASTRADO'
               ELSE
                   IF NOT BPL-ATIVO-SIM
                       DISPLAY 'PLANO INATIVO - ' BPL-NOME
                       MOVE '23' TO WRK-BENPLAN-STATUS
                   ELSE
                       DISPLAY 'PLANO..' BPL-NOME
                   END-IF
               END-IF.

      *    ********** DEPENDENTES COBERTOS - SO OS CADASTRADOS NO
      *    ********** DEPENDTS PARA A MATRICULA, SEM REPETIR
           0330-PEDIR-DEPENDENTES.
               PERFORM 0340-CARREGAR-DEPENDENTES.
               IF WRK-QT-DEP = 0
                   DISPLAY 'FUNCIONARIO SEM DEPENDENTES NO DEPENDTS -'
                           ' ADESAO SO DO TITULAR'
               ELSE
                   PERFORM 0345-MOSTRAR-DEPENDENTE
                           VARYING WRK-DEP-SUB FROM 1 BY 1
                           UNTIL WRK-DEP-SUB > WRK-QT-DEP
                   MOVE 'N' TO WRK-FIM-DEP
                   PERFORM 0350-PEDIR-DEPENDENTE
                           UNTIL FIM-DEP OR BEN-QT-DEPEND >= 4
               END-IF.

           0340-CARREGAR-DEPENDENTES.
               MOVE ZEROS TO WRK-QT-DEP.
               OPEN INPUT DEPENDTS.
               IF DEPENDTS-OK
                   PERFORM 0342-LER-DEPENDENTE
                   PERFORM 0344-GUARDAR-DEPENDENTE
                           UNTIL DEPENDTS-EOF
                   CLOSE DEPENDTS
               END-IF.

           0342-LER-DEPENDENTE.
               READ DEPENDTS
                   AT END MOVE '10' TO WRK-DEPENDTS-STATUS
               END-READ.

           0344-GUARDAR-DEPENDENTE.
               IF DEP-MATRICULA = WRK-MATRICULA AND WRK-QT-DEP < 10
                   ADD 1 TO WRK-QT-DEP
                   MOVE DEP-NOME TO WRK-DEP-NOME(WRK-QT-DEP)
               END-IF.
               PERFORM 0342-LER-DEPENDENTE.

           0345-MOSTRAR-DEPENDENTE.
               DISPLAY ' DEPENDENTE..' WRK-DEP-NOME(WRK-DEP-SUB).

           0350-PEDIR-DEPENDENTE.
               DISPLAY 'DEPENDENTE COBERTO (NOME, BRANCO ENCERRA)...'.
               MOVE SPACES TO WRK-DEP-NOVO.
               ACCEPT WRK-DEP-NOVO FROM CONSOLE.
               IF WRK-DEP-NOVO = SPACES
                   MOVE 'S' TO WRK-FIM-DEP
               ELSE
                   MOVE 'N' TO WRK-DEP-ACHADO WRK-DEP-REPETIDO
                   PERFORM 0355-CONFERIR-DEPENDENTE
                           VARYING WRK-DEP-SUB FROM 1 BY 1
                           UNTIL WRK-DEP-SUB > WRK-QT-DEP
                   PERFORM 0357-CONFERIR-REPETIDO
                           VARYING WRK-DEP-SUB FROM 1 BY 1
                           UNTIL WRK-DEP-SUB > BEN-QT-DEPEND
                   EVALUATE TRUE
                       WHEN NOT DEP-ACHADO
                           DISPLAY 'DEPENDENTE NAO CADASTRADO PARA A'
                                   ' MATRICULA'
                       WHEN DEP-REPETIDO
                           DISPLAY 'DEPENDENTE JA INFORMADO'
                       WHEN OTHER
                           ADD 1 TO BEN-QT-DEPEND
                           MOVE WRK-DEP-NOVO
                                TO BEN-DEPENDENTE(BEN-QT-DEPEND)
                   END-EVALUATE
               END-IF.

           0355-CONFERIR-DEPENDENTE.
               IF WRK-DEP-NOME(WRK-DEP-SUB) = WRK-DEP-NOVO
                   MOVE 'S' TO WRK-DEP-ACHADO
               END-IF.

           0357-CONFERIR-REPETIDO.
               IF BEN-DEPENDENTE(WRK-DEP-SUB) = WRK-DEP-NOVO
                   MOVE 'S' TO WRK-DEP-REPETIDO
               END-IF.

           0390-VALIDAR-DATA.
               MOVE 'N' TO WRK-DATA-OK.
               IF WRK-DATA-ANO > 1900
                  AND WRK-DATA-MES >= 1 AND WRK-DATA-MES <= 12
                  AND WRK-DATA-DIA >= 1 AND WRK-DATA-DIA <= 31
                   MOVE 'S' TO WRK-DATA-OK
               END-IF.

           0400-ENCERRAR-ADESAO.
               DISPLAY 'MATRICULA...'.
               ACCEPT WRK-MATRICULA.
               DISPLAY 'CODIGO DO PLANO...'.
               ACCEPT WRK-PLANO.
               MOVE WRK-MATRICULA TO BEN-MATRICULA.
               MOVE WRK-PLANO     TO BEN-PLANO.
               READ BENEFMST
                   KEY IS BEN-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-BENEFMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-BENEFMST-STATUS
               END-READ.
               IF NOT BENEFMST-OK
                   DISPLAY 'ADESAO NAO ENCONTRADA'
                   GO TO 0400-SAIDA
               END-IF.
               IF NOT BEN-EM-VIGOR
                   DISPLAY 'ADESAO JA ENCERRADA EM ' BEN-DT-FIM
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'DATA DE ENCERRAMENTO (AAAAMMDD)...'.
               ACCEPT WRK-DATA.
               PERFORM 0390-VALIDAR-DATA.
               IF NOT DATA-OK OR WRK-DATA < BEN-DT-INICIO
                   DISPLAY 'DATA INVALIDA OU ANTERIOR AO INICIO ('
                           BEN-DT-INICIO ')'
                   GO TO 0400-SAIDA
               END-IF.
               MOVE BEN-REC TO AUD-TRL-ANTES.
               MOVE WRK-DATA TO BEN-DT-FIM.
               REWRITE BEN-REC.
               MOVE 'A' TO AUD-TRL-ACAO.
               PERFORM 0700-REGISTRAR-AUDITORIA.
               DISPLAY 'ADESAO ENCERRADA EM ' BEN-DT-FIM.
           0400-SAIDA.
               MOVE '00' TO WRK-BENEFMST-STATUS.
               EXIT.

           0500-CONSULTAR-ADESOES.
               DISPLAY 'MATRICULA...'.
               ACCEPT WRK-MATRICULA.
               MOVE ZEROS TO WRK-QT-ADESOES.
               MOVE WRK-MATRICULA TO BEN-MATRICULA.
               MOVE ZEROS TO BEN-PLANO.
               MOVE 'N' TO WRK-FIM-LEITURA.
               START BENEFMST KEY IS NOT LESS THAN BEN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0510-LER-ADESAO UNTIL FIM-LEITURA.
               IF WRK-QT-ADESOES = 0
                   DISPLAY 'NENHUMA ADESAO PARA A MATRICULA'
               END-IF.
               MOVE '00' TO WRK-BENEFMST-STATUS.

           0510-LER-ADESAO.
               READ BENEFMST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   IF BEN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-LEITURA
                   ELSE
                       ADD 1 TO WRK-QT-ADESOES
                       MOVE BEN-PLANO TO BPL-CODIGO
                       READ BENPLAN
                           KEY IS BPL-CODIGO
                           INVALID KEY
                               MOVE '(PLANO EXCLUIDO)' TO BPL-NOME
                       END-READ
                       DISPLAY '------------------------------'
                       DISPLAY ' PLANO......' BEN-PLANO ' ' BPL-NOME
                       DISPLAY ' INICIO.....' BEN-DT-INICIO
                               ' FIM ' BEN-DT-FIM
                       IF BEN-VL-MENSAL > 0
                           MOVE BEN-VL-MENSAL TO WRK-VALOR-ED
                           DISPLAY ' VALOR MENSAL..' WRK-VALOR-ED
                       END-IF
                       PERFORM 0515-MOSTRAR-COBERTO
                               VARYING WRK-DEP-SUB FROM 1 BY 1
                               UNTIL WRK-DEP-SUB > BEN-QT-DEPEND
                   END-IF
               END-IF.

           0515-MOSTRAR-COBERTO.
               DISPLAY ' DEPENDENTE.' BEN-DEPENDENTE(WRK-DEP-SUB).

      *    ******************************************************
      *    ***  CONCILIACAO DAS FATURAS: O QUE A FOLHA DA
      *    ***  COMPETENCIA APUROU (BENEFMOV), POR FORNECEDOR E
      *    ***  PLANO - VIDAS, CUSTO TOTAL A PAGAR, DESCONTADO DOS
      *    ***  EMPREGADOS E CUSTO DA EMPRESA
      *    ******************************************************
           0600-CONCILIAR-FORNECEDORES.
               DISPLAY 'COMPETENCIA (AAAAMM)...'.
               ACCEPT WRK-COMPETENCIA.
               OPEN INPUT BENEFMOV.
               IF NOT BENEFMOV-OK
                   DISPLAY 'MOVIMENTO DE BENEFICIOS (BENEFMOV)'
                           ' INDISPONIVEL - STATUS '
                           WRK-BENEFMOV-STATUS
               ELSE
                   INITIALIZE WRK-TAB-PLANOS WRK-TAB-FORNEC
                   MOVE ZEROS TO WRK-QT-PLN WRK-QT-FOR
                                 WRK-TOT-CUSTO WRK-TOT-EMPREG
                                 WRK-TOT-EMPRESA
                   MOVE WRK-COMPETENCIA TO BMV-COMPETENCIA
                   MOVE ZEROS TO BMV-MATRICULA BMV-PLANO
                   MOVE 'N' TO WRK-FIM-LEITURA
                   START BENEFMOV KEY IS NOT LESS THAN BMV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0610-LER-MOVIMENTO UNTIL FIM-LEITURA
                   CLOSE BENEFMOV
                   PERFORM 0650-GRAVAR-CONCILIACAO
               END-IF.

           0610-LER-MOVIMENTO.
               READ BENEFMOV NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   IF BMV-COMPETENCIA NOT = WRK-COMPETENCIA
                       MOVE 'S' TO WRK-FIM-LEITURA
                   ELSE
                       PERFORM 0620-ACUMULAR-MOVIMENTO
                   END-IF
               END-IF.

           0620-ACUMULAR-MOVIMENTO.
               MOVE ZEROS TO WRK-PLN-SEL.
               PERFORM 0625-PROCURAR-PLANO
                       VARYING WRK-PLN-SUB FROM 1 BY 1
                       UNTIL WRK-PLN-SUB > WRK-QT-PLN
                       OR WRK-PLN-SEL > 0.
               IF WRK-PLN-SEL = 0
                   IF WRK-QT-PLN >= 50
                       DISPLAY 'TABELA DE PLANOS CHEIA - PLANO '
                               BMV-PLANO ' FORA DA CONCILIACAO'
                   ELSE
                       ADD 1 TO WRK-QT-PLN
                       MOVE WRK-QT-PLN TO WRK-PLN-SEL
                       MOVE BMV-PLANO  TO WRK-PLN-CODIGO(WRK-PLN-SEL)
                       MOVE BMV-FORNEC TO WRK-PLN-FORNEC(WRK-PLN-SEL)
                       PERFORM 0630-REGISTRAR-FORNECEDOR
                   END-IF
               END-IF.
               IF WRK-PLN-SEL > 0
                   ADD 1 TO WRK-PLN-QT-FUNC(WRK-PLN-SEL)
                   ADD BMV-QT-VIDAS  TO WRK-PLN-VIDAS(WRK-PLN-SEL)
                   ADD BMV-CUSTO     TO WRK-PLN-CUSTO(WRK-PLN-SEL)
                   ADD BMV-EMPREGADO TO WRK-PLN-EMPREG(WRK-PLN-SEL)
                   ADD BMV-EMPRESA   TO WRK-PLN-EMPRESA(WRK-PLN-SEL)
               END-IF.

           0625-PROCURAR-PLANO.
               IF WRK-PLN-CODIGO(WRK-PLN-SUB) = BMV-PLANO
                   MOVE WRK-PLN-SUB TO WRK-PLN-SEL
               END-IF.

           0630-REGISTRAR-FORNECEDOR.
               MOVE ZEROS TO WRK-FOR-SEL.
               PERFORM 0635-PROCURAR-FORNECEDOR
                       VARYING WRK-FOR-SUB FROM 1 BY 1
                       UNTIL WRK-FOR-SUB > WRK-QT-FOR
                       OR WRK-FOR-SEL > 0.
               IF WRK-FOR-SEL = 0
                   ADD 1 TO WRK-QT-FOR
                   MOVE BMV-FORNEC TO WRK-FOR-CODIGO(WRK-QT-FOR)
               END-IF.

           0635-PROCURAR-FORNECEDOR.
               IF WRK-FOR-CODIGO(WRK-FOR-SUB) = BMV-FORNEC
                   MOVE WRK-FOR-SUB TO WRK-FOR-SEL
               END-IF.

           0650-GRAVAR-CONCILIACAO.
               OPEN OUTPUT BENEREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONCILIACAO DE BENEFICIOS - COMPETENCIA '
                      WRK-COMPETENCIA ' - EMITIDO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO BENEREP-REC.
               WRITE BENEREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'PLANO NOME                 FUNC VIDAS' TO
                    WRK-LINHA(1:38).
               MOVE '   CUSTO TOTAL   EMPREGADOS      EMPRESA' TO
                    WRK-LINHA(39:40).
               MOVE WRK-LINHA TO BENEREP-REC.
               WRITE BENEREP-REC.
               PERFORM 0660-GRAVAR-FORNECEDOR
                       VARYING WRK-FOR-SUB FROM 1 BY 1
                       UNTIL WRK-FOR-SUB > WRK-QT-FOR.
               MOVE SPACES TO BENEREP-REC.
               WRITE BENEREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL DA COMPETENCIA' TO WRK-LINHA(1:20).
               MOVE WRK-TOT-CUSTO TO WRK-TOT-ED.
               MOVE WRK-TOT-ED TO WRK-LINHA(40:13).
               MOVE WRK-TOT-EMPREG TO WRK-TOT-ED.
               MOVE WRK-TOT-ED TO WRK-LINHA(53:13).
               MOVE WRK-TOT-EMPRESA TO WRK-TOT-ED.
               MOVE WRK-TOT-ED TO WRK-LINHA(66:13).
               MOVE WRK-LINHA TO BENEREP-REC.
               WRITE BENEREP-REC.
               CLOSE BENEREP.
               DISPLAY 'CONCILIACAO GRAVADA EM BENEREP - PLANOS '
                       WRK-QT-PLN ' FORNECEDORES ' WRK-QT-FOR.

           0660-GRAVAR-FORNECEDOR.
               MOVE SPACES TO BENEREP-REC.
               WRITE BENEREP-REC.
               MOVE WRK-FOR-CODIGO(WRK-FOR-SUB) TO SUP-CODIGO.
               READ SUPMAST
                   KEY IS SUP-CODIGO
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO SUP-NOME
               END-READ.
               MOVE SPACES TO WRK-LINHA.
               STRING 'FORNECEDOR ' WRK-FOR-CODIGO(WRK-FOR-SUB)
                      ' ' SUP-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO BENEREP-REC.
               WRITE BENEREP-REC.
               PERFORM 0670-GRAVAR-PLANO
                       VARYING WRK-PLN-SUB FROM 1 BY 1
                       UNTIL WRK-PLN-SUB > WRK-QT-PLN.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'A PAGAR AO FORNECEDOR' TO WRK-LINHA(7:21).
               MOVE WRK-FOR-CUSTO(WRK-FOR-SUB) TO WRK-TOT-ED.
               MOVE WRK-TOT-ED TO WRK-LINHA(40:13).
               MOVE WRK-LINHA TO BENEREP-REC.
               WRITE BENEREP-REC.
               MOVE '00' TO WRK-SUPMAST-STATUS.

           0670-GRAVAR-PLANO.
               IF WRK-PLN-FORNEC(WRK-PLN-SUB) =
                  WRK-FOR-CODIGO(WRK-FOR-SUB)
                   MOVE WRK-PLN-CODIGO(WRK-PLN-SUB) TO BPL-CODIGO
                   READ BENPLAN
                       KEY IS BPL-CODIGO
                       INVALID KEY
                           MOVE '(PLANO EXCLUIDO)' TO BPL-NOME
                   END-READ
                   MOVE SPACES TO WRK-LINHA
                   MOVE WRK-PLN-CODIGO(WRK-PLN-SUB) TO WRK-LINHA(1:3)
                   MOVE BPL-NOME TO WRK-LINHA(7:20)
                   MOVE WRK-PLN-QT-FUNC(WRK-PLN-SUB)
                        TO WRK-LINHA(28:5)
                   MOVE WRK-PLN-VIDAS(WRK-PLN-SUB) TO WRK-LINHA(34:5)
                   MOVE WRK-PLN-CUSTO(WRK-PLN-SUB) TO WRK-TOT-ED
                   MOVE WRK-TOT-ED TO WRK-LINHA(40:13)
                   MOVE WRK-PLN-EMPREG(WRK-PLN-SUB) TO WRK-TOT-ED
                   MOVE WRK-TOT-ED TO WRK-LINHA(53:13)
                   MOVE WRK-PLN-EMPRESA(WRK-PLN-SUB) TO WRK-TOT-ED
                   MOVE WRK-TOT-ED TO WRK-LINHA(66:13)
                   MOVE WRK-LINHA TO BENEREP-REC
                   WRITE BENEREP-REC
                   ADD WRK-PLN-CUSTO(WRK-PLN-SUB)
                       TO WRK-FOR-CUSTO(WRK-FOR-SUB)
                   ADD WRK-PLN-CUSTO(WRK-PLN-SUB)   TO WRK-TOT-CUSTO
                   ADD WRK-PLN-EMPREG(WRK-PLN-SUB)  TO WRK-TOT-EMPREG
                   ADD WRK-PLN-EMPRESA(WRK-PLN-SUB) TO WRK-TOT-EMPRESA
                   MOVE '00' TO WRK-BENPLAN-STATUS
               END-IF.

           0700-REGISTRAR-AUDITORIA.
               MOVE WRK-OPERADOR  TO AUD-TRL-OPERADOR.
               MOVE 'BENEFMST'    TO AUD-TRL-ARQUIVO.
               MOVE BEN-MATRICULA TO AUD-TRL-CHAVE.
               MOVE BEN-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.

           COPY AUDPROC.
