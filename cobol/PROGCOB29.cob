      *                         DATA-HORA E OPERADOR, PARA O
      *                         ROLL-FORWARD DO PROGCOB94 REFAZER O
      *                         DIA EM CIMA DO BACKUP DO PROGCOB49.
      *    15/10/2026 HUGOVIE - IMAGEM DO JORNAL (MJ-IMAGEM) AMPLIADA
      *                         PARA X(120) E REGISTRO DA TRILHA DE
      *                         AUDITORIA PARA X(340), ACOMPANHANDO O
      *                         JRNPROC/AUDPROC.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - NOVA OPCAO L - LOTACAO DO FUNCIONARIO:
      *                         DEPARTAMENTO (DEPTMAST) E CENTRO DE
      *                         CUSTO PRINCIPAL (CCMAST) VALIDADOS NOS
      *                         CADASTROS, COM RATEIO OPCIONAL EM ATE 3
      *                         OUTROS CENTROS PARA PESSOAL
      *                         COMPARTILHADO. A ADMISSAO PEDE A LOTACAO
      *                         E A CONSULTA A MOSTRA.
      *    15/10/2026 HUGOVIE - DATA DE ADMISSAO NA ADMISSAO, CORRIGIVEL
      *                         NA ALTERACAO, E MOTIVO DO DESLIGAMENTO
      *                         NA CONSULTA.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT MSTJRNL ASSIGN TO "MSTJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MSTJRNL-STATUS.
               SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPT-CODIGO
                   FILE STATUS IS WRK-DEPTMAST-STATUS.
               SELECT CCMAST ASSIGN TO "CCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODIGO
                   FILE STATUS IS WRK-CCMAST-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  EMPMAST.
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
                  88 EMP-DESLIG-SEM-JUSTA   VALUE 'S'.
                  88 EMP-DESLIG-JUSTA-CAUSA VALUE 'J'.
                  88 EMP-DESLIG-PEDIDO      VALUE 'P'.
                  88 EMP-DESLIG-TERMINO     VALUE 'T'.
                  88 EMP-DESLIG-OUTROS      VALUE 'O'.
                  88 EMP-MOTIVO-VALIDO      VALUE 'S' 'J' 'P' 'T' 'O'.

           FD  AUDITTRL.
           01  AUDITTRL-REC      PIC X(340).

           FD  PENDAPPR.
           01  PA-REC.
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           FD  DEPTMAST.
           01  DPT-REC.
               05 DPT-CODIGO     PIC 9(02).
               05 DPT-NOME       PIC X(20).
               05 DPT-ATIVO      PIC X(01).
                  88 DPT-ATIVO-SIM VALUE 'S'.

           FD  CCMAST.
           01  CC-REC.
               05 CC-CODIGO       PIC 9(03).
               05 CC-NOME         PIC X(20).
               05 CC-ATIVO        PIC X(01).
                  88 CC-ATIVO-SIM VALUE 'S'.

           WORKING-STORAGE SECTION.
           COPY JRNCOM.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-ADMITIR  VALUE 'A'.
               88 OPCAO-ALTERAR  VALUE 'M'.
               88 OPCAO-LOTACAO  VALUE 'L'.
               88 OPCAO-DESLIGAR VALUE 'D'.
               88 OPCAO-CONSULTAR VALUE 'C'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-NOME       PIC X(20) VALUE SPACES.
           77 WRK-SALARIO    PIC 9(06)V99 VALUE ZEROS.
           77 WRK-DT-DESLIG  PIC 9(08) VALUE ZEROS.
           01 WRK-DATA       PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-PARTES REDEFINES WRK-DATA.
               02 WRK-DATA-ANO  PIC 9(04).
               02 WRK-DATA-MES  PIC 9(02).
               02 WRK-DATA-DIA  PIC 9(02).
           77 WRK-DATA-OK    PIC X(01) VALUE 'N'.
               88 DATA-OK      VALUE 'S'.
           77 WRK-MOTIVO-DESC PIC X(20) VALUE SPACES.
           77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
               88 CONFIRMADO     VALUE 'S'.
           77 WRK-SALARIO-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *    ********** LOTACAO: DEPARTAMENTO (DEPTMAST), CENTRO DE
      *    ********** CUSTO PRINCIPAL (CCMAST) E ATE 3 CENTROS DE
      *    ********** RATEIO - O QUE SOBRA DOS 100% FICA NO PRINCIPAL
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK       VALUE '00'.
           77 WRK-CCMAST-STATUS PIC X(02) VALUE SPACES.
               88 CCMAST-OK         VALUE '00'.
           77 WRK-DEPTO      PIC 9(02) VALUE ZEROS.
           77 WRK-CCUSTO     PIC 9(03) VALUE ZEROS.
           77 WRK-RAT-CCUSTO PIC 9(03) VALUE ZEROS.
           77 WRK-RAT-PCT    PIC 9(03)V99 VALUE ZEROS.
           77 WRK-RAT-SOMA   PIC 9(03)V99 VALUE ZEROS.
           77 WRK-RAT-PCT-ED PIC ZZ9,99 VALUE ZEROS.
           77 WRK-RAT-SUB    PIC 9(01) VALUE ZEROS.
           77 WRK-LOT-VALIDA PIC X(01) VALUE 'N'.
               88 LOTACAO-VALIDA VALUE 'S'.
           77 WRK-CAD-LOTACAO PIC X(01) VALUE 'N'.
               88 CADASTROS-LOTACAO VALUE 'S'.
           77 WRK-RAT-FIM    PIC X(01) VALUE 'N'.
               88 FIM-RATEIO     VALUE 'S'.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).
               END-IF.
               PERFORM 0100-ABRIR-EMPMAST.
               IF EMPMAST-OK
                   PERFORM 0150-ABRIR-CADASTROS-LOTACAO
                   PERFORM 0200-LOOP-MENU UNTIL OPCAO-SAIR
                   IF CADASTROS-LOTACAO
                       CLOSE DEPTMAST
                       CLOSE CCMAST
                   END-IF
                   CLOSE EMPMAST
               END-IF.
               GOBACK.
                           ' STATUS ' WRK-EMPMAST-STATUS
               END-IF.

      *    ********** SEM DEPTMAST/CCMAST A LOTACAO NAO E PEDIDA
      *    ********** (A FOLHA USA O CENTRO PADRAO)
           0150-ABRIR-CADASTROS-LOTACAO.
               MOVE 'N' TO WRK-CAD-LOTACAO.
               OPEN INPUT DEPTMAST.
               OPEN INPUT CCMAST.
               IF DEPTMAST-OK AND CCMAST-OK
                   MOVE 'S' TO WRK-CAD-LOTACAO
               ELSE
                   DISPLAY 'CADASTRO DE DEPARTAMENTOS/CENTROS DE'
                           ' CUSTO INDISPONIVEL - LOTACAO NAO SERA'
                           ' INFORMADA'
                   IF DEPTMAST-OK
                       CLOSE DEPTMAST
                   END-IF
                   IF CCMAST-OK
                       CLOSE CCMAST
                   END-IF
               END-IF.

           0200-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' MANUTENCAO DE RH (EMPMAST)'.
               DISPLAY ' A - ADMITIR FUNCIONARIO'.
               DISPLAY ' M - ALTERAR NOME/SALARIO/BANCO'.
               DISPLAY ' L - LOTACAO (DEPTO/C.CUSTO/RATEIO)'.
               DISPLAY ' D - DESLIGAR FUNCIONARIO'.
               DISPLAY ' C - CONSULTAR FUNCIONARIO'.
               DISPLAY ' 0 - SAIR'.
                       PERFORM 0300-ADMITIR
                   WHEN OPCAO-ALTERAR
                       PERFORM 0400-ALTERAR
                   WHEN OPCAO-LOTACAO
                       PERFORM 0450-ALTERAR-LOTACAO
                   WHEN OPCAO-DESLIGAR
                       PERFORM 0500-DESLIGAR
                   WHEN OPCAO-CONSULTAR
                   ACCEPT EMP-AGENCIA
                   DISPLAY 'CONTA...'
                   ACCEPT EMP-CONTA
                   MOVE 'N' TO WRK-DATA-OK
                   PERFORM 0320-PEDIR-ADMISSAO UNTIL DATA-OK
                   MOVE WRK-DATA TO EMP-DT-ADMISSAO
                   MOVE ZEROS TO EMP-DT-DESLIG
                   MOVE SPACE TO EMP-MOTIVO-DESLIG
                   MOVE ZEROS TO EMP-DEPTO EMP-CCUSTO EMP-QT-RATEIO
                   PERFORM 0470-LIMPAR-RATEIO
                           VARYING WRK-RAT-SUB FROM 1 BY 1
                           UNTIL WRK-RAT-SUB > 3
                   PERFORM 0800-INFORMAR-LOTACAO THRU 0800-SAIDA
                   WRITE EMP-REC
                   MOVE 'W' TO JRN-ACAO
                   PERFORM 8500-JORNALIZAR
                   DISPLAY 'FUNCIONARIO ADMITIDO..' WRK-MATRICULA
               END-IF.

      *    ********** DATA DE ADMISSAO - ZEROS ASSUME A DATA DO DIA
           0320-PEDIR-ADMISSAO.
               DISPLAY 'DATA DE ADMISSAO (AAAAMMDD, ZEROS = HOJE)...'.
               MOVE ZEROS TO WRK-DATA.
               ACCEPT WRK-DATA.
               IF WRK-DATA = ZEROS
                   ACCEPT WRK-DATA FROM DATE YYYYMMDD
               END-IF.
               PERFORM 0790-VALIDAR-DATA.
               IF NOT DATA-OK
                   DISPLAY 'DATA DE ADMISSAO INVALIDA'
               END-IF.

           0400-ALTERAR.
               PERFORM 0250-PEDIR-MATRICULA.
               IF NOT EMPMAST-OK
                   IF WRK-SALARIO NOT = ZEROS
                       MOVE WRK-SALARIO TO EMP-SALARIO
                   END-IF
                   DISPLAY 'ADMISSAO ATUAL' EMP-DT-ADMISSAO
                   MOVE 'N' TO WRK-DATA-OK
                   PERFORM 0420-CORRIGIR-ADMISSAO UNTIL DATA-OK
                   DISPLAY 'BANCO ATUAL...' EMP-BANCO
                           ' AGENCIA ' EMP-AGENCIA
                           ' CONTA ' EMP-CONTA
                   DISPLAY 'FUNCIONARIO ALTERADO..' WRK-MATRICULA
               END-IF.

      *    ********** CORRECAO DA DATA DE ADMISSAO (CADASTROS
      *    ********** ANTIGOS FICARAM SEM ELA) - ZEROS MANTEM
           0420-CORRIGIR-ADMISSAO.
               DISPLAY 'NOVA ADMISSAO AAAAMMDD (ZEROS MANTEM)...'.
               MOVE ZEROS TO WRK-DATA.
               ACCEPT WRK-DATA.
               IF WRK-DATA = ZEROS
                   MOVE 'S' TO WRK-DATA-OK
               ELSE
                   PERFORM 0790-VALIDAR-DATA
                   IF DATA-OK
                       MOVE WRK-DATA TO EMP-DT-ADMISSAO
                   ELSE
                       DISPLAY 'DATA DE ADMISSAO INVALIDA'
                   END-IF
               END-IF.

      *    ********** TROCA DE DEPARTAMENTO, CENTRO DE CUSTO OU
      *    ********** RATEIO (TRANSFERENCIA/PESSOAL COMPARTILHADO)
           0450-ALTERAR-LOTACAO.
               PERFORM 0250-PEDIR-MATRICULA.
               IF NOT EMPMAST-OK
                   DISPLAY 'MATRICULA NAO CADASTRADA'
               ELSE
                   MOVE EMP-REC TO AUD-TRL-ANTES
                   DISPLAY 'FUNCIONARIO..' EMP-NOME
                   PERFORM 0650-MOSTRAR-LOTACAO
                   PERFORM 0800-INFORMAR-LOTACAO THRU 0800-SAIDA
                   REWRITE EMP-REC
                   MOVE 'R' TO JRN-ACAO
                   PERFORM 8500-JORNALIZAR
                   MOVE 'A' TO AUD-TRL-ACAO
                   PERFORM 0700-REGISTRAR-AUDITORIA
                   DISPLAY 'LOTACAO ALTERADA..' WRK-MATRICULA
               END-IF.

           0470-LIMPAR-RATEIO.
               MOVE ZEROS TO EMP-RAT-CCUSTO(WRK-RAT-SUB)
                             EMP-RAT-PCT(WRK-RAT-SUB).

           0500-DESLIGAR.
               PERFORM 0250-PEDIR-MATRICULA.
               IF NOT EMPMAST-OK
                       IF CONFIRMADO
                           MOVE EMP-REC TO AUD-TRL-ANTES
                           MOVE WRK-DT-DESLIG TO EMP-DT-DESLIG
                           MOVE SPACE TO EMP-MOTIVO-DESLIG
                           REWRITE EMP-REC
                           MOVE 'R' TO JRN-ACAO
                           PERFORM 8500-JORNALIZAR
                   DISPLAY ' BANCO......' EMP-BANCO
                           ' AG ' EMP-AGENCIA
                           ' CONTA ' EMP-CONTA
                   PERFORM 0650-MOSTRAR-LOTACAO
                   DISPLAY ' ADMISSAO...' EMP-DT-ADMISSAO
                   IF EMP-ATIVO
                       DISPLAY ' SITUACAO...ATIVO'
                   ELSE
                       DISPLAY ' SITUACAO...DESLIGADO EM '
                               EMP-DT-DESLIG
                       PERFORM 0670-DESCREVER-MOTIVO
                       DISPLAY ' MOTIVO.....' WRK-MOTIVO-DESC
                   END-IF
                   DISPLAY '------------------------------'
               END-IF.

           0650-MOSTRAR-LOTACAO.
               DISPLAY ' DEPTO......' EMP-DEPTO
                       ' C.CUSTO ' EMP-CCUSTO.
               PERFORM 0660-MOSTRAR-RATEIO
                       VARYING WRK-RAT-SUB FROM 1 BY 1
                       UNTIL WRK-RAT-SUB > EMP-QT-RATEIO
                          OR WRK-RAT-SUB > 3.

           0660-MOSTRAR-RATEIO.
               MOVE EMP-RAT-PCT(WRK-RAT-SUB) TO WRK-RAT-PCT-ED.
               DISPLAY ' RATEIO.....C.CUSTO '
                       EMP-RAT-CCUSTO(WRK-RAT-SUB)
                       ' ' WRK-RAT-PCT-ED '%'.

      *    ********** O MOTIVO E GRAVADO NA RESCISAO (PRGCOB74)
           0670-DESCREVER-MOTIVO.
               EVALUATE TRUE
                   WHEN EMP-DESLIG-SEM-JUSTA
                       MOVE 'SEM JUSTA CAUSA'   TO WRK-MOTIVO-DESC
                   WHEN EMP-DESLIG-JUSTA-CAUSA
                       MOVE 'JUSTA CAUSA'       TO WRK-MOTIVO-DESC
                   WHEN EMP-DESLIG-PEDIDO
                       MOVE 'PEDIDO DE DEMISSAO' TO WRK-MOTIVO-DESC
                   WHEN EMP-DESLIG-TERMINO
                       MOVE 'TERMINO DE CONTRATO' TO WRK-MOTIVO-DESC
                   WHEN EMP-DESLIG-OUTROS
                       MOVE 'OUTROS'            TO WRK-MOTIVO-DESC
                   WHEN OTHER
                       MOVE 'RESCISAO PENDENTE' TO WRK-MOTIVO-DESC
               END-EVALUATE.

           0700-REGISTRAR-AUDITORIA.
               MOVE WRK-OPERADOR  TO AUD-TRL-OPERADOR.
               MOVE 'EMPMAST'     TO AUD-TRL-ARQUIVO.
               MOVE EMP-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.

           0790-VALIDAR-DATA.
               MOVE 'N' TO WRK-DATA-OK.
               IF WRK-DATA-ANO > 1900
                  AND WRK-DATA-MES >= 1 AND WRK-DATA-MES <= 12
                  AND WRK-DATA-DIA >= 1 AND WRK-DATA-DIA <= 31
                   MOVE 'S' TO WRK-DATA-OK
               END-IF.


      *    ******************************************************
      *    ***  LOTACAO DO FUNCIONARIO: DEPARTAMENTO E CENTRO DE
      *    ***  CUSTO PRINCIPAL VALIDADOS NOS CADASTROS; RATEIO
      *    ***  OPCIONAL EM ATE 3 OUTROS CENTROS, SOMANDO MENOS DE
      *    ***  100% (O RESTANTE FICA NO CENTRO PRINCIPAL)
      *    ******************************************************
           0800-INFORMAR-LOTACAO.
               IF NOT CADASTROS-LOTACAO
                   DISPLAY 'LOTACAO NAO INFORMADA - CADASTROS'
                           ' INDISPONIVEIS'
                   GO TO 0800-SAIDA
               END-IF.
               MOVE 'N' TO WRK-LOT-VALIDA.
               PERFORM 0810-PEDIR-DEPTO UNTIL LOTACAO-VALIDA.
               MOVE WRK-DEPTO TO EMP-DEPTO.
               MOVE 'N' TO WRK-LOT-VALIDA.
               PERFORM 0820-PEDIR-CCUSTO UNTIL LOTACAO-VALIDA.
               MOVE WRK-CCUSTO TO EMP-CCUSTO.
               MOVE ZEROS TO EMP-QT-RATEIO WRK-RAT-SOMA.
               PERFORM 0470-LIMPAR-RATEIO
                       VARYING WRK-RAT-SUB FROM 1 BY 1
                       UNTIL WRK-RAT-SUB > 3.
               DISPLAY 'RATEIA O CUSTO COM OUTROS CENTROS (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF CONFIRMADO
                   MOVE 'N' TO WRK-RAT-FIM
                   PERFORM 0840-PEDIR-RATEIO
                           UNTIL FIM-RATEIO OR EMP-QT-RATEIO = 3
                   COMPUTE WRK-RAT-PCT = 100 - WRK-RAT-SOMA
                   MOVE WRK-RAT-PCT TO WRK-RAT-PCT-ED
                   DISPLAY 'CENTRO PRINCIPAL ' EMP-CCUSTO
                           ' FICA COM ' WRK-RAT-PCT-ED '%'
               END-IF.

           0800-SAIDA.
               EXIT.

           0810-PEDIR-DEPTO.
               DISPLAY 'DEPARTAMENTO...'.
               ACCEPT WRK-DEPTO.
               MOVE WRK-DEPTO TO DPT-CODIGO.
               PERFORM 0815-LER-DEPTO.
               EVALUATE TRUE
                   WHEN NOT DEPTMAST-OK
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO'
                   WHEN NOT DPT-ATIVO-SIM
                       DISPLAY 'DEPARTAMENTO INATIVO - ' DPT-NOME
                   WHEN OTHER
                       DISPLAY 'DEPARTAMENTO.. ' DPT-NOME
                       MOVE 'S' TO WRK-LOT-VALIDA
               END-EVALUATE.

           0815-LER-DEPTO.
               READ DEPTMAST
                   KEY IS DPT-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-DEPTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-DEPTMAST-STATUS
               END-READ.

           0820-PEDIR-CCUSTO.
               DISPLAY 'CENTRO DE CUSTO PRINCIPAL...'.
               ACCEPT WRK-CCUSTO.
               MOVE WRK-CCUSTO TO CC-CODIGO.
               PERFORM 0830-CONFERIR-CCUSTO.

           0830-CONFERIR-CCUSTO.
               READ CCMAST
                   KEY IS CC-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CCMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CCMAST-STATUS
               END-READ.
               EVALUATE TRUE
                   WHEN NOT CCMAST-OK
                       DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO'
                   WHEN NOT CC-ATIVO-SIM
                       DISPLAY 'CENTRO DE CUSTO INATIVO - ' CC-NOME
                   WHEN OTHER
                       DISPLAY 'CENTRO DE CUSTO.. ' CC-NOME
                       MOVE 'S' TO WRK-LOT-VALIDA
               END-EVALUATE.

      *    ********** UM CENTRO DE RATEIO POR VEZ; CENTRO 000
      *    ********** ENCERRA A LISTA
           0840-PEDIR-RATEIO.
               DISPLAY 'CENTRO DE RATEIO (000 ENCERRA)...'.
               MOVE ZEROS TO WRK-RAT-CCUSTO.
               ACCEPT WRK-RAT-CCUSTO.
               IF WRK-RAT-CCUSTO = ZEROS
                   MOVE 'S' TO WRK-RAT-FIM
               ELSE
                   MOVE 'N' TO WRK-LOT-VALIDA
                   IF WRK-RAT-CCUSTO = EMP-CCUSTO
                       DISPLAY 'E O PROPRIO CENTRO PRINCIPAL'
                   ELSE
                       MOVE WRK-RAT-CCUSTO TO CC-CODIGO
                       PERFORM 0830-CONFERIR-CCUSTO
                   END-IF
                   IF LOTACAO-VALIDA
                       DISPLAY 'PERCENTUAL (999,99)...'
                       MOVE ZEROS TO WRK-RAT-PCT
                       ACCEPT WRK-RAT-PCT
                       IF WRK-RAT-PCT = ZEROS
                          OR WRK-RAT-SOMA + WRK-RAT-PCT >= 100
                           DISPLAY 'PERCENTUAL INVALIDO - O RATEIO'
                                   ' DEVE SOMAR MENOS DE 100%'
                       ELSE
                           ADD 1 TO EMP-QT-RATEIO
                           MOVE WRK-RAT-CCUSTO
                                TO EMP-RAT-CCUSTO(EMP-QT-RATEIO)
                           MOVE WRK-RAT-PCT
                                TO EMP-RAT-PCT(EMP-QT-RATEIO)
                           ADD WRK-RAT-PCT TO WRK-RAT-SOMA
                       END-IF
                   END-IF
               END-IF.

      *    ********** GRAVA A SOLICITACAO NA FILA DE APROVACAO
      *    ********** (PENDAPPR) - APLICADA SO QUANDO UM SEGUNDO
