           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB134.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = ESTATISTICA DE QUADRO DE PESSOAL, ADMISSOES E
      *    ROTATIVIDADE. PARA A COMPETENCIA INFORMADA (AAAAMM), O
      *    RELATORIO HEADREP MOSTRA POR DEPARTAMENTO O QUADRO NO
      *    INICIO DO MES, AS ADMISSOES, OS DESLIGAMENTOS POR MOTIVO
      *    (GRAVADO NA RESCISAO PELO PROGCOB74), O QUADRO NO FIM DO
      *    MES, A ROTATIVIDADE E O SALARIO MEDIO DO QUADRO FINAL, E
      *    DEPOIS A TENDENCIA DA EMPRESA NOS 12 MESES ATE A
      *    COMPETENCIA. TUDO SAI DO EMPMAST (EMP-DT-ADMISSAO,
      *    EMP-DT-DESLIG E EMP-MOTIVO-DESLIG): O DEPARTAMENTO E O
      *    SALARIO SAO OS ATUAIS DO CADASTRO (NAO HA HISTORICO DE
      *    TRANSFERENCIA). ROTATIVIDADE = MEDIA DE ADMISSOES E
      *    DESLIGAMENTOS SOBRE O QUADRO MEDIO (INICIO + FIM / 2).
      *    CADASTRO ANTIGO SEM DATA DE ADMISSAO CONTA COMO ADMITIDO
      *    ANTES DO PERIODO; DESLIGADO SEM MOTIVO CONTA EM OUTROS.
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
               SELECT EMPMAST ASSIGN TO "EMPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MATRICULA
                   FILE STATUS IS WRK-EMPMAST-STATUS.
               SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPT-CODIGO
                   FILE STATUS IS WRK-DEPTMAST-STATUS.
               SELECT HEADREP ASSIGN TO "HEADREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HEADREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
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
                  88 EMP-DESLIG-SEM-JUSTA   VALUE 'S'.
                  88 EMP-DESLIG-JUSTA-CAUSA VALUE 'J'.
                  88 EMP-DESLIG-PEDIDO      VALUE 'P'.
                  88 EMP-DESLIG-TERMINO     VALUE 'T'.

           FD  DEPTMAST.
           01  DPT-REC.
               05 DPT-CODIGO     PIC 9(02).
               05 DPT-NOME       PIC X(20).
               05 DPT-ATIVO      PIC X(01).
                  88 DPT-ATIVO-SIM VALUE 'S'.

           FD  HEADREP.
           01  HEADREP-REC       PIC X(100).

           WORKING-STORAGE SECTION.
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK       VALUE '00'.
           77 WRK-HEADREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CAD-ABERTO PIC X(01) VALUE 'N'.
               88 CADASTRO-ABERTO VALUE 'S'.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA  VALUE 'S'.
           01 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           01 WRK-COMP-PARTES REDEFINES WRK-COMPETENCIA.
               02 WRK-COMP-ANO  PIC 9(04).
               02 WRK-COMP-MES  PIC 9(02).
           77 WRK-COMP-VALIDA PIC X(01) VALUE 'N'.
               88 COMPETENCIA-VALIDA VALUE 'S'.
           77 WRK-ANO        PIC 9(04) VALUE ZEROS.
           77 WRK-MES        PIC 9(02) VALUE ZEROS.
      *    ********** OS 12 MESES ATE A COMPETENCIA - A POSICAO 12 E
      *    ********** A PROPRIA COMPETENCIA. O ULTIMO DIA E TOMADO
      *    ********** COMO 31, QUE COBRE QUALQUER DATA DO MES
           01 WRK-TAB-MESES.
               02 WRK-MES-TAB OCCURS 12 TIMES.
                   05 WRK-MES-COMP    PIC 9(06).
                   05 WRK-MES-INI     PIC 9(08).
                   05 WRK-MES-FIM     PIC 9(08).
                   05 WRK-MES-INICIAL PIC 9(05).
                   05 WRK-MES-ADMIT   PIC 9(05).
                   05 WRK-MES-DESLIG  PIC 9(05).
                   05 WRK-MES-FINAL   PIC 9(05).
           77 WRK-MES-SUB    PIC 9(02) VALUE ZEROS.
      *    ********** DEPARTAMENTO NA POSICAO EMP-DEPTO + 1 (A
      *    ********** POSICAO 1 E O SEM LOTACAO), COMO NA FOLHA
           01 WRK-TAB-DEPTO.
               02 WRK-DPT OCCURS 100 TIMES.
                   05 WRK-DPT-USADO   PIC X(01).
                   05 WRK-DPT-INICIAL PIC 9(05).
                   05 WRK-DPT-ADMIT   PIC 9(05).
                   05 WRK-DPT-DESLIG  PIC 9(05) OCCURS 5 TIMES.
                   05 WRK-DPT-FINAL   PIC 9(05).
                   05 WRK-DPT-SALARIO PIC 9(09)V99.
           77 WRK-DPT-SUB    PIC 9(03) VALUE ZEROS.
           77 WRK-MOT-SUB    PIC 9(01) VALUE ZEROS.
      *    ********** SITUACAO DO FUNCIONARIO NO MES EM APURACAO
           77 WRK-NO-INICIO  PIC X(01) VALUE 'N'.
               88 ESTAVA-NO-INICIO VALUE 'S'.
           77 WRK-ADMITIDO   PIC X(01) VALUE 'N'.
               88 ADMITIDO-NO-MES  VALUE 'S'.
           77 WRK-DESLIGADO  PIC X(01) VALUE 'N'.
               88 DESLIGADO-NO-MES VALUE 'S'.
           77 WRK-NO-FIM     PIC X(01) VALUE 'N'.
               88 ESTAVA-NO-FIM    VALUE 'S'.
      *    ********** TOTAIS DA EMPRESA NA COMPETENCIA
           01 WRK-TOTAIS.
               02 WRK-TOT-INICIAL PIC 9(05).
               02 WRK-TOT-ADMIT   PIC 9(05).
               02 WRK-TOT-DESLIG  PIC 9(05) OCCURS 5 TIMES.
               02 WRK-TOT-FINAL   PIC 9(05).
               02 WRK-TOT-SALARIO PIC 9(09)V99.
           77 WRK-SOMA-ADMIT PIC 9(06) VALUE ZEROS.
           77 WRK-SOMA-DESLIG PIC 9(06) VALUE ZEROS.
           77 WRK-QT-LIDOS   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-SEM-ADMISSAO PIC 9(06) VALUE ZEROS.
           77 WRK-ROTAT      PIC 9(04)V99 VALUE ZEROS.
           77 WRK-SAL-MEDIO  PIC 9(06)V99 VALUE ZEROS.
           77 WRK-CALC-ADMIT PIC 9(06) VALUE ZEROS.
           77 WRK-CALC-DESLIG PIC 9(06) VALUE ZEROS.
           77 WRK-CALC-INICIAL PIC 9(06) VALUE ZEROS.
           77 WRK-CALC-FINAL PIC 9(06) VALUE ZEROS.
           77 WRK-CALC-SALARIO PIC 9(09)V99 VALUE ZEROS.
           77 WRK-DEPTO      PIC 9(02) VALUE ZEROS.
           77 WRK-LINHA      PIC X(100) VALUE SPACES.
           01 WRK-HDC-DETALHE.
               02 HDC-CODIGO     PIC X(03).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 HDC-NOME       PIC X(20).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 HDC-INICIAL    PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 HDC-ADMIT      PIC ZZZZ9.
               02 HDC-MOTIVOS OCCURS 5 TIMES.
                   05 FILLER     PIC X(01).
                   05 HDC-DESLIG PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 HDC-FINAL      PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 HDC-ROTAT      PIC ZZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 HDC-SAL-MEDIO  PIC ZZZ.ZZ9,99.
           01 WRK-TND-DETALHE.
               02 TND-ANO        PIC 9(04).
               02 FILLER         PIC X(01) VALUE '/'.
               02 TND-MES        PIC 9(02).
               02 FILLER         PIC X(02) VALUE SPACES.
               02 TND-INICIAL    PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 TND-ADMIT      PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 TND-DESLIG     PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 TND-FINAL      PIC ZZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 TND-ROTAT      PIC ZZZ9,99.
           01 WRK-TND-TOTAL REDEFINES WRK-TND-DETALHE.
               02 TND-ROTULO     PIC X(07).
               02 FILLER         PIC X(33).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'N' TO WRK-COMP-VALIDA.
               PERFORM 0050-PEDIR-COMPETENCIA UNTIL COMPETENCIA-VALIDA.
               OPEN INPUT EMPMAST.
               IF NOT EMPMAST-OK
                   DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL -'
                           ' STATUS ' WRK-EMPMAST-STATUS
               ELSE
                   PERFORM 0100-PREPARAR-TABELAS
                   PERFORM 0200-LER-CADASTRO
                   CLOSE EMPMAST
                   PERFORM 0500-IMPRIMIR-RELATORIO
                   DISPLAY 'RELATORIO GRAVADO EM HEADREP - '
                           'FUNCIONARIOS LIDOS ' WRK-QT-LIDOS
               END-IF.
               GOBACK.

           0050-PEDIR-COMPETENCIA.
               DISPLAY 'COMPETENCIA DE REFERENCIA (AAAAMM)...'.
               MOVE ZEROS TO WRK-COMPETENCIA.
               ACCEPT WRK-COMPETENCIA.
               IF WRK-COMP-ANO > 1900
                  AND WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                   MOVE 'S' TO WRK-COMP-VALIDA
               ELSE
                   DISPLAY 'COMPETENCIA INVALIDA'
               END-IF.

      *    ******************************************************
      *    ***  TABELA DOS 12 MESES, DA COMPETENCIA PARA TRAS, E
      *    ***  CONTADORES ZERADOS
      *    ******************************************************
           0100-PREPARAR-TABELAS.
               INITIALIZE WRK-TAB-MESES WRK-TAB-DEPTO WRK-TOTAIS.
               MOVE ZEROS TO WRK-QT-LIDOS WRK-QT-SEM-ADMISSAO.
               MOVE WRK-COMP-ANO TO WRK-ANO.
               MOVE WRK-COMP-MES TO WRK-MES.
               PERFORM 0110-MONTAR-MES
                       VARYING WRK-MES-SUB FROM 12 BY -1
                       UNTIL WRK-MES-SUB = 0.

           0110-MONTAR-MES.
               COMPUTE WRK-MES-COMP(WRK-MES-SUB) =
                       (WRK-ANO * 100) + WRK-MES.
               COMPUTE WRK-MES-INI(WRK-MES-SUB) =
                       (WRK-MES-COMP(WRK-MES-SUB) * 100) + 1.
               COMPUTE WRK-MES-FIM(WRK-MES-SUB) =
                       (WRK-MES-COMP(WRK-MES-SUB) * 100) + 31.
               IF WRK-MES = 1
                   MOVE 12 TO WRK-MES
                   SUBTRACT 1 FROM WRK-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-MES
               END-IF.

      *    ******************************************************
      *    ***  LEITURA DO CADASTRO INTEIRO - CADA FUNCIONARIO E
      *    ***  APURADO NOS 12 MESES; NA COMPETENCIA, TAMBEM NO SEU
      *    ***  DEPARTAMENTO
      *    ******************************************************
           0200-LER-CADASTRO.
               MOVE ZEROS TO EMP-MATRICULA.
               MOVE 'N' TO WRK-FIM-LEITURA.
               START EMPMAST KEY IS NOT LESS THAN EMP-MATRICULA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0210-LER-FUNCIONARIO UNTIL FIM-LEITURA.

           0210-LER-FUNCIONARIO.
               READ EMPMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   ADD 1 TO WRK-QT-LIDOS
                   IF EMP-DT-ADMISSAO = ZEROS
                       ADD 1 TO WRK-QT-SEM-ADMISSAO
                   END-IF
                   PERFORM 0300-APURAR-MES
                           VARYING WRK-MES-SUB FROM 1 BY 1
                           UNTIL WRK-MES-SUB > 12
                   MOVE 12 TO WRK-MES-SUB
                   PERFORM 0310-SITUACAO-NO-MES
                   PERFORM 0400-SOMAR-DEPTO
               END-IF.

           0300-APURAR-MES.
               PERFORM 0310-SITUACAO-NO-MES.
               IF ESTAVA-NO-INICIO
                   ADD 1 TO WRK-MES-INICIAL(WRK-MES-SUB)
               END-IF.
               IF ADMITIDO-NO-MES
                   ADD 1 TO WRK-MES-ADMIT(WRK-MES-SUB)
               END-IF.
               IF DESLIGADO-NO-MES
                   ADD 1 TO WRK-MES-DESLIG(WRK-MES-SUB)
               END-IF.
               IF ESTAVA-NO-FIM
                   ADD 1 TO WRK-MES-FINAL(WRK-MES-SUB)
               END-IF.

      *    ********** NO QUADRO NO DIA 1 SE ADMITIDO ANTES E NAO
      *    ********** DESLIGADO ANTES; NO FIM SE ADMITIDO ATE O
      *    ********** ULTIMO DIA E NAO DESLIGADO ATE ELE
           0310-SITUACAO-NO-MES.
               MOVE 'N' TO WRK-NO-INICIO WRK-ADMITIDO
                           WRK-DESLIGADO WRK-NO-FIM.
               IF EMP-DT-ADMISSAO < WRK-MES-INI(WRK-MES-SUB)
                  AND (EMP-ATIVO
                   OR EMP-DT-DESLIG >= WRK-MES-INI(WRK-MES-SUB))
                   MOVE 'S' TO WRK-NO-INICIO
               END-IF.
               IF EMP-DT-ADMISSAO >= WRK-MES-INI(WRK-MES-SUB)
                  AND EMP-DT-ADMISSAO <= WRK-MES-FIM(WRK-MES-SUB)
                   MOVE 'S' TO WRK-ADMITIDO
               END-IF.
               IF EMP-DT-DESLIG >= WRK-MES-INI(WRK-MES-SUB)
                  AND EMP-DT-DESLIG <= WRK-MES-FIM(WRK-MES-SUB)
                   MOVE 'S' TO WRK-DESLIGADO
               END-IF.
               IF EMP-DT-ADMISSAO <= WRK-MES-FIM(WRK-MES-SUB)
                  AND (EMP-ATIVO
                   OR EMP-DT-DESLIG > WRK-MES-FIM(WRK-MES-SUB))
                   MOVE 'S' TO WRK-NO-FIM
               END-IF.

      *    ********** SITUACAO NA COMPETENCIA (POSICAO 12) NO
      *    ********** DEPARTAMENTO ATUAL DO FUNCIONARIO
           0400-SOMAR-DEPTO.
               COMPUTE WRK-DPT-SUB = EMP-DEPTO + 1.
               IF ESTAVA-NO-INICIO
                   MOVE 'S' TO WRK-DPT-USADO(WRK-DPT-SUB)
                   ADD 1 TO WRK-DPT-INICIAL(WRK-DPT-SUB)
                   ADD 1 TO WRK-TOT-INICIAL
               END-IF.
               IF ADMITIDO-NO-MES
                   MOVE 'S' TO WRK-DPT-USADO(WRK-DPT-SUB)
                   ADD 1 TO WRK-DPT-ADMIT(WRK-DPT-SUB)
                   ADD 1 TO WRK-TOT-ADMIT
               END-IF.
               IF DESLIGADO-NO-MES
                   EVALUATE TRUE
                       WHEN EMP-DESLIG-SEM-JUSTA
                           MOVE 1 TO WRK-MOT-SUB
                       WHEN EMP-DESLIG-JUSTA-CAUSA
                           MOVE 2 TO WRK-MOT-SUB
                       WHEN EMP-DESLIG-PEDIDO
                           MOVE 3 TO WRK-MOT-SUB
                       WHEN EMP-DESLIG-TERMINO
                           MOVE 4 TO WRK-MOT-SUB
                       WHEN OTHER
                           MOVE 5 TO WRK-MOT-SUB
                   END-EVALUATE
                   MOVE 'S' TO WRK-DPT-USADO(WRK-DPT-SUB)
                   ADD 1 TO WRK-DPT-DESLIG(WRK-DPT-SUB WRK-MOT-SUB)
                   ADD 1 TO WRK-TOT-DESLIG(WRK-MOT-SUB)
               END-IF.
               IF ESTAVA-NO-FIM
                   MOVE 'S' TO WRK-DPT-USADO(WRK-DPT-SUB)
                   ADD 1 TO WRK-DPT-FINAL(WRK-DPT-SUB)
                   ADD 1 TO WRK-TOT-FINAL
                   ADD EMP-SALARIO TO WRK-DPT-SALARIO(WRK-DPT-SUB)
                   ADD EMP-SALARIO TO WRK-TOT-SALARIO
               END-IF.

      *    ******************************************************
      *    ***  RELATORIO HEADREP: DEPARTAMENTOS NA COMPETENCIA E
      *    ***  TENDENCIA DA EMPRESA NOS 12 MESES
      *    ******************************************************
           0500-IMPRIMIR-RELATORIO.
               OPEN OUTPUT HEADREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'QUADRO DE PESSOAL E ROTATIVIDADE - COMPETENCIA '
                      WRK-COMP-MES '/' WRK-COMP-ANO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0590-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.
               MOVE 'DESLIGAMENTOS POR MOTIVO' TO WRK-LINHA(40:24).
               PERFORM 0590-GRAVAR-LINHA.
               MOVE 'DEP NOME DO DEPARTAMENTO' TO WRK-LINHA(1:24).
               MOVE ' INIC' TO WRK-LINHA(26:5).
               MOVE ' ADM.' TO WRK-LINHA(32:5).
               MOVE 'S/JC.' TO WRK-LINHA(38:5).
               MOVE 'JUSTA' TO WRK-LINHA(44:5).
               MOVE 'PEDID' TO WRK-LINHA(50:5).
               MOVE 'TERMI' TO WRK-LINHA(56:5).
               MOVE 'OUTRO' TO WRK-LINHA(62:5).
               MOVE 'FINAL' TO WRK-LINHA(68:5).
               MOVE ' ROTAT%' TO WRK-LINHA(74:7).
               MOVE ' SAL.MEDIO' TO WRK-LINHA(82:10).
               PERFORM 0590-GRAVAR-LINHA.
               MOVE 'N' TO WRK-CAD-ABERTO.
               OPEN INPUT DEPTMAST.
               IF DEPTMAST-OK
                   MOVE 'S' TO WRK-CAD-ABERTO
               END-IF.
               PERFORM 0510-LINHA-DEPTO
                       VARYING WRK-DPT-SUB FROM 1 BY 1
                       UNTIL WRK-DPT-SUB > 100.
               IF CADASTRO-ABERTO
                   CLOSE DEPTMAST
               END-IF.
               PERFORM 0530-LINHA-TOTAL.
               PERFORM 0550-TENDENCIA.
               IF WRK-QT-SEM-ADMISSAO > ZEROS
                   MOVE SPACES TO WRK-LINHA
                   PERFORM 0590-GRAVAR-LINHA
                   STRING 'FUNCIONARIOS SEM DATA DE ADMISSAO (CONTADOS'
                          ' COMO ANTERIORES AO PERIODO): '
                          WRK-QT-SEM-ADMISSAO
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0590-GRAVAR-LINHA
               END-IF.
               CLOSE HEADREP.

           0510-LINHA-DEPTO.
               IF WRK-DPT-USADO(WRK-DPT-SUB) = 'S'
                   COMPUTE WRK-DEPTO = WRK-DPT-SUB - 1
                   MOVE SPACES TO HDC-NOME
                   IF WRK-DEPTO = ZEROS
                       MOVE 'SEM LOTACAO' TO HDC-NOME
                   ELSE
                       IF CADASTRO-ABERTO
                           MOVE WRK-DEPTO TO DPT-CODIGO
                           READ DEPTMAST
                               KEY IS DPT-CODIGO
                               INVALID KEY
                                   MOVE 'SEM CADASTRO' TO HDC-NOME
                               NOT INVALID KEY
                                   MOVE DPT-NOME TO HDC-NOME
                           END-READ
                       END-IF
                   END-IF
                   MOVE WRK-DEPTO TO HDC-CODIGO
                   MOVE WRK-DPT-INICIAL(WRK-DPT-SUB) TO WRK-CALC-INICIAL
                   MOVE WRK-DPT-ADMIT(WRK-DPT-SUB)   TO WRK-CALC-ADMIT
                   MOVE WRK-DPT-FINAL(WRK-DPT-SUB)   TO WRK-CALC-FINAL
                   MOVE ZEROS TO WRK-CALC-DESLIG
                   PERFORM 0515-MOTIVO-DEPTO
                           VARYING WRK-MOT-SUB FROM 1 BY 1
                           UNTIL WRK-MOT-SUB > 5
                   MOVE WRK-DPT-SALARIO(WRK-DPT-SUB)
                        TO WRK-CALC-SALARIO
                   PERFORM 0520-FECHAR-LINHA
               END-IF.

           0515-MOTIVO-DEPTO.
               MOVE SPACE TO HDC-MOTIVOS(WRK-MOT-SUB).
               MOVE WRK-DPT-DESLIG(WRK-DPT-SUB WRK-MOT-SUB)
                    TO HDC-DESLIG(WRK-MOT-SUB).
               ADD WRK-DPT-DESLIG(WRK-DPT-SUB WRK-MOT-SUB)
                    TO WRK-CALC-DESLIG.

      *    ********** QUADRO, ROTATIVIDADE E SALARIO MEDIO DA LINHA
      *    ********** (WRK-CALC-SALARIO TRAZ A SOMA DOS SALARIOS DO
      *    ********** QUADRO FINAL DA LINHA)
           0520-FECHAR-LINHA.
               MOVE WRK-CALC-INICIAL TO HDC-INICIAL.
               MOVE WRK-CALC-ADMIT   TO HDC-ADMIT.
               MOVE WRK-CALC-FINAL   TO HDC-FINAL.
               PERFORM 0580-CALCULAR-ROTATIVIDADE.
               MOVE WRK-ROTAT TO HDC-ROTAT.
               MOVE ZEROS TO WRK-SAL-MEDIO.
               IF WRK-CALC-FINAL > ZEROS
                   COMPUTE WRK-SAL-MEDIO ROUNDED =
                           WRK-CALC-SALARIO / WRK-CALC-FINAL
               END-IF.
               MOVE WRK-SAL-MEDIO TO HDC-SAL-MEDIO.
               MOVE WRK-HDC-DETALHE TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.

           0530-LINHA-TOTAL.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.
               MOVE SPACES TO HDC-CODIGO.
               MOVE 'TOTAL DA EMPRESA' TO HDC-NOME.
               MOVE WRK-TOT-INICIAL TO WRK-CALC-INICIAL.
               MOVE WRK-TOT-ADMIT   TO WRK-CALC-ADMIT.
               MOVE WRK-TOT-FINAL   TO WRK-CALC-FINAL.
               MOVE WRK-TOT-SALARIO TO WRK-CALC-SALARIO.
               MOVE ZEROS TO WRK-CALC-DESLIG.
               PERFORM 0535-MOTIVO-TOTAL
                       VARYING WRK-MOT-SUB FROM 1 BY 1
                       UNTIL WRK-MOT-SUB > 5.
               PERFORM 0520-FECHAR-LINHA.

           0535-MOTIVO-TOTAL.
               MOVE SPACE TO HDC-MOTIVOS(WRK-MOT-SUB).
               MOVE WRK-TOT-DESLIG(WRK-MOT-SUB)
                    TO HDC-DESLIG(WRK-MOT-SUB).
               ADD WRK-TOT-DESLIG(WRK-MOT-SUB) TO WRK-CALC-DESLIG.

      *    ********** MES A MES, DO MAIS ANTIGO ATE A COMPETENCIA; A
      *    ********** ROTATIVIDADE DO PERIODO USA O QUADRO DO INICIO
      *    ********** DO PRIMEIRO MES E O DO FIM DO ULTIMO
           0550-TENDENCIA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.
               MOVE 'TENDENCIA DOS ULTIMOS 12 MESES - EMPRESA'
                    TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.
               MOVE 'COMPET.' TO WRK-LINHA(1:7).
               MOVE ' INIC' TO WRK-LINHA(10:5).
               MOVE ' ADM.' TO WRK-LINHA(16:5).
               MOVE 'DESL.' TO WRK-LINHA(22:5).
               MOVE 'FINAL' TO WRK-LINHA(28:5).
               MOVE ' ROTAT%' TO WRK-LINHA(34:7).
               PERFORM 0590-GRAVAR-LINHA.
               MOVE ZEROS TO WRK-SOMA-ADMIT WRK-SOMA-DESLIG.
               PERFORM 0560-LINHA-MES
                       VARYING WRK-MES-SUB FROM 1 BY 1
                       UNTIL WRK-MES-SUB > 12.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.
               MOVE WRK-MES-INICIAL(1) TO WRK-CALC-INICIAL.
               MOVE WRK-SOMA-ADMIT     TO WRK-CALC-ADMIT.
               MOVE WRK-SOMA-DESLIG    TO WRK-CALC-DESLIG.
               MOVE WRK-MES-FINAL(12)  TO WRK-CALC-FINAL.
               PERFORM 0580-CALCULAR-ROTATIVIDADE.
               MOVE WRK-CALC-INICIAL TO TND-INICIAL.
               MOVE WRK-CALC-ADMIT   TO TND-ADMIT.
               MOVE WRK-CALC-DESLIG  TO TND-DESLIG.
               MOVE WRK-CALC-FINAL   TO TND-FINAL.
               MOVE WRK-ROTAT        TO TND-ROTAT.
               MOVE 'PERIODO' TO TND-ROTULO.
               MOVE WRK-TND-DETALHE TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.

           0560-LINHA-MES.
               MOVE WRK-MES-INICIAL(WRK-MES-SUB) TO WRK-CALC-INICIAL.
               MOVE WRK-MES-ADMIT(WRK-MES-SUB)   TO WRK-CALC-ADMIT.
               MOVE WRK-MES-DESLIG(WRK-MES-SUB)  TO WRK-CALC-DESLIG.
               MOVE WRK-MES-FINAL(WRK-MES-SUB)   TO WRK-CALC-FINAL.
               ADD WRK-CALC-ADMIT  TO WRK-SOMA-ADMIT.
               ADD WRK-CALC-DESLIG TO WRK-SOMA-DESLIG.
               PERFORM 0580-CALCULAR-ROTATIVIDADE.
               DIVIDE WRK-MES-COMP(WRK-MES-SUB) BY 100
                      GIVING WRK-ANO REMAINDER WRK-MES.
               MOVE WRK-ANO TO TND-ANO.
               MOVE WRK-MES TO TND-MES.
               MOVE WRK-CALC-INICIAL TO TND-INICIAL.
               MOVE WRK-CALC-ADMIT   TO TND-ADMIT.
               MOVE WRK-CALC-DESLIG  TO TND-DESLIG.
               MOVE WRK-CALC-FINAL   TO TND-FINAL.
               MOVE WRK-ROTAT        TO TND-ROTAT.
               MOVE WRK-TND-DETALHE TO WRK-LINHA.
               PERFORM 0590-GRAVAR-LINHA.

      *    ********** ((ADMISSOES + DESLIGAMENTOS) / 2) SOBRE
      *    ********** ((QUADRO INICIAL + QUADRO FINAL) / 2), EM %
           0580-CALCULAR-ROTATIVIDADE.
               MOVE ZEROS TO WRK-ROTAT.
               IF WRK-CALC-INICIAL + WRK-CALC-FINAL > ZEROS
                   COMPUTE WRK-ROTAT ROUNDED =
                           ((WRK-CALC-ADMIT + WRK-CALC-DESLIG) * 100)
                           / (WRK-CALC-INICIAL + WRK-CALC-FINAL)
               END-IF.

           0590-GRAVAR-LINHA.
               MOVE WRK-LINHA TO HEADREP-REC.
               WRITE HEADREP-REC.
               MOVE SPACES TO WRK-LINHA.
