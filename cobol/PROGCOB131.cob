           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB131.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = REAJUSTE COLETIVO DE SALARIOS (DISSIDIO) COM
      *    VIGENCIA RETROATIVA. O PERCENTUAL E INFORMADO POR FAIXA
      *    SALARIAL (ATE 5 FAIXAS, PELO SALARIO ATUAL, MAIS O
      *    PERCENTUAL ACIMA DA ULTIMA) OU POR DEPARTAMENTO (ATE 10,
      *    MAIS O PERCENTUAL DOS DEMAIS), JUNTO COM A COMPETENCIA DE
      *    VIGENCIA. CADA FUNCIONARIO ATIVO ALCANCADO TEM O SALARIO
      *    REGRAVADO NO EMPMAST (COM JORNAL E AUDITORIA) E AS
      *    DIFERENCAS DE CADA COMPETENCIA JA PAGA DESDE A VIGENCIA
      *    RECALCULADAS A PARTIR DO SALHIST - BRUTO, INSS E IRRF PELAS
      *    FAIXAS DO TAXPARAM DA PROPRIA COMPETENCIA, FGTS, E OS
      *    REFLEXOS NAS FERIAS E NO 13O PAGOS NO PERIODO. O TOTAL VAI
      *    PARA O RETROPAY COMO PENDENTE E E PAGO NA PROXIMA FOLHA
      *    MENSAL DO PROGCOB04 COMO VERBA PROPRIA. O RELATORIO DISSREP
      *    MOSTRA AS DIFERENCAS POR COMPETENCIA. O MESMO DISSIDIO
      *    (MATRICULA E VIGENCIA) NAO E APLICADO DUAS VEZES.
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
               SELECT EMPMAST ASSIGN TO "EMPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MATRICULA
                   FILE STATUS IS WRK-EMPMAST-STATUS.
               SELECT SALHIST ASSIGN TO "SALHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SALHIST-STATUS.
               SELECT TAXPARAM ASSIGN TO "TAXPARAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TAXPARAM-STATUS.
               SELECT DEPENDTS ASSIGN TO "DEPENDTS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DEPENDTS-STATUS.
               SELECT RETROPAY ASSIGN TO "RETROPAY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTP-CHAVE
                   FILE STATUS IS WRK-RETROPAY-STATUS.
               SELECT DISSREP ASSIGN TO "DISSREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DISSREP-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT MSTJRNL ASSIGN TO "MSTJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MSTJRNL-STATUS.
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

           FD  SALHIST.
           01  SALHIST-REC.
               05 SHT-MATRICULA   PIC 9(06).
               05 SHT-COMPETENCIA PIC 9(06).
               05 SHT-SALARIO-BRUTO PIC 9(06)V99.
               05 SHT-INSS          PIC 9(06)V99.
               05 SHT-IRRF          PIC 9(06)V99.
               05 SHT-SALARIO-LIQ   PIC 9(06)V99.
               05 SHT-TIPO-PAGTO    PIC X(01).
               05 SHT-FGTS          PIC 9(06)V99.

           FD  TAXPARAM.
           01  TAXPARAM-REC.
               05 TP-COMPETENCIA PIC 9(06).
               05 TP-TIPO        PIC X(01).
                  88 TP-INSS     VALUE 'I'.
                  88 TP-IRRF     VALUE 'R'.
               05 TP-SEQ         PIC 9(01).
               05 TP-LIMITE      PIC 9(07)V99.
               05 TP-ALIQUOTA    PIC 9V9999.

           FD  DEPENDTS.
           01  DEPENDTS-REC.
               05 DEP-MATRICULA  PIC 9(06).
               05 DEP-NOME       PIC X(20).
               05 DEP-DT-NASC    PIC 9(08).

           FD  RETROPAY.
           01  RTP-REC.
               05 RTP-CHAVE.
                  10 RTP-MATRICULA  PIC 9(06).
                  10 RTP-COMPET-VIG PIC 9(06).
               05 RTP-PCT          PIC 9(03)V99.
               05 RTP-SAL-ANTERIOR PIC 9(06)V99.
               05 RTP-SAL-NOVO     PIC 9(06)V99.
               05 RTP-QT-COMPET    PIC 9(03).
               05 RTP-DIF-BRUTO    PIC 9(06)V99.
               05 RTP-DIF-INSS     PIC 9(06)V99.
               05 RTP-DIF-IRRF     PIC 9(06)V99.
               05 RTP-DIF-FGTS     PIC 9(06)V99.
               05 RTP-SITUACAO     PIC X(01).
                  88 RTP-PENDENTE     VALUE 'P'.
                  88 RTP-PAGO         VALUE 'L'.
                  88 RTP-SEM-DIFERENCA VALUE 'S'.
               05 RTP-COMPET-PAGTO PIC 9(06).
               05 RTP-OPERADOR     PIC X(20).
               05 RTP-DATAHORA     PIC X(17).

           FD  DISSREP.
           01  DISSREP-REC        PIC X(100).

           FD  AUDITTRL.
           01  AUDITTRL-REC      PIC X(340).

           FD  MSTJRNL.
           01  MSTJRNL-REC.
               05 MJ-DATAHORA    PIC X(17).
               05 MJ-ARQUIVO     PIC X(08).
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           WORKING-STORAGE SECTION.
           COPY JRNCOM.
           77 WRK-MSTJRNL-STATUS PIC X(02) VALUE SPACES.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
           77 WRK-SALHIST-STATUS PIC X(02) VALUE SPACES.
               88 SALHIST-OK        VALUE '00'.
               88 SALHIST-EOF       VALUE '10'.
           77 WRK-TAXPARAM-STATUS PIC X(02) VALUE SPACES.
               88 TAXPARAM-OK       VALUE '00'.
               88 TAXPARAM-EOF      VALUE '10'.
           77 WRK-DEPENDTS-STATUS PIC X(02) VALUE SPACES.
               88 DEPENDTS-OK       VALUE '00'.
               88 DEPENDTS-EOF      VALUE '10'.
           77 WRK-RETROPAY-STATUS PIC X(02) VALUE SPACES.
               88 RETROPAY-OK       VALUE '00'.
               88 RETROPAY-NOTFOUND VALUE '23'.
           77 WRK-DISSREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPERADOR      PIC X(20) VALUE SPACES.
           77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           77 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           01 WRK-VIGENCIA      PIC 9(06) VALUE ZEROS.
           01 WRK-VIG-PARTES REDEFINES WRK-VIGENCIA.
               02 WRK-VIG-ANO   PIC 9(04).
               02 WRK-VIG-MES   PIC 9(02).
           77 WRK-CRITERIO      PIC X(01) VALUE SPACES.
               88 CRITERIO-FAIXA  VALUE 'F'.
               88 CRITERIO-DEPTO  VALUE 'D'.
           77 WRK-CONFIRMA      PIC X(01) VALUE 'N'.
               88 CONFIRMADO      VALUE 'S'.
           77 WRK-PARAM-OK      PIC X(01) VALUE 'N'.
               88 PARAM-OK        VALUE 'S'.
           77 WRK-EMPMAST-FIM   PIC X(01) VALUE 'N'.
               88 FIM-EMPMAST     VALUE 'S'.

      *    ********** PERCENTUAIS DO DISSIDIO - POR FAIXA (LIMITE DE
      *    ********** SALARIO EM ORDEM CRESCENTE) OU POR DEPARTAMENTO;
      *    ********** QUEM NAO CAI EM NENHUMA REGRA RECEBE O PERCENTUAL
      *    ********** DOS DEMAIS (ZERO = SEM REAJUSTE)
           01 WRK-TAB-REGRAS.
               02 WRK-REG OCCURS 10 TIMES.
                   05 WRK-REG-LIMITE  PIC 9(06)V99.
                   05 WRK-REG-DEPTO   PIC 9(02).
                   05 WRK-REG-PCT     PIC 9(03)V99.
           77 WRK-QT-REGRAS     PIC 9(02) VALUE ZEROS.
           77 WRK-REG-SUB       PIC 9(02) VALUE ZEROS.
           77 WRK-REG-SEL       PIC 9(02) VALUE ZEROS.
           77 WRK-PCT-DEMAIS    PIC 9(03)V99 VALUE ZEROS.
           77 WRK-PCT           PIC 9(03)V99 VALUE ZEROS.
           77 WRK-PCT-ED        PIC ZZ9,99 VALUE ZEROS.
           77 WRK-LIMITE-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.

      *    ********** TAXPARAM INTEIRO EM MEMORIA - CADA COMPETENCIA
      *    ********** RETROATIVA E RECALCULADA COM AS PROPRIAS FAIXAS
           01 WRK-TAB-PARAM.
               02 WRK-PRM OCCURS 300 TIMES.
                   05 WRK-PRM-COMPET  PIC 9(06).
                   05 WRK-PRM-TIPO    PIC X(01).
                   05 WRK-PRM-SEQ     PIC 9(01).
                   05 WRK-PRM-LIMITE  PIC 9(07)V99.
                   05 WRK-PRM-ALIQ    PIC 9V9999.
           77 WRK-QT-PRM        PIC 9(03) VALUE ZEROS.
           77 WRK-PRM-SUB       PIC 9(03) VALUE ZEROS.

      *    ********** FAIXAS PADRAO DE INSS/IRRF (AS MESMAS DO
      *    ********** PROGCOB04) PARA COMPETENCIA FORA DO TAXPARAM
           01 WRK-INSS-TAB-DEF.
               02 FILLER PIC 9(07)V99 VALUE 1302,00.
               02 FILLER PIC 9V9999   VALUE 0,0750.
               02 FILLER PIC 9(07)V99 VALUE 2571,29.
               02 FILLER PIC 9V9999   VALUE 0,0900.
               02 FILLER PIC 9(07)V99 VALUE 3856,94.
               02 FILLER PIC 9V9999   VALUE 0,1200.
               02 FILLER PIC 9(07)V99 VALUE 9999999,99.
               02 FILLER PIC 9V9999   VALUE 0,1400.
           01 WRK-IRRF-TAB-DEF.
               02 FILLER PIC 9(07)V99 VALUE 2259,20.
               02 FILLER PIC 9V9999   VALUE 0,0000.
               02 FILLER PIC 9(07)V99 VALUE 2826,65.
               02 FILLER PIC 9V9999   VALUE 0,0750.
               02 FILLER PIC 9(07)V99 VALUE 3751,05.
               02 FILLER PIC 9V9999   VALUE 0,1500.
               02 FILLER PIC 9(07)V99 VALUE 4664,68.
               02 FILLER PIC 9V9999   VALUE 0,2250.
               02 FILLER PIC 9(07)V99 VALUE 9999999,99.
               02 FILLER PIC 9V9999   VALUE 0,2750.
      *    ********** FAIXAS DA COMPETENCIA EM RECALCULO
           01 WRK-INSS-TAB.
               02 WRK-INSS-FX OCCURS 4 TIMES.
                   05 WRK-INSS-LIM PIC 9(07)V99.
                   05 WRK-INSS-ALQ PIC 9V9999.
           01 WRK-IRRF-TAB.
               02 WRK-IRRF-FX OCCURS 5 TIMES.
                   05 WRK-IRRF-LIM PIC 9(07)V99.
                   05 WRK-IRRF-ALQ PIC 9V9999.
           77 WRK-FX            PIC 9(01) VALUE ZEROS.
           77 WRK-FX-SEL        PIC 9(01) VALUE ZEROS.

      *    ********** DEPENDENTES (DEDUCAO LEGAL DA BASE DO IRRF)
           77 WRK-QT-DEP-TAB    PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-DEPENDENTES.
               02 WRK-DEP-MATRICULA PIC 9(06) OCCURS 500 TIMES.
           77 WRK-DEP-SUB       PIC 9(03) VALUE ZEROS.
           77 WRK-QT-DEP        PIC 9(02) VALUE ZEROS.
           77 WRK-DEDUCAO-DEP   PIC 9(03)V99 VALUE 189,59.
           77 WRK-ALIQ-FGTS     PIC 9V9999 VALUE 0,0800.

      *    ********** RECALCULO DE UMA COMPETENCIA
           77 WRK-MATRICULA     PIC 9(06) VALUE ZEROS.
           77 WRK-SAL-ANTERIOR  PIC 9(06)V99 VALUE ZEROS.
           77 WRK-SAL-NOVO      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-BRUTO-NOVO    PIC 9(06)V99 VALUE ZEROS.
           77 WRK-INSS-NOVO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-IRRF-NOVO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-BASE-IRRF     PIC 9(07)V99 VALUE ZEROS.
           77 WRK-BASE-IRRF-S   PIC S9(07)V99 VALUE ZEROS.
           77 WRK-DIF-S         PIC S9(07)V99 VALUE ZEROS.
           77 WRK-DIF-BRUTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-DIF-INSS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-DIF-IRRF      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-DIF-FGTS      PIC 9(06)V99 VALUE ZEROS.
      *    ********** DIFERENCA JA DADA NA PARCELA 1 DO 13O - A
      *    ********** PARCELA 2 (BRUTO CHEIO NO SALHIST) PAGA SO O RESTO
           77 WRK-DIF-PARC1     PIC 9(06)V99 VALUE ZEROS.

      *    ********** ACUMULADOS DO FUNCIONARIO E DO DISSIDIO
           77 WRK-QT-COMPET     PIC 9(03) VALUE ZEROS.
           77 WRK-FUN-BRUTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-FUN-INSS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-FUN-IRRF      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-FUN-FGTS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-QT-REAJUSTADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-JA-APLICADO PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-BRUTO     PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-INSS      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-IRRF      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-FGTS      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOT-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA         PIC X(100) VALUE SPACES.

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
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPETENCIA.
               DISPLAY '==============================='.
               DISPLAY ' REAJUSTE COLETIVO (DISSIDIO)'.
               DISPLAY '==============================='.
               PERFORM 0100-PEDIR-PARAMETROS THRU 0100-SAIDA.
               IF NOT PARAM-OK
                   DISPLAY 'DISSIDIO NAO APLICADO'
               ELSE
                   DISPLAY 'CONFIRMA O REAJUSTE COM VIGENCIA '
                           WRK-VIGENCIA ' (S/N)...'
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                       PERFORM 0200-APLICAR-DISSIDIO
                   ELSE
                       DISPLAY 'DISSIDIO CANCELADO'
                   END-IF
               END-IF.
               GOBACK.

      *    ******************************************************
      *    ***  PARAMETROS: VIGENCIA, CRITERIO E PERCENTUAIS
      *    ******************************************************
           0100-PEDIR-PARAMETROS.
               MOVE 'N' TO WRK-PARAM-OK.
               MOVE ZEROS TO WRK-QT-REGRAS WRK-PCT-DEMAIS.
               INITIALIZE WRK-TAB-REGRAS.
               DISPLAY 'COMPETENCIA DE VIGENCIA (AAAAMM)...'.
               ACCEPT WRK-VIGENCIA.
               IF WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
                   OR WRK-VIGENCIA > WRK-COMPETENCIA
                   DISPLAY 'VIGENCIA INVALIDA - INFORME UMA'
                           ' COMPETENCIA ATE ' WRK-COMPETENCIA
                   GO TO 0100-SAIDA
               END-IF.
               DISPLAY 'CRITERIO (F-FAIXA SALARIAL / D-DEPARTAMENTO)'
                       '...'.
               ACCEPT WRK-CRITERIO.
               EVALUATE TRUE
                   WHEN CRITERIO-FAIXA
                       PERFORM 0110-PEDIR-FAIXAS
                   WHEN CRITERIO-DEPTO
                       PERFORM 0120-PEDIR-DEPARTAMENTOS
                   WHEN OTHER
                       DISPLAY 'CRITERIO INVALIDO'
                       GO TO 0100-SAIDA
               END-EVALUATE.
               IF CRITERIO-FAIXA
                   MOVE ZEROS TO WRK-REG-SEL
                   PERFORM 0130-CONFERIR-ORDEM
                           VARYING WRK-REG-SUB FROM 2 BY 1
                           UNTIL WRK-REG-SUB > WRK-QT-REGRAS
                   IF WRK-REG-SEL > 0
                       DISPLAY 'FAIXA ' WRK-REG-SEL
                               ' FORA DE ORDEM CRESCENTE'
                       GO TO 0100-SAIDA
                   END-IF
               END-IF.
               IF WRK-QT-REGRAS = 0 AND WRK-PCT-DEMAIS = 0
                   DISPLAY 'NENHUM PERCENTUAL INFORMADO'
                   GO TO 0100-SAIDA
               END-IF.
               PERFORM 0150-CARREGAR-TAXPARAM.
               PERFORM 0160-CARREGAR-DEPENDENTES.
               MOVE 'S' TO WRK-PARAM-OK.
           0100-SAIDA.
               EXIT.

           0110-PEDIR-FAIXAS.
               DISPLAY 'QUANTIDADE DE FAIXAS (1 A 5)...'.
               ACCEPT WRK-QT-REGRAS.
               IF WRK-QT-REGRAS > 5
                   MOVE 5 TO WRK-QT-REGRAS
               END-IF.
               PERFORM 0115-PEDIR-FAIXA
                       VARYING WRK-REG-SUB FROM 1 BY 1
                       UNTIL WRK-REG-SUB > WRK-QT-REGRAS.
               DISPLAY 'PERCENTUAL ACIMA DA ULTIMA FAIXA...'.
               ACCEPT WRK-PCT-DEMAIS.

           0115-PEDIR-FAIXA.
               DISPLAY 'FAIXA ' WRK-REG-SUB ' - SALARIO ATE...'.
               ACCEPT WRK-REG-LIMITE(WRK-REG-SUB).
               DISPLAY 'FAIXA ' WRK-REG-SUB ' - PERCENTUAL...'.
               ACCEPT WRK-REG-PCT(WRK-REG-SUB).

           0120-PEDIR-DEPARTAMENTOS.
               DISPLAY 'QUANTIDADE DE DEPARTAMENTOS (1 A 10)...'.
               ACCEPT WRK-QT-REGRAS.
               IF WRK-QT-REGRAS > 10
                   MOVE 10 TO WRK-QT-REGRAS
               END-IF.
               PERFORM 0125-PEDIR-DEPARTAMENTO
                       VARYING WRK-REG-SUB FROM 1 BY 1
                       UNTIL WRK-REG-SUB > WRK-QT-REGRAS.
               DISPLAY 'PERCENTUAL DOS DEMAIS DEPARTAMENTOS...'.
               ACCEPT WRK-PCT-DEMAIS.

           0125-PEDIR-DEPARTAMENTO.
               DISPLAY 'DEPARTAMENTO ' WRK-REG-SUB ' - CODIGO...'.
               ACCEPT WRK-REG-DEPTO(WRK-REG-SUB).
               DISPLAY 'DEPARTAMENTO ' WRK-REG-SUB ' - PERCENTUAL...'.
               ACCEPT WRK-REG-PCT(WRK-REG-SUB).

           0130-CONFERIR-ORDEM.
               IF WRK-REG-SEL = 0
                   AND WRK-REG-LIMITE(WRK-REG-SUB) <=
                       WRK-REG-LIMITE(WRK-REG-SUB - 1)
                   MOVE WRK-REG-SUB TO WRK-REG-SEL
               END-IF.

           0150-CARREGAR-TAXPARAM.
               MOVE ZEROS TO WRK-QT-PRM.
               OPEN INPUT TAXPARAM.
               IF TAXPARAM-OK
                   PERFORM 0155-LER-TAXPARAM
                   PERFORM 0157-GUARDAR-PARAMETRO
                           UNTIL TAXPARAM-EOF
                           OR WRK-QT-PRM >= 300
                   CLOSE TAXPARAM
               END-IF.

           0155-LER-TAXPARAM.
               READ TAXPARAM
                   AT END MOVE '10' TO WRK-TAXPARAM-STATUS
               END-READ.

           0157-GUARDAR-PARAMETRO.
               IF (TP-INSS AND TP-SEQ >= 1 AND TP-SEQ <= 4)
                   OR (TP-IRRF AND TP-SEQ >= 1 AND TP-SEQ <= 5)
                   ADD 1 TO WRK-QT-PRM
                   MOVE TP-COMPETENCIA TO WRK-PRM-COMPET(WRK-QT-PRM)
                   MOVE TP-TIPO        TO WRK-PRM-TIPO(WRK-QT-PRM)
                   MOVE TP-SEQ         TO WRK-PRM-SEQ(WRK-QT-PRM)
                   MOVE TP-LIMITE      TO WRK-PRM-LIMITE(WRK-QT-PRM)
                   MOVE TP-ALIQUOTA    TO WRK-PRM-ALIQ(WRK-QT-PRM)
               END-IF.
               PERFORM 0155-LER-TAXPARAM.

           0160-CARREGAR-DEPENDENTES.
               MOVE ZEROS TO WRK-QT-DEP-TAB.
               OPEN INPUT DEPENDTS.
               IF DEPENDTS-OK
                   PERFORM 0165-LER-DEPENDENTE
                   PERFORM 0167-GUARDAR-DEPENDENTE
                           UNTIL DEPENDTS-EOF
                           OR WRK-QT-DEP-TAB >= 500
                   CLOSE DEPENDTS
               END-IF.

           0165-LER-DEPENDENTE.
               READ DEPENDTS
                   AT END MOVE '10' TO WRK-DEPENDTS-STATUS
               END-READ.

           0167-GUARDAR-DEPENDENTE.
               ADD 1 TO WRK-QT-DEP-TAB.
               MOVE DEP-MATRICULA
                    TO WRK-DEP-MATRICULA(WRK-QT-DEP-TAB).
               PERFORM 0165-LER-DEPENDENTE.

      *    ******************************************************
      *    ***  APLICACAO: PERCORRE O EMPMAST, REAJUSTA O SALARIO
      *    ***  E APURA AS DIFERENCAS DE CADA FUNCIONARIO ATIVO
      *    ******************************************************
           0200-APLICAR-DISSIDIO.
               OPEN I-O EMPMAST.
               IF NOT EMPMAST-OK
                   DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL -'
                           ' STATUS ' WRK-EMPMAST-STATUS
               ELSE
                   OPEN I-O RETROPAY
                   IF WRK-RETROPAY-STATUS = '35'
                       CLOSE RETROPAY
                       OPEN OUTPUT RETROPAY
                       CLOSE RETROPAY
                       OPEN I-O RETROPAY
                   END-IF
                   PERFORM 0500-ABRIR-RELATORIO
                   MOVE ZEROS TO EMP-MATRICULA
                   MOVE 'N' TO WRK-EMPMAST-FIM
                   START EMPMAST KEY IS GREATER THAN EMP-MATRICULA
                       INVALID KEY
                           MOVE 'S' TO WRK-EMPMAST-FIM
                   END-START
                   PERFORM 0205-LER-FUNCIONARIO
                           UNTIL FIM-EMPMAST
                   PERFORM 0590-FECHAR-RELATORIO
                   CLOSE RETROPAY
                   CLOSE EMPMAST
                   DISPLAY 'DISSIDIO APLICADO - REAJUSTADOS '
                           WRK-QT-REAJUSTADOS
                           ' JA APLICADOS ' WRK-QT-JA-APLICADO
                   DISPLAY 'DIFERENCAS GRAVADAS NO RETROPAY PARA A'
                           ' PROXIMA FOLHA MENSAL - RELATORIO DISSREP'
               END-IF.

           0205-LER-FUNCIONARIO.
               READ EMPMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EMPMAST-FIM
               END-READ.
               IF NOT FIM-EMPMAST AND EMP-ATIVO
                   PERFORM 0210-REAJUSTAR-FUNCIONARIO
                           THRU 0210-SAIDA
               END-IF.

           0210-REAJUSTAR-FUNCIONARIO.
               PERFORM 0300-DEFINIR-PERCENTUAL.
               IF WRK-PCT = 0
                   GO TO 0210-SAIDA
               END-IF.
               MOVE EMP-MATRICULA TO RTP-MATRICULA WRK-MATRICULA.
               MOVE WRK-VIGENCIA  TO RTP-COMPET-VIG.
               READ RETROPAY
                   KEY IS RTP-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-RETROPAY-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-RETROPAY-STATUS
               END-READ.
               IF RETROPAY-OK
                   DISPLAY 'DISSIDIO JA APLICADO - MATRICULA '
                           EMP-MATRICULA ' VIGENCIA ' WRK-VIGENCIA
                   ADD 1 TO WRK-QT-JA-APLICADO
                   GO TO 0210-SAIDA
               END-IF.
               MOVE EMP-SALARIO TO WRK-SAL-ANTERIOR.
               COMPUTE WRK-SAL-NOVO ROUNDED =
                       EMP-SALARIO + (EMP-SALARIO * WRK-PCT / 100)
                   ON SIZE ERROR
                       DISPLAY 'ERRO - SALARIO REAJUSTADO FORA DA'
                               ' FAIXA - MATRICULA ' EMP-MATRICULA
                       GO TO 0210-SAIDA
               END-COMPUTE.
               PERFORM 0220-CONTAR-DEPENDENTES.
               PERFORM 0520-LINHA-FUNCIONARIO.
               PERFORM 0400-APURAR-DIFERENCAS.

               MOVE EMP-REC TO AUD-TRL-ANTES.
               MOVE WRK-SAL-NOVO TO EMP-SALARIO.
               REWRITE EMP-REC.
               IF NOT EMPMAST-OK
                   DISPLAY 'ERRO AO REGRAVAR MATRICULA '
                           EMP-MATRICULA
                           ' - STATUS ' WRK-EMPMAST-STATUS
                   GO TO 0210-SAIDA
               END-IF.
               MOVE 'R' TO JRN-ACAO.
               PERFORM 8500-JORNALIZAR.
               MOVE 'A' TO AUD-TRL-ACAO.
               PERFORM 0700-REGISTRAR-AUDITORIA.
               PERFORM 0600-GRAVAR-RETROATIVO.
               PERFORM 0530-LINHA-TOTAL-FUNCIONARIO.
               ADD 1 TO WRK-QT-REAJUSTADOS.
               ADD WRK-FUN-BRUTO TO WRK-TOT-BRUTO.
               ADD WRK-FUN-INSS  TO WRK-TOT-INSS.
               ADD WRK-FUN-IRRF  TO WRK-TOT-IRRF.
               ADD WRK-FUN-FGTS  TO WRK-TOT-FGTS.
           0210-SAIDA.
               EXIT.

           0220-CONTAR-DEPENDENTES.
               MOVE ZEROS TO WRK-QT-DEP.
               PERFORM 0225-CONFERIR-DEPENDENTE
                       VARYING WRK-DEP-SUB FROM 1 BY 1
                       UNTIL WRK-DEP-SUB > WRK-QT-DEP-TAB.

           0225-CONFERIR-DEPENDENTE.
               IF WRK-DEP-MATRICULA(WRK-DEP-SUB) = WRK-MATRICULA
                   ADD 1 TO WRK-QT-DEP
               END-IF.

      *    ********** PERCENTUAL DO FUNCIONARIO PELA PRIMEIRA REGRA
      *    ********** QUE O ALCANCA (FAIXA PELO SALARIO ATUAL)
           0300-DEFINIR-PERCENTUAL.
               MOVE ZEROS TO WRK-REG-SEL.
               PERFORM 0310-CONFERIR-REGRA
                       VARYING WRK-REG-SUB FROM 1 BY 1
                       UNTIL WRK-REG-SUB > WRK-QT-REGRAS
                       OR WRK-REG-SEL > 0.
               IF WRK-REG-SEL = 0
                   MOVE WRK-PCT-DEMAIS TO WRK-PCT
               ELSE
                   MOVE WRK-REG-PCT(WRK-REG-SEL) TO WRK-PCT
               END-IF.

           0310-CONFERIR-REGRA.
               IF CRITERIO-FAIXA
                   IF EMP-SALARIO <= WRK-REG-LIMITE(WRK-REG-SUB)
                       MOVE WRK-REG-SUB TO WRK-REG-SEL
                   END-IF
               ELSE
                   IF EMP-DEPTO = WRK-REG-DEPTO(WRK-REG-SUB)
                       MOVE WRK-REG-SUB TO WRK-REG-SEL
                   END-IF
               END-IF.

      *    ******************************************************
      *    ***  DIFERENCAS DAS COMPETENCIAS PAGAS DESDE A VIGENCIA
      *    ***  (MENSAL, FERIAS E 13O DO SALHIST; O PROPRIO
      *    ***  RETROATIVO - TIPO R - NAO ENTRA)
      *    ******************************************************
           0400-APURAR-DIFERENCAS.
               MOVE ZEROS TO WRK-QT-COMPET WRK-DIF-PARC1
                             WRK-FUN-BRUTO WRK-FUN-INSS
                             WRK-FUN-IRRF WRK-FUN-FGTS.
               OPEN INPUT SALHIST.
               IF SALHIST-OK
                   PERFORM 0410-LER-SALHIST
                   PERFORM 0420-CONFERIR-COMPETENCIA
                           UNTIL SALHIST-EOF
                   CLOSE SALHIST
               END-IF.

           0410-LER-SALHIST.
               READ SALHIST
                   AT END MOVE '10' TO WRK-SALHIST-STATUS
               END-READ.

           0420-CONFERIR-COMPETENCIA.
               IF SHT-MATRICULA = WRK-MATRICULA
                   AND SHT-COMPETENCIA >= WRK-VIGENCIA
                   AND SHT-TIPO-PAGTO NOT = 'R'
                   PERFORM 0430-DIFERENCA-COMPETENCIA
               END-IF.
               PERFORM 0410-LER-SALHIST.

           0430-DIFERENCA-COMPETENCIA.
               COMPUTE WRK-BRUTO-NOVO ROUNDED =
                       SHT-SALARIO-BRUTO
                       + (SHT-SALARIO-BRUTO * WRK-PCT / 100)
                   ON SIZE ERROR
                       MOVE SHT-SALARIO-BRUTO TO WRK-BRUTO-NOVO
               END-COMPUTE.
               COMPUTE WRK-DIF-BRUTO =
                       WRK-BRUTO-NOVO - SHT-SALARIO-BRUTO.
               MOVE ZEROS TO WRK-DIF-INSS WRK-DIF-IRRF.
      *    *************** PARCELA 1 DO 13O NAO TEM DESCONTOS
               IF SHT-TIPO-PAGTO = 'D'
                   AND SHT-INSS = 0 AND SHT-IRRF = 0
                   ADD WRK-DIF-BRUTO TO WRK-DIF-PARC1
               ELSE
                   PERFORM 0440-MONTAR-FAIXAS
                   PERFORM 0450-CALCULAR-DESCONTOS
                   COMPUTE WRK-DIF-S = WRK-INSS-NOVO - SHT-INSS
                   IF WRK-DIF-S > 0
                       MOVE WRK-DIF-S TO WRK-DIF-INSS
                   END-IF
                   COMPUTE WRK-DIF-S = WRK-IRRF-NOVO - SHT-IRRF
                   IF WRK-DIF-S > 0
                       MOVE WRK-DIF-S TO WRK-DIF-IRRF
                   END-IF
                   IF SHT-TIPO-PAGTO = 'D'
                       COMPUTE WRK-DIF-S =
                               WRK-DIF-BRUTO - WRK-DIF-PARC1
                       IF WRK-DIF-S > 0
                           MOVE WRK-DIF-S TO WRK-DIF-BRUTO
                       ELSE
                           MOVE ZEROS TO WRK-DIF-BRUTO
                       END-IF
                       MOVE ZEROS TO WRK-DIF-PARC1
                   END-IF
               END-IF.
               COMPUTE WRK-DIF-FGTS ROUNDED =
                       WRK-DIF-BRUTO * WRK-ALIQ-FGTS.
               ADD 1 TO WRK-QT-COMPET.
               ADD WRK-DIF-BRUTO TO WRK-FUN-BRUTO.
               ADD WRK-DIF-INSS  TO WRK-FUN-INSS.
               ADD WRK-DIF-IRRF  TO WRK-FUN-IRRF.
               ADD WRK-DIF-FGTS  TO WRK-FUN-FGTS.
               PERFORM 0510-LINHA-COMPETENCIA.

      *    ********** FAIXAS DA COMPETENCIA: PADRAO SOBREPOSTO PELO
      *    ********** QUE HOUVER NO TAXPARAM PARA ELA
           0440-MONTAR-FAIXAS.
               MOVE WRK-INSS-TAB-DEF TO WRK-INSS-TAB.
               MOVE WRK-IRRF-TAB-DEF TO WRK-IRRF-TAB.
               PERFORM 0445-APLICAR-PARAMETRO
                       VARYING WRK-PRM-SUB FROM 1 BY 1
                       UNTIL WRK-PRM-SUB > WRK-QT-PRM.

           0445-APLICAR-PARAMETRO.
               IF WRK-PRM-COMPET(WRK-PRM-SUB) = SHT-COMPETENCIA
                   IF WRK-PRM-TIPO(WRK-PRM-SUB) = 'I'
                       MOVE WRK-PRM-LIMITE(WRK-PRM-SUB)
                            TO WRK-INSS-LIM(WRK-PRM-SEQ(WRK-PRM-SUB))
                       MOVE WRK-PRM-ALIQ(WRK-PRM-SUB)
                            TO WRK-INSS-ALQ(WRK-PRM-SEQ(WRK-PRM-SUB))
                   ELSE
                       MOVE WRK-PRM-LIMITE(WRK-PRM-SUB)
                            TO WRK-IRRF-LIM(WRK-PRM-SEQ(WRK-PRM-SUB))
                       MOVE WRK-PRM-ALIQ(WRK-PRM-SUB)
                            TO WRK-IRRF-ALQ(WRK-PRM-SEQ(WRK-PRM-SUB))
                   END-IF
               END-IF.

      *    ********** INSS E IRRF SOBRE O BRUTO REAJUSTADO, COM A
      *    ********** MESMA REGRA DO CALCULO DA FOLHA (PROGCOB04)
           0450-CALCULAR-DESCONTOS.
               MOVE ZEROS TO WRK-FX-SEL.
               PERFORM 0452-PROCURAR-FAIXA-INSS
                       VARYING WRK-FX FROM 1 BY 1
                       UNTIL WRK-FX > 4 OR WRK-FX-SEL > 0.
               IF WRK-FX-SEL = 0
                   MOVE 4 TO WRK-FX-SEL
               END-IF.
               COMPUTE WRK-INSS-NOVO =
                       WRK-BRUTO-NOVO * WRK-INSS-ALQ(WRK-FX-SEL).
               COMPUTE WRK-BASE-IRRF-S = WRK-BRUTO-NOVO - WRK-INSS-NOVO
                       - (WRK-QT-DEP * WRK-DEDUCAO-DEP).
               IF WRK-BASE-IRRF-S < 0
                   MOVE ZEROS TO WRK-BASE-IRRF
               ELSE
                   MOVE WRK-BASE-IRRF-S TO WRK-BASE-IRRF
               END-IF.
               MOVE ZEROS TO WRK-FX-SEL.
               PERFORM 0454-PROCURAR-FAIXA-IRRF
                       VARYING WRK-FX FROM 1 BY 1
                       UNTIL WRK-FX > 5 OR WRK-FX-SEL > 0.
               IF WRK-FX-SEL = 0
                   MOVE 5 TO WRK-FX-SEL
               END-IF.
               COMPUTE WRK-IRRF-NOVO =
                       WRK-BASE-IRRF * WRK-IRRF-ALQ(WRK-FX-SEL).

           0452-PROCURAR-FAIXA-INSS.
               IF WRK-BRUTO-NOVO <= WRK-INSS-LIM(WRK-FX)
                   MOVE WRK-FX TO WRK-FX-SEL
               END-IF.

           0454-PROCURAR-FAIXA-IRRF.
               IF WRK-BASE-IRRF <= WRK-IRRF-LIM(WRK-FX)
                   MOVE WRK-FX TO WRK-FX-SEL
               END-IF.

      *    ******************************************************
      *    ***  RELATORIO DISSREP
      *    ******************************************************
           0500-ABRIR-RELATORIO.
               MOVE ZEROS TO WRK-QT-REAJUSTADOS WRK-QT-JA-APLICADO
                             WRK-TOT-BRUTO WRK-TOT-INSS
                             WRK-TOT-IRRF WRK-TOT-FGTS.
               OPEN OUTPUT DISSREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REAJUSTE COLETIVO (DISSIDIO) - VIGENCIA '
                      WRK-VIGENCIA ' - EMITIDO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE SPACES TO WRK-LINHA.
               IF CRITERIO-FAIXA
                   MOVE 'CRITERIO: FAIXA SALARIAL' TO WRK-LINHA
               ELSE
                   MOVE 'CRITERIO: DEPARTAMENTO' TO WRK-LINHA
               END-IF.
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               PERFORM 0505-LINHA-REGRA
                       VARYING WRK-REG-SUB FROM 1 BY 1
                       UNTIL WRK-REG-SUB > WRK-QT-REGRAS.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-PCT-DEMAIS TO WRK-PCT-ED.
               STRING '  DEMAIS' ' - ' WRK-PCT-ED '%'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE SPACES TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE '   COMPET T   BRUTO PAGO' TO WRK-LINHA(1:24).
               MOVE '   DIF BRUTO    DIF INSS    DIF IRRF    DIF FGTS'
                    TO WRK-LINHA(25:48).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.

           0505-LINHA-REGRA.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-REG-PCT(WRK-REG-SUB) TO WRK-PCT-ED.
               IF CRITERIO-FAIXA
                   MOVE WRK-REG-LIMITE(WRK-REG-SUB) TO WRK-LIMITE-ED
                   STRING '  SALARIO ATE ' WRK-LIMITE-ED
                          ' - ' WRK-PCT-ED '%'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               ELSE
                   STRING '  DEPARTAMENTO ' WRK-REG-DEPTO(WRK-REG-SUB)
                          ' - ' WRK-PCT-ED '%'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               END-IF.
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.

           0510-LINHA-COMPETENCIA.
               MOVE SPACES TO WRK-LINHA.
               MOVE SHT-COMPETENCIA TO WRK-LINHA(4:6).
               MOVE SHT-TIPO-PAGTO TO WRK-LINHA(11:1).
               MOVE SHT-SALARIO-BRUTO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(15:10).
               MOVE WRK-DIF-BRUTO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(27:10).
               MOVE WRK-DIF-INSS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(39:10).
               MOVE WRK-DIF-IRRF TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(51:10).
               MOVE WRK-DIF-FGTS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(63:10).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.

           0520-LINHA-FUNCIONARIO.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-PCT TO WRK-PCT-ED.
               STRING 'MATRICULA ' EMP-MATRICULA ' ' EMP-NOME
                      ' DEPTO ' EMP-DEPTO ' REAJUSTE ' WRK-PCT-ED '%'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-SAL-ANTERIOR TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(65:10).
               MOVE '->' TO WRK-LINHA(76:2).
               MOVE WRK-SAL-NOVO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(79:10).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.

           0530-LINHA-TOTAL-FUNCIONARIO.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'RETROATIVO' TO WRK-LINHA(4:10).
               MOVE WRK-FUN-BRUTO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(27:10).
               MOVE WRK-FUN-INSS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(39:10).
               MOVE WRK-FUN-IRRF TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(51:10).
               MOVE WRK-FUN-FGTS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(63:10).
               IF WRK-FUN-BRUTO = 0
                   MOVE 'SEM DIFERENCA' TO WRK-LINHA(75:13)
               END-IF.
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE SPACES TO DISSREP-REC.
               WRITE DISSREP-REC.

           0590-FECHAR-RELATORIO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'FUNCIONARIOS REAJUSTADOS.. ' WRK-QT-REAJUSTADOS
                      '   JA APLICADOS ANTES.. ' WRK-QT-JA-APLICADO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE WRK-TOT-BRUTO TO WRK-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL DIFERENCA BRUTA' TO WRK-LINHA(1:21).
               MOVE WRK-TOT-ED TO WRK-LINHA(30:13).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE WRK-TOT-INSS TO WRK-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL DIFERENCA INSS' TO WRK-LINHA(1:20).
               MOVE WRK-TOT-ED TO WRK-LINHA(30:13).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE WRK-TOT-IRRF TO WRK-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL DIFERENCA IRRF' TO WRK-LINHA(1:20).
               MOVE WRK-TOT-ED TO WRK-LINHA(30:13).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL DIFERENCA FGTS' TO WRK-LINHA(1:20).
               MOVE WRK-TOT-ED TO WRK-LINHA(30:13).
               MOVE WRK-LINHA TO DISSREP-REC.
               WRITE DISSREP-REC.
               CLOSE DISSREP.

      *    ********** RETROATIVO PENDENTE PARA A PROXIMA FOLHA; SEM
      *    ********** DIFERENCA (VIGENCIA NO MES CORRENTE AINDA NAO
      *    ********** CALCULADO) FICA SO O REGISTRO DO REAJUSTE
           0600-GRAVAR-RETROATIVO.
               MOVE WRK-MATRICULA    TO RTP-MATRICULA.
               MOVE WRK-VIGENCIA     TO RTP-COMPET-VIG.
               MOVE WRK-PCT          TO RTP-PCT.
               MOVE WRK-SAL-ANTERIOR TO RTP-SAL-ANTERIOR.
               MOVE WRK-SAL-NOVO     TO RTP-SAL-NOVO.
               MOVE WRK-QT-COMPET    TO RTP-QT-COMPET.
               MOVE WRK-FUN-BRUTO    TO RTP-DIF-BRUTO.
               MOVE WRK-FUN-INSS     TO RTP-DIF-INSS.
               MOVE WRK-FUN-IRRF     TO RTP-DIF-IRRF.
               MOVE WRK-FUN-FGTS     TO RTP-DIF-FGTS.
               IF WRK-FUN-BRUTO > 0
                   MOVE 'P' TO RTP-SITUACAO
               ELSE
                   MOVE 'S' TO RTP-SITUACAO
               END-IF.
               MOVE ZEROS            TO RTP-COMPET-PAGTO.
               MOVE WRK-OPERADOR     TO RTP-OPERADOR.
               PERFORM 9410-MONTAR-DATAHORA-AUD.
               MOVE AUD-TRL-DATAHORA TO RTP-DATAHORA.
               WRITE RTP-REC
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR RETROATIVO - MATRICULA '
                               WRK-MATRICULA
               END-WRITE.

           0700-REGISTRAR-AUDITORIA.
               MOVE WRK-OPERADOR  TO AUD-TRL-OPERADOR.
               MOVE 'EMPMAST'     TO AUD-TRL-ARQUIVO.
               MOVE EMP-MATRICULA TO AUD-TRL-CHAVE.
               MOVE EMP-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.

      *    ********** IMAGEM POSTERIOR DO EMPMAST NO JORNAL
           8500-JORNALIZAR.
               MOVE 'EMPMAST'     TO JRN-ARQUIVO.
               MOVE SPACES        TO JRN-CHAVE.
               MOVE EMP-MATRICULA TO JRN-CHAVE(1:6).
               MOVE SPACES        TO JRN-IMAGEM.
               MOVE EMP-REC       TO JRN-IMAGEM.
               MOVE WRK-OPERADOR  TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

           COPY AUDPROC.
           COPY JRNPROC.
