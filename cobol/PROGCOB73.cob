      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - APROPRIACAO SUSPENSA NO MES COM MAIS DE
      *                         15 DIAS DE AFASTAMENTO QUE NAO CONTA
      *                         PARA FERIAS (LEAVEMST).
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VAC-MATRICULA
                   FILE STATUS IS WRK-VACLEDG-STATUS.
               SELECT LEAVEMST ASSIGN TO "LEAVEMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LVE-CHAVE
                   FILE STATUS IS WRK-LEAVEMST-STATUS.
               SELECT VACREP ASSIGN TO "VACREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-VACREP-STATUS.
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

           FD  VACLEDG.
           01  VAC-REC.
               05 VAC-DIAS-GOZADOS PIC 9(04)V9.
               05 VAC-ULT-COMPET  PIC 9(06).

           FD  LEAVEMST.
           01  LVE-REC.
               05 LVE-CHAVE.
                  10 LVE-MATRICULA PIC 9(06).
                  10 LVE-DT-INICIO PIC 9(08).
               05 LVE-TIPO        PIC X(01).
               05 LVE-DT-PREVISTA PIC 9(08).
               05 LVE-DT-RETORNO  PIC 9(08).
               05 LVE-OBSERVACAO  PIC X(30).

           FD  VACREP.
           01  VACREP-REC         PIC X(90).

           WORKING-STORAGE SECTION.
           COPY LVECOM.
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
               88 EMPMAST-EOF       VALUE '10'.
               88 VACLEDG-OK        VALUE '00'.
               88 VACLEDG-NOTFOUND  VALUE '23'.
           77 WRK-VACREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LEAVEMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LEAVEMST-ABERTO PIC X(01) VALUE 'N'.
               88 LEAVEMST-ABERTO   VALUE 'S'.
           77 WRK-QT-SUSPENSOS PIC 9(04) VALUE ZEROS.
           77 WRK-DIAS-CREDITO PIC 9(01)V9 VALUE ZEROS.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-APROPRIAR VALUE 'A'.
               88 OPCAO-RELATORIO VALUE 'R'.

      *    ********** 2,5 DIAS POR ATIVO, UMA VEZ POR COMPETENCIA
           0300-APROPRIAR.
               MOVE ZEROS TO WRK-QT-CREDITADOS WRK-QT-SUSPENSOS.
               MOVE 'N' TO WRK-LEAVEMST-ABERTO.
               OPEN INPUT LEAVEMST.
               IF WRK-LEAVEMST-STATUS = '00'
                   MOVE 'S' TO WRK-LEAVEMST-ABERTO
               END-IF.
               MOVE ZEROS TO EMP-MATRICULA.
               MOVE '00'  TO WRK-EMPMAST-STATUS.
               START EMPMAST KEY IS GREATER THAN EMP-MATRICULA
               PERFORM 0350-CREDITAR-FUNCIONARIO
                       UNTIL EMPMAST-EOF.
               MOVE '00' TO WRK-EMPMAST-STATUS.
               IF LEAVEMST-ABERTO
                   CLOSE LEAVEMST
               END-IF.
               DISPLAY 'APROPRIACAO DA COMPETENCIA '
                       WRK-COMPETENCIA ' - CREDITADOS '
                       WRK-QT-CREDITADOS ' - SUSPENSOS POR'
                       ' AFASTAMENTO ' WRK-QT-SUSPENSOS.

           0350-CREDITAR-FUNCIONARIO.
               READ EMPMAST NEXT RECORD
                       MOVE '10' TO WRK-EMPMAST-STATUS
               END-READ.
               IF EMPMAST-OK AND EMP-ATIVO
                   PERFORM 0360-APURAR-AFASTAMENTO
                   MOVE EMP-MATRICULA TO VAC-MATRICULA
                   READ VACLEDG
                       KEY IS VAC-MATRICULA
                   END-READ
                   IF VACLEDG-NOTFOUND
                       MOVE EMP-MATRICULA TO VAC-MATRICULA
                       MOVE WRK-DIAS-CREDITO TO VAC-DIAS-ACUM
                       MOVE ZEROS         TO VAC-DIAS-GOZADOS
                       MOVE WRK-COMPETENCIA TO VAC-ULT-COMPET
                       WRITE VAC-REC
                       PERFORM 0365-CONTAR-CREDITO
                   ELSE
                       IF VAC-ULT-COMPET < WRK-COMPETENCIA
                           ADD WRK-DIAS-CREDITO TO VAC-DIAS-ACUM
                           MOVE WRK-COMPETENCIA TO VAC-ULT-COMPET
                           REWRITE VAC-REC
                           PERFORM 0365-CONTAR-CREDITO
                       END-IF
                   END-IF
               END-IF.

      *    ********** MES COM MAIS DE 15 DIAS QUE NAO CONTAM PARA AS
      *    ********** FERIAS (LICENCA NAO REMUNERADA; DOENCA OU
      *    ********** ACIDENTE ALEM DE 6 MESES - REGRAS DO LVEPROC)
      *    ********** NAO CREDITA, MAS A COMPETENCIA FICA APROPRIADA
           0360-APURAR-AFASTAMENTO.
               MOVE WRK-DIAS-MES TO WRK-DIAS-CREDITO.
               IF LEAVEMST-ABERTO
                   MOVE EMP-MATRICULA   TO LVC-MATRICULA
                   MOVE WRK-COMPETENCIA TO LVC-COMPETENCIA
                   PERFORM 9900-APURAR-AFASTAMENTO
                   IF LVC-DIAS-SEM-FERIAS > 15
                       MOVE ZEROS TO WRK-DIAS-CREDITO
                   END-IF
               END-IF.

           0365-CONTAR-CREDITO.
               IF WRK-DIAS-CREDITO > 0
                   ADD 1 TO WRK-QT-CREDITADOS
               ELSE
                   ADD 1 TO WRK-QT-SUSPENSOS
               END-IF.

           0500-RELATORIO.
               MOVE ZEROS TO WRK-QT-LISTADOS.
               OPEN OUTPUT VACREP.
                       WRITE VACREP-REC
                   END-IF
               END-IF.

           COPY LVEPROC.
