      *                         NO TRATAMENTO DO RATETAB E UMA
      *                         RECONSTRUCAO COM NOME ERRADO PODIA
      *                         TRUNCAR A TABELA DE FRETE.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT; IMAGEM DO BACKUP AMPLIADA PARA
      *                         X(120).
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               05 EMP-AGENCIA     PIC 9(04).
               05 EMP-CONTA       PIC 9(08).
               05 EMP-DT-DESLIG   PIC 9(08).
               05 EMP-DEPTO       PIC 9(02).
               05 EMP-CCUSTO      PIC 9(03).
               05 EMP-QT-RATEIO   PIC 9(01).
               05 EMP-RATEIO OCCURS 3 TIMES.
                  10 EMP-RAT-CCUSTO PIC 9(03).
                  10 EMP-RAT-PCT    PIC 9(03)V99.
               05 EMP-DT-ADMISSAO PIC 9(08).
               05 EMP-MOTIVO-DESLIG PIC X(01).

           FD  CUSTMAST.
           01  CUST-REC.
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
               05 RT-PRAZO-DIAS  PIC 9(02).

           FD  EMPBKP.
           01  EMPBKP-REC         PIC X(121).

           FD  CUSTBKP.
           01  CUSTBKP-REC        PIC X(121).

           FD  SECBKP.
           01  SECBKP-REC         PIC X(121).

           FD  RATEBKP.
           01  RATEBKP-REC        PIC X(121).

           WORKING-STORAGE SECTION.
           77 WRK-EMPMAST-STATUS  PIC X(02) VALUE SPACES.
                  88 BKP-HEADER   VALUE 'H'.
                  88 BKP-DETALHE  VALUE 'D'.
                  88 BKP-TRAILER  VALUE 'T'.
               05 BKP-CONTEUDO    PIC X(120).
           01 WRK-BKP-TRL REDEFINES WRK-BKP-REG.
               05 FILLER          PIC X(01).
               05 BKP-QT          PIC 9(06).
               05 FILLER          PIC X(114).
           77 WRK-MODO         PIC X(01) VALUE SPACES.
               88 MODO-EXPORTAR VALUE 'E'.
               88 MODO-RECONSTRUIR VALUE 'R'.
