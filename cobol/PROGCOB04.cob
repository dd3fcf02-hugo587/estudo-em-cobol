      *                         SEM SALDO SUFICIENTE A FOLHA AVISA E
      *                         BAIXA MESMO ASSIM (O RELATORIO DO
      *                         PROGCOB73 MOSTRA O NEGATIVO).
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - FOLHA COMPLETA RATEIA SALARIO E ENCARGOS
      *                         DE CADA FUNCIONARIO PELA LOTACAO DO
      *                         EMPMAST (CENTRO PRINCIPAL MAIS OS
      *                         CENTROS DE RATEIO MANTIDOS NO PROGCOB29)
      *                         E GRAVA O LIQUIDO, O INSS, O IRRF E A
      *                         REVERSAO DE PROVISAO DE FERIAS/13O NO
      *                         LEDGTXN POR CENTRO DE CUSTO, EM VEZ DE
      *                         TUDO NO CENTRO 001 (QUE FICA SO PARA
      *                         QUEM ESTA SEM LOTACAO). CADA FOLHA GERA
      *                         O RELATORIO DE CUSTO DE PESSOAL POR
      *                         DEPARTAMENTO E POR CENTRO DE CUSTO
      *                         (LABORREP).
      *    15/10/2026 HUGOVIE - FGTS (8% DO BRUTO, ENCARGO DO
      *                         EMPREGADOR) CALCULADO NO MENSAL, NO 13O
      *                         (A PARCELA 2 SO SOBRE O QUE FALTA) E NAS
      *                         FERIAS, MOSTRADO NO HOLERITE E GRAVADO
      *                         NO SALHIST (SHT-FGTS). A FOLHA COMPLETA
      *                         GERA O ARQUIVO DE RECOLHIMENTO DO FGTS
      *                         (FGTSREM) COM HEADER, DETALHE POR
      *                         FUNCIONARIO E TRAILER, ACUMULA O SALDO
      *                         DE CADA MATRICULA NO FGTSSALD (BASE DA
      *                         MULTA DA RESCISAO NO PROGCOB74) E LANCA
      *                         O FGTS NO LEDGTXN (CONTA 21106) POR
      *                         CENTRO DE CUSTO. O LABORREP GANHA A
      *                         COLUNA DO FGTS.
      *    15/10/2026 HUGOVIE - DIFERENCAS DE DISSIDIO PENDENTES NO
      *                         RETROPAY (REAJUSTE COLETIVO DO
      *                         PRGCOB131) ENTRAM NO PAGAMENTO MENSAL
      *                         COMO VERBA PROPRIA: LINHAS DE DIFERENCA,
      *                         INSS E IRRF NO HOLERITE, SOMA NO BRUTO,
      *                         DESCONTOS, FGTS E LIQUIDO, E REGISTRO A
      *                         PARTE NO SALHIST COM TIPO R. O RETROPAY
      *                         FICA BAIXADO NA COMPETENCIA.
      *    15/10/2026 HUGOVIE - BENEFICIOS DO PRGCOB132 DESCONTADOS NO
      *                         MENSAL, BENEFMOV E CONTA 21107 POR
      *                         CENTRO DE CUSTO.
      *    15/10/2026 HUGOVIE - DIAS DE AFASTAMENTO (LEAVEMST) NAO PAGOS
      *                         PELA EMPRESA DESCONTADOS DO MENSAL.
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CONFERENCIA PRE-REMESSA: BRUTO/LIQUIDO
      *                         CONTRA O ULTIMO MENSAL DO SALHIST
      *                         (VARIACAO TP-TIPO 'V'), ADMITIDO SEM
      *                         HISTORICO E LIQUIDO ZERADO VAO PARA O
      *                         PAYVAR E A REMESSA FICA RETIDA NO
      *                         BANKHOLD
      *    15/10/2026 HUGOVIE - MODO S - SIMULACAO DA FOLHA COM FAIXAS
      *                         PROPOSTAS (TAXSIM) E CENARIO DE SALARIOS
      *                         (SALSIM): CALCULO COMPLETO SEM GRAVAR
      *                         ARQUIVOS DA FOLHA, COMPARATIVO ATUAL X
      *                         SIMULADO POR FUNCIONARIO E DEPARTAMENTO
      *                         NO SIMREP
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LN-MATRICULA
                   FILE STATUS IS WRK-LOANMST-STATUS.
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
               SELECT LABORREP ASSIGN TO "LABORREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LABORREP-STATUS.
               SELECT FGTSREM ASSIGN TO "FGTSREM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-FGTSREM-STATUS.
               SELECT FGTSSALD ASSIGN TO "FGTSSALD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FGS-MATRICULA
                   FILE STATUS IS WRK-FGTSSALD-STATUS.
               SELECT RETROPAY ASSIGN TO "RETROPAY"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RTP-CHAVE
                   FILE STATUS IS WRK-RETROPAY-STATUS.
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
               SELECT LEAVEMST ASSIGN TO "LEAVEMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LVE-CHAVE
                   FILE STATUS IS WRK-LEAVEMST-STATUS.
               SELECT BANKHOLD ASSIGN TO "BANKHOLD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BANKHOLD-STATUS.
               SELECT PAYVAR ASSIGN TO "PAYVAR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PV-CHAVE
                   FILE STATUS IS WRK-PAYVAR-STATUS.
               SELECT TAXSIM ASSIGN TO "TAXSIM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TAXSIM-STATUS.
               SELECT SALSIM ASSIGN TO "SALSIM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SALSIM-STATUS.
               SELECT SIMREP ASSIGN TO "SIMREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SIMREP-STATUS.
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

           FD  PAYSLIP.
           01  PAYSLIP-REC        PIC X(80).
               05 SHT-IRRF          PIC 9(06)V99.
               05 SHT-SALARIO-LIQ   PIC 9(06)V99.
               05 SHT-TIPO-PAGTO    PIC X(01).
               05 SHT-FGTS          PIC 9(06)V99.

           FD  FOLHARUN.
           01  FOLHARUN-REC.
               05 TP-TIPO        PIC X(01).
                  88 TP-INSS     VALUE 'I'.
                  88 TP-IRRF     VALUE 'R'.
                  88 TP-VARIACAO VALUE 'V'.
               05 TP-SEQ         PIC 9(01).
               05 TP-LIMITE      PIC 9(07)V99.
               05 TP-ALIQUOTA    PIC 9V9999.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  VACLEDG.
           01  VAC-REC.
               05 MOV-HORAS       PIC 9(03)V99.
               05 MOV-VALOR       PIC 9(06)V99.

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

           FD  LABORREP.
           01  LABORREP-REC       PIC X(100).

           FD  FGTSREM.
           01  FGTSREM-HEADER.
               05 FGH-TIPO        PIC X(01).
               05 FGH-COMPETENCIA PIC 9(06).
               05 FGH-TIPO-PAGTO  PIC X(01).
               05 FGH-DATAHORA    PIC X(17).
           01  FGTSREM-DETALHE.
               05 FGD-TIPO        PIC X(01).
               05 FGD-MATRICULA   PIC 9(06).
               05 FGD-NOME        PIC X(20).
               05 FGD-BASE        PIC 9(08)V99.
               05 FGD-VALOR       PIC 9(08)V99.
           01  FGTSREM-TRAILER.
               05 FGT-TIPO        PIC X(01).
               05 FGT-QT          PIC 9(06).
               05 FGT-SOMA-BASE   PIC 9(10)V99.
               05 FGT-SOMA-FGTS   PIC 9(10)V99.

           FD  FGTSSALD.
           01  FGS-REC.
               05 FGS-MATRICULA   PIC 9(06).
               05 FGS-SALDO       PIC 9(08)V99.
               05 FGS-ULT-COMPET  PIC 9(06).
               05 FGS-DT-RESCISAO PIC 9(08).
               05 FGS-MULTA       PIC 9(08)V99.

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

           FD  LEAVEMST.
           01  LVE-REC.
               05 LVE-CHAVE.
                  10 LVE-MATRICULA PIC 9(06).
                  10 LVE-DT-INICIO PIC 9(08).
               05 LVE-TIPO        PIC X(01).
               05 LVE-DT-PREVISTA PIC 9(08).
               05 LVE-DT-RETORNO  PIC 9(08).
               05 LVE-OBSERVACAO  PIC X(30).

      *    ********** REMESSA RETIDA - MESMO LAYOUT DO BANKREM; SO VAI
      *    ********** PARA O BANKREM SEM CASOS A CONFERIR OU DEPOIS DA
      *    ********** LIBERACAO DO SUPERVISOR (PRGCOB135)
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

      *    ********** CASOS DA CONFERENCIA PRE-REMESSA, UM POR
      *    ********** MATRICULA NA COMPETENCIA/TIPO DE PAGAMENTO
           FD  PAYVAR.
           01  PV-REC.
               05 PV-CHAVE.
                  10 PV-COMPETENCIA PIC 9(06).
                  10 PV-TIPO-PAGTO  PIC X(01).
                  10 PV-MATRICULA   PIC 9(06).
               05 PV-MOTIVO       PIC X(01).
               05 PV-SITUACAO     PIC X(01).
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

      *    ********** SIMULACAO (MODO S): FAIXAS PROPOSTAS NO LAYOUT
      *    ********** DO TAXPARAM E CENARIO DE SALARIOS - POR
      *    ********** MATRICULA (SALARIO NOVO OU %), POR DEPARTAMENTO
      *    ********** (MATRICULA ZERO) OU GERAL (MATRICULA E
      *    ********** DEPARTAMENTO ZERO), NESTA ORDEM DE PRIORIDADE
           FD  TAXSIM.
           01  TAXSIM-REC.
               05 TS-COMPETENCIA PIC 9(06).
               05 TS-TIPO        PIC X(01).
                  88 TS-INSS     VALUE 'I'.
                  88 TS-IRRF     VALUE 'R'.
               05 TS-SEQ         PIC 9(01).
               05 TS-LIMITE      PIC 9(07)V99.
               05 TS-ALIQUOTA    PIC 9V9999.

           FD  SALSIM.
           01  SALSIM-REC.
               05 SS-MATRICULA   PIC 9(06).
               05 SS-DEPTO       PIC 9(02).
               05 SS-PCT         PIC 9(03)V99.
               05 SS-SALARIO     PIC 9(06)V99.

           FD  SIMREP.
           01  SIMREP-REC        PIC X(100).

           WORKING-STORAGE SECTION.
           COPY LVECOM.
           77 WRK-PAYSLIP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DEPENDTS-STATUS PIC X(02) VALUE SPACES.
               88 DEPENDTS-OK     VALUE '00'.
           77 WRK-REM-QT        PIC 9(06) VALUE ZEROS.
           77 WRK-REM-SOMA      PIC 9(10)V99 VALUE ZEROS.
           77 WRK-REM-HASH      PIC 9(12) VALUE ZEROS.
      *    ********** CONFERENCIA PRE-REMESSA: BRUTO E LIQUIDO DO MES
      *    ********** CONTRA O ULTIMO MENSAL (TIPO M) DO SALHIST DE
      *    ********** CADA MATRICULA. VARIACAO ACIMA DE
      *    ********** WRK-PCT-VARIACAO % (TAXPARAM TIPO V, ALIQUOTA
      *    ********** 0,2000 = 20%), FUNCIONARIO SEM MENSAL ANTERIOR
      *    ********** E LIQUIDO ZERADO OU NEGATIVO VAO PARA O PAYVAR
      *    ********** E A REMESSA FICA RETIDA NO BANKHOLD
           77 WRK-BANKHOLD-STATUS PIC X(02) VALUE SPACES.
               88 BANKHOLD-OK     VALUE '00'.
               88 BANKHOLD-EOF    VALUE '10'.
           77 WRK-PAYVAR-STATUS PIC X(02) VALUE SPACES.
               88 PAYVAR-OK       VALUE '00'.
           77 WRK-PAYVAR-ABERTO PIC X(01) VALUE 'N'.
               88 PAYVAR-ABERTO   VALUE 'S'.
           77 WRK-PAYVAR-FIM    PIC X(01) VALUE 'N'.
               88 FIM-PAYVAR      VALUE 'S'.
           77 WRK-PCT-VARIACAO  PIC 9(03)V99 VALUE 20,00.
           77 WRK-QT-CONFERIR   PIC 9(04) VALUE ZEROS.
           77 WRK-QT-CONFERIR-ED PIC ZZZ9 VALUE ZEROS.
           77 WRK-PV-MOTIVO     PIC X(01) VALUE SPACE.
           77 WRK-VAR-CALC      PIC 9(07)V99 VALUE ZEROS.
           77 WRK-VAR-BRUTO     PIC 9(04)V99 VALUE ZEROS.
           77 WRK-VAR-LIQ       PIC 9(04)V99 VALUE ZEROS.
           77 WRK-QT-HST-TAB    PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-HISTORICO.
               02 WRK-HST OCCURS 500 TIMES.
                   05 WRK-HST-MATRICULA PIC 9(06).
                   05 WRK-HST-COMPET    PIC 9(06).
                   05 WRK-HST-BRUTO     PIC 9(06)V99.
                   05 WRK-HST-LIQ       PIC 9(06)V99.
           77 WRK-HST-SUB       PIC 9(03) VALUE ZEROS.
           77 WRK-HST-ACHOU     PIC 9(03) VALUE ZEROS.
           77 WRK-HST-MATR-PROC PIC 9(06) VALUE ZEROS.
           77 WRK-ANT-COMPET    PIC 9(06) VALUE ZEROS.
           77 WRK-ANT-BRUTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-ANT-LIQ       PIC 9(06)V99 VALUE ZEROS.

      *    ********** SIMULACAO DA FOLHA (MODO S): NADA E GRAVADO NOS
      *    ********** ARQUIVOS DA FOLHA - SO O COMPARATIVO NO SIMREP
           77 WRK-TAXSIM-STATUS PIC X(02) VALUE SPACES.
               88 TAXSIM-OK       VALUE '00'.
               88 TAXSIM-EOF      VALUE '10'.
           77 WRK-SALSIM-STATUS PIC X(02) VALUE SPACES.
               88 SALSIM-OK       VALUE '00'.
               88 SALSIM-EOF      VALUE '10'.
           77 WRK-SIMREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-COMPET-SIM    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PARAM-SIM  PIC 9(02) VALUE ZEROS.
           77 WRK-INSS-TAB-ATUAL PIC X(56) VALUE SPACES.
           77 WRK-IRRF-TAB-ATUAL PIC X(70) VALUE SPACES.
           77 WRK-INSS-TAB-SIM  PIC X(56) VALUE SPACES.
           77 WRK-IRRF-TAB-SIM  PIC X(70) VALUE SPACES.
           77 WRK-QT-SSC-TAB    PIC 9(03) VALUE ZEROS.
           01 WRK-TAB-CENARIO.
               02 WRK-SSC OCCURS 500 TIMES.
                   05 WRK-SSC-MATRICULA PIC 9(06).
                   05 WRK-SSC-DEPTO     PIC 9(02).
                   05 WRK-SSC-PCT       PIC 9(03)V99.
                   05 WRK-SSC-SALARIO   PIC 9(06)V99.
           77 WRK-SSC-SUB       PIC 9(03) VALUE ZEROS.
           77 WRK-SSC-ACHOU     PIC 9(03) VALUE ZEROS.
           77 WRK-SSC-NIVEL     PIC 9(01) VALUE ZEROS.
           77 WRK-SSC-NIVEL-ACHOU PIC 9(01) VALUE ZEROS.
           77 WRK-SIM-SALARIO   PIC 9(06)V99 VALUE ZEROS.
           77 WRK-SIM-CALC      PIC 9(07)V99 VALUE ZEROS.
           77 WRK-BEN-TOT-PARTE PIC 9(06)V99 VALUE ZEROS.
           77 WRK-SIM-DESCONTOS PIC 9(06)V99 VALUE ZEROS.
           77 WRK-SIM-CUSTO     PIC 9(07)V99 VALUE ZEROS.
           77 WRK-SIM-DIF       PIC S9(08)V99 VALUE ZEROS.
           77 WRK-SDP-SUB       PIC 9(03) VALUE ZEROS.
      *    ********** QUADRO DE UMA LINHA DO COMPARATIVO (FUNCIONARIO,
      *    ********** DEPARTAMENTO OU TOTAL) - ATUAL E SIMULADO
           01 WRK-SIM-QUADRO.
               02 WRK-SQ-QT         PIC 9(04).
               02 WRK-SQ-ATU-BRUTO  PIC 9(08)V99.
               02 WRK-SQ-ATU-DESC   PIC 9(08)V99.
               02 WRK-SQ-ATU-LIQ    PIC 9(08)V99.
               02 WRK-SQ-ATU-CUSTO  PIC 9(08)V99.
               02 WRK-SQ-NOV-BRUTO  PIC 9(08)V99.
               02 WRK-SQ-NOV-DESC   PIC 9(08)V99.
               02 WRK-SQ-NOV-LIQ    PIC 9(08)V99.
               02 WRK-SQ-NOV-CUSTO  PIC 9(08)V99.
           01 WRK-SIM-TOTAL.
               02 WRK-STT-QT        PIC 9(04).
               02 WRK-STT-ATU-BRUTO PIC 9(08)V99.
               02 WRK-STT-ATU-DESC  PIC 9(08)V99.
               02 WRK-STT-ATU-LIQ   PIC 9(08)V99.
               02 WRK-STT-ATU-CUSTO PIC 9(08)V99.
               02 WRK-STT-NOV-BRUTO PIC 9(08)V99.
               02 WRK-STT-NOV-DESC  PIC 9(08)V99.
               02 WRK-STT-NOV-LIQ   PIC 9(08)V99.
               02 WRK-STT-NOV-CUSTO PIC 9(08)V99.
           01 WRK-SIM-DEPTOS.
               02 WRK-SDP OCCURS 100 TIMES.
                   05 WRK-SDP-QT        PIC 9(04).
                   05 WRK-SDP-ATU-BRUTO PIC 9(08)V99.
                   05 WRK-SDP-ATU-DESC  PIC 9(08)V99.
                   05 WRK-SDP-ATU-LIQ   PIC 9(08)V99.
                   05 WRK-SDP-ATU-CUSTO PIC 9(08)V99.
                   05 WRK-SDP-NOV-BRUTO PIC 9(08)V99.
                   05 WRK-SDP-NOV-DESC  PIC 9(08)V99.
                   05 WRK-SDP-NOV-LIQ   PIC 9(08)V99.
                   05 WRK-SDP-NOV-CUSTO PIC 9(08)V99.
           01 WRK-SIM-LINHA.
               02 SML-CODIGO        PIC X(06).
               02 FILLER            PIC X(01) VALUE SPACE.
               02 SML-NOME          PIC X(20).
               02 FILLER            PIC X(01) VALUE SPACE.
               02 SML-DEPTO         PIC X(02).
               02 FILLER            PIC X(01) VALUE SPACE.
               02 SML-CENARIO       PIC X(09).
               02 SML-BRUTO         PIC -ZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACE.
               02 SML-DESC          PIC -ZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACE.
               02 SML-LIQ           PIC -ZZ.ZZZ.ZZ9,99.
               02 FILLER            PIC X(01) VALUE SPACE.
               02 SML-CUSTO         PIC -ZZ.ZZZ.ZZ9,99.
           77 WRK-FUNC-OK       PIC X(01) VALUE 'N'.
               88 FUNC-OK        VALUE 'S'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CTA-IRRF      PIC 9(05) VALUE 21103.
           77 WRK-CTA-PROV-FERIAS PIC 9(05) VALUE 21104.
           77 WRK-CTA-PROV-13     PIC 9(05) VALUE 21105.
           77 WRK-CTA-FGTS        PIC 9(05) VALUE 21106.
           77 WRK-CTA-BENEF       PIC 9(05) VALUE 21107.
      *    ********** FGTS - ENCARGO DO EMPREGADOR SOBRE O BRUTO DO
      *    ********** MENSAL, DO 13O E DAS FERIAS (NAO DESCONTA DO
      *    ********** LIQUIDO); DEPOSITO NO FGTSREM E SALDO ACUMULADO
      *    ********** POR MATRICULA NO FGTSSALD
           77 WRK-ALIQ-FGTS     PIC 9V9999 VALUE 0,0800.
           77 WRK-FGTS          PIC 9(06)V99 VALUE ZEROS.
           77 WRK-FGTS-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOT-FGTS      PIC 9(08)V99 VALUE ZEROS.
           77 WRK-FGTSREM-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FGTSSALD-STATUS PIC X(02) VALUE SPACES.
               88 FGTSSALD-OK       VALUE '00'.
           77 WRK-FGTSSALD-ABERTO PIC X(01) VALUE 'N'.
               88 FGTSSALD-ABERTO   VALUE 'S'.
           77 WRK-FGR-QT        PIC 9(06) VALUE ZEROS.
           77 WRK-FGR-BASE      PIC 9(10)V99 VALUE ZEROS.
           77 WRK-FGR-FGTS      PIC 9(10)V99 VALUE ZEROS.
      *    ********** DIFERENCAS DE DISSIDIO (RETROPAY DO PRGCOB131)
      *    ********** PAGAS NO MENSAL COMO VERBA PROPRIA - VAO PARA O
      *    ********** SALHIST EM REGISTRO A PARTE, TIPO R
           77 WRK-RETROPAY-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RETROPAY-FIM  PIC X(01) VALUE 'N'.
               88 FIM-RETROPAY      VALUE 'S'.
           77 WRK-RET-BRUTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RET-INSS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RET-IRRF      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RET-FGTS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RET-LIQ       PIC 9(06)V99 VALUE ZEROS.
           77 WRK-ROTULO-VERBA  PIC X(22) VALUE SPACES.
      *    ********** BENEFICIOS (ADESOES DO PRGCOB132) NO MENSAL:
      *    ********** PARTE DO EMPREGADO SAI DO LIQUIDO, O CUSTO
      *    ********** TOTAL (EMPREGADO + EMPRESA) VAI AO BENEFMOV E
      *    ********** A CONTA DE BENEFICIOS A PAGAR AOS FORNECEDORES
           77 WRK-BENPLAN-STATUS PIC X(02) VALUE SPACES.
               88 BENPLAN-OK        VALUE '00'.
           77 WRK-BENEFMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-BENEFMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-BENEFMST-FIM  PIC X(01) VALUE 'N'.
               88 FIM-BENEFMST      VALUE 'S'.
           77 WRK-BEN-COMPET-INI PIC 9(06) VALUE ZEROS.
           77 WRK-BEN-COMPET-FIM PIC 9(06) VALUE ZEROS.
           77 WRK-BEN-VIDAS     PIC 9(02) VALUE ZEROS.
           77 WRK-BEN-CUSTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-BEN-PARTE     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-BEN-TOT-CUSTO PIC 9(06)V99 VALUE ZEROS.
           77 WRK-TOT-BENEF     PIC 9(08)V99 VALUE ZEROS.
      *    ********** AFASTAMENTOS (LEAVEMST DO PRGCOB133): OS DIAS
      *    ********** QUE A EMPRESA NAO PAGA SAEM DO MENSAL NA BASE
      *    ********** DE 30 DIAS DO SALARIO
           77 WRK-LEAVEMST-STATUS PIC X(02) VALUE SPACES.
      *    ********** CENTRO DE CUSTO PADRAO DOS LANCAMENTOS DA
      *    ********** FOLHA (CADASTRO CCMAST DO PROGCOB81), USADO
      *    ********** PARA FUNCIONARIO SEM LOTACAO NO EMPMAST
           77 WRK-CCUSTO-FOLHA    PIC 9(03) VALUE 001.

      *    ********** CUSTO DA FOLHA POR CENTRO DE CUSTO (CODIGO DO
      *    ********** CENTRO E O INDICE) E POR DEPARTAMENTO (INDICE
      *    ********** = DEPARTAMENTO + 1, PARA CABER O 00 SEM LOTACAO)
           01 WRK-TAB-CCUSTO.
               02 WRK-CCT OCCURS 999 TIMES.
                   05 WRK-CCT-USADO   PIC X(01).
                   05 WRK-CCT-BRUTO   PIC 9(08)V99.
                   05 WRK-CCT-INSS    PIC 9(08)V99.
                   05 WRK-CCT-IRRF    PIC 9(08)V99.
                   05 WRK-CCT-LIQ     PIC 9(08)V99.
                   05 WRK-CCT-FGTS    PIC 9(08)V99.
                   05 WRK-CCT-BENEF   PIC 9(08)V99.
           01 WRK-TAB-DEPTO.
               02 WRK-DPT OCCURS 100 TIMES.
                   05 WRK-DPT-QT      PIC 9(04).
                   05 WRK-DPT-BRUTO   PIC 9(08)V99.
                   05 WRK-DPT-INSS    PIC 9(08)V99.
                   05 WRK-DPT-IRRF    PIC 9(08)V99.
                   05 WRK-DPT-LIQ     PIC 9(08)V99.
                   05 WRK-DPT-FGTS    PIC 9(08)V99.
           77 WRK-CCT-SUB       PIC 9(04) VALUE ZEROS.
           77 WRK-DPT-SUB       PIC 9(03) VALUE ZEROS.
           77 WRK-RAT-SUB       PIC 9(01) VALUE ZEROS.
           77 WRK-RAT-BRUTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RAT-INSS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RAT-IRRF      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RAT-LIQ       PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RAT-FGTS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RAT-BENEF     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-BRUTO     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-INSS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-IRRF      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-LIQ       PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-FGTS      PIC 9(06)V99 VALUE ZEROS.
           77 WRK-RES-BENEF     PIC 9(06)V99 VALUE ZEROS.
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK       VALUE '00'.
           77 WRK-CCMAST-STATUS PIC X(02) VALUE SPACES.
               88 CCMAST-OK         VALUE '00'.
           77 WRK-LABORREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CAD-ABERTO    PIC X(01) VALUE 'N'.
               88 CADASTRO-ABERTO   VALUE 'S'.
           77 WRK-LAB-NOME      PIC X(20) VALUE SPACES.
           77 WRK-LAB-DEPTO     PIC 9(02) VALUE ZEROS.
           77 WRK-LAB-CCUSTO    PIC 9(03) VALUE ZEROS.
           01 WRK-LAB-DETALHE.
               02 LAB-CODIGO     PIC X(03).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-NOME       PIC X(20).
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-QT         PIC ZZZ9.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-BRUTO      PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-INSS       PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-IRRF       PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-LIQ        PIC ZZ.ZZZ.ZZ9,99.
               02 FILLER         PIC X(01) VALUE SPACE.
               02 LAB-FGTS       PIC ZZ.ZZZ.ZZ9,99.
           77 WRK-OPERADOR      PIC X(20) VALUE SPACES.
           77 WRK-TIPO-PAGTO    PIC X(01) VALUE 'M'.
               88 PAGTO-MENSAL   VALUE 'M'.
           77 WRK-MODO           PIC X(01) VALUE 'I'.
               88 WRK-MODO-INDIVIDUAL VALUE 'I'.
               88 WRK-MODO-FOLHA      VALUE 'B'.
               88 WRK-MODO-SIMULACAO  VALUE 'S'.
           77 WRK-EMPMAST-FIM    PIC X(01) VALUE 'N'.
               88 FIM-EMPMAST        VALUE 'S'.
           77 WRK-QT-FUNC        PIC 9(04) VALUE ZEROS.
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               DISPLAY 'MODO (I-INDIVIDUAL / B-FOLHA COMPLETA /'
                       ' S-SIMULACAO)...'
               ACCEPT WRK-MODO.
               DISPLAY 'TIPO DE PAGAMENTO (M-MENSAL / D-13O /'
                       ' F-FERIAS)...'
               PERFORM 0120-CARREGAR-TAXPARAM.
               PERFORM 0160-CARREGAR-DEPENDENTES.
               PERFORM 0162-CARREGAR-MOVIMENTOS.
               IF WRK-MODO-SIMULACAO
                   PERFORM 0700-SIMULAR-FOLHA
                   GOBACK
               END-IF.
               IF WRK-MODO-FOLHA
                   PERFORM 0500-PROCESSAR-FOLHA-COMPLETA
               ELSE
                   IF FUNC-OK
                       IF PAGTO-MENSAL
                           PERFORM 0340-APLICAR-MOVIMENTOS
                           PERFORM 0337-DESCONTAR-AFASTAMENTO
                       ELSE
                           PERFORM 0346-AJUSTAR-BASE-PAGTO
                       END-IF
                       PERFORM 0350-CALCULAR-LIQUIDO
                               THRU 0350-SAIDA
                       IF PAGTO-MENSAL
                           PERFORM 0347-PAGAR-DISSIDIO
                           PERFORM 0343-DESCONTAR-BENEFICIOS
                           PERFORM 0348-DESCONTAR-EMPRESTIMO
                       END-IF
                       PERFORM 0360-CONVERTER-DOLAR
                           MOVE TP-ALIQUOTA
                                TO WRK-IRRF-ALQ(TP-SEQ)
                           ADD 1 TO WRK-QT-PARAM
                       WHEN TP-VARIACAO
                           COMPUTE WRK-PCT-VARIACAO =
                                   TP-ALIQUOTA * 100
                       WHEN OTHER
                           DISPLAY 'PARAMETRO INVALIDO NO TAXPARAM'
                                   ' - TIPO ' TP-TIPO
               END-IF.
               PERFORM 0164-LER-MOVIMENTO.

      *    ********** ULTIMO MENSAL ANTERIOR A COMPETENCIA DE CADA
      *    ********** MATRICULA, PARA A CONFERENCIA PRE-REMESSA
           0163-CARREGAR-HISTORICO.
               MOVE ZEROS TO WRK-QT-HST-TAB.
               OPEN INPUT SALHIST.
               IF WRK-SALHIST-STATUS = '00'
                   PERFORM 0165-GUARDAR-HISTORICO
                           UNTIL WRK-SALHIST-STATUS NOT = '00'
                   CLOSE SALHIST
               END-IF.

           0165-GUARDAR-HISTORICO.
               READ SALHIST
                   AT END MOVE '10' TO WRK-SALHIST-STATUS
               END-READ.
               IF WRK-SALHIST-STATUS = '00'
                  AND SHT-TIPO-PAGTO = 'M'
                  AND SHT-COMPETENCIA < WRK-COMPETENCIA
                   MOVE SHT-MATRICULA TO WRK-HST-MATR-PROC
                   PERFORM 0167-PROCURAR-HISTORICO
                   IF WRK-HST-ACHOU = 0
                       IF WRK-QT-HST-TAB < 500
                           ADD 1 TO WRK-QT-HST-TAB
                           MOVE WRK-QT-HST-TAB TO WRK-HST-ACHOU
                           MOVE ZEROS TO WRK-HST-COMPET(WRK-HST-ACHOU)
                       ELSE
                           DISPLAY 'AVISO - HISTORICO DO SALHIST'
                                   ' ACIMA DE 500 MATRICULAS - '
                                   SHT-MATRICULA ' FICA SEM ANTERIOR'
                       END-IF
                   END-IF
                   IF WRK-HST-ACHOU > 0
                       MOVE WRK-HST-COMPET(WRK-HST-ACHOU)
                            TO WRK-ANT-COMPET
                   END-IF
                   IF WRK-HST-ACHOU > 0
                      AND SHT-COMPETENCIA >= WRK-ANT-COMPET
                       MOVE SHT-MATRICULA
                            TO WRK-HST-MATRICULA(WRK-HST-ACHOU)
                       MOVE SHT-COMPETENCIA
                            TO WRK-HST-COMPET(WRK-HST-ACHOU)
                       MOVE SHT-SALARIO-BRUTO
                            TO WRK-HST-BRUTO(WRK-HST-ACHOU)
                       MOVE SHT-SALARIO-LIQ
                            TO WRK-HST-LIQ(WRK-HST-ACHOU)
                   END-IF
               END-IF.

           0167-PROCURAR-HISTORICO.
               MOVE ZEROS TO WRK-HST-ACHOU.
               PERFORM 0168-CONFERIR-HISTORICO
                       VARYING WRK-HST-SUB FROM 1 BY 1
                       UNTIL WRK-HST-SUB > WRK-QT-HST-TAB
                          OR WRK-HST-ACHOU > 0.

           0168-CONFERIR-HISTORICO.
               IF WRK-HST-MATRICULA(WRK-HST-SUB) = WRK-HST-MATR-PROC
                   MOVE WRK-HST-SUB TO WRK-HST-ACHOU
               END-IF.

      *    ********** APLICA OS MOVIMENTOS DO MES AO BRUTO DO
      *    ********** FUNCIONARIO (BASE 220 HORAS, EXTRA A 50%)
           0340-APLICAR-MOVIMENTOS.
                       END-COMPUTE
               END-EVALUATE.

      *    ********** DIFERENCAS DE DISSIDIO PENDENTES NO RETROPAY
      *    ********** (UMA POR VIGENCIA) SOMAM AO BRUTO, INSS, IRRF,
      *    ********** FGTS E LIQUIDO DO MES, COM LINHAS PROPRIAS NO
      *    ********** HOLERITE, E FICAM BAIXADAS NA COMPETENCIA
           0347-PAGAR-DISSIDIO.
               MOVE ZEROS TO WRK-RET-BRUTO WRK-RET-INSS WRK-RET-IRRF
                             WRK-RET-FGTS WRK-RET-LIQ.
               OPEN I-O RETROPAY.
               IF WRK-RETROPAY-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   MOVE WRK-MATRICULA TO RTP-MATRICULA
                   MOVE ZEROS TO RTP-COMPET-VIG
                   MOVE 'N' TO WRK-RETROPAY-FIM
                   START RETROPAY KEY IS NOT LESS THAN RTP-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-RETROPAY-FIM
                   END-START
                   PERFORM 0345-BAIXAR-RETROATIVO
                           UNTIL FIM-RETROPAY
                   CLOSE RETROPAY
               END-IF.
               IF WRK-RET-BRUTO > 0
                   ADD WRK-RET-BRUTO TO WRK-SALARIO
                   ADD WRK-RET-INSS  TO WRK-INSS
                   ADD WRK-RET-IRRF  TO WRK-IRRF
                   ADD WRK-RET-FGTS  TO WRK-FGTS
                   COMPUTE WRK-LIQ-S = WRK-RET-BRUTO - WRK-RET-INSS
                           - WRK-RET-IRRF
                   IF WRK-LIQ-S > 0
                       MOVE WRK-LIQ-S TO WRK-RET-LIQ
                       ADD WRK-RET-LIQ TO WRK-SALARIO-LIQ
                   END-IF
                   MOVE 'DIFERENCA DISSIDIO...+' TO WRK-ROTULO-VERBA
                   MOVE WRK-RET-BRUTO TO WRK-VALOR-MOV
                   PERFORM 0341-GUARDAR-LINHA-VERBA
                   MOVE 'INSS S/ DISSIDIO.....-' TO WRK-ROTULO-VERBA
                   MOVE WRK-RET-INSS TO WRK-VALOR-MOV
                   PERFORM 0341-GUARDAR-LINHA-VERBA
                   MOVE 'IRRF S/ DISSIDIO.....-' TO WRK-ROTULO-VERBA
                   MOVE WRK-RET-IRRF TO WRK-VALOR-MOV
                   PERFORM 0341-GUARDAR-LINHA-VERBA
               END-IF.

           0345-BAIXAR-RETROATIVO.
               READ RETROPAY NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-RETROPAY-FIM
               END-READ.
               IF NOT FIM-RETROPAY
                   IF RTP-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-RETROPAY-FIM
                   ELSE
                       IF RTP-PENDENTE
                           ADD RTP-DIF-BRUTO TO WRK-RET-BRUTO
                           ADD RTP-DIF-INSS  TO WRK-RET-INSS
                           ADD RTP-DIF-IRRF  TO WRK-RET-IRRF
                           ADD RTP-DIF-FGTS  TO WRK-RET-FGTS
                           MOVE 'L' TO RTP-SITUACAO
                           MOVE WRK-COMPETENCIA TO RTP-COMPET-PAGTO
                           IF NOT WRK-MODO-SIMULACAO
                               REWRITE RTP-REC
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           0341-GUARDAR-LINHA-VERBA.
               IF WRK-QT-MOV-LINHAS < 10
                   ADD 1 TO WRK-QT-MOV-LINHAS
                   MOVE WRK-VALOR-MOV TO WRK-VALOR-MOV-ED
                   MOVE SPACES TO WRK-MOV-LINHA(WRK-QT-MOV-LINHAS)
                   STRING WRK-ROTULO-VERBA WRK-VALOR-MOV-ED
                          DELIMITED BY SIZE INTO
                          WRK-MOV-LINHA(WRK-QT-MOV-LINHAS)
                   END-STRING
               END-IF.

      *    ********** DIAS DE AFASTAMENTO NAO PAGOS PELA EMPRESA NA
      *    ********** COMPETENCIA (REGRAS DO LVEPROC) - SALARIO BASE
      *    ********** / 30 POR DIA, COM LINHA PROPRIA NO HOLERITE
           0337-DESCONTAR-AFASTAMENTO.
               OPEN INPUT LEAVEMST.
               IF WRK-LEAVEMST-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   MOVE WRK-MATRICULA   TO LVC-MATRICULA
                   MOVE WRK-COMPETENCIA TO LVC-COMPETENCIA
                   PERFORM 9900-APURAR-AFASTAMENTO
                   CLOSE LEAVEMST
                   IF LVC-DIAS-SEM-PAGTO > 0
                       COMPUTE WRK-VALOR-MOV = WRK-SALARIO-BASE /
                               30 * LVC-DIAS-SEM-PAGTO
                       IF WRK-VALOR-MOV > WRK-SALARIO
                           MOVE WRK-SALARIO TO WRK-VALOR-MOV
                       END-IF
                       SUBTRACT WRK-VALOR-MOV FROM WRK-SALARIO
                       MOVE SPACES TO WRK-ROTULO-VERBA
                       STRING 'AFASTAMENTO ' LVC-DIAS-SEM-PAGTO
                              ' DIAS..-'
                              DELIMITED BY SIZE INTO WRK-ROTULO-VERBA
                       END-STRING
                       PERFORM 0341-GUARDAR-LINHA-VERBA
                   END-IF
               END-IF.

      *    ********** BENEFICIOS EM VIGOR NA COMPETENCIA (BENEFMST):
      *    ********** TRANSPORTE - DESCONTO ATE O TETO EM % DO
      *    ********** SALARIO BASE, LIMITADO AO CUSTO DAS PASSAGENS;
      *    ********** SAUDE - TITULAR + DEPENDENTES COBERTOS, COM A
      *    ********** COPARTICIPACAO DO PLANO; REFEICAO - VALOR DA
      *    ********** ADESAO (OU DO PLANO), COM A COPARTICIPACAO.
      *    ********** O DESCONTO NAO PASSA DO LIQUIDO QUE SOBRA; O
      *    ********** RESTO DO CUSTO FICA COM A EMPRESA
           0343-DESCONTAR-BENEFICIOS.
               MOVE ZEROS TO WRK-BEN-TOT-CUSTO WRK-BEN-TOT-PARTE.
               OPEN INPUT BENEFMST.
               IF WRK-BENEFMST-STATUS NOT = '00'
                   CONTINUE
               ELSE
                   OPEN INPUT BENPLAN
                   IF NOT WRK-MODO-SIMULACAO
                       OPEN I-O BENEFMOV
                       IF WRK-BENEFMOV-STATUS = '35'
                           CLOSE BENEFMOV
                           OPEN OUTPUT BENEFMOV
                           CLOSE BENEFMOV
                           OPEN I-O BENEFMOV
                       END-IF
                   END-IF
                   MOVE WRK-MATRICULA TO BEN-MATRICULA
                   MOVE ZEROS TO BEN-PLANO
                   MOVE 'N' TO WRK-BENEFMST-FIM
                   START BENEFMST KEY IS NOT LESS THAN BEN-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-BENEFMST-FIM
                   END-START
                   PERFORM 0339-LER-BENEFICIO
                           UNTIL FIM-BENEFMST
                   IF NOT WRK-MODO-SIMULACAO
                       CLOSE BENEFMOV
                   END-IF
                   CLOSE BENPLAN
                   CLOSE BENEFMST
               END-IF.

           0339-LER-BENEFICIO.
               READ BENEFMST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-BENEFMST-FIM
               END-READ.
               IF NOT FIM-BENEFMST
                   IF BEN-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-BENEFMST-FIM
                   ELSE
                       COMPUTE WRK-BEN-COMPET-INI = BEN-DT-INICIO / 100
                       COMPUTE WRK-BEN-COMPET-FIM = BEN-DT-FIM / 100
                       IF WRK-BEN-COMPET-INI <= WRK-COMPETENCIA
                          AND (BEN-EM-VIGOR
                           OR WRK-BEN-COMPET-FIM >= WRK-COMPETENCIA)
                           MOVE BEN-PLANO TO BPL-CODIGO
                           READ BENPLAN
                               KEY IS BPL-CODIGO
                               INVALID KEY
                                   MOVE '23' TO WRK-BENPLAN-STATUS
                               NOT INVALID KEY
                                   MOVE '00' TO WRK-BENPLAN-STATUS
                           END-READ
                           IF BENPLAN-OK AND BPL-ATIVO-SIM
                               PERFORM 0338-CALCULAR-BENEFICIO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           0338-CALCULAR-BENEFICIO.
               MOVE 1 TO WRK-BEN-VIDAS.
               EVALUATE TRUE
                   WHEN BPL-TRANSPORTE
                       MOVE BEN-VL-MENSAL TO WRK-BEN-CUSTO
                       COMPUTE WRK-BEN-PARTE = WRK-SALARIO-BASE *
                               BPL-PCT-EMPREG / 100
                       IF WRK-BEN-PARTE > WRK-BEN-CUSTO
                           MOVE WRK-BEN-CUSTO TO WRK-BEN-PARTE
                       END-IF
                       MOVE 'VALE TRANSPORTE......-'
                            TO WRK-ROTULO-VERBA
                   WHEN BPL-SAUDE
                       ADD BEN-QT-DEPEND TO WRK-BEN-VIDAS
                       COMPUTE WRK-BEN-CUSTO = BPL-VL-TITULAR +
                               (BEN-QT-DEPEND * BPL-VL-DEPEND)
                       COMPUTE WRK-BEN-PARTE = WRK-BEN-CUSTO *
                               BPL-PCT-EMPREG / 100
                       MOVE 'PLANO DE SAUDE.......-'
                            TO WRK-ROTULO-VERBA
                   WHEN OTHER
                       IF BEN-VL-MENSAL > 0
                           MOVE BEN-VL-MENSAL TO WRK-BEN-CUSTO
                       ELSE
                           MOVE BPL-VL-TITULAR TO WRK-BEN-CUSTO
                       END-IF
                       COMPUTE WRK-BEN-PARTE = WRK-BEN-CUSTO *
                               BPL-PCT-EMPREG / 100
                       MOVE 'VALE REFEICAO........-'
                            TO WRK-ROTULO-VERBA
               END-EVALUATE.
               IF WRK-BEN-PARTE > WRK-SALARIO-LIQ
                   MOVE WRK-SALARIO-LIQ TO WRK-BEN-PARTE
               END-IF.
               SUBTRACT WRK-BEN-PARTE FROM WRK-SALARIO-LIQ.
               ADD WRK-BEN-CUSTO TO WRK-BEN-TOT-CUSTO.
               ADD WRK-BEN-PARTE TO WRK-BEN-TOT-PARTE.
               IF WRK-BEN-PARTE > 0
                   MOVE WRK-BEN-PARTE TO WRK-VALOR-MOV
                   PERFORM 0341-GUARDAR-LINHA-VERBA
               END-IF.
               IF NOT WRK-MODO-SIMULACAO
                   MOVE WRK-COMPETENCIA TO BMV-COMPETENCIA
                   MOVE WRK-MATRICULA   TO BMV-MATRICULA
                   MOVE BEN-PLANO       TO BMV-PLANO
                   MOVE BPL-TIPO        TO BMV-TIPO
                   MOVE BPL-FORNEC      TO BMV-FORNEC
                   MOVE WRK-BEN-VIDAS   TO BMV-QT-VIDAS
                   MOVE WRK-BEN-CUSTO   TO BMV-CUSTO
                   MOVE WRK-BEN-PARTE   TO BMV-EMPREGADO
                   COMPUTE BMV-EMPRESA = WRK-BEN-CUSTO - WRK-BEN-PARTE
                   WRITE BMV-REC
                       INVALID KEY
                           REWRITE BMV-REC
                   END-WRITE
               END-IF.

      *    ********** PARCELA DO EMPRESTIMO ABATIDA DO LIQUIDO NO
      *    ********** MENSAL; SUSPENSA NO MES DE AUSENCIA INTEGRAL
      *    ********** (220 HORAS DE FA) E ENCERRADA AO QUITAR
                           SUBTRACT WRK-DESC-EMPREST
                                    FROM WRK-SALARIO-LIQ
                           SUBTRACT WRK-DESC-EMPREST FROM LN-SALDO
                           IF NOT WRK-MODO-SIMULACAO
                               IF LN-SALDO = 0
                                   MOVE 'Q' TO LN-STATUS
                                   DISPLAY 'EMPRESTIMO QUITADO -'
                                           ' MATRICULA ' WRK-MATRICULA
                               END-IF
                               REWRITE LN-REC
                           END-IF
                           IF WRK-QT-MOV-LINHAS < 10
                               ADD 1 TO WRK-QT-MOV-LINHAS
                               MOVE WRK-DESC-EMPREST
               END-PERFORM.

           0350-CALCULAR-LIQUIDO.
               PERFORM 0356-CALCULAR-FGTS.
               IF PAGTO-DECIMO AND WRK-PARCELA = 1
                   MOVE ZEROS TO WRK-INSS WRK-IRRF
                   MOVE WRK-SALARIO TO WRK-SALARIO-LIQ
           0350-SAIDA.
               EXIT.

      *    ********** FGTS SOBRE O BRUTO; NA PARCELA 2 DO 13O SO
      *    ********** SOBRE O QUE FALTA (A PARCELA 1 JA DEPOSITOU)
           0356-CALCULAR-FGTS.
               IF PAGTO-DECIMO AND WRK-PARCELA = 2
                   COMPUTE WRK-FGTS ROUNDED =
                           (WRK-SALARIO - WRK-METADE-13)
                           * WRK-ALIQ-FGTS
               ELSE
                   COMPUTE WRK-FGTS ROUNDED =
                           WRK-SALARIO * WRK-ALIQ-FGTS
               END-IF.

           0352-PROCURAR-FAIXA-INSS.
               IF WRK-SALARIO <= WRK-INSS-LIM(WRK-FX)
                   MOVE WRK-FX TO WRK-FX-SEL
               MOVE WRK-SALARIO-LIQ TO WRK-SALARIO-LIQ-ED.
               DISPLAY 'SALARIO LIQUIDO ' WRK-SALARIO-LIQ-ED.
               DISPLAY 'SALARIO LIQUIDO (DOLAR) ' WRK-SALARIO-USD-TXT.
               MOVE WRK-FGTS TO WRK-FGTS-ED.
               DISPLAY 'FGTS DO PERIODO (DEPOSITO) ' WRK-FGTS-ED.

           0400-IMPRIMIR-HOLERITE.
               PERFORM 0405-ABRIR-PAYSLIP.
               END-STRING.
               WRITE PAYSLIP-REC.

               MOVE WRK-FGTS TO WRK-FGTS-ED.
               MOVE SPACES TO PAYSLIP-REC.
               STRING 'FGTS DO PERIODO (DEPOSITO)' DELIMITED BY SIZE
                      WRK-FGTS-ED DELIMITED BY SIZE
                      INTO PAYSLIP-REC
               END-STRING.
               WRITE PAYSLIP-REC.

               MOVE SPACES TO PAYSLIP-REC.
               WRITE PAYSLIP-REC.

               MOVE WRK-MOV-LINHA(WRK-MOV-LIN-SUB) TO PAYSLIP-REC.
               WRITE PAYSLIP-REC.

      *    ********** O DISSIDIO PAGO NO MES VAI EM REGISTRO PROPRIO
      *    ********** (TIPO R); O DO MENSAL FICA SO COM O DO MES
           0450-GRAVAR-HISTORICO.
               MOVE WRK-MATRICULA    TO SHT-MATRICULA.
               MOVE WRK-COMPETENCIA  TO SHT-COMPETENCIA.
               COMPUTE SHT-SALARIO-BRUTO = WRK-SALARIO - WRK-RET-BRUTO.
               COMPUTE SHT-INSS = WRK-INSS - WRK-RET-INSS.
               COMPUTE SHT-IRRF = WRK-IRRF - WRK-RET-IRRF.
               COMPUTE WRK-LIQ-S = WRK-SALARIO-LIQ - WRK-RET-LIQ.
               IF WRK-LIQ-S < 0
                   MOVE ZEROS TO SHT-SALARIO-LIQ
               ELSE
                   MOVE WRK-LIQ-S TO SHT-SALARIO-LIQ
               END-IF.
               MOVE WRK-TIPO-PAGTO   TO SHT-TIPO-PAGTO.
               COMPUTE SHT-FGTS = WRK-FGTS - WRK-RET-FGTS.

               OPEN EXTEND SALHIST.
               IF WRK-SALHIST-STATUS = '35'
                   OPEN OUTPUT SALHIST
               END-IF.
               WRITE SALHIST-REC.
               IF PAGTO-MENSAL AND WRK-RET-BRUTO > 0
                   MOVE WRK-RET-BRUTO TO SHT-SALARIO-BRUTO
                   MOVE WRK-RET-INSS  TO SHT-INSS
                   MOVE WRK-RET-IRRF  TO SHT-IRRF
                   MOVE WRK-RET-LIQ   TO SHT-SALARIO-LIQ
                   MOVE 'R'           TO SHT-TIPO-PAGTO
                   MOVE WRK-RET-FGTS  TO SHT-FGTS
                   WRITE SALHIST-REC
               END-IF.
               CLOSE SALHIST.

      *    ********** FERIAS PAGAS BAIXAM 30 DIAS DO SALDO DO
               ADD WRK-INSS        TO WRK-TOT-INSS.
               ADD WRK-IRRF        TO WRK-TOT-IRRF.
               ADD WRK-SALARIO-LIQ TO WRK-TOT-LIQ.
               ADD WRK-FGTS        TO WRK-TOT-FGTS.
               ADD WRK-BEN-TOT-CUSTO TO WRK-TOT-BENEF.

      *    ******************************************************
      *    ***  MODO B - FOLHA COMPLETA: PERCORRE O EMPMAST
                           ' STATUS ' WRK-EMPMAST-STATUS
               ELSE
                   PERFORM 0405-ABRIR-PAYSLIP
                   PERFORM 0525-LIMPAR-CONFERENCIA
                   PERFORM 0163-CARREGAR-HISTORICO
                   PERFORM 0560-ABRIR-REMESSA
                   PERFORM 0620-ABRIR-FGTS
                   INITIALIZE WRK-TAB-CCUSTO WRK-TAB-DEPTO
                   MOVE ZEROS TO EMP-MATRICULA
                   MOVE 'N' TO WRK-EMPMAST-FIM
                   START EMPMAST KEY IS GREATER THAN EMP-MATRICULA
                           UNTIL FIM-EMPMAST
                   PERFORM 0550-GRAVAR-PAGINA-TOTAIS
                   PERFORM 0580-FECHAR-REMESSA
                   PERFORM 0585-DESTINAR-REMESSA
                   PERFORM 0640-FECHAR-FGTS
                   CLOSE PAYSLIP
                   CLOSE EMPMAST
                   PERFORM 0590-GRAVAR-LANCAMENTOS
                   PERFORM 0650-RELATORIO-CUSTO-PESSOAL
                   PERFORM 0460-GRAVAR-RUN-CONTROLE
                   DISPLAY 'FOLHA COMPLETA - FUNCIONARIOS..'
                           WRK-QT-FUNC
                   MOVE EMP-SALARIO   TO WRK-SALARIO
                   IF PAGTO-MENSAL
                       PERFORM 0340-APLICAR-MOVIMENTOS
                       PERFORM 0337-DESCONTAR-AFASTAMENTO
                   ELSE
                       PERFORM 0346-AJUSTAR-BASE-PAGTO
                   END-IF
                   PERFORM 0350-CALCULAR-LIQUIDO
                               THRU 0350-SAIDA
                   IF PAGTO-MENSAL
                       PERFORM 0347-PAGAR-DISSIDIO
                       PERFORM 0343-DESCONTAR-BENEFICIOS
                       PERFORM 0348-DESCONTAR-EMPRESTIMO
                   END-IF
                   PERFORM 0365-CALCULAR-DOLAR
                       PERFORM 0455-BAIXAR-SALDO-FERIAS
                   END-IF
                   PERFORM 0570-GRAVAR-REMESSA
                   PERFORM 0575-CONFERIR-VARIACAO
                   PERFORM 0630-GRAVAR-FGTS
                   PERFORM 0470-ACUMULAR-TOTAIS
                   PERFORM 0600-RATEAR-CUSTO
               END-IF.

      *    ******************************************************
      *    ***  REMESSA BANCARIA DOS LIQUIDOS - GRAVADA RETIDA NO
      *    ***  BANKHOLD E SO COPIADA PARA O BANKREM QUANDO A
      *    ***  CONFERENCIA PRE-REMESSA NAO APONTA NENHUM CASO
      *    ******************************************************
           0560-ABRIR-REMESSA.
               MOVE ZEROS TO WRK-REM-QT WRK-REM-SOMA WRK-REM-HASH.
               OPEN OUTPUT BANKHOLD.
               PERFORM 0480-MONTAR-DATAHORA.
               MOVE 'H'          TO BHH-TIPO.
               MOVE WRK-DT-PAGTO TO BHH-DT-PAGTO.
               MOVE WRK-DATAHORA TO BHH-DATAHORA.
               WRITE BANKHOLD-HEADER.

           0570-GRAVAR-REMESSA.
               MOVE 'D'             TO BHD-TIPO.
               MOVE WRK-MATRICULA   TO BHD-MATRICULA.
               MOVE EMP-BANCO       TO BHD-BANCO.
               MOVE EMP-AGENCIA     TO BHD-AGENCIA.
               MOVE EMP-CONTA       TO BHD-CONTA.
               MOVE WRK-SALARIO-LIQ TO BHD-VALOR-LIQ.
               WRITE BANKHOLD-DETALHE.
               ADD 1               TO WRK-REM-QT.
               ADD WRK-SALARIO-LIQ TO WRK-REM-SOMA.
               ADD EMP-CONTA       TO WRK-REM-HASH.

      *    ********** LIQUIDO ZERADO OU NEGATIVO PESA MAIS QUE A
      *    ********** FALTA DE HISTORICO, QUE PESA MAIS QUE A
      *    ********** VARIACAO (SO NO MENSAL, CONTRA O MENSAL)
           0575-CONFERIR-VARIACAO.
               MOVE SPACE TO WRK-PV-MOTIVO.
               MOVE ZEROS TO WRK-VAR-BRUTO WRK-VAR-LIQ.
               MOVE WRK-MATRICULA TO WRK-HST-MATR-PROC.
               PERFORM 0167-PROCURAR-HISTORICO.
               MOVE ZEROS TO WRK-ANT-COMPET WRK-ANT-BRUTO WRK-ANT-LIQ.
               IF WRK-HST-ACHOU > 0
                   MOVE WRK-HST-COMPET(WRK-HST-ACHOU) TO WRK-ANT-COMPET
                   MOVE WRK-HST-BRUTO(WRK-HST-ACHOU)  TO WRK-ANT-BRUTO
                   MOVE WRK-HST-LIQ(WRK-HST-ACHOU)    TO WRK-ANT-LIQ
                   PERFORM 0576-CALCULAR-VARIACAO
               END-IF.
               COMPUTE WRK-LIQ-S = WRK-SALARIO - WRK-INSS - WRK-IRRF.
               EVALUATE TRUE
                   WHEN WRK-SALARIO-LIQ = ZEROS OR WRK-LIQ-S <= 0
                       MOVE 'Z' TO WRK-PV-MOTIVO
                   WHEN WRK-HST-ACHOU = 0
                       MOVE 'N' TO WRK-PV-MOTIVO
                   WHEN PAGTO-MENSAL
                        AND (WRK-VAR-BRUTO > WRK-PCT-VARIACAO
                         OR WRK-VAR-LIQ > WRK-PCT-VARIACAO)
                       MOVE 'V' TO WRK-PV-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WRK-PV-MOTIVO NOT = SPACE
                   ADD 1 TO WRK-QT-CONFERIR
                   PERFORM 0577-GRAVAR-CASO
               END-IF.

      *    ********** VARIACAO EM % SOBRE O ANTERIOR, PARA MAIS OU
      *    ********** PARA MENOS; ANTERIOR ZERADO CONTA COMO 9999%
           0576-CALCULAR-VARIACAO.
               IF WRK-ANT-BRUTO = ZEROS
                   MOVE 9999,99 TO WRK-VAR-BRUTO
               ELSE
                   IF WRK-SALARIO > WRK-ANT-BRUTO
                       COMPUTE WRK-VAR-CALC ROUNDED =
                           (WRK-SALARIO - WRK-ANT-BRUTO)
                           * 100 / WRK-ANT-BRUTO
                           ON SIZE ERROR
                               MOVE 9999999 TO WRK-VAR-CALC
                       END-COMPUTE
                   ELSE
                       COMPUTE WRK-VAR-CALC ROUNDED =
                           (WRK-ANT-BRUTO - WRK-SALARIO)
                           * 100 / WRK-ANT-BRUTO
                           ON SIZE ERROR
                               MOVE 9999999 TO WRK-VAR-CALC
                       END-COMPUTE
                   END-IF
                   IF WRK-VAR-CALC > 9999,99
                       MOVE 9999,99 TO WRK-VAR-BRUTO
                   ELSE
                       MOVE WRK-VAR-CALC TO WRK-VAR-BRUTO
                   END-IF
               END-IF.
               IF WRK-ANT-LIQ = ZEROS
                   MOVE 9999,99 TO WRK-VAR-LIQ
               ELSE
                   IF WRK-SALARIO-LIQ > WRK-ANT-LIQ
                       COMPUTE WRK-VAR-CALC ROUNDED =
                           (WRK-SALARIO-LIQ - WRK-ANT-LIQ)
                           * 100 / WRK-ANT-LIQ
                           ON SIZE ERROR
                               MOVE 9999999 TO WRK-VAR-CALC
                       END-COMPUTE
                   ELSE
                       COMPUTE WRK-VAR-CALC ROUNDED =
                           (WRK-ANT-LIQ - WRK-SALARIO-LIQ)
                           * 100 / WRK-ANT-LIQ
                           ON SIZE ERROR
                               MOVE 9999999 TO WRK-VAR-CALC
                       END-COMPUTE
                   END-IF
                   IF WRK-VAR-CALC > 9999,99
                       MOVE 9999,99 TO WRK-VAR-LIQ
                   ELSE
                       MOVE WRK-VAR-CALC TO WRK-VAR-LIQ
                   END-IF
               END-IF.

           0577-GRAVAR-CASO.
               IF NOT PAYVAR-ABERTO
                   DISPLAY 'CASO A CONFERIR SEM PAYVAR - MATRICULA '
                           WRK-MATRICULA ' MOTIVO ' WRK-PV-MOTIVO
               ELSE
                   MOVE WRK-COMPETENCIA TO PV-COMPETENCIA
                   MOVE WRK-TIPO-PAGTO  TO PV-TIPO-PAGTO
                   MOVE WRK-MATRICULA   TO PV-MATRICULA
                   MOVE WRK-PV-MOTIVO   TO PV-MOTIVO
                   MOVE 'P'             TO PV-SITUACAO
                   MOVE ZEROS           TO PV-LIQ-CORRIGIDO
                   MOVE SPACES          TO PV-SUPERVISOR PV-DATAHORA
                                           PV-JUSTIFICATIVA
                   MOVE WRK-SALARIO     TO PV-BRUTO
                   MOVE WRK-SALARIO-LIQ TO PV-LIQUIDO
                   MOVE WRK-ANT-COMPET  TO PV-COMP-ANT
                   MOVE WRK-ANT-BRUTO   TO PV-BRUTO-ANT
                   MOVE WRK-ANT-LIQ     TO PV-LIQ-ANT
                   MOVE WRK-VAR-BRUTO   TO PV-VAR-BRUTO
                   MOVE WRK-VAR-LIQ     TO PV-VAR-LIQ
                   MOVE WRK-NOME        TO PV-NOME
                   MOVE WRK-OPERADOR    TO PV-OPERADOR
                   WRITE PV-REC
                       INVALID KEY
                           REWRITE PV-REC
                   END-WRITE
               END-IF.

           0580-FECHAR-REMESSA.
               MOVE 'T'          TO BHT-TIPO.
               MOVE WRK-REM-QT   TO BHT-QT.
               MOVE WRK-REM-SOMA TO BHT-SOMA-LIQ.
               MOVE WRK-REM-HASH TO BHT-HASH-CONTAS.
               WRITE BANKHOLD-TRAILER.
               CLOSE BANKHOLD.

      *    ********** SEM CASOS, A REMESSA RETIDA VAI DIRETO PARA O
      *    ********** BANKREM; COM CASOS, O BANKREM FICA VAZIO (NADA
      *    ********** DE REMESSA VELHA PARA TRANSMITIR) ATE O
      *    ********** SUPERVISOR APROVAR/CORRIGIR E LIBERAR (PRGCOB135)
           0585-DESTINAR-REMESSA.
               IF PAYVAR-ABERTO
                   CLOSE PAYVAR
               END-IF.
               IF WRK-QT-CONFERIR = ZEROS
                   OPEN INPUT BANKHOLD
                   OPEN OUTPUT BANKREM
                   PERFORM 0587-COPIAR-REMESSA
                   PERFORM 0587-COPIAR-REMESSA UNTIL BANKHOLD-EOF
                   CLOSE BANKHOLD
                   CLOSE BANKREM
                   DISPLAY 'CONFERENCIA PRE-REMESSA SEM CASOS -'
                           ' REMESSA LIBERADA NO BANKREM'
               ELSE
                   OPEN OUTPUT BANKREM
                   CLOSE BANKREM
                   MOVE WRK-QT-CONFERIR TO WRK-QT-CONFERIR-ED
                   DISPLAY 'REMESSA RETIDA NO BANKHOLD - '
                           WRK-QT-CONFERIR-ED ' CASO(S) NO PAYVAR'
                           ' PARA O SUPERVISOR (PRGCOB135)'
               END-IF.

           0587-COPIAR-REMESSA.
               READ BANKHOLD
                   AT END MOVE '10' TO WRK-BANKHOLD-STATUS
               END-READ.
               IF NOT BANKHOLD-EOF
                   EVALUATE BHH-TIPO
                       WHEN 'H'
                           WRITE BANKREM-HEADER FROM BANKHOLD-HEADER
                       WHEN 'D'
                           WRITE BANKREM-DETALHE FROM BANKHOLD-DETALHE
                       WHEN OTHER
                           WRITE BANKREM-TRAILER FROM BANKHOLD-TRAILER
                   END-EVALUATE
               END-IF.

      *    ********** CASOS DE UMA RODADA ANTERIOR DA MESMA
      *    ********** COMPETENCIA/TIPO SAO DESCARTADOS - OS VALORES
      *    ********** FORAM RECALCULADOS
           0525-LIMPAR-CONFERENCIA.
               MOVE ZEROS TO WRK-QT-CONFERIR.
               MOVE 'N' TO WRK-PAYVAR-ABERTO.
               OPEN I-O PAYVAR.
               IF WRK-PAYVAR-STATUS = '35'
                   CLOSE PAYVAR
                   OPEN OUTPUT PAYVAR
                   CLOSE PAYVAR
                   OPEN I-O PAYVAR
               END-IF.
               IF NOT PAYVAR-OK
                   DISPLAY 'CONFERENCIA PRE-REMESSA (PAYVAR)'
                           ' INDISPONIVEL - STATUS ' WRK-PAYVAR-STATUS
               ELSE
                   MOVE 'S' TO WRK-PAYVAR-ABERTO
                   MOVE WRK-COMPETENCIA TO PV-COMPETENCIA
                   MOVE WRK-TIPO-PAGTO  TO PV-TIPO-PAGTO
                   MOVE ZEROS           TO PV-MATRICULA
                   MOVE 'N' TO WRK-PAYVAR-FIM
                   START PAYVAR KEY IS NOT LESS THAN PV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-PAYVAR-FIM
                   END-START
                   PERFORM 0527-EXCLUIR-CASO-ANTIGO UNTIL FIM-PAYVAR
               END-IF.

           0527-EXCLUIR-CASO-ANTIGO.
               READ PAYVAR NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-PAYVAR-FIM
               END-READ.
               IF NOT FIM-PAYVAR
                   IF PV-COMPETENCIA NOT = WRK-COMPETENCIA
                      OR PV-TIPO-PAGTO NOT = WRK-TIPO-PAGTO
                       MOVE 'S' TO WRK-PAYVAR-FIM
                   ELSE
                       DELETE PAYVAR RECORD
                   END-IF
               END-IF.

      *    ******************************************************
      *    ***  LANCAMENTOS CONTABEIS DO FECHAMENTO DA FOLHA
      *    ******************************************************
           0590-GRAVAR-LANCAMENTOS.
               OPEN EXTEND LEDGTXN.
               IF WRK-LEDGTXN-STATUS = '35'
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               END-IF.
               PERFORM 0592-LANCAR-CCUSTO
                       VARYING WRK-CCT-SUB FROM 1 BY 1
                       UNTIL WRK-CCT-SUB > 999.
               CLOSE LEDGTXN.

      *    ********** LIQUIDO, INSS, IRRF E FGTS DE CADA CENTRO
      *    ********** DE CUSTO, MAIS A REVERSAO DA PROVISAO NO
      *    ********** PAGAMENTO DE FERIAS/13O
           0592-LANCAR-CCUSTO.
               IF WRK-CCT-USADO(WRK-CCT-SUB) = 'S'
                   MOVE WRK-CCT-SUB TO LTX-CCUSTO
                   MOVE WRK-CTA-SALARIOS TO LTX-CONTA
                   MOVE WRK-DATA-SISTEMA TO LTX-DATA
                   MOVE 'D'         TO LTX-TIPO
                   MOVE WRK-CCT-LIQ(WRK-CCT-SUB) TO LTX-VALOR
                   MOVE 'FOLHA - LIQUIDO' TO LTX-DESCRICAO
                   MOVE SPACE             TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-CTA-INSS TO LTX-CONTA
                   MOVE WRK-DATA-SISTEMA TO LTX-DATA
                   MOVE 'D'          TO LTX-TIPO
                   MOVE WRK-CCT-INSS(WRK-CCT-SUB) TO LTX-VALOR
                   MOVE 'FOLHA - INSS' TO LTX-DESCRICAO
                   MOVE SPACE          TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-CTA-IRRF TO LTX-CONTA
                   MOVE WRK-DATA-SISTEMA TO LTX-DATA
                   MOVE 'D'          TO LTX-TIPO
                   MOVE WRK-CCT-IRRF(WRK-CCT-SUB) TO LTX-VALOR
                   MOVE 'FOLHA - IRRF' TO LTX-DESCRICAO
                   MOVE SPACE          TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-CTA-FGTS TO LTX-CONTA
                   MOVE WRK-DATA-SISTEMA TO LTX-DATA
                   MOVE 'D'          TO LTX-TIPO
                   MOVE WRK-CCT-FGTS(WRK-CCT-SUB) TO LTX-VALOR
                   MOVE 'FOLHA - FGTS' TO LTX-DESCRICAO
                   MOVE SPACE          TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   IF WRK-CCT-BENEF(WRK-CCT-SUB) > 0
                       MOVE WRK-CTA-BENEF TO LTX-CONTA
                       MOVE WRK-DATA-SISTEMA TO LTX-DATA
                       MOVE 'D'           TO LTX-TIPO
                       MOVE WRK-CCT-BENEF(WRK-CCT-SUB) TO LTX-VALOR
                       MOVE 'FOLHA - BENEFICIOS' TO LTX-DESCRICAO
                       MOVE SPACE                TO LTX-ESTORNO
                       WRITE LEDGTXN-REC
                   END-IF
      *    ********** PAGAMENTO DE FERIAS/13O REVERTE A PROVISAO
      *    ********** APROPRIADA PELO PROGCOB76
                   IF PAGTO-FERIAS
                       MOVE WRK-CTA-PROV-FERIAS TO LTX-CONTA
                       MOVE WRK-DATA-SISTEMA TO LTX-DATA
                       MOVE 'C'           TO LTX-TIPO
                       MOVE WRK-CCT-BRUTO(WRK-CCT-SUB) TO LTX-VALOR
                       MOVE 'REVERSAO PROV FERIAS' TO LTX-DESCRICAO
                       MOVE SPACE                  TO LTX-ESTORNO
                       WRITE LEDGTXN-REC
                   END-IF
                   IF PAGTO-DECIMO
                       MOVE WRK-CTA-PROV-13 TO LTX-CONTA
                       MOVE WRK-DATA-SISTEMA TO LTX-DATA
                       MOVE 'C'           TO LTX-TIPO
                       MOVE WRK-CCT-BRUTO(WRK-CCT-SUB) TO LTX-VALOR
                       MOVE 'REVERSAO PROV 13O' TO LTX-DESCRICAO
                       MOVE SPACE               TO LTX-ESTORNO
                       WRITE LEDGTXN-REC
                   END-IF
               END-IF.

      *    ******************************************************
      *    ***  RATEIO DO CUSTO DO FUNCIONARIO: CADA CENTRO DE
      *    ***  RATEIO DO EMPMAST RECEBE O SEU PERCENTUAL (TRUNCADO)
      *    ***  E O CENTRO PRINCIPAL FICA COM O RESTANTE, DE MODO
      *    ***  QUE A SOMA DOS CENTROS BATE COM OS TOTAIS DA FOLHA.
      *    ***  SEM LOTACAO VAI PARA O CENTRO PADRAO DA FOLHA.
      *    ******************************************************
           0600-RATEAR-CUSTO.
               MOVE WRK-SALARIO     TO WRK-RES-BRUTO.
               MOVE WRK-INSS        TO WRK-RES-INSS.
               MOVE WRK-IRRF        TO WRK-RES-IRRF.
               MOVE WRK-SALARIO-LIQ TO WRK-RES-LIQ.
               MOVE WRK-FGTS        TO WRK-RES-FGTS.
               MOVE WRK-BEN-TOT-CUSTO TO WRK-RES-BENEF.
               PERFORM 0605-RATEAR-PARCELA
                       VARYING WRK-RAT-SUB FROM 1 BY 1
                       UNTIL WRK-RAT-SUB > EMP-QT-RATEIO
                          OR WRK-RAT-SUB > 3.
               IF EMP-CCUSTO = ZEROS
                   MOVE WRK-CCUSTO-FOLHA TO WRK-CCT-SUB
               ELSE
                   MOVE EMP-CCUSTO TO WRK-CCT-SUB
               END-IF.
               MOVE WRK-RES-BRUTO TO WRK-RAT-BRUTO.
               MOVE WRK-RES-INSS  TO WRK-RAT-INSS.
               MOVE WRK-RES-IRRF  TO WRK-RAT-IRRF.
               MOVE WRK-RES-LIQ   TO WRK-RAT-LIQ.
               MOVE WRK-RES-FGTS  TO WRK-RAT-FGTS.
               MOVE WRK-RES-BENEF TO WRK-RAT-BENEF.
               PERFORM 0610-ACUMULAR-CCUSTO.
               COMPUTE WRK-DPT-SUB = EMP-DEPTO + 1.
               ADD 1               TO WRK-DPT-QT(WRK-DPT-SUB).
               ADD WRK-SALARIO     TO WRK-DPT-BRUTO(WRK-DPT-SUB).
               ADD WRK-INSS        TO WRK-DPT-INSS(WRK-DPT-SUB).
               ADD WRK-IRRF        TO WRK-DPT-IRRF(WRK-DPT-SUB).
               ADD WRK-SALARIO-LIQ TO WRK-DPT-LIQ(WRK-DPT-SUB).
               ADD WRK-FGTS        TO WRK-DPT-FGTS(WRK-DPT-SUB).

           0605-RATEAR-PARCELA.
               IF EMP-RAT-CCUSTO(WRK-RAT-SUB) NOT = ZEROS
                  AND EMP-RAT-PCT(WRK-RAT-SUB) > ZEROS
                   COMPUTE WRK-RAT-BRUTO = WRK-SALARIO *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   COMPUTE WRK-RAT-INSS = WRK-INSS *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   COMPUTE WRK-RAT-IRRF = WRK-IRRF *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   COMPUTE WRK-RAT-LIQ = WRK-SALARIO-LIQ *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   COMPUTE WRK-RAT-FGTS = WRK-FGTS *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   COMPUTE WRK-RAT-BENEF = WRK-BEN-TOT-CUSTO *
                           EMP-RAT-PCT(WRK-RAT-SUB) / 100
                   SUBTRACT WRK-RAT-BRUTO FROM WRK-RES-BRUTO
                   SUBTRACT WRK-RAT-INSS  FROM WRK-RES-INSS
                   SUBTRACT WRK-RAT-IRRF  FROM WRK-RES-IRRF
                   SUBTRACT WRK-RAT-LIQ   FROM WRK-RES-LIQ
                   SUBTRACT WRK-RAT-FGTS  FROM WRK-RES-FGTS
                   SUBTRACT WRK-RAT-BENEF FROM WRK-RES-BENEF
                   MOVE EMP-RAT-CCUSTO(WRK-RAT-SUB) TO WRK-CCT-SUB
                   PERFORM 0610-ACUMULAR-CCUSTO
               END-IF.

           0610-ACUMULAR-CCUSTO.
               MOVE 'S' TO WRK-CCT-USADO(WRK-CCT-SUB).
               ADD WRK-RAT-BRUTO TO WRK-CCT-BRUTO(WRK-CCT-SUB).
               ADD WRK-RAT-INSS  TO WRK-CCT-INSS(WRK-CCT-SUB).
               ADD WRK-RAT-IRRF  TO WRK-CCT-IRRF(WRK-CCT-SUB).
               ADD WRK-RAT-LIQ   TO WRK-CCT-LIQ(WRK-CCT-SUB).
               ADD WRK-RAT-FGTS  TO WRK-CCT-FGTS(WRK-CCT-SUB).
               ADD WRK-RAT-BENEF TO WRK-CCT-BENEF(WRK-CCT-SUB).

      *    ******************************************************
      *    ***  CUSTO DE PESSOAL DA FOLHA (LABORREP): QUEBRA POR
      *    ***  DEPARTAMENTO E POR CENTRO DE CUSTO (JA RATEADO),
      *    ***  COM OS TOTAIS DA FOLHA
      *    ******************************************************
           0650-RELATORIO-CUSTO-PESSOAL.
               OPEN OUTPUT LABORREP.
               MOVE SPACES TO LABORREP-REC.
               STRING 'CUSTO DE PESSOAL - COMPETENCIA '
                      WRK-COMPETENCIA ' - TIPO ' WRK-TIPO-PAGTO
                      DELIMITED BY SIZE INTO LABORREP-REC
               END-STRING.
               WRITE LABORREP-REC.
               MOVE SPACES TO LABORREP-REC.
               WRITE LABORREP-REC.
               MOVE 'DEP NOME DO DEPARTAMENTO FUNC' TO LABORREP-REC.
               PERFORM 0655-COMPLETAR-CABECALHO.
               MOVE 'N' TO WRK-CAD-ABERTO.
               OPEN INPUT DEPTMAST.
               IF DEPTMAST-OK
                   MOVE 'S' TO WRK-CAD-ABERTO
               END-IF.
               PERFORM 0660-LINHA-DEPTO
                       VARYING WRK-DPT-SUB FROM 1 BY 1
                       UNTIL WRK-DPT-SUB > 100.
               IF CADASTRO-ABERTO
                   CLOSE DEPTMAST
               END-IF.
               PERFORM 0690-LINHA-TOTAL.

               MOVE SPACES TO LABORREP-REC.
               WRITE LABORREP-REC.
               MOVE 'CC  CENTRO DE CUSTO' TO LABORREP-REC.
               PERFORM 0655-COMPLETAR-CABECALHO.
               MOVE 'N' TO WRK-CAD-ABERTO.
               OPEN INPUT CCMAST.
               IF CCMAST-OK
                   MOVE 'S' TO WRK-CAD-ABERTO
               END-IF.
               PERFORM 0670-LINHA-CCUSTO
                       VARYING WRK-CCT-SUB FROM 1 BY 1
                       UNTIL WRK-CCT-SUB > 999.
               IF CADASTRO-ABERTO
                   CLOSE CCMAST
               END-IF.
               PERFORM 0690-LINHA-TOTAL.
               CLOSE LABORREP.

           0655-COMPLETAR-CABECALHO.
               MOVE 'BRUTO' TO LABORREP-REC(39:5).
               MOVE '          INSS          IRRF       LIQUIDO'
                    TO LABORREP-REC(44:42).
               MOVE '          FGTS' TO LABORREP-REC(86:14).
               WRITE LABORREP-REC.

           0660-LINHA-DEPTO.
               IF WRK-DPT-QT(WRK-DPT-SUB) > ZEROS
                   COMPUTE WRK-LAB-DEPTO = WRK-DPT-SUB - 1
                   MOVE SPACES TO WRK-LAB-NOME
                   IF WRK-LAB-DEPTO = ZEROS
                       MOVE 'SEM LOTACAO' TO WRK-LAB-NOME
                   ELSE
                       IF CADASTRO-ABERTO
                           MOVE WRK-LAB-DEPTO TO DPT-CODIGO
                           READ DEPTMAST
                               KEY IS DPT-CODIGO
                               INVALID KEY
                                   MOVE 'SEM CADASTRO'
                                        TO WRK-LAB-NOME
                               NOT INVALID KEY
                                   MOVE DPT-NOME TO WRK-LAB-NOME
                           END-READ
                       END-IF
                   END-IF
                   MOVE WRK-LAB-DEPTO TO LAB-CODIGO
                   MOVE WRK-LAB-NOME  TO LAB-NOME
                   MOVE WRK-DPT-QT(WRK-DPT-SUB)    TO LAB-QT
                   MOVE WRK-DPT-BRUTO(WRK-DPT-SUB) TO LAB-BRUTO
                   MOVE WRK-DPT-INSS(WRK-DPT-SUB)  TO LAB-INSS
                   MOVE WRK-DPT-IRRF(WRK-DPT-SUB)  TO LAB-IRRF
                   MOVE WRK-DPT-LIQ(WRK-DPT-SUB)   TO LAB-LIQ
                   MOVE WRK-DPT-FGTS(WRK-DPT-SUB)  TO LAB-FGTS
                   MOVE WRK-LAB-DETALHE TO LABORREP-REC
                   WRITE LABORREP-REC
               END-IF.

      *    ********** O FUNCIONARIO RATEADO CONTA EM MAIS DE UM
      *    ********** CENTRO - A COLUNA FUNC FICA EM BRANCO AQUI
           0670-LINHA-CCUSTO.
               IF WRK-CCT-USADO(WRK-CCT-SUB) = 'S'
                   MOVE WRK-CCT-SUB TO WRK-LAB-CCUSTO
                   MOVE SPACES TO WRK-LAB-NOME
                   IF CADASTRO-ABERTO
                       MOVE WRK-LAB-CCUSTO TO CC-CODIGO
                       READ CCMAST
                           KEY IS CC-CODIGO
                           INVALID KEY
                               MOVE 'SEM CADASTRO' TO WRK-LAB-NOME
                           NOT INVALID KEY
                               MOVE CC-NOME TO WRK-LAB-NOME
                       END-READ
                   END-IF
                   MOVE WRK-LAB-CCUSTO TO LAB-CODIGO
                   MOVE WRK-LAB-NOME   TO LAB-NOME
                   MOVE WRK-CCT-BRUTO(WRK-CCT-SUB) TO LAB-BRUTO
                   MOVE WRK-CCT-INSS(WRK-CCT-SUB)  TO LAB-INSS
                   MOVE WRK-CCT-IRRF(WRK-CCT-SUB)  TO LAB-IRRF
                   MOVE WRK-CCT-LIQ(WRK-CCT-SUB)   TO LAB-LIQ
                   MOVE WRK-CCT-FGTS(WRK-CCT-SUB)  TO LAB-FGTS
                   MOVE WRK-LAB-DETALHE TO LABORREP-REC
                   MOVE SPACES TO LABORREP-REC(26:4)
                   WRITE LABORREP-REC
               END-IF.

      *    ********** TOTAIS DA FOLHA AO PE DE CADA QUEBRA
           0690-LINHA-TOTAL.
               MOVE SPACES TO LAB-CODIGO.
               MOVE 'TOTAL DA FOLHA' TO LAB-NOME.
               MOVE WRK-QT-FUNC   TO LAB-QT.
               MOVE WRK-TOT-BRUTO TO LAB-BRUTO.
               MOVE WRK-TOT-INSS  TO LAB-INSS.
               MOVE WRK-TOT-IRRF  TO LAB-IRRF.
               MOVE WRK-TOT-LIQ   TO LAB-LIQ.
               MOVE WRK-TOT-FGTS  TO LAB-FGTS.
               MOVE WRK-LAB-DETALHE TO LABORREP-REC.
               WRITE LABORREP-REC.

           0550-GRAVAR-PAGINA-TOTAIS.
               MOVE WRK-PAG-TOTAIS-TIT TO PAYSLIP-REC.
                      DELIMITED BY SIZE INTO PAYSLIP-REC
               END-STRING.
               WRITE PAYSLIP-REC.
               MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
               MOVE SPACES TO PAYSLIP-REC.
               STRING 'TOTAL FGTS......' WRK-TOT-ED
                      DELIMITED BY SIZE INTO PAYSLIP-REC
               END-STRING.
               WRITE PAYSLIP-REC.
               IF WRK-TOT-BENEF > 0
                   MOVE WRK-TOT-BENEF TO WRK-TOT-ED
                   MOVE SPACES TO PAYSLIP-REC
                   STRING 'TOTAL BENEFICIOS' WRK-TOT-ED
                          DELIMITED BY SIZE INTO PAYSLIP-REC
                   END-STRING
                   WRITE PAYSLIP-REC
               END-IF.
               IF WRK-QT-CONFERIR > 0
                   MOVE WRK-QT-CONFERIR TO WRK-QT-CONFERIR-ED
                   MOVE SPACES TO PAYSLIP-REC
                   STRING 'CASOS A CONFERIR' WRK-QT-CONFERIR-ED
                          ' - REMESSA RETIDA'
                          DELIMITED BY SIZE INTO PAYSLIP-REC
                   END-STRING
                   WRITE PAYSLIP-REC
               END-IF.
               MOVE SPACES TO PAYSLIP-REC.
               WRITE PAYSLIP-REC.

      *    ******************************************************
      *    ***  FGTS DA FOLHA: ARQUIVO DE RECOLHIMENTO (FGTSREM) COM
      *    ***  HEADER, DETALHE POR FUNCIONARIO E TRAILER DE
      *    ***  CONFERENCIA, E SALDO ACUMULADO POR MATRICULA
      *    ***  (FGTSSALD) PARA A MULTA DA RESCISAO (PROGCOB74)
      *    ******************************************************
           0620-ABRIR-FGTS.
               MOVE ZEROS TO WRK-FGR-QT WRK-FGR-BASE WRK-FGR-FGTS.
               OPEN OUTPUT FGTSREM.
               PERFORM 0480-MONTAR-DATAHORA.
               MOVE 'H'             TO FGH-TIPO.
               MOVE WRK-COMPETENCIA TO FGH-COMPETENCIA.
               MOVE WRK-TIPO-PAGTO  TO FGH-TIPO-PAGTO.
               MOVE WRK-DATAHORA    TO FGH-DATAHORA.
               WRITE FGTSREM-HEADER.
               MOVE 'N' TO WRK-FGTSSALD-ABERTO.
               OPEN I-O FGTSSALD.
               IF WRK-FGTSSALD-STATUS = '35'
                   CLOSE FGTSSALD
                   OPEN OUTPUT FGTSSALD
                   CLOSE FGTSSALD
                   OPEN I-O FGTSSALD
               END-IF.
               IF FGTSSALD-OK
                   MOVE 'S' TO WRK-FGTSSALD-ABERTO
               ELSE
                   DISPLAY 'SALDO DE FGTS (FGTSSALD) INDISPONIVEL -'
                           ' STATUS ' WRK-FGTSSALD-STATUS
                           ' - SALDOS NAO ATUALIZADOS'
               END-IF.

           0630-GRAVAR-FGTS.
               MOVE 'D'           TO FGD-TIPO.
               MOVE WRK-MATRICULA TO FGD-MATRICULA.
               MOVE WRK-NOME      TO FGD-NOME.
               MOVE WRK-SALARIO   TO FGD-BASE.
               MOVE WRK-FGTS      TO FGD-VALOR.
               WRITE FGTSREM-DETALHE.
               ADD 1           TO WRK-FGR-QT.
               ADD WRK-SALARIO TO WRK-FGR-BASE.
               ADD WRK-FGTS    TO WRK-FGR-FGTS.
               IF FGTSSALD-ABERTO
                   MOVE WRK-MATRICULA TO FGS-MATRICULA
                   READ FGTSSALD
                       KEY IS FGS-MATRICULA
                       INVALID KEY
                           MOVE '23' TO WRK-FGTSSALD-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-FGTSSALD-STATUS
                   END-READ
                   IF FGTSSALD-OK
                       ADD WRK-FGTS TO FGS-SALDO
                       MOVE WRK-COMPETENCIA TO FGS-ULT-COMPET
                       REWRITE FGS-REC
                   ELSE
                       MOVE WRK-MATRICULA   TO FGS-MATRICULA
                       MOVE WRK-FGTS        TO FGS-SALDO
                       MOVE WRK-COMPETENCIA TO FGS-ULT-COMPET
                       MOVE ZEROS TO FGS-DT-RESCISAO FGS-MULTA
                       WRITE FGS-REC
                   END-IF
               END-IF.

           0640-FECHAR-FGTS.
               MOVE 'T'          TO FGT-TIPO.
               MOVE WRK-FGR-QT   TO FGT-QT.
               MOVE WRK-FGR-BASE TO FGT-SOMA-BASE.
               MOVE WRK-FGR-FGTS TO FGT-SOMA-FGTS.
               WRITE FGTSREM-TRAILER.
               CLOSE FGTSREM.
               IF FGTSSALD-ABERTO
                   CLOSE FGTSSALD
               END-IF.

      *    ******************************************************
      *    ***  MODO S - SIMULACAO DA FOLHA: CADA FUNCIONARIO ATIVO
      *    ***  E CALCULADO DUAS VEZES COM A MESMA LOGICA DA FOLHA
      *    ***  COMPLETA - COM AS FAIXAS E O SALARIO ATUAIS E COM AS
      *    ***  FAIXAS PROPOSTAS (TAXSIM) E O SALARIO DO CENARIO
      *    ***  (SALSIM). NAO GRAVA EMPMAST, SALHIST, HOLERITE,
      *    ***  REMESSAS, LEDGTXN, BENEFMOV, RETROPAY NEM SALDO DE
      *    ***  EMPRESTIMO; O COMPARATIVO POR FUNCIONARIO, POR
      *    ***  DEPARTAMENTO E TOTAL SAI NO SIMREP
      *    ******************************************************
           0700-SIMULAR-FOLHA.
               MOVE WRK-INSS-TAB TO WRK-INSS-TAB-ATUAL.
               MOVE WRK-IRRF-TAB TO WRK-IRRF-TAB-ATUAL.
               PERFORM 0702-CARREGAR-TAXSIM.
               PERFORM 0706-CARREGAR-CENARIO.
               OPEN INPUT EMPMAST.
               IF WRK-EMPMAST-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE FUNCIONARIOS INDISPONIVEL -'
                           ' STATUS ' WRK-EMPMAST-STATUS
               ELSE
                   INITIALIZE WRK-SIM-TOTAL WRK-SIM-DEPTOS
                   OPEN OUTPUT SIMREP
                   PERFORM 0740-CABECALHO-SIMULACAO
                   MOVE ZEROS TO EMP-MATRICULA
                   MOVE 'N' TO WRK-EMPMAST-FIM
                   START EMPMAST KEY IS GREATER THAN EMP-MATRICULA
                       INVALID KEY
                           MOVE 'S' TO WRK-EMPMAST-FIM
                   END-START
                   PERFORM 0710-SIMULAR-FUNCIONARIO
                           UNTIL FIM-EMPMAST
                   CLOSE EMPMAST
                   PERFORM 0750-RESUMO-SIMULACAO
                   CLOSE SIMREP
                   DISPLAY 'SIMULACAO DA FOLHA - FUNCIONARIOS..'
                           WRK-STT-QT ' - COMPARATIVO NO SIMREP'
               END-IF.

      *    ********** FAIXAS PROPOSTAS: PARTEM DAS ATUAIS E O TAXSIM
      *    ********** SUBSTITUI SO AS FAIXAS QUE TROUXER
           0702-CARREGAR-TAXSIM.
               DISPLAY 'COMPETENCIA DAS FAIXAS PROPOSTAS NO TAXSIM'
                       ' (AAAAMM, ZERO = ' WRK-COMPETENCIA ')...'.
               ACCEPT WRK-COMPET-SIM.
               IF WRK-COMPET-SIM = ZEROS
                   MOVE WRK-COMPETENCIA TO WRK-COMPET-SIM
               END-IF.
               MOVE ZEROS TO WRK-QT-PARAM-SIM.
               OPEN INPUT TAXSIM.
               IF TAXSIM-OK
                   PERFORM 0703-LER-TAXSIM
                   PERFORM 0704-GUARDAR-TAXSIM UNTIL TAXSIM-EOF
                   CLOSE TAXSIM
               END-IF.
               MOVE WRK-INSS-TAB TO WRK-INSS-TAB-SIM.
               MOVE WRK-IRRF-TAB TO WRK-IRRF-TAB-SIM.
               MOVE WRK-INSS-TAB-ATUAL TO WRK-INSS-TAB.
               MOVE WRK-IRRF-TAB-ATUAL TO WRK-IRRF-TAB.
               IF WRK-QT-PARAM-SIM = 0
                   DISPLAY 'SEM FAIXAS PROPOSTAS NO TAXSIM - SIMULADO'
                           ' COM AS FAIXAS ATUAIS'
               END-IF.

           0703-LER-TAXSIM.
               READ TAXSIM
                   AT END MOVE '10' TO WRK-TAXSIM-STATUS
               END-READ.

           0704-GUARDAR-TAXSIM.
               IF TS-COMPETENCIA = WRK-COMPET-SIM
                   EVALUATE TRUE
                       WHEN TS-INSS AND TS-SEQ >= 1 AND TS-SEQ <= 4
                           MOVE TS-LIMITE
                                TO WRK-INSS-LIM(TS-SEQ)
                           MOVE TS-ALIQUOTA
                                TO WRK-INSS-ALQ(TS-SEQ)
                           ADD 1 TO WRK-QT-PARAM-SIM
                       WHEN TS-IRRF AND TS-SEQ >= 1 AND TS-SEQ <= 5
                           MOVE TS-LIMITE
                                TO WRK-IRRF-LIM(TS-SEQ)
                           MOVE TS-ALIQUOTA
                                TO WRK-IRRF-ALQ(TS-SEQ)
                           ADD 1 TO WRK-QT-PARAM-SIM
                       WHEN OTHER
                           DISPLAY 'PARAMETRO IGNORADO NO TAXSIM'
                                   ' - TIPO ' TS-TIPO
                                   ' SEQ ' TS-SEQ
                   END-EVALUATE
               END-IF.
               PERFORM 0703-LER-TAXSIM.

           0706-CARREGAR-CENARIO.
               MOVE ZEROS TO WRK-QT-SSC-TAB.
               OPEN INPUT SALSIM.
               IF SALSIM-OK
                   PERFORM 0707-LER-CENARIO
                   PERFORM 0708-GUARDAR-CENARIO
                           UNTIL SALSIM-EOF
                              OR WRK-QT-SSC-TAB >= 500
                   CLOSE SALSIM
               END-IF.
               IF WRK-QT-SSC-TAB = 0
                   DISPLAY 'SEM CENARIO DE SALARIOS NO SALSIM -'
                           ' SIMULADO COM OS SALARIOS ATUAIS'
               END-IF.

           0707-LER-CENARIO.
               READ SALSIM
                   AT END MOVE '10' TO WRK-SALSIM-STATUS
               END-READ.

           0708-GUARDAR-CENARIO.
               ADD 1 TO WRK-QT-SSC-TAB.
               MOVE SS-MATRICULA TO WRK-SSC-MATRICULA(WRK-QT-SSC-TAB).
               MOVE SS-DEPTO     TO WRK-SSC-DEPTO(WRK-QT-SSC-TAB).
               MOVE SS-PCT       TO WRK-SSC-PCT(WRK-QT-SSC-TAB).
               MOVE SS-SALARIO   TO WRK-SSC-SALARIO(WRK-QT-SSC-TAB).
               PERFORM 0707-LER-CENARIO.

           0710-SIMULAR-FUNCIONARIO.
               READ EMPMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EMPMAST-FIM
               END-READ.
               IF NOT FIM-EMPMAST AND EMP-ATIVO
                   MOVE EMP-MATRICULA TO WRK-MATRICULA
                   MOVE EMP-NOME      TO WRK-NOME
                   MOVE 1 TO WRK-SQ-QT
      *    *************** CENARIO ATUAL
                   MOVE EMP-SALARIO TO WRK-SIM-SALARIO
                   PERFORM 0720-CALCULAR-CENARIO
                   MOVE WRK-SALARIO       TO WRK-SQ-ATU-BRUTO
                   MOVE WRK-SIM-DESCONTOS TO WRK-SQ-ATU-DESC
                   MOVE WRK-SALARIO-LIQ   TO WRK-SQ-ATU-LIQ
                   MOVE WRK-SIM-CUSTO     TO WRK-SQ-ATU-CUSTO
      *    *************** CENARIO SIMULADO
                   PERFORM 0715-APLICAR-CENARIO
                   MOVE WRK-INSS-TAB-SIM TO WRK-INSS-TAB
                   MOVE WRK-IRRF-TAB-SIM TO WRK-IRRF-TAB
                   PERFORM 0720-CALCULAR-CENARIO
                   MOVE WRK-INSS-TAB-ATUAL TO WRK-INSS-TAB
                   MOVE WRK-IRRF-TAB-ATUAL TO WRK-IRRF-TAB
                   MOVE WRK-SALARIO       TO WRK-SQ-NOV-BRUTO
                   MOVE WRK-SIM-DESCONTOS TO WRK-SQ-NOV-DESC
                   MOVE WRK-SALARIO-LIQ   TO WRK-SQ-NOV-LIQ
                   MOVE WRK-SIM-CUSTO     TO WRK-SQ-NOV-CUSTO
                   MOVE WRK-MATRICULA TO SML-CODIGO
                   MOVE WRK-NOME      TO SML-NOME
                   MOVE EMP-DEPTO     TO SML-DEPTO
                   PERFORM 0745-GRAVAR-QUADRO
                   PERFORM 0735-ACUMULAR-SIMULACAO
               END-IF.

      *    ********** SALARIO DO CENARIO: A REGRA DA MATRICULA VALE
      *    ********** MAIS QUE A DO DEPARTAMENTO, QUE VALE MAIS QUE A
      *    ********** GERAL; SALARIO INFORMADO SUBSTITUI, SENAO APLICA
      *    ********** O PERCENTUAL SOBRE O SALARIO ATUAL
           0715-APLICAR-CENARIO.
               MOVE ZEROS TO WRK-SSC-ACHOU WRK-SSC-NIVEL-ACHOU.
               PERFORM 0716-CONFERIR-CENARIO
                       VARYING WRK-SSC-SUB FROM 1 BY 1
                       UNTIL WRK-SSC-SUB > WRK-QT-SSC-TAB.
               MOVE EMP-SALARIO TO WRK-SIM-SALARIO.
               IF WRK-SSC-ACHOU > 0
                   IF WRK-SSC-SALARIO(WRK-SSC-ACHOU) > 0
                       MOVE WRK-SSC-SALARIO(WRK-SSC-ACHOU)
                            TO WRK-SIM-SALARIO
                   ELSE
                       COMPUTE WRK-SIM-CALC ROUNDED = EMP-SALARIO +
                               (EMP-SALARIO
                                * WRK-SSC-PCT(WRK-SSC-ACHOU) / 100)
                       IF WRK-SIM-CALC > 999999,99
                           DISPLAY 'AVISO - SALARIO DO CENARIO ACIMA'
                                   ' DO LIMITE - MATRICULA '
                                   WRK-MATRICULA
                           MOVE 999999,99 TO WRK-SIM-SALARIO
                       ELSE
                           MOVE WRK-SIM-CALC TO WRK-SIM-SALARIO
                       END-IF
                   END-IF
               END-IF.

           0716-CONFERIR-CENARIO.
               MOVE ZEROS TO WRK-SSC-NIVEL.
               EVALUATE TRUE
                   WHEN WRK-SSC-MATRICULA(WRK-SSC-SUB) = WRK-MATRICULA
                       MOVE 3 TO WRK-SSC-NIVEL
                   WHEN WRK-SSC-MATRICULA(WRK-SSC-SUB) = ZEROS
                    AND WRK-SSC-DEPTO(WRK-SSC-SUB) = EMP-DEPTO
                    AND EMP-DEPTO NOT = ZEROS
                       MOVE 2 TO WRK-SSC-NIVEL
                   WHEN WRK-SSC-MATRICULA(WRK-SSC-SUB) = ZEROS
                    AND WRK-SSC-DEPTO(WRK-SSC-SUB) = ZEROS
                       MOVE 1 TO WRK-SSC-NIVEL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WRK-SSC-NIVEL > WRK-SSC-NIVEL-ACHOU
                   MOVE WRK-SSC-NIVEL TO WRK-SSC-NIVEL-ACHOU
                   MOVE WRK-SSC-SUB   TO WRK-SSC-ACHOU
               END-IF.

      *    ********** MESMA SEQUENCIA DE CALCULO DA FOLHA COMPLETA
      *    ********** (0510) SOBRE O SALARIO EM WRK-SIM-SALARIO.
      *    ********** CUSTO DA EMPRESA = BRUTO + FGTS + PARTE DA
      *    ********** EMPRESA NOS BENEFICIOS
           0720-CALCULAR-CENARIO.
               MOVE WRK-SIM-SALARIO TO WRK-SALARIO.
               MOVE ZEROS TO WRK-BEN-TOT-CUSTO WRK-BEN-TOT-PARTE
                             WRK-RET-BRUTO WRK-RET-INSS WRK-RET-IRRF
                             WRK-RET-FGTS WRK-RET-LIQ.
               IF PAGTO-MENSAL
                   PERFORM 0340-APLICAR-MOVIMENTOS
                   PERFORM 0337-DESCONTAR-AFASTAMENTO
               ELSE
                   PERFORM 0346-AJUSTAR-BASE-PAGTO
               END-IF.
               PERFORM 0350-CALCULAR-LIQUIDO
                       THRU 0350-SAIDA.
               IF PAGTO-MENSAL
                   PERFORM 0347-PAGAR-DISSIDIO
                   PERFORM 0343-DESCONTAR-BENEFICIOS
                   PERFORM 0348-DESCONTAR-EMPRESTIMO
               END-IF.
               IF WRK-SALARIO > WRK-SALARIO-LIQ
                   COMPUTE WRK-SIM-DESCONTOS =
                           WRK-SALARIO - WRK-SALARIO-LIQ
               ELSE
                   MOVE ZEROS TO WRK-SIM-DESCONTOS
               END-IF.
               COMPUTE WRK-SIM-CUSTO = WRK-SALARIO + WRK-FGTS
                       + WRK-BEN-TOT-CUSTO - WRK-BEN-TOT-PARTE.

           0735-ACUMULAR-SIMULACAO.
               COMPUTE WRK-SDP-SUB = EMP-DEPTO + 1.
               ADD 1 TO WRK-SDP-QT(WRK-SDP-SUB) WRK-STT-QT.
               ADD WRK-SQ-ATU-BRUTO TO WRK-SDP-ATU-BRUTO(WRK-SDP-SUB)
                                       WRK-STT-ATU-BRUTO.
               ADD WRK-SQ-ATU-DESC  TO WRK-SDP-ATU-DESC(WRK-SDP-SUB)
                                       WRK-STT-ATU-DESC.
               ADD WRK-SQ-ATU-LIQ   TO WRK-SDP-ATU-LIQ(WRK-SDP-SUB)
                                       WRK-STT-ATU-LIQ.
               ADD WRK-SQ-ATU-CUSTO TO WRK-SDP-ATU-CUSTO(WRK-SDP-SUB)
                                       WRK-STT-ATU-CUSTO.
               ADD WRK-SQ-NOV-BRUTO TO WRK-SDP-NOV-BRUTO(WRK-SDP-SUB)
                                       WRK-STT-NOV-BRUTO.
               ADD WRK-SQ-NOV-DESC  TO WRK-SDP-NOV-DESC(WRK-SDP-SUB)
                                       WRK-STT-NOV-DESC.
               ADD WRK-SQ-NOV-LIQ   TO WRK-SDP-NOV-LIQ(WRK-SDP-SUB)
                                       WRK-STT-NOV-LIQ.
               ADD WRK-SQ-NOV-CUSTO TO WRK-SDP-NOV-CUSTO(WRK-SDP-SUB)
                                       WRK-STT-NOV-CUSTO.

           0740-CABECALHO-SIMULACAO.
               MOVE SPACES TO SIMREP-REC.
               STRING 'SIMULACAO DA FOLHA - COMPETENCIA '
                      WRK-COMPETENCIA ' - TIPO ' WRK-TIPO-PAGTO
                      ' - FAIXAS PROPOSTAS ' WRK-COMPET-SIM
                      DELIMITED BY SIZE INTO SIMREP-REC
               END-STRING.
               WRITE SIMREP-REC.
               MOVE SPACES TO SIMREP-REC.
               WRITE SIMREP-REC.
               MOVE SPACES TO SIMREP-REC.
               MOVE 'MATRIC NOME                 DP CENARIO'
                    TO SIMREP-REC.
               MOVE '          BRUTO      DESCONTOS        LIQUIDO'
                    TO SIMREP-REC(41:45).
               MOVE '  CUSTO EMPRESA' TO SIMREP-REC(86:15).
               WRITE SIMREP-REC.

      *    ********** TRES LINHAS POR QUADRO: ATUAL, SIMULADO E A
      *    ********** DIFERENCA (SIMULADO - ATUAL)
           0745-GRAVAR-QUADRO.
               MOVE 'ATUAL'            TO SML-CENARIO.
               MOVE WRK-SQ-ATU-BRUTO   TO SML-BRUTO.
               MOVE WRK-SQ-ATU-DESC    TO SML-DESC.
               MOVE WRK-SQ-ATU-LIQ     TO SML-LIQ.
               MOVE WRK-SQ-ATU-CUSTO   TO SML-CUSTO.
               MOVE WRK-SIM-LINHA TO SIMREP-REC.
               WRITE SIMREP-REC.
               MOVE SPACES TO SML-CODIGO SML-NOME SML-DEPTO.
               MOVE 'SIMULADO'         TO SML-CENARIO.
               MOVE WRK-SQ-NOV-BRUTO   TO SML-BRUTO.
               MOVE WRK-SQ-NOV-DESC    TO SML-DESC.
               MOVE WRK-SQ-NOV-LIQ     TO SML-LIQ.
               MOVE WRK-SQ-NOV-CUSTO   TO SML-CUSTO.
               MOVE WRK-SIM-LINHA TO SIMREP-REC.
               WRITE SIMREP-REC.
               MOVE 'DIFERENCA'        TO SML-CENARIO.
               COMPUTE WRK-SIM-DIF = WRK-SQ-NOV-BRUTO
                                   - WRK-SQ-ATU-BRUTO.
               MOVE WRK-SIM-DIF        TO SML-BRUTO.
               COMPUTE WRK-SIM-DIF = WRK-SQ-NOV-DESC - WRK-SQ-ATU-DESC.
               MOVE WRK-SIM-DIF        TO SML-DESC.
               COMPUTE WRK-SIM-DIF = WRK-SQ-NOV-LIQ - WRK-SQ-ATU-LIQ.
               MOVE WRK-SIM-DIF        TO SML-LIQ.
               COMPUTE WRK-SIM-DIF = WRK-SQ-NOV-CUSTO
                                   - WRK-SQ-ATU-CUSTO.
               MOVE WRK-SIM-DIF        TO SML-CUSTO.
               MOVE WRK-SIM-LINHA TO SIMREP-REC.
               WRITE SIMREP-REC.

      *    ********** QUEBRA POR DEPARTAMENTO E TOTAL DA SIMULACAO
           0750-RESUMO-SIMULACAO.
               MOVE SPACES TO SIMREP-REC.
               WRITE SIMREP-REC.
               MOVE 'RESUMO POR DEPARTAMENTO' TO SIMREP-REC.
               WRITE SIMREP-REC.
               MOVE 'N' TO WRK-CAD-ABERTO.
               OPEN INPUT DEPTMAST.
               IF DEPTMAST-OK
                   MOVE 'S' TO WRK-CAD-ABERTO
               END-IF.
               PERFORM 0755-QUADRO-DEPTO
                       VARYING WRK-SDP-SUB FROM 1 BY 1
                       UNTIL WRK-SDP-SUB > 100.
               IF CADASTRO-ABERTO
                   CLOSE DEPTMAST
               END-IF.
               MOVE SPACES TO SIMREP-REC.
               WRITE SIMREP-REC.
               MOVE WRK-SIM-TOTAL TO WRK-SIM-QUADRO.
               MOVE WRK-STT-QT TO WRK-QT-FUNC-ED.
               MOVE WRK-QT-FUNC-ED TO SML-CODIGO.
               MOVE 'TOTAL DA EMPRESA' TO SML-NOME.
               MOVE SPACES TO SML-DEPTO.
               PERFORM 0745-GRAVAR-QUADRO.

      *    ********** NA QUEBRA, A PRIMEIRA COLUNA TRAZ A QUANTIDADE
      *    ********** DE FUNCIONARIOS DO DEPARTAMENTO
           0755-QUADRO-DEPTO.
               IF WRK-SDP-QT(WRK-SDP-SUB) > ZEROS
                   MOVE WRK-SDP(WRK-SDP-SUB) TO WRK-SIM-QUADRO
                   COMPUTE WRK-LAB-DEPTO = WRK-SDP-SUB - 1
                   MOVE SPACES TO WRK-LAB-NOME
                   IF WRK-LAB-DEPTO = ZEROS
                       MOVE 'SEM LOTACAO' TO WRK-LAB-NOME
                   ELSE
                       IF CADASTRO-ABERTO
                           MOVE WRK-LAB-DEPTO TO DPT-CODIGO
                           READ DEPTMAST
                               KEY IS DPT-CODIGO
                               INVALID KEY
                                   MOVE 'SEM CADASTRO'
                                        TO WRK-LAB-NOME
                               NOT INVALID KEY
                                   MOVE DPT-NOME TO WRK-LAB-NOME
                           END-READ
                       END-IF
                   END-IF
                   MOVE WRK-SQ-QT TO WRK-QT-FUNC-ED
                   MOVE WRK-QT-FUNC-ED TO SML-CODIGO
                   MOVE WRK-LAB-NOME   TO SML-NOME
                   MOVE WRK-LAB-DEPTO  TO SML-DEPTO
                   PERFORM 0745-GRAVAR-QUADRO
               END-IF.

           0480-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           COPY LVEPROC.
