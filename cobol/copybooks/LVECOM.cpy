      *****************************************************
      ***   COPYBOOK LVECOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DOS AFASTAMENTOS (LEAVEMST,
      ***              MANTIDO PELO PRGCOB133): RESULTADO DA
      ***              APURACAO DE UMA MATRICULA NUMA COMPETENCIA
      ***              PELO 9900-APURAR-AFASTAMENTO (LVEPROC) -
      ***              DIAS QUE A EMPRESA NAO PAGA E DIAS QUE NAO
      ***              CONTAM PARA AS FERIAS, NA BASE DE 30 DIAS.
      ***              REGRAS: DOENCA (D) E ACIDENTE DE TRABALHO
      ***              (A) - A EMPRESA PAGA OS PRIMEIROS
      ***              LVC-DIAS-EMPRESA DIAS, DAI EM DIANTE PAGA O
      ***              INSS; AS FERIAS CORREM ATE LVC-DIAS-FERIAS
      ***              DIAS DE AFASTAMENTO (6 MESES). MATERNIDADE
      ***              (M) - A EMPRESA PAGA E COMPENSA NO INSS; AS
      ***              FERIAS CORREM. NAO REMUNERADA (N) - SEM
      ***              SALARIO E SEM FERIAS DESDE O PRIMEIRO DIA.
      ***              AFASTAMENTO SEM RETORNO REGISTRADO CONTINUA
      ***              EM ABERTO, AINDA QUE A PREVISAO TENHA
      ***              PASSADO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 LVC-MATRICULA      PIC 9(06) VALUE ZEROS.
       77 LVC-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 LVC-DIAS-SEM-PAGTO PIC 9(02) VALUE ZEROS.
       77 LVC-DIAS-SEM-FERIAS PIC 9(02) VALUE ZEROS.
       77 LVC-QT-AFAST       PIC 9(02) VALUE ZEROS.
       77 LVC-DIAS-EMPRESA   PIC 9(03) VALUE 15.
       77 LVC-DIAS-FERIAS    PIC 9(03) VALUE 180.
       01 LVC-DATA           PIC 9(08) VALUE ZEROS.
       01 LVC-DATA-PARTES REDEFINES LVC-DATA.
           02 LVC-ANO        PIC 9(04).
           02 LVC-MES        PIC 9(02).
           02 LVC-DIA        PIC 9(02).
       77 LVC-ORDINAL        PIC 9(07) VALUE ZEROS.
       77 LVC-Z-ANO          PIC 9(04) VALUE ZEROS.
       77 LVC-Z-MES          PIC 9(02) VALUE ZEROS.
       77 LVC-Z-Q4           PIC 9(04) VALUE ZEROS.
       77 LVC-Z-Q100         PIC 9(04) VALUE ZEROS.
       77 LVC-Z-Q400         PIC 9(04) VALUE ZEROS.
       77 LVC-Z-T            PIC 9(04) VALUE ZEROS.
       77 LVC-Z-T5           PIC 9(04) VALUE ZEROS.
       77 LVC-Z-RESTO        PIC 9(04) VALUE ZEROS.
       77 LVC-MES-INI        PIC 9(07) VALUE ZEROS.
       77 LVC-MES-FIM        PIC 9(07) VALUE ZEROS.
       77 LVC-QT-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77 LVC-LIC-INI        PIC 9(07) VALUE ZEROS.
       77 LVC-LIC-FIM        PIC 9(07) VALUE ZEROS.
       77 LVC-FAIXA-INI      PIC 9(07) VALUE ZEROS.
       77 LVC-FAIXA-FIM      PIC 9(07) VALUE ZEROS.
       77 LVC-INTERSECAO     PIC 9(03) VALUE ZEROS.
       77 LVC-SOMA-PAGTO     PIC 9(03) VALUE ZEROS.
       77 LVC-SOMA-FERIAS    PIC 9(03) VALUE ZEROS.
       77 LVC-FIM-LEITURA    PIC X(01) VALUE 'N'.
           88 LVC-FIM          VALUE 'S'.
