      *****************************************************
      ***   COPYBOOK INBCOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DO CONTROLE DE ARQUIVOS
      ***              RECEBIDOS DE FORA (BANKRET, BANKSTMT,
      ***              EDIORDER, CARRRET, CARRBILL, PUNCHFIL).
      ***              TODO ARQUIVO RECEBIDO CHEGA COM UM HEADER
      ***              NA PRIMEIRA LINHA E UM TRAILER NA ULTIMA:
      ***              HEADER  'HDR' + REMETENTE X(08) + DATA DO
      ***                      ARQUIVO 9(08) AAAAMMDD + SEQUENCIA
      ***                      9(06) DO REMETENTE;
      ***              TRAILER 'TRL' + QUANTIDADE DE DETALHES 9(07)
      ***                      + TOTAL DE CONTROLE 9(13)V99.
      ***              O TOTAL DE CONTROLE E A SOMA DO VALOR DOS
      ***              DETALHES OU, NO ARQUIVO SEM VALOR, A SOMA
      ***              DA CHAVE (PEDIDO, MATRICULA) OU DA QUANTIDADE
      ***              - CADA PROGRAMA DIZ QUAL NO SEU CABECALHO.
      ***              O REGISTRO DE ARQUIVOS JA PROCESSADOS (INBREG)
      ***              GUARDA ARQUIVO, REMETENTE, DATA, SEQUENCIA E
      ***              TOTAIS, E RECUSA A REPETICAO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 INB-ARQUIVO        PIC X(08) VALUE SPACES.
       01 INB-REGISTRO       PIC X(40) VALUE SPACES.
       01 INB-REG-HEADER REDEFINES INB-REGISTRO.
           02 INB-H-TIPO     PIC X(03).
           02 INB-H-REMETENTE PIC X(08).
           02 INB-H-DATA     PIC X(08).
           02 INB-H-SEQ      PIC X(06).
           02 FILLER         PIC X(15).
       01 INB-REG-TRAILER REDEFINES INB-REGISTRO.
           02 INB-T-TIPO     PIC X(03).
           02 INB-T-QTDE     PIC X(07).
           02 INB-T-TOTAL    PIC X(15).
           02 INB-T-TOTAL-N REDEFINES INB-T-TOTAL
                             PIC 9(13)V99.
           02 FILLER         PIC X(15).
       77 INB-TIPO-REG       PIC X(01) VALUE SPACES.
           88 INB-E-HEADER   VALUE 'H'.
           88 INB-E-TRAILER  VALUE 'T'.
           88 INB-E-DETALHE  VALUE 'D'.
      ***  CONTAGEM DA LEITURA DE CONFERENCIA. O HOSPEDEIRO SOMA O
      ***  TOTAL DE CONTROLE DE CADA DETALHE EM INB-SOMA-DET
       77 INB-QT-HEADER      PIC 9(03) VALUE ZEROS.
       77 INB-QT-TRAILER     PIC 9(03) VALUE ZEROS.
       77 INB-QT-DETALHE     PIC 9(07) VALUE ZEROS.
       77 INB-QT-FORA-ORDEM  PIC 9(05) VALUE ZEROS.
       77 INB-SOMA-DET       PIC 9(13)V99 VALUE ZEROS.
      ***  O QUE O HEADER E O TRAILER DECLARAM
       77 INB-REMETENTE      PIC X(08) VALUE SPACES.
       77 INB-DT-ARQUIVO     PIC 9(08) VALUE ZEROS.
       77 INB-SEQ            PIC 9(06) VALUE ZEROS.
       77 INB-QT-INFORMADA   PIC 9(07) VALUE ZEROS.
       77 INB-TOTAL-INFORMADO PIC 9(13)V99 VALUE ZEROS.
       77 INB-HEADER-VALIDO  PIC X(01) VALUE 'N'.
           88 INB-HEADER-OK  VALUE 'S'.
       77 INB-TRAILER-VALIDO PIC X(01) VALUE 'N'.
           88 INB-TRAILER-OK VALUE 'S'.
      ***  RESULTADO DA CONFERENCIA
       77 INB-SITUACAO       PIC X(01) VALUE 'A'.
           88 INB-ARQUIVO-ACEITO   VALUE 'A'.
           88 INB-ARQUIVO-RECUSADO VALUE 'R'.
       77 INB-MOTIVO         PIC X(40) VALUE SPACES.
       77 INB-STATUS         PIC X(02) VALUE SPACES.
       77 INB-DATAHORA       PIC X(17) VALUE SPACES.
       01 INB-TIMESTAMP.
           02 INB-TS-DATA    PIC 9(08).
           02 INB-TS-HORA    PIC 9(08).
