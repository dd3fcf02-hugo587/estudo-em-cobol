      *****************************************************
      ***   COPYBOOK DLQCOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DA INADIMPLENCIA DE
      ***              MENSALIDADE ESCOLAR: RESULTADO DA APURACAO
      ***              DE UM ALUNO PELO 9460-APURAR-INADIMPL
      ***              (DLQPROC) - RESPONSAVEL FINANCEIRO (STUFIN),
      ***              PARCELAS DE MENSALIDADE VENCIDAS E NAO PAGAS
      ***              NO CONTASREC (TITULOS DA FAIXA 900001+ DO
      ***              PROGCOB99, EM ABERTO OU BAIXADOS COMO PERDA),
      ***              VALOR EM ATRASO, VENCIMENTO MAIS ANTIGO E
      ***              MESES DE ATRASO. A POLITICA VEM DO ARQUIVO
      ***              DELQPAR: R - RETER (BOLETIM NAO SAI E O
      ***              ALUNO NAO E REMATRICULADO), M - MARCAR (SAI
      ***              COM O AVISO DE PENDENCIA FINANCEIRA), N - SO
      ***              APURA, SEM RETER NEM MARCAR. O ALUNO FICA
      ***              ACIMA DO LIMITE (DLQ-ACIMA-LIMITE) QUANDO AS
      ***              PARCELAS VENCIDAS CHEGAM A DLQ-PARC-LIMITE E
      ***              O VALOR EM ATRASO CHEGA A DLQ-VALOR-LIMITE. A
      ***              DIVIDA E DO RESPONSAVEL: IRMAOS COM O MESMO
      ***              RESPONSAVEL FICAM NA MESMA SITUACAO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 DLQ-MATRICULA      PIC 9(06) VALUE ZEROS.
       77 DLQ-CLIENTE        PIC 9(06) VALUE ZEROS.
       77 DLQ-QT-PARCELAS    PIC 9(03) VALUE ZEROS.
       77 DLQ-VALOR-VENCIDO  PIC 9(10)V99 VALUE ZEROS.
       77 DLQ-MESES-ATRASO   PIC 9(03) VALUE ZEROS.
       01 DLQ-DT-MAIS-ANTIGA PIC 9(08) VALUE ZEROS.
       01 DLQ-DT-ANTIGA-PARTES REDEFINES DLQ-DT-MAIS-ANTIGA.
           02 DLQ-ANT-ANO    PIC 9(04).
           02 DLQ-ANT-MES    PIC 9(02).
           02 DLQ-ANT-DIA    PIC 9(02).
       01 DLQ-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 DLQ-HOJE-PARTES REDEFINES DLQ-DATA-HOJE.
           02 DLQ-HOJE-ANO   PIC 9(04).
           02 DLQ-HOJE-MES   PIC 9(02).
           02 DLQ-HOJE-DIA   PIC 9(02).
       77 DLQ-SITUACAO       PIC X(01) VALUE 'N'.
           88 DLQ-ACIMA-LIMITE VALUE 'S'.
      ***  POLITICA E LIMITES (DELQPAR); SEM O ARQUIVO, MARCA A
      ***  PARTIR DE DUAS MENSALIDADES VENCIDAS
       77 DLQ-POLITICA       PIC X(01) VALUE 'M'.
           88 DLQ-POLIT-RETER     VALUE 'R'.
           88 DLQ-POLIT-MARCAR    VALUE 'M'.
           88 DLQ-POLIT-DESLIGADA VALUE 'N'.
       77 DLQ-PARC-LIMITE    PIC 9(02) VALUE 2.
       77 DLQ-VALOR-LIMITE   PIC 9(08)V99 VALUE ZEROS.
      ***  FAIXA DE NUMERACAO DAS MENSALIDADES (PROGCOB99)
       77 DLQ-FAIXA-MENSAL   PIC 9(06) VALUE 900000.
       77 DLQ-ARQUIVOS       PIC X(01) VALUE 'N'.
           88 DLQ-ARQUIVOS-ABERTOS VALUE 'S'.
       77 DLQ-FIM-LEITURA    PIC X(01) VALUE 'N'.
           88 DLQ-FIM          VALUE 'S'.
