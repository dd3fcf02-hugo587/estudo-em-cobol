      ***              CHAVE DO REGISTRO E IMAGENS ANTES/DEPOIS.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - IMAGENS ANTES/DEPOIS AMPLIADAS PARA
      ***                        X(120), PARA CABER O CUSTMAST COM O
      ***                        DOCUMENTO FISCAL DO CLIENTE.
      ***   22/08/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 AUD-TRL-OPERADOR  PIC X(20) VALUE SPACES.
       77 AUD-TRL-ARQUIVO   PIC X(08) VALUE SPACES.
       77 AUD-TRL-ACAO      PIC X(01) VALUE SPACES.
       77 AUD-TRL-CHAVE     PIC X(06) VALUE SPACES.
       77 AUD-TRL-ANTES     PIC X(120) VALUE SPACES.
       77 AUD-TRL-DEPOIS    PIC X(120) VALUE SPACES.
       77 AUD-TRL-DATAHORA  PIC X(17) VALUE SPACES.
       01 AUD-TRL-TIMESTAMP.
           02 AUD-TRL-TS-DATA PIC 9(08).
