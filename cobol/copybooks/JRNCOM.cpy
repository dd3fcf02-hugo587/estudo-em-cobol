      ***              RECONSTRUIDO ATE O MOMENTO ESCOLHIDO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - IMAGEM DO JORNAL AMPLIADA PARA X(120)
      ***                        PARA CABER O CUSTMAST COM O
      ***                        DOCUMENTO FISCAL DO CLIENTE.
      ***   02/09/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 JRN-ARQUIVO   PIC X(08) VALUE SPACES.
       77 JRN-ACAO      PIC X(01) VALUE SPACES.
       77 JRN-CHAVE     PIC X(20) VALUE SPACES.
       77 JRN-IMAGEM    PIC X(120) VALUE SPACES.
       77 JRN-OPERADOR  PIC X(20) VALUE SPACES.
       77 JRN-DATAHORA  PIC X(17) VALUE SPACES.
       01 JRN-TIMESTAMP.
