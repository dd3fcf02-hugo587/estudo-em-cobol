      *****************************************************
      ***   COPYBOOK DOCCOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DA CRITICA DO DOCUMENTO
      ***              FISCAL (CNPJ OU CPF) DE CLIENTES E
      ***              FORNECEDORES. O NUMERO FICA ALINHADO A
      ***              DIREITA EM 14 DIGITOS: O CPF OCUPA AS 11
      ***              ULTIMAS POSICOES. DOC-DIGITO DA ACESSO A
      ***              CADA DIGITO PARA O CALCULO DO MODULO 11.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 DOC-TIPO      PIC X(01) VALUE SPACES.
           88 DOC-TIPO-CNPJ VALUE 'J'.
           88 DOC-TIPO-CPF  VALUE 'F'.
       77 DOC-RESULTADO PIC X(01) VALUE 'N'.
           88 DOC-VALIDO    VALUE 'S'.
       77 DOC-INICIO    PIC 9(02) VALUE ZEROS.
       77 DOC-FIM       PIC 9(02) VALUE ZEROS.
       77 DOC-SUB       PIC 9(02) VALUE ZEROS.
       77 DOC-PESO      PIC 9(02) VALUE ZEROS.
       77 DOC-PESO-MAX  PIC 9(02) VALUE ZEROS.
       77 DOC-SOMA      PIC 9(05) VALUE ZEROS.
       77 DOC-QUOC      PIC 9(05) VALUE ZEROS.
       77 DOC-RESTO     PIC 9(02) VALUE ZEROS.
       77 DOC-DV        PIC 9(01) VALUE ZEROS.
       77 DOC-IGUAIS    PIC 9(02) VALUE ZEROS.
       01 DOC-NUMERO    PIC 9(14) VALUE ZEROS.
       01 DOC-NUMERO-R REDEFINES DOC-NUMERO.
           02 DOC-DIGITO PIC 9(01) OCCURS 14 TIMES.
