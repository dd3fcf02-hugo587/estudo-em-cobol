      ***              SELECT/FD DO MSTJRNL (LINE SEQUENTIAL,
      ***              LAYOUT MJ-DATAHORA X(17), MJ-ARQUIVO X(08),
      ***              MJ-ACAO X(01), MJ-CHAVE X(20), MJ-OPERADOR
      ***              X(20), MJ-IMAGEM X(120) - LRECL 186) E O
      ***              CAMPO WRK-MSTJRNL-STATUS, ALEM DE COPY
      ***              JRNCOM NA WORKING-STORAGE. USO: PREENCHER
      ***              JRN-ARQUIVO/ACAO (W-GRAVACAO, R-REGRAVACAO,
      ***              9500-REGISTRAR-JORNAL APOS CADA MUTACAO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - CONTRATO DO MSTJRNL COM MJ-IMAGEM
      ***                        EM X(120) (LRECL 186), PARA CABER O
      ***                        CUSTMAST COM O DOCUMENTO FISCAL.
      ***   02/09/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9500-9599 RESERVADA PARA NAO
      ***                        COLIDIR COM DATEPROC (9000),
