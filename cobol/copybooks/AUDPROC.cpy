      ***              DE AUDITORIA DOS MESTRES (AUDITTRL). O
      ***              PROGRAMA HOSPEDEIRO DEVE DECLARAR
      ***              SELECT/FD DO AUDITTRL (LINE SEQUENTIAL,
      ***              AUDITTRL-REC PIC X(340)) E O CAMPO
      ***              WRK-AUDITTRL-STATUS, ALEM DE COPY AUDCOM
      ***              NA WORKING-STORAGE. USO: PREENCHER
      ***              AUD-TRL-OPERADOR/ARQUIVO/ACAO/CHAVE/
      ***              9400-REGISTRAR-AUD-TRL.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - IMAGENS ANTES/DEPOIS EM X(120) E
      ***                        CONTRATO DO AUDITTRL-REC EM X(340),
      ***                        PARA CABER O CUSTMAST COM O
      ***                        DOCUMENTO FISCAL DO CLIENTE.
      ***   22/08/2026 HUGOVIE - CONTRATO DO AUDITTRL-REC AMPLIADO
      ***                        PARA X(280) - EM X(250) O FIM DA
      ***                        IMAGEM DEPOIS ERA TRUNCADO.
