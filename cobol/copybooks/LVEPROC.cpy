      *****************************************************
      ***   COPYBOOK LVEPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFOS COMUNS DOS AFASTAMENTOS. O
      ***              PROGRAMA HOSPEDEIRO DEVE DECLARAR SELECT/FD
      ***              DO LEAVEMST (INDEXED, CHAVE LVE-CHAVE =
      ***              LVE-MATRICULA 9(06) + LVE-DT-INICIO 9(08);
      ***              LVE-TIPO X(01), LVE-DT-PREVISTA 9(08),
      ***              LVE-DT-RETORNO 9(08), LVE-OBSERVACAO X(30) -
      ***              LRECL 61) ABERTO EM ENTRADA OU I-O, E O
      ***              CAMPO WRK-LEAVEMST-STATUS, ALEM DE COPY
      ***              LVECOM NA WORKING-STORAGE.
      ***              USO: MOVER A MATRICULA PARA LVC-MATRICULA E
      ***              A COMPETENCIA (AAAAMM) PARA LVC-COMPETENCIA
      ***              E PERFORM 9900-APURAR-AFASTAMENTO; VOLTAM
      ***              LVC-DIAS-SEM-PAGTO, LVC-DIAS-SEM-FERIAS (0
      ***              A 30, MES INTEIRO = 30) E LVC-QT-AFAST
      ***              (AFASTAMENTOS QUE TOCAM A COMPETENCIA). O
      ***              REGISTRO DO LEAVEMST NA AREA DO FD NAO E
      ***              PRESERVADO. 9950-CALCULAR-ORDINAL DA O
      ***              NUMERO DE DIAS CORRIDOS DE LVC-DATA
      ***              (AAAAMMDD) EM LVC-ORDINAL, PARA CONTAR DIAS
      ***              ENTRE DUAS DATAS.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9900-9999 RESERVADA, DEPOIS DE
      ***                        DOCPROC (9800).
      *****************************************************
       9900-APURAR-AFASTAMENTO.
           MOVE ZEROS TO LVC-DIAS-SEM-PAGTO LVC-DIAS-SEM-FERIAS
                         LVC-QT-AFAST LVC-SOMA-PAGTO LVC-SOMA-FERIAS.
      ***  PRIMEIRO E ULTIMO DIA DA COMPETENCIA
           COMPUTE LVC-DATA = (LVC-COMPETENCIA * 100) + 1.
           PERFORM 9950-CALCULAR-ORDINAL.
           MOVE LVC-ORDINAL TO LVC-MES-INI.
           IF LVC-MES = 12
               ADD 1 TO LVC-ANO
               MOVE 1 TO LVC-MES
           ELSE
               ADD 1 TO LVC-MES
           END-IF.
           PERFORM 9950-CALCULAR-ORDINAL.
           COMPUTE LVC-MES-FIM = LVC-ORDINAL - 1.
           COMPUTE LVC-QT-DIAS-MES = LVC-MES-FIM - LVC-MES-INI + 1.
           MOVE LVC-MATRICULA TO LVE-MATRICULA.
           MOVE ZEROS         TO LVE-DT-INICIO.
           MOVE 'N' TO LVC-FIM-LEITURA.
           START LEAVEMST KEY IS NOT LESS THAN LVE-CHAVE
               INVALID KEY
                   MOVE 'S' TO LVC-FIM-LEITURA
           END-START.
           PERFORM 9910-LER-AFASTAMENTO UNTIL LVC-FIM.
           PERFORM 9930-FECHAR-DIAS.

       9910-LER-AFASTAMENTO.
           READ LEAVEMST NEXT RECORD
               AT END
                   MOVE 'S' TO LVC-FIM-LEITURA
           END-READ.
           IF NOT LVC-FIM
               IF LVE-MATRICULA NOT = LVC-MATRICULA
                   MOVE 'S' TO LVC-FIM-LEITURA
               ELSE
                   PERFORM 9915-AVALIAR-AFASTAMENTO
               END-IF
           END-IF.

      ***  PERIODO DO AFASTAMENTO EM DIAS CORRIDOS - SEM RETORNO,
      ***  FICA EM ABERTO; COM RETORNO, VAI ATE A VESPERA
       9915-AVALIAR-AFASTAMENTO.
           MOVE LVE-DT-INICIO TO LVC-DATA.
           PERFORM 9950-CALCULAR-ORDINAL.
           MOVE LVC-ORDINAL TO LVC-LIC-INI.
           IF LVE-DT-RETORNO = ZEROS
               MOVE 9999999 TO LVC-LIC-FIM
           ELSE
               MOVE LVE-DT-RETORNO TO LVC-DATA
               PERFORM 9950-CALCULAR-ORDINAL
               COMPUTE LVC-LIC-FIM = LVC-ORDINAL - 1
           END-IF.
           MOVE LVC-LIC-INI TO LVC-FAIXA-INI.
           MOVE LVC-LIC-FIM TO LVC-FAIXA-FIM.
           PERFORM 9920-INTERSECAO-MES.
           IF LVC-INTERSECAO > 0
               ADD 1 TO LVC-QT-AFAST
               EVALUATE LVE-TIPO
                   WHEN 'N'
                       ADD LVC-INTERSECAO TO LVC-SOMA-PAGTO
                       ADD LVC-INTERSECAO TO LVC-SOMA-FERIAS
                   WHEN 'D'
                   WHEN 'A'
                       COMPUTE LVC-FAIXA-INI =
                               LVC-LIC-INI + LVC-DIAS-EMPRESA
                       PERFORM 9920-INTERSECAO-MES
                       ADD LVC-INTERSECAO TO LVC-SOMA-PAGTO
                       COMPUTE LVC-FAIXA-INI =
                               LVC-LIC-INI + LVC-DIAS-FERIAS
                       PERFORM 9920-INTERSECAO-MES
                       ADD LVC-INTERSECAO TO LVC-SOMA-FERIAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ***  DIAS DA FAIXA LVC-FAIXA-INI A LVC-FAIXA-FIM DENTRO DA
      ***  COMPETENCIA
       9920-INTERSECAO-MES.
           MOVE ZEROS TO LVC-INTERSECAO.
           IF LVC-FAIXA-INI < LVC-MES-INI
               MOVE LVC-MES-INI TO LVC-FAIXA-INI
           END-IF.
           IF LVC-FAIXA-FIM > LVC-MES-FIM
               MOVE LVC-MES-FIM TO LVC-FAIXA-FIM
           END-IF.
           IF LVC-FAIXA-FIM >= LVC-FAIXA-INI
               COMPUTE LVC-INTERSECAO =
                       LVC-FAIXA-FIM - LVC-FAIXA-INI + 1
           END-IF.
           MOVE LVC-LIC-FIM TO LVC-FAIXA-FIM.

      ***  BASE DE 30 DIAS: O MES INTEIRO AFASTADO VALE 30, MESMO
      ***  COM 28 OU 31 DIAS NO CALENDARIO
       9930-FECHAR-DIAS.
           IF LVC-SOMA-PAGTO >= LVC-QT-DIAS-MES
              OR LVC-SOMA-PAGTO > 30
               MOVE 30 TO LVC-DIAS-SEM-PAGTO
           ELSE
               MOVE LVC-SOMA-PAGTO TO LVC-DIAS-SEM-PAGTO
           END-IF.
           IF LVC-SOMA-FERIAS >= LVC-QT-DIAS-MES
              OR LVC-SOMA-FERIAS > 30
               MOVE 30 TO LVC-DIAS-SEM-FERIAS
           ELSE
               MOVE LVC-SOMA-FERIAS TO LVC-DIAS-SEM-FERIAS
           END-IF.

      ***  DIAS CORRIDOS DESDE 01/03/0000 (CALENDARIO GREGORIANO,
      ***  ANO COMECANDO EM MARCO PARA O 29 DE FEVEREIRO CAIR NO
      ***  FIM) - SO A DIFERENCA ENTRE DUAS DATAS TEM SENTIDO
       9950-CALCULAR-ORDINAL.
           MOVE LVC-ANO TO LVC-Z-ANO.
           MOVE LVC-MES TO LVC-Z-MES.
           IF LVC-Z-MES < 3
               SUBTRACT 1 FROM LVC-Z-ANO
               ADD 12 TO LVC-Z-MES
           END-IF.
           DIVIDE LVC-Z-ANO BY 4   GIVING LVC-Z-Q4
                   REMAINDER LVC-Z-RESTO.
           DIVIDE LVC-Z-ANO BY 100 GIVING LVC-Z-Q100
                   REMAINDER LVC-Z-RESTO.
           DIVIDE LVC-Z-ANO BY 400 GIVING LVC-Z-Q400
                   REMAINDER LVC-Z-RESTO.
           COMPUTE LVC-Z-T = (153 * (LVC-Z-MES - 3)) + 2.
           DIVIDE LVC-Z-T BY 5 GIVING LVC-Z-T5
                   REMAINDER LVC-Z-RESTO.
           COMPUTE LVC-ORDINAL = (365 * LVC-Z-ANO) + LVC-Z-Q4
                   - LVC-Z-Q100 + LVC-Z-Q400 + LVC-Z-T5 + LVC-DIA.
