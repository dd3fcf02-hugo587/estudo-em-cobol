      *****************************************************
      ***   COPYBOOK DOCPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFO COMUM DE CRITICA DO CNPJ/CPF
      ***              PELOS DOIS DIGITOS VERIFICADORES (MODULO
      ***              11). O PROGRAMA HOSPEDEIRO DEVE TER COPY
      ***              DOCCOM NA WORKING-STORAGE.
      ***              USO: MOVER O TIPO (J=CNPJ, F=CPF) PARA
      ***              DOC-TIPO E O NUMERO PARA DOC-NUMERO E
      ***              PERFORM 9800-VALIDAR-DOCUMENTO; DOC-VALIDO
      ***              INDICA O DOCUMENTO ACEITO. NUMERO ZERADO,
      ***              NAO NUMERICO, CPF COM MAIS DE 11 DIGITOS OU
      ***              COM TODOS OS DIGITOS IGUAIS E REJEITADO.
      ***              CNPJ: PESOS DE 2 A 9 DA DIREITA PARA A
      ***              ESQUERDA, RECOMECANDO EM 2; CPF: PESOS DE 2
      ***              A 11 SEM RECOMECAR. RESTO MENOR QUE 2 DA
      ***              DIGITO 0, SENAO 11 MENOS O RESTO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9800-9899 RESERVADA, DEPOIS DE
      ***                        KITPROC (9700).
      *****************************************************
       9800-VALIDAR-DOCUMENTO.
           MOVE 'N' TO DOC-RESULTADO.
           IF DOC-NUMERO IS NUMERIC AND DOC-NUMERO NOT = ZEROS
               IF DOC-TIPO-CNPJ
                   MOVE 1  TO DOC-INICIO
                   MOVE 9  TO DOC-PESO-MAX
                   MOVE 'S' TO DOC-RESULTADO
               END-IF
               IF DOC-TIPO-CPF AND DOC-NUMERO NOT > 99999999999
                   MOVE 4  TO DOC-INICIO
                   MOVE 11 TO DOC-PESO-MAX
                   MOVE 'S' TO DOC-RESULTADO
               END-IF
           END-IF.
           IF DOC-VALIDO
               MOVE ZEROS TO DOC-IGUAIS
               PERFORM 9830-CONTAR-IGUAIS
                       VARYING DOC-SUB FROM DOC-INICIO BY 1
                       UNTIL DOC-SUB > 14
               IF DOC-IGUAIS = 15 - DOC-INICIO
                   MOVE 'N' TO DOC-RESULTADO
               END-IF
           END-IF.
           IF DOC-VALIDO
               MOVE 12 TO DOC-FIM
               PERFORM 9810-CALCULAR-DV
               IF DOC-DV NOT = DOC-DIGITO(13)
                   MOVE 'N' TO DOC-RESULTADO
               END-IF
           END-IF.
           IF DOC-VALIDO
               MOVE 13 TO DOC-FIM
               PERFORM 9810-CALCULAR-DV
               IF DOC-DV NOT = DOC-DIGITO(14)
                   MOVE 'N' TO DOC-RESULTADO
               END-IF
           END-IF.

       9810-CALCULAR-DV.
           MOVE ZEROS TO DOC-SOMA.
           MOVE 2     TO DOC-PESO.
           PERFORM 9820-SOMAR-DIGITO
                   VARYING DOC-SUB FROM DOC-FIM BY -1
                   UNTIL DOC-SUB < DOC-INICIO.
           DIVIDE DOC-SOMA BY 11 GIVING DOC-QUOC
                  REMAINDER DOC-RESTO.
           IF DOC-RESTO < 2
               MOVE ZEROS TO DOC-DV
           ELSE
               COMPUTE DOC-DV = 11 - DOC-RESTO
           END-IF.

       9820-SOMAR-DIGITO.
           COMPUTE DOC-SOMA = DOC-SOMA
                            + DOC-DIGITO(DOC-SUB) * DOC-PESO.
           ADD 1 TO DOC-PESO.
           IF DOC-PESO > DOC-PESO-MAX
               MOVE 2 TO DOC-PESO
           END-IF.

       9830-CONTAR-IGUAIS.
           IF DOC-DIGITO(DOC-SUB) = DOC-DIGITO(DOC-INICIO)
               ADD 1 TO DOC-IGUAIS
           END-IF.
