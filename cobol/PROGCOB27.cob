      *    DATA 22/08/2026
      *    ALTERACOES
      *    22/08/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - FROTA DA TRANSPORTADORA NA UF (ATE TRES
      *                         TIPOS DE VEICULO COM PESO MAXIMO,
      *                         VOLUMES MAXIMOS E QUANTIDADE POR DIA)
      *                         PEDIDA NA INCLUSAO E ALTERACAO E LISTADA
      *                         NO CARRLIST, PARA A MONTAGEM DAS CARGAS
      *                         DO ROMANEIO (PROGCOB68).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   10 CR-TRANSP  PIC 9(02).
               05 CR-NOME        PIC X(20).
               05 CR-FATOR       PIC 9V9999.
               05 CR-QT-VEICULOS PIC 9(01).
               05 CR-VEICULO OCCURS 3 TIMES.
                   10 CR-VEI-TIPO     PIC X(10).
                   10 CR-VEI-PESO-MAX PIC 9(06).
                   10 CR-VEI-VOL-MAX  PIC 9(05).
                   10 CR-VEI-QTDE     PIC 9(02).

           FD  CARRLIST.
           01  CARRLIST-REC      PIC X(60).
           77 WRK-QT-LISTADOS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-LISTADOS-ED PIC ZZZ9 VALUE ZEROS.
           77 WRK-FATOR-ED   PIC 9,9999 VALUE ZEROS.
      *    ********** FROTA DA TRANSPORTADORA NA UF PARA A MONTAGEM
      *    ********** DAS CARGAS DO ROMANEIO (PROGCOB68) - ATE TRES
      *    ********** TIPOS DE VEICULO NA ORDEM DE PREFERENCIA; SEM
      *    ********** TIPO CADASTRADO O ROMANEIO NAO LIMITA A CARGA
           77 WRK-QT-VEICULOS PIC 9(01) VALUE ZEROS.
           77 WRK-VEI-SUB     PIC 9(01) VALUE ZEROS.
           01 WRK-TAB-VEICULOS.
               02 WRK-VEICULO OCCURS 3 TIMES.
                   05 WRK-VEI-TIPO     PIC X(10).
                   05 WRK-VEI-PESO-MAX PIC 9(06).
                   05 WRK-VEI-VOL-MAX  PIC 9(05).
                   05 WRK-VEI-QTDE     PIC 9(02).
           77 WRK-PESO-MAX-ED PIC ZZZZZ9 VALUE ZEROS.
           77 WRK-VOL-MAX-ED  PIC ZZZZ9 VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
                   PERFORM 0440-MONTAR-CHAVE
                   MOVE WRK-NOME  TO CR-NOME
                   MOVE WRK-FATOR TO CR-FATOR
                   PERFORM 0450-MOVER-VEICULOS
                   WRITE CARR-REC
                   DISPLAY 'CADASTRADA UF ' WRK-UF
                           ' TRANSPORTADORA ' WRK-TRANSP
               ACCEPT WRK-NOME FROM CONSOLE.
               DISPLAY 'FATOR SOBRE O FRETE BASE (0,0000)...'.
               ACCEPT WRK-FATOR.
               INITIALIZE WRK-TAB-VEICULOS.
               DISPLAY 'TIPOS DE VEICULO DA FROTA (0 A 3, 0 = SEM'
                       ' LIMITE DE CARGA)...'.
               ACCEPT WRK-QT-VEICULOS.
               IF WRK-QT-VEICULOS > 3
                   MOVE 3 TO WRK-QT-VEICULOS
               END-IF.
               PERFORM 0430-PEDIR-VEICULO
                       VARYING WRK-VEI-SUB FROM 1 BY 1
                       UNTIL WRK-VEI-SUB > WRK-QT-VEICULOS.

           0430-PEDIR-VEICULO.
               DISPLAY 'VEICULO ' WRK-VEI-SUB ' - TIPO (EX. TOCO,'
                       ' TRUCK, CARRETA)...'.
               ACCEPT WRK-VEI-TIPO(WRK-VEI-SUB) FROM CONSOLE.
               DISPLAY 'VEICULO ' WRK-VEI-SUB ' - PESO MAXIMO EM KG...'.
               ACCEPT WRK-VEI-PESO-MAX(WRK-VEI-SUB).
               DISPLAY 'VEICULO ' WRK-VEI-SUB ' - VOLUMES MAXIMOS...'.
               ACCEPT WRK-VEI-VOL-MAX(WRK-VEI-SUB).
               DISPLAY 'VEICULO ' WRK-VEI-SUB ' - VEICULOS POR DIA...'.
               ACCEPT WRK-VEI-QTDE(WRK-VEI-SUB).

           0440-MONTAR-CHAVE.
               MOVE WRK-UF     TO CR-UF.
               MOVE WRK-TRANSP TO CR-TRANSP.

           0450-MOVER-VEICULOS.
               MOVE WRK-QT-VEICULOS TO CR-QT-VEICULOS.
               PERFORM 0460-MOVER-UM-VEICULO
                       VARYING WRK-VEI-SUB FROM 1 BY 1
                       UNTIL WRK-VEI-SUB > 3.

           0460-MOVER-UM-VEICULO.
               MOVE WRK-VEI-TIPO(WRK-VEI-SUB)
                    TO CR-VEI-TIPO(WRK-VEI-SUB).
               MOVE WRK-VEI-PESO-MAX(WRK-VEI-SUB)
                    TO CR-VEI-PESO-MAX(WRK-VEI-SUB).
               MOVE WRK-VEI-VOL-MAX(WRK-VEI-SUB)
                    TO CR-VEI-VOL-MAX(WRK-VEI-SUB).
               MOVE WRK-VEI-QTDE(WRK-VEI-SUB)
                    TO CR-VEI-QTDE(WRK-VEI-SUB).

           0500-ALTERAR.
               PERFORM 0410-PEDIR-CHAVE.
               PERFORM 0440-MONTAR-CHAVE.
                   DISPLAY 'NOME ATUAL....' CR-NOME
                   MOVE CR-FATOR TO WRK-FATOR-ED
                   DISPLAY 'FATOR ATUAL...' WRK-FATOR-ED
                   PERFORM 0510-MOSTRAR-VEICULO
                           VARYING WRK-VEI-SUB FROM 1 BY 1
                           UNTIL WRK-VEI-SUB > CR-QT-VEICULOS
                   PERFORM 0420-PEDIR-DADOS
                   MOVE WRK-NOME  TO CR-NOME
                   MOVE WRK-FATOR TO CR-FATOR
                   PERFORM 0450-MOVER-VEICULOS
                   REWRITE CARR-REC
                   DISPLAY 'ALTERADA UF ' WRK-UF
                           ' TRANSPORTADORA ' WRK-TRANSP
                           ' INCLUIR'
               END-IF.

           0510-MOSTRAR-VEICULO.
               MOVE CR-VEI-PESO-MAX(WRK-VEI-SUB) TO WRK-PESO-MAX-ED.
               MOVE CR-VEI-VOL-MAX(WRK-VEI-SUB)  TO WRK-VOL-MAX-ED.
               DISPLAY 'VEICULO ATUAL.' CR-VEI-TIPO(WRK-VEI-SUB)
                       ' ' WRK-PESO-MAX-ED ' KG ' WRK-VOL-MAX-ED
                       ' VOL ' CR-VEI-QTDE(WRK-VEI-SUB) ' POR DIA'.

           0600-EXCLUIR.
               PERFORM 0410-PEDIR-CHAVE.
               PERFORM 0440-MONTAR-CHAVE.
                   MOVE WRK-FATOR-ED TO CARRLIST-REC(28:6)
                   WRITE CARRLIST-REC
                   ADD 1 TO WRK-QT-LISTADOS
                   PERFORM 0720-LISTAR-VEICULO
                           VARYING WRK-VEI-SUB FROM 1 BY 1
                           UNTIL WRK-VEI-SUB > CR-QT-VEICULOS
               END-IF.

           0720-LISTAR-VEICULO.
               MOVE CR-VEI-PESO-MAX(WRK-VEI-SUB) TO WRK-PESO-MAX-ED.
               MOVE CR-VEI-VOL-MAX(WRK-VEI-SUB)  TO WRK-VOL-MAX-ED.
               MOVE SPACES TO CARRLIST-REC.
               STRING '      VEICULO ' CR-VEI-TIPO(WRK-VEI-SUB)
                      ' ' WRK-PESO-MAX-ED ' KG ' WRK-VOL-MAX-ED
                      ' VOL X' CR-VEI-QTDE(WRK-VEI-SUB)
                      DELIMITED BY SIZE INTO CARRLIST-REC
               END-STRING.
               WRITE CARRLIST-REC.
