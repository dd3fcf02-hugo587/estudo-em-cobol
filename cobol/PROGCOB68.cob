      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - MONTAGEM DE CARGAS PELA FROTA DA
      *                         TRANSPORTADORA NA UF (CARRMAST): COM
      *                         VEICULOS CADASTRADOS, CADA
      *                         TRANSPORTADORA+UF E DIVIDIDA EM CARGAS
      *                         NUMERADAS QUE CABEM NO PESO E NOS
      *                         VOLUMES DE CADA VEICULO, UM ROMANEIO POR
      *                         CARGA; O QUE NAO CABE NA FROTA DO DIA E
      *                         LISTADO COMO SOBRA E GRAVADO NO
      *                         CARRYOVR, LIDO COM PRIORIDADE NO
      *                         ROMANEIO SEGUINTE.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT ROMANEIO ASSIGN TO "ROMANEIO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ROMANEIO-STATUS.
               SELECT CARRMAST ASSIGN TO "CARRMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CR-CHAVE
                   FILE STATUS IS WRK-CARRMAST-STATUS.
               SELECT CARRYOVR ASSIGN TO "CARRYOVR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARRYOVR-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ORDERTXN.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
           FD  ROMANEIO.
           01  ROMANEIO-REC     PIC X(90).

           FD  CARRMAST.
           01  CARR-REC.
               05 CR-CHAVE.
                   10 CR-UF      PIC X(02).
                   10 CR-TRANSP  PIC 9(02).
               05 CR-NOME        PIC X(20).
               05 CR-FATOR       PIC 9V9999.
               05 CR-QT-VEICULOS PIC 9(01).
               05 CR-VEICULO OCCURS 3 TIMES.
                   10 CR-VEI-TIPO     PIC X(10).
                   10 CR-VEI-PESO-MAX PIC 9(06).
                   10 CR-VEI-VOL-MAX  PIC 9(05).
                   10 CR-VEI-QTDE     PIC 9(02).

      *    ********** PEDIDOS QUE NAO COUBERAM NA FROTA DO DIA - O
      *    ********** ROMANEIO SEGUINTE OS CARREGA ANTES DOS NOVOS
           FD  CARRYOVR.
           01  CO-REC.
               05 CO-PEDIDO      PIC 9(06).
               05 CO-CLIENTE     PIC 9(06).
               05 CO-TRANSP      PIC 9(02).
               05 CO-UF          PIC X(02).
               05 CO-VOLUMES     PIC 9(05).
               05 CO-PESO        PIC 9(07)V999.
               05 CO-DATA-ORIGEM PIC 9(08).
               05 CO-MOTIVO      PIC X(01).
                  88 CO-FROTA-ESGOTADA VALUE 'F'.
                  88 CO-EXCEDE-VEICULO VALUE 'E'.

           WORKING-STORAGE SECTION.
           77 WRK-ORDERTXN-STATUS PIC X(02) VALUE SPACES.
               88 ORDERTXN-OK   VALUE '00'.
           77 WRK-MANCTL-STATUS PIC X(02) VALUE SPACES.
               88 MANCTL-OK     VALUE '00'.
           77 WRK-ROMANEIO-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CARRMAST-STATUS PIC X(02) VALUE SPACES.
               88 CARRMAST-OK   VALUE '00'.
           77 WRK-CARRMAST-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CARRMAST-DISPONIVEL VALUE 'S'.
           77 WRK-CARRYOVR-STATUS PIC X(02) VALUE SPACES.
               88 CARRYOVR-OK   VALUE '00'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-ULT-ROMANEIO PIC 9(06) VALUE ZEROS.
           77 WRK-QT-ROMANEIOS PIC 9(04) VALUE ZEROS.
                   05 WRK-PE-VOLUMES PIC 9(05).
                   05 WRK-PE-PESO    PIC 9(07)V999.
                   05 WRK-PE-IMPRESSO PIC X(01).
                   05 WRK-PE-CARGA   PIC 9(02).
                   05 WRK-PE-ORIGEM  PIC X(01).
                   05 WRK-PE-DATA    PIC 9(08).
                   05 WRK-PE-MOTIVO  PIC X(01).
           77 WRK-QT-TAB      PIC 9(03) VALUE ZEROS.
           77 WRK-SUB         PIC 9(03) VALUE ZEROS.
           77 WRK-SUB2        PIC 9(03) VALUE ZEROS.
           77 WRK-TOT-VOLUMES PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-PESO    PIC 9(09)V999 VALUE ZEROS.
           77 WRK-QT-PEDIDOS-MAN PIC 9(03) VALUE ZEROS.
           77 WRK-SUB3        PIC 9(03) VALUE ZEROS.
           77 WRK-PEDIDO-NOVO PIC X(01) VALUE 'N'.
               88 PEDIDO-NOVO   VALUE 'S'.
           77 WRK-ACHOU       PIC X(01) VALUE 'N'.
               88 ACHOU         VALUE 'S'.
      *    ********** CARGAS DA TRANSPORTADORA+UF EM MONTAGEM - UMA
      *    ********** POR VEICULO, ABERTAS CONFORME A FROTA DO DIA
      *    ********** CADASTRADA NO CARRMAST (PROGCOB27)
           77 WRK-COM-FROTA   PIC X(01) VALUE 'N'.
               88 COM-FROTA     VALUE 'S'.
           77 WRK-QT-CARGAS   PIC 9(02) VALUE ZEROS.
           77 WRK-CG-SUB      PIC 9(02) VALUE ZEROS.
           77 WRK-CARGA-SEL   PIC 9(02) VALUE ZEROS.
           77 WRK-CARGA-ATUAL PIC 9(02) VALUE ZEROS.
           77 WRK-VEI-SUB     PIC 9(01) VALUE ZEROS.
           01 WRK-TAB-FROTA.
               02 WRK-VEI-RESTA PIC 9(02) OCCURS 3 TIMES.
           01 WRK-TAB-CARGAS.
               02 WRK-CG OCCURS 99 TIMES.
                   05 WRK-CG-TIPO     PIC X(10).
                   05 WRK-CG-PESO-MAX PIC 9(06).
                   05 WRK-CG-VOL-MAX  PIC 9(05).
                   05 WRK-CG-PESO     PIC 9(07)V999.
                   05 WRK-CG-VOL      PIC 9(05).
           77 WRK-QT-SOBRAS   PIC 9(04) VALUE ZEROS.
           77 WRK-QT-SOBRAS-MAN PIC 9(03) VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ELSE
                   OPEN INPUT ORDSTAT
                   OPEN INPUT ITEMMAST
                   OPEN INPUT CARRMAST
                   IF CARRMAST-OK
                       MOVE 'S' TO WRK-CARRMAST-DISPONIVEL
                   END-IF
                   PERFORM 0110-LER-CONTROLE
                   PERFORM 0120-CARREGAR-SOBRAS
                   OPEN OUTPUT CARRYOVR
                   OPEN OUTPUT ROMANEIO
                   PERFORM 0150-LER-ORDERTXN
               END-IF.
                   CLOSE MANCTL
               END-IF.

      *    ********** SOBRAS DO ROMANEIO ANTERIOR ENTRAM PRIMEIRO NA
      *    ********** TABELA (PRIORIDADE NA CARGA); PEDIDO QUE JA NAO
      *    ********** ESTA MAIS ENVIADO (ENTREGUE, CANCELADO, NF-E
      *    ********** REJEITADA) SAI DA FILA
           0120-CARREGAR-SOBRAS.
               OPEN INPUT CARRYOVR.
               IF CARRYOVR-OK
                   PERFORM 0130-LER-SOBRA
                           UNTIL NOT CARRYOVR-OK
                   CLOSE CARRYOVR
               END-IF.

           0130-LER-SOBRA.
               READ CARRYOVR
                   AT END MOVE '10' TO WRK-CARRYOVR-STATUS
               END-READ.
               IF CARRYOVR-OK
                   MOVE CO-PEDIDO TO OST-PEDIDO
                   READ ORDSTAT
                       KEY IS OST-PEDIDO
                       INVALID KEY
                           MOVE '23' TO WRK-ORDSTAT-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-ORDSTAT-STATUS
                   END-READ
                   IF ORDSTAT-OK AND OST-ENVIADO AND WRK-QT-TAB < 500
                       ADD 1 TO WRK-QT-TAB
                       MOVE CO-PEDIDO  TO WRK-PE-PEDIDO(WRK-QT-TAB)
                       MOVE CO-CLIENTE TO WRK-PE-CLIENTE(WRK-QT-TAB)
                       MOVE CO-TRANSP  TO WRK-PE-TRANSP(WRK-QT-TAB)
                       MOVE CO-UF      TO WRK-PE-UF(WRK-QT-TAB)
                       MOVE CO-VOLUMES TO WRK-PE-VOLUMES(WRK-QT-TAB)
                       MOVE CO-PESO    TO WRK-PE-PESO(WRK-QT-TAB)
                       MOVE 'N'        TO WRK-PE-IMPRESSO(WRK-QT-TAB)
                       MOVE ZEROS      TO WRK-PE-CARGA(WRK-QT-TAB)
                       MOVE 'C'        TO WRK-PE-ORIGEM(WRK-QT-TAB)
                       MOVE CO-DATA-ORIGEM TO WRK-PE-DATA(WRK-QT-TAB)
                       MOVE SPACES     TO WRK-PE-MOTIVO(WRK-QT-TAB)
                   END-IF
               END-IF.

           0150-LER-ORDERTXN.
               READ ORDERTXN
                   AT END MOVE '10' TO WRK-ORDERTXN-STATUS
                   MOVE TX-PEDIDO TO WRK-PEDIDO-ATUAL
                   PERFORM 0250-ABRIR-PEDIDO
               END-IF.
               IF PEDIDO-NOVO
                   ADD TX-QTDE TO WRK-PE-VOLUMES(WRK-QT-TAB)
                   MOVE TX-ITEM TO ITM-CODIGO
                   READ ITEMMAST
               PERFORM 0150-LER-ORDERTXN.

           0250-ABRIR-PEDIDO.
               MOVE 'N' TO WRK-PEDIDO-NOVO.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0255-CONFERIR-REPETIDO
                       VARYING WRK-SUB3 FROM 1 BY 1
                       UNTIL WRK-SUB3 > WRK-QT-TAB OR ACHOU.
               MOVE WRK-PEDIDO-ATUAL TO OST-PEDIDO.
               READ ORDSTAT
                   KEY IS OST-PEDIDO
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ORDSTAT-STATUS
               END-READ.
               IF ORDSTAT-OK AND OST-ENVIADO AND NOT ACHOU
                   IF WRK-QT-TAB < 500
                       MOVE 'S' TO WRK-PEDIDO-NOVO
                       ADD 1 TO WRK-QT-TAB
                       MOVE TX-PEDIDO  TO WRK-PE-PEDIDO(WRK-QT-TAB)
                       MOVE TX-CLIENTE TO WRK-PE-CLIENTE(WRK-QT-TAB)
                       MOVE ZEROS      TO WRK-PE-VOLUMES(WRK-QT-TAB)
                       MOVE ZEROS      TO WRK-PE-PESO(WRK-QT-TAB)
                       MOVE 'N'        TO WRK-PE-IMPRESSO(WRK-QT-TAB)
                       MOVE ZEROS      TO WRK-PE-CARGA(WRK-QT-TAB)
                       MOVE 'H'        TO WRK-PE-ORIGEM(WRK-QT-TAB)
                       MOVE WRK-DATA-HOJE TO WRK-PE-DATA(WRK-QT-TAB)
                       MOVE SPACES     TO WRK-PE-MOTIVO(WRK-QT-TAB)
                   ELSE
                       DISPLAY 'TABELA DE PEDIDOS CHEIA - PEDIDO '
                               TX-PEDIDO ' FORA DO ROMANEIO'
                   END-IF
               END-IF.

      *    ********** PEDIDO DAS SOBRAS (PENDENTE DO ROMANEIO
      *    ********** ANTERIOR) QUE TAMBEM VEIO NO ARQUIVO DO DIA NAO
      *    ********** ENTRA DUAS VEZES
           0255-CONFERIR-REPETIDO.
               IF WRK-PE-PEDIDO(WRK-SUB3) = WRK-PEDIDO-ATUAL
                   MOVE 'S' TO WRK-ACHOU
               END-IF.

      *    ********** UM ROMANEIO POR COMBINACAO TRANSPORTADORA+UF
      *    ********** AINDA NAO IMPRESSA; COM FROTA CADASTRADA, UM
      *    ********** ROMANEIO POR CARGA (VEICULO) E A LISTA DAS
      *    ********** SOBRAS QUE FICAM PARA A PROXIMA COLETA
           0400-EMITIR-ROMANEIOS.
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-QT-TAB
                   IF WRK-PE-IMPRESSO(WRK-SUB) = 'N'
                       MOVE WRK-PE-TRANSP(WRK-SUB) TO WRK-TRANSP-MAN
                       MOVE WRK-PE-UF(WRK-SUB)     TO WRK-UF-MAN
                       PERFORM 0450-PLANEJAR-CARGAS
                       IF COM-FROTA
                           PERFORM 0500-EMITIR-UM-ROMANEIO
                                   VARYING WRK-CARGA-ATUAL FROM 1 BY 1
                                   UNTIL WRK-CARGA-ATUAL > WRK-QT-CARGAS
                           MOVE ZEROS TO WRK-QT-SOBRAS-MAN
                           PERFORM 0600-LISTAR-SOBRA
                                   VARYING WRK-SUB2 FROM 1 BY 1
                                   UNTIL WRK-SUB2 > WRK-QT-TAB
                       ELSE
                           MOVE ZEROS TO WRK-CARGA-ATUAL
                           PERFORM 0500-EMITIR-UM-ROMANEIO
                       END-IF
                   END-IF
               END-PERFORM.

      *    ********** MONTAGEM DAS CARGAS: CADA PEDIDO (SOBRAS
      *    ********** PRIMEIRO, DEPOIS OS DO DIA EM ORDEM DE PEDIDO)
      *    ********** VAI PARA A PRIMEIRA CARGA ABERTA ONDE CABE EM
      *    ********** PESO E VOLUMES; SEM LUGAR, ABRE UM VEICULO DO
      *    ********** PRIMEIRO TIPO (NA ORDEM DO CADASTRO) QUE AINDA
      *    ********** TEM UNIDADE NO DIA E COMPORTA O PEDIDO. PEDIDO
      *    ********** SEM VEICULO FICA DE SOBRA (CARRY-OVER)
           0450-PLANEJAR-CARGAS.
               MOVE 'N' TO WRK-COM-FROTA.
               MOVE ZEROS TO WRK-QT-CARGAS.
               IF CARRMAST-DISPONIVEL
                   MOVE WRK-UF-MAN     TO CR-UF
                   MOVE WRK-TRANSP-MAN TO CR-TRANSP
                   READ CARRMAST
                       KEY IS CR-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-CARRMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CARRMAST-STATUS
                   END-READ
                   IF CARRMAST-OK AND CR-QT-VEICULOS > 0
                       MOVE 'S' TO WRK-COM-FROTA
                   END-IF
               END-IF.
               IF COM-FROTA
                   PERFORM 0455-COPIAR-FROTA
                           VARYING WRK-VEI-SUB FROM 1 BY 1
                           UNTIL WRK-VEI-SUB > 3
                   PERFORM 0460-ALOCAR-PEDIDO
                           VARYING WRK-SUB3 FROM 1 BY 1
                           UNTIL WRK-SUB3 > WRK-QT-TAB
               END-IF.

           0455-COPIAR-FROTA.
               MOVE CR-VEI-QTDE(WRK-VEI-SUB)
                    TO WRK-VEI-RESTA(WRK-VEI-SUB).

           0460-ALOCAR-PEDIDO.
               IF WRK-PE-IMPRESSO(WRK-SUB3) = 'N'
                   AND WRK-PE-TRANSP(WRK-SUB3) = WRK-TRANSP-MAN
                   AND WRK-PE-UF(WRK-SUB3) = WRK-UF-MAN
                   MOVE 'N' TO WRK-ACHOU
                   MOVE ZEROS TO WRK-PE-CARGA(WRK-SUB3)
                   PERFORM 0465-TENTAR-CARGA
                           VARYING WRK-CG-SUB FROM 1 BY 1
                           UNTIL WRK-CG-SUB > WRK-QT-CARGAS OR ACHOU
                   IF NOT ACHOU
                       MOVE 'E' TO WRK-PE-MOTIVO(WRK-SUB3)
                       PERFORM 0470-ABRIR-CARGA
                               VARYING WRK-VEI-SUB FROM 1 BY 1
                               UNTIL WRK-VEI-SUB > CR-QT-VEICULOS
                                  OR ACHOU
                   END-IF
               END-IF.

           0465-TENTAR-CARGA.
               IF WRK-CG-PESO(WRK-CG-SUB) + WRK-PE-PESO(WRK-SUB3)
                      <= WRK-CG-PESO-MAX(WRK-CG-SUB)
                  AND WRK-CG-VOL(WRK-CG-SUB) + WRK-PE-VOLUMES(WRK-SUB3)
                      <= WRK-CG-VOL-MAX(WRK-CG-SUB)
                   MOVE WRK-CG-SUB TO WRK-CARGA-SEL
                   PERFORM 0475-CARREGAR-PEDIDO
               END-IF.

      *    ********** MOTIVO DA SOBRA: E = MAIOR QUE QUALQUER TIPO DE
      *    ********** VEICULO DA FROTA (DIVIDIR O PEDIDO), F = CABERIA
      *    ********** NUM TIPO QUE JA NAO TEM UNIDADE LIVRE NO DIA
           0470-ABRIR-CARGA.
               IF WRK-PE-PESO(WRK-SUB3) <= CR-VEI-PESO-MAX(WRK-VEI-SUB)
                  AND WRK-PE-VOLUMES(WRK-SUB3)
                      <= CR-VEI-VOL-MAX(WRK-VEI-SUB)
                   IF WRK-VEI-RESTA(WRK-VEI-SUB) > 0
                      AND WRK-QT-CARGAS < 99
                       SUBTRACT 1 FROM WRK-VEI-RESTA(WRK-VEI-SUB)
                       ADD 1 TO WRK-QT-CARGAS
                       MOVE CR-VEI-TIPO(WRK-VEI-SUB)
                            TO WRK-CG-TIPO(WRK-QT-CARGAS)
                       MOVE CR-VEI-PESO-MAX(WRK-VEI-SUB)
                            TO WRK-CG-PESO-MAX(WRK-QT-CARGAS)
                       MOVE CR-VEI-VOL-MAX(WRK-VEI-SUB)
                            TO WRK-CG-VOL-MAX(WRK-QT-CARGAS)
                       MOVE ZEROS TO WRK-CG-PESO(WRK-QT-CARGAS)
                                     WRK-CG-VOL(WRK-QT-CARGAS)
                       MOVE WRK-QT-CARGAS TO WRK-CARGA-SEL
                       PERFORM 0475-CARREGAR-PEDIDO
                   ELSE
                       MOVE 'F' TO WRK-PE-MOTIVO(WRK-SUB3)
                   END-IF
               END-IF.

           0475-CARREGAR-PEDIDO.
               MOVE 'S' TO WRK-ACHOU.
               MOVE WRK-CARGA-SEL TO WRK-PE-CARGA(WRK-SUB3).
               MOVE SPACES TO WRK-PE-MOTIVO(WRK-SUB3).
               ADD WRK-PE-PESO(WRK-SUB3) TO WRK-CG-PESO(WRK-CARGA-SEL).
               ADD WRK-PE-VOLUMES(WRK-SUB3)
                   TO WRK-CG-VOL(WRK-CARGA-SEL).

           0500-EMITIR-UM-ROMANEIO.
               ADD 1 TO WRK-ULT-ROMANEIO.
               ADD 1 TO WRK-QT-ROMANEIOS.
               END-STRING.
               MOVE WRK-LINHA TO ROMANEIO-REC.
               WRITE ROMANEIO-REC.
               IF WRK-CARGA-ATUAL > 0
                   MOVE WRK-CG-PESO-MAX(WRK-CARGA-ATUAL)
                        TO WRK-PESO-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING 'CARGA ' WRK-CARGA-ATUAL
                          ' DE ' WRK-QT-CARGAS
                          '  VEICULO ' WRK-CG-TIPO(WRK-CARGA-ATUAL)
                          '  CAPACIDADE ' WRK-PESO-ED ' KG '
                          WRK-CG-VOL-MAX(WRK-CARGA-ATUAL) ' VOL'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO ROMANEIO-REC
                   WRITE ROMANEIO-REC
               END-IF.
               MOVE '  PEDIDO  CLIENTE  VOLUMES        PESO KG'
                    TO ROMANEIO-REC.
               WRITE ROMANEIO-REC.
                   IF WRK-PE-IMPRESSO(WRK-SUB2) = 'N'
                       AND WRK-PE-TRANSP(WRK-SUB2) = WRK-TRANSP-MAN
                       AND WRK-PE-UF(WRK-SUB2) = WRK-UF-MAN
                       AND WRK-PE-CARGA(WRK-SUB2) = WRK-CARGA-ATUAL
                       PERFORM 0550-GRAVAR-LINHA-PEDIDO
                   END-IF
               END-PERFORM.
               MOVE WRK-PE-CLIENTE(WRK-SUB2) TO WRK-LINHA(11:6).
               MOVE WRK-PE-VOLUMES(WRK-SUB2) TO WRK-LINHA(20:5).
               MOVE WRK-PESO-ED TO WRK-LINHA(28:11).
               IF WRK-PE-ORIGEM(WRK-SUB2) = 'C'
                   MOVE 'PENDENTE DE' TO WRK-LINHA(42:11)
                   MOVE WRK-PE-DATA(WRK-SUB2) TO WRK-LINHA(54:8)
               END-IF.
               MOVE WRK-LINHA TO ROMANEIO-REC.
               WRITE ROMANEIO-REC.

      *    ********** PEDIDO DA TRANSPORTADORA+UF QUE FICOU SEM CARGA
      *    ********** SAI NA LISTA DE SOBRAS E VAI PARA O CARRYOVR
           0600-LISTAR-SOBRA.
               IF WRK-PE-IMPRESSO(WRK-SUB2) = 'N'
                   AND WRK-PE-TRANSP(WRK-SUB2) = WRK-TRANSP-MAN
                   AND WRK-PE-UF(WRK-SUB2) = WRK-UF-MAN
                   IF WRK-QT-SOBRAS-MAN = 0
                       MOVE SPACES TO WRK-LINHA
                       STRING 'SOBRAS PARA A PROXIMA COLETA'
                              ' (CARRY-OVER)'
                              '  TRANSP ' WRK-TRANSP-MAN
                              '  UF ' WRK-UF-MAN
                              DELIMITED BY SIZE INTO WRK-LINHA
                       END-STRING
                       MOVE WRK-LINHA TO ROMANEIO-REC
                       WRITE ROMANEIO-REC
                   END-IF
                   ADD 1 TO WRK-QT-SOBRAS-MAN
                   ADD 1 TO WRK-QT-SOBRAS
                   MOVE 'S' TO WRK-PE-IMPRESSO(WRK-SUB2)
                   MOVE WRK-PE-PESO(WRK-SUB2) TO WRK-PESO-ED
                   MOVE SPACES TO WRK-LINHA
                   MOVE WRK-PE-PEDIDO(WRK-SUB2) TO WRK-LINHA(3:6)
                   MOVE WRK-PE-CLIENTE(WRK-SUB2) TO WRK-LINHA(11:6)
                   MOVE WRK-PE-VOLUMES(WRK-SUB2) TO WRK-LINHA(20:5)
                   MOVE WRK-PESO-ED TO WRK-LINHA(28:11)
                   IF WRK-PE-MOTIVO(WRK-SUB2) = 'F'
                       MOVE 'FROTA DO DIA ESGOTADA' TO WRK-LINHA(42:21)
                   ELSE
                       MOVE 'MAIOR QUE O VEICULO - DIVIDIR'
                            TO WRK-LINHA(42:29)
                   END-IF
                   MOVE WRK-LINHA TO ROMANEIO-REC
                   WRITE ROMANEIO-REC
                   MOVE WRK-PE-PEDIDO(WRK-SUB2)  TO CO-PEDIDO
                   MOVE WRK-PE-CLIENTE(WRK-SUB2) TO CO-CLIENTE
                   MOVE WRK-PE-TRANSP(WRK-SUB2)  TO CO-TRANSP
                   MOVE WRK-PE-UF(WRK-SUB2)      TO CO-UF
                   MOVE WRK-PE-VOLUMES(WRK-SUB2) TO CO-VOLUMES
                   MOVE WRK-PE-PESO(WRK-SUB2)    TO CO-PESO
                   MOVE WRK-PE-DATA(WRK-SUB2)    TO CO-DATA-ORIGEM
                   MOVE WRK-PE-MOTIVO(WRK-SUB2)  TO CO-MOTIVO
                   WRITE CO-REC
               END-IF.

           0900-FINALIZAR.
               CLOSE ROMANEIO.
               CLOSE ORDERTXN.
               CLOSE ORDSTAT.
               CLOSE ITEMMAST.
               IF CARRMAST-DISPONIVEL
                   CLOSE CARRMAST
               END-IF.
               CLOSE CARRYOVR.
               MOVE WRK-ULT-ROMANEIO TO MCT-ULT-ROMANEIO.
               OPEN OUTPUT MANCTL.
               WRITE MANCTL-REC.
               CLOSE MANCTL.
               DISPLAY 'ROMANEIOS EMITIDOS..' WRK-QT-ROMANEIOS.
               DISPLAY 'PEDIDOS DE SOBRA....' WRK-QT-SOBRAS.
