           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB103.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = KARDEX DE ESTOQUE. CONSULTA OS MOVIMENTOS DE
      *    UM ITEM NO STKMOV (GRAVADO VIA KDXPROC PELOS PROGRAMAS QUE
      *    MEXEM NO STK-SALDO: PROGCOB09, 15, 50, 56, 65 E 69) E
      *    EMITE O RELATORIO STKMOVREP, QUE RECONSTROI O SALDO DE
      *    CADA ITEM A PARTIR DOS MOVIMENTOS E O COMPARA COM O
      *    STOCKMST. O SALDO INICIAL DO ITEM E O SALDO ANTERIOR AO
      *    SEU PRIMEIRO MOVIMENTO (SALDO DEPOIS MENOS QUANTIDADE) -
      *    ITENS QUE JA EXISTIAM ANTES DO KARDEX PARTEM DO SALDO
      *    QUE TINHAM. MOVIMENTO CUJO SALDO GRAVADO NAO BATE COM O
      *    RECONSTRUIDO ATE ALI E UMA QUEBRA: ALGUMA ALTERACAO DO
      *    SALDO ENTRE OS DOIS MOVIMENTOS NAO PASSOU PELO KARDEX.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
               SELECT STKMOVREP ASSIGN TO "STKMOVREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOVREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  STKMOV.
           01  STKMOV-REC.
               05 SMV-DATAHORA    PIC X(17).
               05 SMV-ITEM        PIC 9(04).
               05 SMV-DEPTO       PIC 9(02).
               05 SMV-TIPO        PIC X(02).
               05 SMV-QTDE        PIC S9(07).
               05 SMV-CUSTO       PIC 9(07)V99.
               05 SMV-DOCUMENTO   PIC X(12).
               05 SMV-OPERADOR    PIC X(20).
               05 SMV-PROGRAMA    PIC X(09).
               05 SMV-SALDO       PIC S9(07).

           FD  STKMOVREP.
           01  STKMOVREP-REC     PIC X(100).

           WORKING-STORAGE SECTION.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
               88 STOCKMST-EOF       VALUE '10'.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
               88 STKMOV-OK          VALUE '00'.
               88 STKMOV-EOF         VALUE '10'.
           77 WRK-STKMOVREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-CONSULTA VALUE 'C'.
               88 OPCAO-RELATORIO VALUE 'R'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
           77 WRK-ITEM       PIC 9(04) VALUE ZEROS.
           77 WRK-SUB        PIC 9(05) VALUE ZEROS.
           77 WRK-QT-MOV     PIC 9(05) VALUE ZEROS.
           77 WRK-QT-QUEBRAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-ITENS   PIC 9(05) VALUE ZEROS.
           77 WRK-QT-DIVERG  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-MOV PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-CAD PIC 9(05) VALUE ZEROS.
           77 WRK-RECONST    PIC S9(08) VALUE ZEROS.
           77 WRK-DIFERENCA  PIC S9(08) VALUE ZEROS.
           77 WRK-QTDE-ED    PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-SALDO-ED   PIC -ZZZZZZZ9 VALUE ZEROS.
           77 WRK-MARCA      PIC X(12) VALUE SPACES.
           77 WRK-LINHA      PIC X(100) VALUE SPACES.

      *    ********** RECONSTRUCAO POR ITEM (POSICAO = ITEM + 1)
           01 WRK-TAB-KARDEX.
               02 WRK-KX OCCURS 10000 TIMES.
                   05 WRK-KX-TEM-MOV  PIC X(01).
                   05 WRK-KX-INICIAL  PIC S9(07).
                   05 WRK-KX-RECONST  PIC S9(08).
                   05 WRK-KX-ENTRADAS PIC 9(08).
                   05 WRK-KX-SAIDAS   PIC 9(08).
                   05 WRK-KX-QT-MOV   PIC 9(05).
                   05 WRK-KX-QUEBRAS  PIC 9(03).

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE 'OPERADOR' TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               OPEN INPUT STOCKMST.
               IF NOT STOCKMST-OK
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
               ELSE
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE STOCKMST
               END-IF.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' KARDEX DE ESTOQUE (STKMOV)'.
               DISPLAY ' C - CONSULTAR MOVIMENTOS DO ITEM'.
               DISPLAY ' R - RELATORIO SALDO RECONSTRUIDO (STKMOVREP)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-CONSULTA
                       PERFORM 0200-CONSULTAR-ITEM
                   WHEN OPCAO-RELATORIO
                       PERFORM 0400-RELATORIO-RECONST
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** MOVIMENTOS DE UM ITEM, COM O SALDO RECONSTRUIDO
      *    ********** LINHA A LINHA
           0200-CONSULTAR-ITEM.
               DISPLAY 'CODIGO DO ITEM...'.
               ACCEPT WRK-ITEM.
               MOVE WRK-ITEM TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               MOVE ZEROS TO WRK-QT-MOV WRK-QT-QUEBRAS WRK-RECONST.
               OPEN INPUT STKMOV.
               IF NOT STKMOV-OK
                   DISPLAY 'SEM MOVIMENTOS NO KARDEX (STKMOV)'
               ELSE
                   DISPLAY 'DATA-HORA         TP     QTDE'
                           '    SALDO DOCUMENTO    PROGRAMA  OPERADOR'
                   PERFORM 0210-LER-STKMOV
                   PERFORM 0220-MOSTRAR-MOVIMENTO
                           UNTIL STKMOV-EOF
                   CLOSE STKMOV
               END-IF.
               MOVE WRK-RECONST TO WRK-SALDO-ED.
               DISPLAY 'MOVIMENTOS ' WRK-QT-MOV
                       ' QUEBRAS ' WRK-QT-QUEBRAS
                       ' SALDO RECONSTRUIDO ' WRK-SALDO-ED.
               IF STOCKMST-OK
                   MOVE STK-SALDO TO WRK-SALDO-ED
                   DISPLAY 'SALDO NO STOCKMST..' WRK-SALDO-ED
                   IF WRK-QT-MOV = 0
                       DISPLAY 'ITEM SEM MOVIMENTO NO KARDEX'
                   ELSE
                       IF WRK-RECONST = STK-SALDO
                           DISPLAY 'SALDO CONFERE COM O KARDEX'
                       ELSE
                           DISPLAY '*** SALDO DIVERGENTE DO KARDEX'
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ITEM SEM SALDO EM ESTOQUE (STOCKMST)'
               END-IF.
               MOVE '00' TO WRK-STOCKMST-STATUS.

           0210-LER-STKMOV.
               READ STKMOV
                   AT END MOVE '10' TO WRK-STKMOV-STATUS
               END-READ.

           0220-MOSTRAR-MOVIMENTO.
               IF SMV-ITEM = WRK-ITEM
                   IF WRK-QT-MOV = 0
                       COMPUTE WRK-RECONST = SMV-SALDO - SMV-QTDE
                   END-IF
                   ADD 1 TO WRK-QT-MOV
                   ADD SMV-QTDE TO WRK-RECONST
                   MOVE SPACES TO WRK-MARCA
                   IF SMV-SALDO NOT = WRK-RECONST
                       ADD 1 TO WRK-QT-QUEBRAS
                       MOVE '<< QUEBRA' TO WRK-MARCA
                   END-IF
                   MOVE SMV-QTDE TO WRK-QTDE-ED
                   MOVE SMV-SALDO TO WRK-SALDO-ED
                   DISPLAY SMV-DATAHORA ' ' SMV-TIPO ' ' WRK-QTDE-ED
                           WRK-SALDO-ED ' ' SMV-DOCUMENTO ' '
                           SMV-PROGRAMA ' ' SMV-OPERADOR ' '
                           WRK-MARCA
               END-IF.
               PERFORM 0210-LER-STKMOV.

      *    ********** RECONSTROI TODOS OS ITENS E CONFRONTA COM O
      *    ********** STOCKMST
           0400-RELATORIO-RECONST.
               MOVE ZEROS TO WRK-QT-ITENS WRK-QT-DIVERG
                             WRK-QT-SEM-MOV WRK-QT-SEM-CAD.
               PERFORM 0410-LIMPAR-ITEM
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.
               OPEN INPUT STKMOV.
               IF STKMOV-OK
                   PERFORM 0210-LER-STKMOV
                   PERFORM 0420-ACUMULAR-MOVIMENTO
                           UNTIL STKMOV-EOF
                   CLOSE STKMOV
               END-IF.
               OPEN OUTPUT STKMOVREP.
               MOVE 'KARDEX - SALDO RECONSTRUIDO X STOCKMST'
                    TO STKMOVREP-REC.
               WRITE STKMOVREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'ITEM DP   MOVS   INICIAL  ENTRADAS    SAIDAS'
                    TO WRK-LINHA(1:45).
               MOVE 'RECONSTR.  STOCKMST     DIFER QUEBR'
                    TO WRK-LINHA(48:35).
               MOVE WRK-LINHA TO STKMOVREP-REC.
               WRITE STKMOVREP-REC.
               MOVE ZEROS TO STK-ITEM.
               START STOCKMST KEY IS NOT LESS THAN STK-ITEM
                   INVALID KEY
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-START.
               PERFORM 0430-CONFERIR-ITEM
                       UNTIL STOCKMST-EOF OR STOCKMST-NOTFOUND.
               MOVE '00' TO WRK-STOCKMST-STATUS.
               PERFORM 0450-ITEM-SEM-CADASTRO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ITENS ' WRK-QT-ITENS
                      '  DIVERGENTES ' WRK-QT-DIVERG
                      '  SEM MOVIMENTO ' WRK-QT-SEM-MOV
                      '  SO NO KARDEX ' WRK-QT-SEM-CAD
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO STKMOVREP-REC.
               WRITE STKMOVREP-REC.
               CLOSE STKMOVREP.
               DISPLAY 'RELATORIO GRAVADO EM STKMOVREP - DIVERGENTES '
                       WRK-QT-DIVERG.

           0410-LIMPAR-ITEM.
               MOVE 'N'   TO WRK-KX-TEM-MOV(WRK-SUB).
               MOVE ZEROS TO WRK-KX-INICIAL(WRK-SUB)
                             WRK-KX-RECONST(WRK-SUB)
                             WRK-KX-ENTRADAS(WRK-SUB)
                             WRK-KX-SAIDAS(WRK-SUB)
                             WRK-KX-QT-MOV(WRK-SUB)
                             WRK-KX-QUEBRAS(WRK-SUB).

           0420-ACUMULAR-MOVIMENTO.
               COMPUTE WRK-SUB = SMV-ITEM + 1.
               IF WRK-KX-TEM-MOV(WRK-SUB) = 'N'
                   MOVE 'S' TO WRK-KX-TEM-MOV(WRK-SUB)
                   COMPUTE WRK-KX-INICIAL(WRK-SUB) =
                           SMV-SALDO - SMV-QTDE
                   MOVE WRK-KX-INICIAL(WRK-SUB)
                        TO WRK-KX-RECONST(WRK-SUB)
               END-IF.
               ADD 1 TO WRK-KX-QT-MOV(WRK-SUB).
               ADD SMV-QTDE TO WRK-KX-RECONST(WRK-SUB).
               IF SMV-QTDE < 0
                   SUBTRACT SMV-QTDE FROM WRK-KX-SAIDAS(WRK-SUB)
               ELSE
                   ADD SMV-QTDE TO WRK-KX-ENTRADAS(WRK-SUB)
               END-IF.
               IF SMV-SALDO NOT = WRK-KX-RECONST(WRK-SUB)
                   ADD 1 TO WRK-KX-QUEBRAS(WRK-SUB)
               END-IF.
               PERFORM 0210-LER-STKMOV.

           0430-CONFERIR-ITEM.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   ADD 1 TO WRK-QT-ITENS
                   COMPUTE WRK-SUB = STK-ITEM + 1
                   MOVE SPACES TO WRK-MARCA
                   IF WRK-KX-TEM-MOV(WRK-SUB) = 'N'
                       ADD 1 TO WRK-QT-SEM-MOV
                       MOVE STK-SALDO TO WRK-KX-INICIAL(WRK-SUB)
                                         WRK-KX-RECONST(WRK-SUB)
                       MOVE 'SEM MOVIM.' TO WRK-MARCA
                   END-IF
                   COMPUTE WRK-DIFERENCA =
                           STK-SALDO - WRK-KX-RECONST(WRK-SUB)
                   IF WRK-DIFERENCA NOT = 0
                       OR WRK-KX-QUEBRAS(WRK-SUB) > 0
                       ADD 1 TO WRK-QT-DIVERG
                       MOVE '*DIVERGENTE' TO WRK-MARCA
                   END-IF
                   MOVE 'C' TO WRK-KX-TEM-MOV(WRK-SUB)
                   PERFORM 0440-GRAVAR-LINHA
               END-IF.

           0440-GRAVAR-LINHA.
               MOVE SPACES TO WRK-LINHA.
               MOVE STK-ITEM TO WRK-LINHA(1:4).
               MOVE STK-DEPTO TO WRK-LINHA(6:2).
               MOVE WRK-KX-QT-MOV(WRK-SUB) TO WRK-LINHA(10:5).
               MOVE WRK-KX-INICIAL(WRK-SUB) TO WRK-QTDE-ED.
               MOVE WRK-QTDE-ED TO WRK-LINHA(16:8).
               MOVE WRK-KX-ENTRADAS(WRK-SUB) TO WRK-LINHA(26:8).
               MOVE WRK-KX-SAIDAS(WRK-SUB) TO WRK-LINHA(36:8).
               MOVE WRK-KX-RECONST(WRK-SUB) TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(46:9).
               MOVE STK-SALDO TO WRK-QTDE-ED.
               MOVE WRK-QTDE-ED TO WRK-LINHA(57:8).
               MOVE WRK-DIFERENCA TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(66:9).
               MOVE WRK-KX-QUEBRAS(WRK-SUB) TO WRK-LINHA(79:3).
               MOVE WRK-MARCA TO WRK-LINHA(84:12).
               MOVE WRK-LINHA TO STKMOVREP-REC.
               WRITE STKMOVREP-REC.

      *    ********** ITEM COM MOVIMENTO E SEM REGISTRO NO STOCKMST
           0450-ITEM-SEM-CADASTRO.
               IF WRK-KX-TEM-MOV(WRK-SUB) = 'S'
                   ADD 1 TO WRK-QT-SEM-CAD
                   ADD 1 TO WRK-QT-DIVERG
                   COMPUTE STK-ITEM = WRK-SUB - 1
                   MOVE ZEROS TO STK-DEPTO STK-SALDO
                   COMPUTE WRK-DIFERENCA =
                           ZERO - WRK-KX-RECONST(WRK-SUB)
                   MOVE '*SEM CADAST.' TO WRK-MARCA
                   PERFORM 0440-GRAVAR-LINHA
               END-IF.
