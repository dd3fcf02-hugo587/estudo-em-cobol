           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB105.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CLASSIFICACAO ABC DOS ITENS DO ESTOQUE. SOMA,
      *    POR ITEM, O VALOR VENDIDO NOS ULTIMOS DOZE MESES (SAIDAS DE
      *    VENDA, FRETE E SEUS ESTORNOS NO KARDEX STKMOV, AO PRECO DO
      *    ITEMMAST - O SALESHIS SO TEM TOTAIS POR DEPARTAMENTO) E O
      *    VALOR EM ESTOQUE (SALDO X CUSTO MEDIO, O MESMO DO STKVAL),
      *    ORDENA DO MAIOR PARA O MENOR E CLASSIFICA PELO ACUMULADO:
      *    A ATE 80%, B ATE 95%, C O RESTO (LIMITES PELO SYSIN). A
      *    CLASSE FICA NO ABCMAST, POR ITEM, JUNTO COM A DATA DA
      *    ULTIMA CONTAGEM (GRAVADA PELO PROGCOB65) QUE O
      *    PLANEJADOR DE CONTAGEM CICLICA (PROGCOB106) USA.
      *    RELATORIO EM ABCREP.
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
               SELECT ITEMMAST ASSIGN TO "ITEMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
               SELECT ABCMAST ASSIGN TO "ABCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ABC-ITEM
                   FILE STATUS IS WRK-ABCMAST-STATUS.
               SELECT ABCREP ASSIGN TO "ABCREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ABCREP-STATUS.
               SELECT ABCSORT ASSIGN TO "ABCSORT".
           DATA DIVISION.
           FILE SECTION.
           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-CODIGO     PIC 9(04).
               05 ITM-DESCRICAO  PIC X(20).
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

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

           FD  ABCMAST.
           01  ABC-REC.
               05 ABC-ITEM          PIC 9(04).
               05 ABC-DEPTO         PIC 9(02).
               05 ABC-CLASSE        PIC X(01).
                  88 ABC-CLASSE-A   VALUE 'A'.
                  88 ABC-CLASSE-B   VALUE 'B'.
                  88 ABC-CLASSE-C   VALUE 'C'.
               05 ABC-VALOR-VENDAS  PIC 9(11)V99.
               05 ABC-VALOR-ESTOQUE PIC 9(11)V99.
               05 ABC-PCT-ACUM      PIC 9(03)V99.
               05 ABC-DT-CLASSIF    PIC 9(08).
               05 ABC-DT-ULT-CONT   PIC 9(08).
               05 ABC-QT-CONTAGENS  PIC 9(05).
               05 ABC-QT-DIVERG     PIC 9(05).

           FD  ABCREP.
           01  ABCREP-REC        PIC X(90).

           SD  ABCSORT.
           01  SRT-REC.
               05 SRT-VALOR       PIC 9(13)V99.
               05 SRT-ITEM        PIC 9(04).

           WORKING-STORAGE SECTION.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
               88 STOCKMST-EOF       VALUE '10'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
               88 STKMOV-OK          VALUE '00'.
               88 STKMOV-EOF         VALUE '10'.
           77 WRK-ABCMAST-STATUS PIC X(02) VALUE SPACES.
               88 ABCMAST-OK         VALUE '00'.
               88 ABCMAST-NOTFOUND   VALUE '23'.
           77 WRK-ABCREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-FIM-SORT   PIC X(01) VALUE 'N'.
               88 FIM-SORT       VALUE 'S'.
           77 WRK-LIMITE-A   PIC 9(02) VALUE ZEROS.
           77 WRK-LIMITE-B   PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
           77 WRK-SUB        PIC 9(05) VALUE ZEROS.
           77 WRK-CL         PIC 9(01) VALUE ZEROS.
           77 WRK-VALOR-ITEM PIC 9(13)V99 VALUE ZEROS.
           77 WRK-TOTAL-GERAL PIC 9(14)V99 VALUE ZEROS.
           77 WRK-ACUMULADO  PIC 9(14)V99 VALUE ZEROS.
           77 WRK-PCT-ACUM   PIC 9(03)V99 VALUE ZEROS.
           77 WRK-PCT-CLASSE PIC 9(03)V99 VALUE ZEROS.
           77 WRK-QT-ITENS   PIC 9(05) VALUE ZEROS.
           77 WRK-VALOR-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PCT-ED     PIC ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.

      *    ********** VALORES POR ITEM (POSICAO = ITEM + 1)
           01 WRK-TAB-ITENS.
               02 WRK-IT OCCURS 10000 TIMES.
                   05 WRK-IT-NO-ESTOQUE PIC X(01).
                   05 WRK-IT-DEPTO      PIC 9(02).
                   05 WRK-IT-QT-VENDIDA PIC S9(09).
                   05 WRK-IT-VENDAS     PIC 9(11)V99.
                   05 WRK-IT-ESTOQUE    PIC 9(11)V99.

      *    ********** TOTAIS POR CLASSE (1=A 2=B 3=C)
           01 WRK-TAB-CLASSES-DEF.
               02 FILLER PIC X(01) VALUE 'A'.
               02 FILLER PIC X(01) VALUE 'B'.
               02 FILLER PIC X(01) VALUE 'C'.
           01 WRK-TAB-CLASSES REDEFINES WRK-TAB-CLASSES-DEF.
               02 WRK-CL-LETRA PIC X(01) OCCURS 3 TIMES.
           01 WRK-TAB-TOT-CLASSE.
               02 WRK-TC OCCURS 3 TIMES.
                   05 WRK-TC-ITENS   PIC 9(05).
                   05 WRK-TC-VALOR   PIC 9(14)V99.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF STOCKMST-OK
                   PERFORM 0200-SOMAR-VENDAS
                   PERFORM 0300-SOMAR-ESTOQUE
                   SORT ABCSORT
                        ON DESCENDING KEY SRT-VALOR
                        ON ASCENDING KEY SRT-ITEM
                        INPUT PROCEDURE IS 0400-LIBERAR-ITENS
                        OUTPUT PROCEDURE IS 0500-CLASSIFICAR-ITENS
                   PERFORM 0900-FINALIZAR
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               COMPUTE WRK-DATA-CORTE = WRK-DATA-HOJE - 10000.
               DISPLAY 'LIMITE DA CLASSE A EM % ACUMULADO (ZEROS ='
                       ' 80)...'.
               ACCEPT WRK-LIMITE-A.
               DISPLAY 'LIMITE DA CLASSE B EM % ACUMULADO (ZEROS ='
                       ' 95)...'.
               ACCEPT WRK-LIMITE-B.
               IF WRK-LIMITE-A = ZEROS
                   MOVE 80 TO WRK-LIMITE-A
               END-IF.
               IF WRK-LIMITE-B = ZEROS
                   MOVE 95 TO WRK-LIMITE-B
               END-IF.
               IF WRK-LIMITE-B < WRK-LIMITE-A
                   MOVE WRK-LIMITE-A TO WRK-LIMITE-B
               END-IF.
               PERFORM 0110-LIMPAR-ITEM
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.
               PERFORM 0120-LIMPAR-CLASSE
                       VARYING WRK-CL FROM 1 BY 1
                       UNTIL WRK-CL > 3.
               OPEN INPUT STOCKMST.
               IF NOT STOCKMST-OK
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
               ELSE
                   OPEN INPUT ITEMMAST
                   OPEN I-O ABCMAST
                   IF WRK-ABCMAST-STATUS = '35'
                       CLOSE ABCMAST
                       OPEN OUTPUT ABCMAST
                       CLOSE ABCMAST
                       OPEN I-O ABCMAST
                   END-IF
                   OPEN OUTPUT ABCREP
                   MOVE SPACES TO WRK-LINHA
                   STRING 'CLASSIFICACAO ABC DO ESTOQUE EM '
                          WRK-DATA-HOJE
                          ' - LIMITES A ' WRK-LIMITE-A
                          '% B ' WRK-LIMITE-B '%'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO ABCREP-REC
                   WRITE ABCREP-REC
                   MOVE SPACES TO WRK-LINHA
                   MOVE 'ITEM DP CL     VENDAS 12 MESES' TO
                        WRK-LINHA(1:31)
                   MOVE 'VALOR EM ESTOQUE  % ACUM' TO
                        WRK-LINHA(40:24)
                   MOVE WRK-LINHA TO ABCREP-REC
                   WRITE ABCREP-REC
               END-IF.

           0110-LIMPAR-ITEM.
               MOVE 'N'   TO WRK-IT-NO-ESTOQUE(WRK-SUB).
               MOVE ZEROS TO WRK-IT-DEPTO(WRK-SUB)
                             WRK-IT-QT-VENDIDA(WRK-SUB)
                             WRK-IT-VENDAS(WRK-SUB)
                             WRK-IT-ESTOQUE(WRK-SUB).

           0120-LIMPAR-CLASSE.
               MOVE ZEROS TO WRK-TC-ITENS(WRK-CL) WRK-TC-VALOR(WRK-CL).

      *    ********** QUANTIDADE VENDIDA NOS DOZE MESES: SAIDAS DE
      *    ********** VENDA (VD) E FRETE (FR), MENOS DEVOLUCOES (DV)
      *    ********** E ESTORNOS DE CANCELAMENTO (CN)
           0200-SOMAR-VENDAS.
               OPEN INPUT STKMOV.
               IF STKMOV-OK
                   PERFORM 0210-LER-STKMOV
                   PERFORM 0220-ACUMULAR-VENDA
                           UNTIL STKMOV-EOF
                   CLOSE STKMOV
               END-IF.

           0210-LER-STKMOV.
               READ STKMOV
                   AT END MOVE '10' TO WRK-STKMOV-STATUS
               END-READ.

           0220-ACUMULAR-VENDA.
               IF SMV-DATAHORA(1:8) >= WRK-DATA-CORTE
                   AND (SMV-TIPO = 'VD' OR 'FR' OR 'DV' OR 'CN')
                   COMPUTE WRK-SUB = SMV-ITEM + 1
                   SUBTRACT SMV-QTDE FROM WRK-IT-QT-VENDIDA(WRK-SUB)
               END-IF.
               PERFORM 0210-LER-STKMOV.

      *    ********** VALOR EM ESTOQUE E VENDAS AO PRECO DO CADASTRO
           0300-SOMAR-ESTOQUE.
               MOVE ZEROS TO STK-ITEM.
               START STOCKMST KEY IS NOT LESS THAN STK-ITEM
                   INVALID KEY
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-START.
               PERFORM 0310-LER-ITEM
                       UNTIL STOCKMST-EOF OR STOCKMST-NOTFOUND.

           0310-LER-ITEM.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   COMPUTE WRK-SUB = STK-ITEM + 1
                   MOVE 'S' TO WRK-IT-NO-ESTOQUE(WRK-SUB)
                   MOVE STK-DEPTO TO WRK-IT-DEPTO(WRK-SUB)
                   IF STK-SALDO > 0
                       COMPUTE WRK-IT-ESTOQUE(WRK-SUB) =
                               STK-SALDO * STK-CUSTO-MEDIO
                           ON SIZE ERROR
                               MOVE ZEROS TO WRK-IT-ESTOQUE(WRK-SUB)
                       END-COMPUTE
                   END-IF
                   IF WRK-IT-QT-VENDIDA(WRK-SUB) > 0
                       MOVE STK-ITEM TO ITM-CODIGO
                       READ ITEMMAST
                           KEY IS ITM-CODIGO
                           INVALID KEY
                               MOVE ZEROS TO ITM-PRECO-UNIT
                       END-READ
                       COMPUTE WRK-IT-VENDAS(WRK-SUB) =
                               WRK-IT-QT-VENDIDA(WRK-SUB)
                               * ITM-PRECO-UNIT
                           ON SIZE ERROR
                               MOVE ZEROS TO WRK-IT-VENDAS(WRK-SUB)
                       END-COMPUTE
                   END-IF
                   COMPUTE WRK-VALOR-ITEM = WRK-IT-VENDAS(WRK-SUB)
                                          + WRK-IT-ESTOQUE(WRK-SUB)
                   ADD WRK-VALOR-ITEM TO WRK-TOTAL-GERAL
               END-IF.

           0400-LIBERAR-ITENS.
               PERFORM 0410-LIBERAR-ITEM
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.

           0410-LIBERAR-ITEM.
               IF WRK-IT-NO-ESTOQUE(WRK-SUB) = 'S'
                   COMPUTE SRT-VALOR = WRK-IT-VENDAS(WRK-SUB)
                                     + WRK-IT-ESTOQUE(WRK-SUB)
                   COMPUTE SRT-ITEM = WRK-SUB - 1
                   RELEASE SRT-REC
               END-IF.

      *    ********** DO MAIOR VALOR PARA O MENOR: A CLASSE E DADA
      *    ********** PELO ACUMULADO ANTES DO ITEM, PARA O ITEM QUE
      *    ********** CRUZA O LIMITE FICAR NA CLASSE MAIS ALTA
           0500-CLASSIFICAR-ITENS.
               MOVE 'N' TO WRK-FIM-SORT.
               PERFORM 0510-RETORNAR-ITEM.
               PERFORM 0520-GRAVAR-CLASSE UNTIL FIM-SORT.

           0510-RETORNAR-ITEM.
               RETURN ABCSORT
                   AT END MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.

           0520-GRAVAR-CLASSE.
               IF WRK-TOTAL-GERAL > 0
                   COMPUTE WRK-PCT-ACUM ROUNDED =
                           WRK-ACUMULADO * 100 / WRK-TOTAL-GERAL
               ELSE
                   MOVE 100 TO WRK-PCT-ACUM
               END-IF.
               EVALUATE TRUE
                   WHEN SRT-VALOR = 0
                       MOVE 3 TO WRK-CL
                   WHEN WRK-PCT-ACUM < WRK-LIMITE-A
                       MOVE 1 TO WRK-CL
                   WHEN WRK-PCT-ACUM < WRK-LIMITE-B
                       MOVE 2 TO WRK-CL
                   WHEN OTHER
                       MOVE 3 TO WRK-CL
               END-EVALUATE.
               ADD SRT-VALOR TO WRK-ACUMULADO.
               IF WRK-TOTAL-GERAL > 0
                   COMPUTE WRK-PCT-ACUM ROUNDED =
                           WRK-ACUMULADO * 100 / WRK-TOTAL-GERAL
               END-IF.
               ADD 1 TO WRK-QT-ITENS.
               ADD 1 TO WRK-TC-ITENS(WRK-CL).
               ADD SRT-VALOR TO WRK-TC-VALOR(WRK-CL).
               COMPUTE WRK-SUB = SRT-ITEM + 1.
               MOVE SRT-ITEM TO ABC-ITEM.
               READ ABCMAST
                   KEY IS ABC-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-ABCMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ABCMAST-STATUS
               END-READ.
               IF ABCMAST-NOTFOUND
                   MOVE SRT-ITEM TO ABC-ITEM
                   MOVE ZEROS TO ABC-DT-ULT-CONT ABC-QT-CONTAGENS
                                 ABC-QT-DIVERG
               END-IF.
               MOVE WRK-IT-DEPTO(WRK-SUB)   TO ABC-DEPTO.
               MOVE WRK-CL-LETRA(WRK-CL)    TO ABC-CLASSE.
               MOVE WRK-IT-VENDAS(WRK-SUB)  TO ABC-VALOR-VENDAS.
               MOVE WRK-IT-ESTOQUE(WRK-SUB) TO ABC-VALOR-ESTOQUE.
               MOVE WRK-PCT-ACUM            TO ABC-PCT-ACUM.
               MOVE WRK-DATA-HOJE           TO ABC-DT-CLASSIF.
               IF ABCMAST-OK
                   REWRITE ABC-REC
               ELSE
                   WRITE ABC-REC
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               MOVE ABC-ITEM TO WRK-LINHA(1:4).
               MOVE ABC-DEPTO TO WRK-LINHA(6:2).
               MOVE ABC-CLASSE TO WRK-LINHA(9:1).
               MOVE ABC-VALOR-VENDAS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(12:18).
               MOVE ABC-VALOR-ESTOQUE TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(38:18).
               MOVE ABC-PCT-ACUM TO WRK-PCT-ED.
               MOVE WRK-PCT-ED TO WRK-LINHA(58:6).
               MOVE WRK-LINHA TO ABCREP-REC.
               WRITE ABCREP-REC.
               PERFORM 0510-RETORNAR-ITEM.

           0900-FINALIZAR.
               MOVE 'RESUMO POR CLASSE' TO ABCREP-REC.
               WRITE ABCREP-REC.
               PERFORM 0910-GRAVAR-RESUMO
                       VARYING WRK-CL FROM 1 BY 1
                       UNTIL WRK-CL > 3.
               CLOSE STOCKMST.
               CLOSE ITEMMAST.
               CLOSE ABCMAST.
               CLOSE ABCREP.
               DISPLAY 'CLASSIFICACAO ABC GRAVADA EM ABCMAST - ITENS '
                       WRK-QT-ITENS ' A ' WRK-TC-ITENS(1)
                       ' B ' WRK-TC-ITENS(2) ' C ' WRK-TC-ITENS(3).

           0910-GRAVAR-RESUMO.
               MOVE ZEROS TO WRK-PCT-CLASSE.
               IF WRK-TOTAL-GERAL > 0
                   COMPUTE WRK-PCT-CLASSE ROUNDED =
                           WRK-TC-VALOR(WRK-CL) * 100
                           / WRK-TOTAL-GERAL
               END-IF.
               MOVE WRK-TC-VALOR(WRK-CL) TO WRK-VALOR-ED.
               MOVE WRK-PCT-CLASSE TO WRK-PCT-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CLASSE ' WRK-CL-LETRA(WRK-CL)
                      '  ITENS ' WRK-TC-ITENS(WRK-CL)
                      '  VALOR ' WRK-VALOR-ED
                      '  ' WRK-PCT-ED '% DO TOTAL'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO ABCREP-REC.
               WRITE ABCREP-REC.
