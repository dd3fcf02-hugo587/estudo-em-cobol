      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - AJUSTE APROVADO GRAVA A DIFERENCA NO
      *                         KARDEX (STKMOV, VIA KDXPROC) - TIPO IN,
      *                         COM A DATA DA CONTAGEM COMO DOCUMENTO.
      *    15/10/2026 HUGOVIE - OPCAO F CONTA PELA FOLHA DO DIA
      *                         (CNTSHEET, DO PROGCOB106) E O AJUSTE
      *                         ATUALIZA DATA DA ULTIMA CONTAGEM E
      *                         DIVERGENCIAS NO ABCMAST.
      *    15/10/2026 HUGOVIE - REGISTRO DA TRILHA DE AUDITORIA AMPLIADO
      *                         PARA X(340), ACOMPANHANDO O AUDPROC.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
               SELECT ABCMAST ASSIGN TO "ABCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ABC-ITEM
                   FILE STATUS IS WRK-ABCMAST-STATUS.
               SELECT CNTSHEET ASSIGN TO "CNTSHEET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CNTSHEET-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  STOCKMST.
           01  INVVAR-REC       PIC X(90).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

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
               05 ABC-VALOR-VENDAS  PIC 9(11)V99.
               05 ABC-VALOR-ESTOQUE PIC 9(11)V99.
               05 ABC-PCT-ACUM      PIC 9(03)V99.
               05 ABC-DT-CLASSIF    PIC 9(08).
               05 ABC-DT-ULT-CONT   PIC 9(08).
               05 ABC-QT-CONTAGENS  PIC 9(05).
               05 ABC-QT-DIVERG     PIC 9(05).

           FD  CNTSHEET.
           01  CSH-REC.
               05 CSH-ITEM       PIC 9(04).
               05 CSH-DEPTO      PIC 9(02).
               05 CSH-CLASSE     PIC X(01).
               05 CSH-DESCRICAO  PIC X(20).
               05 CSH-DATA       PIC 9(08).

           WORKING-STORAGE SECTION.
           COPY KDXCOM.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 COUNTFIL-OK     VALUE '00'.
               88 COUNTFIL-EOF    VALUE '10'.
           77 WRK-INVVAR-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ABCMAST-STATUS PIC X(02) VALUE SPACES.
               88 ABCMAST-OK      VALUE '00'.
           77 WRK-CNTSHEET-STATUS PIC X(02) VALUE SPACES.
               88 CNTSHEET-OK     VALUE '00'.
               88 CNTSHEET-EOF    VALUE '10'.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-CONTAGEM VALUE 'C'.
               88 OPCAO-FOLHA    VALUE 'F'.
               88 OPCAO-VARIACAO VALUE 'V'.
               88 OPCAO-AJUSTE   VALUE 'A'.
               88 OPCAO-SAIR     VALUE '0'.
               DISPLAY '==============================='.
               DISPLAY ' INVENTARIO FISICO DO ESTOQUE'.
               DISPLAY ' C - DIGITAR CONTAGEM'.
               DISPLAY ' F - CONTAR PELA FOLHA DO DIA (CNTSHEET)'.
               DISPLAY ' V - RELATORIO DE VARIACAO (INVVAR)'.
               DISPLAY ' A - AJUSTE APROVADO (GRAVA STOCKMST)'.
               DISPLAY ' 0 - SAIR'.
               EVALUATE TRUE
                   WHEN OPCAO-CONTAGEM
                       PERFORM 0200-DIGITAR-CONTAGEM
                   WHEN OPCAO-FOLHA
                       PERFORM 0250-CONTAR-PELA-FOLHA
                   WHEN OPCAO-VARIACAO
                       PERFORM 0300-RELATORIO-VARIACAO
                   WHEN OPCAO-AJUSTE
               END-IF.
               PERFORM 0210-PEDIR-ITEM.

      *    ********** CONTAGEM CEGA PELA FOLHA DO PLANEJADOR
      *    ********** (PROGCOB106): MOSTRA ITEM E DESCRICAO, NUNCA O
      *    ********** SALDO, E GRAVA NO COUNTFIL COMO A OPCAO C
           0250-CONTAR-PELA-FOLHA.
               OPEN INPUT CNTSHEET.
               IF NOT CNTSHEET-OK
                   DISPLAY 'SEM FOLHA DE CONTAGEM (CNTSHEET) - RODAR'
                           ' O PROGCOB106'
               ELSE
                   OPEN EXTEND COUNTFIL
                   IF WRK-COUNTFIL-STATUS = '35'
                       CLOSE COUNTFIL
                       OPEN OUTPUT COUNTFIL
                   END-IF
                   PERFORM 0260-LER-CNTSHEET
                   PERFORM 0270-CONTAR-ITEM-FOLHA
                           UNTIL CNTSHEET-EOF
                   CLOSE COUNTFIL
                   CLOSE CNTSHEET
                   DISPLAY 'FOLHA DE CONTAGEM ENCERRADA'
               END-IF.

           0260-LER-CNTSHEET.
               READ CNTSHEET
                   AT END MOVE '10' TO WRK-CNTSHEET-STATUS
               END-READ.

           0270-CONTAR-ITEM-FOLHA.
               MOVE CSH-ITEM TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF NOT STOCKMST-OK
                   DISPLAY 'ITEM ' CSH-ITEM ' SEM SALDO EM ESTOQUE -'
                           ' FORA DA CONTAGEM'
               ELSE
                   DISPLAY 'ITEM ' CSH-ITEM ' ' CSH-DESCRICAO
                           ' CLASSE ' CSH-CLASSE
                   DISPLAY 'QUANTIDADE CONTADA...'
                   ACCEPT WRK-QTDE
                   PERFORM 0700-MONTAR-DATAHORA
                   MOVE CSH-ITEM     TO CNT-ITEM
                   MOVE STK-DEPTO    TO CNT-DEPTO
                   MOVE WRK-QTDE     TO CNT-QT-CONTADA
                   MOVE WRK-DATAHORA TO CNT-DATAHORA
                   MOVE WRK-OPERADOR TO CNT-OPERADOR
                   WRITE CNT-REC
                   ADD 1 TO WRK-QT-CONTADOS
                   DISPLAY 'CONTAGEM GRAVADA'
               END-IF.
               PERFORM 0260-LER-CNTSHEET.

      *    ********** LIVRO X CONTADO, VALORIZADO PELO PRECO DO
      *    ********** CADASTRO
           0300-RELATORIO-VARIACAO.
               IF WRK-COUNTFIL-STATUS NOT = '00'
                   DISPLAY 'SEM CONTAGENS DIGITADAS (COUNTFIL)'
               ELSE
                   OPEN I-O ABCMAST
                   IF WRK-ABCMAST-STATUS = '35'
                       CLOSE ABCMAST
                       OPEN OUTPUT ABCMAST
                       CLOSE ABCMAST
                       OPEN I-O ABCMAST
                   END-IF
                   PERFORM 0310-LER-COUNTFIL
                   PERFORM 0520-APLICAR-CONTAGEM
                           UNTIL COUNTFIL-EOF
                   CLOSE ABCMAST
                   CLOSE COUNTFIL
                   OPEN OUTPUT COUNTFIL
                   CLOSE COUNTFIL
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   PERFORM 0530-ATUALIZAR-CICLO
               END-IF.
               IF STOCKMST-OK
                   AND CNT-QT-CONTADA NOT = STK-SALDO
                   MOVE WRK-OPERADOR TO AUD-TRL-OPERADOR
                   MOVE 'A'        TO AUD-TRL-ACAO
                   MOVE STK-ITEM   TO AUD-TRL-CHAVE
                   MOVE STK-REC    TO AUD-TRL-ANTES
                   COMPUTE KDX-QTDE = CNT-QT-CONTADA - STK-SALDO
                   MOVE CNT-QT-CONTADA TO STK-SALDO
                   REWRITE STK-REC
                   MOVE STK-REC    TO AUD-TRL-DEPOIS
                   PERFORM 9400-REGISTRAR-AUD-TRL
                   MOVE 'IN' TO KDX-TIPO
                   MOVE STK-CUSTO-MEDIO TO KDX-CUSTO
                   MOVE SPACES TO KDX-DOCUMENTO
                   STRING 'CONT ' CNT-DATAHORA(1:8)
                          DELIMITED BY SIZE INTO KDX-DOCUMENTO
                   END-STRING
                   MOVE WRK-OPERADOR TO KDX-OPERADOR
                   MOVE 'PROGCOB65' TO KDX-PROGRAMA
                   PERFORM 9600-REGISTRAR-MOVIMENTO
                   ADD 1 TO WRK-QT-AJUSTES
               END-IF.
               PERFORM 0310-LER-COUNTFIL.

      *    ********** DATA DA ULTIMA CONTAGEM E TAXA DE VARIACAO
      *    ********** DO ITEM PARA O PLANEJADOR DE CONTAGEM CICLICA
           0530-ATUALIZAR-CICLO.
               MOVE CNT-ITEM TO ABC-ITEM.
               READ ABCMAST
                   KEY IS ABC-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-ABCMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ABCMAST-STATUS
               END-READ.
               IF ABCMAST-OK
                   MOVE CNT-DATAHORA(1:8) TO ABC-DT-ULT-CONT
                   ADD 1 TO ABC-QT-CONTAGENS
                   IF CNT-QT-CONTADA NOT = STK-SALDO
                       ADD 1 TO ABC-QT-DIVERG
                   END-IF
                   REWRITE ABC-REC
               END-IF.

           0700-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               END-STRING.

           COPY AUDPROC.
           COPY KDXPROC.
