      ***                     RERODADA SEGUE ATE O PASSO QUE
      ***                     FALTOU), E O FIM NORMAL REGISTRA O
      ***                     PASSO COMO COMPLETO.
      ***   15/10/2026 HUGO - CADA BAIXA (VENDA) OU DEVOLUCAO APLICADA
      ***                     NO STOCKMST GRAVA O MOVIMENTO NO KARDEX
      ***                     (STKMOV, VIA KDXPROC) - TIPOS VD/DV, NO
      ***                     MESMO RITMO DO CHECKPOINT.
      ******************************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  SALESTXN.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

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

           WORKING-STORAGE SECTION.
           COPY KDXCOM.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY RUNCOM.
                   05 WRK-EST-ITEM   PIC 9(04).
                   05 WRK-EST-DEPTO  PIC 9(02).
                   05 WRK-EST-DELTA  PIC S9(05).
                   05 WRK-EST-SEQ    PIC 9(03).
           77 WRK-ESTOQUE-QT   PIC 9(03)       VALUE ZEROS.
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK        VALUE '00'.
               SET WRK-IDX-EST TO WRK-ESTOQUE-QT.
               MOVE TX-ITEM     TO WRK-EST-ITEM(WRK-IDX-EST).
               MOVE TX-CODDEPTO TO WRK-EST-DEPTO(WRK-IDX-EST).
               MOVE WRK-QT      TO WRK-EST-SEQ(WRK-IDX-EST).
               IF TX-DEVOLUCAO
                   MOVE TX-QTDE TO WRK-EST-DELTA(WRK-IDX-EST)
               ELSE
               END-IF.
               ADD WRK-EST-DELTA(WRK-IDX-EST) TO STK-SALDO.
               REWRITE STK-REC.
               IF WRK-EST-DELTA(WRK-IDX-EST) < 0
                   MOVE 'VD' TO KDX-TIPO
               ELSE
                   MOVE 'DV' TO KDX-TIPO
               END-IF.
               MOVE WRK-EST-DELTA(WRK-IDX-EST) TO KDX-QTDE.
               MOVE STK-CUSTO-MEDIO TO KDX-CUSTO.
               MOVE SPACES TO KDX-DOCUMENTO.
               STRING 'SALESTXN ' WRK-EST-SEQ(WRK-IDX-EST)
                      DELIMITED BY SIZE INTO KDX-DOCUMENTO
               END-STRING.
               MOVE WRK-OPERADOR TO KDX-OPERADOR.
               MOVE 'PROGCOB15' TO KDX-PROGRAMA.
               PERFORM 9600-REGISTRAR-MOVIMENTO.

           0230-GRAVAR-CHECKPOINT.
               OPEN OUTPUT SALESCKP.
               END-STRING.

           COPY RUNPROC.
           COPY KDXPROC.
