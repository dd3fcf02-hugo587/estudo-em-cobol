      *                         MOSTRA O HISTORICO DE PRECOS DO
      *                         ITEM. O ITM-PRECO-UNIT SEGUE COMO
      *                         PRECO PADRAO QUANDO NAO HA VIGENCIA.
      *    15/10/2026 HUGOVIE - ESTRUTURA DE KIT: NOVA OPCAO K MANTEM OS
      *                         COMPONENTES (ITENS DO CADASTRO) E A
      *                         QUANTIDADE POR KIT NO KITSTRU, USADO
      *                         PELA BAIXA, PESO E PENDENCIAS DO LOTE DE
      *                         FRETE (PROGCOB09).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IPR-CHAVE
                   FILE STATUS IS WRK-ITEMPRC-STATUS.
               SELECT KITSTRU ASSIGN TO "KITSTRU"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS KIT-CHAVE
                   FILE STATUS IS WRK-KITSTRU-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ITEMMAST.
                   10 IPR-DT-VIGENCIA PIC 9(08).
               05 IPR-PRECO-UNIT  PIC 9(06)V99.

           FD  KITSTRU.
           01  KIT-REC.
               05 KIT-CHAVE.
                   10 KIT-ITEM       PIC 9(04).
                   10 KIT-COMPONENTE PIC 9(04).
               05 KIT-QTDE          PIC 9(03).

           WORKING-STORAGE SECTION.
           COPY KITCOM.
           77 WRK-KITSTRU-STATUS PIC X(02) VALUE SPACES.
               88 KITSTRU-OK        VALUE '00'.
               88 KITSTRU-EOF       VALUE '10'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
               88 ITEMMAST-OK        VALUE '00'.
               88 ITEMMAST-NOTFOUND  VALUE '23'.
               88 OPCAO-EXCLUIR  VALUE 'E'.
               88 OPCAO-LISTAR   VALUE 'L'.
               88 OPCAO-HISTORICO VALUE 'H'.
               88 OPCAO-KIT      VALUE 'K'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-CODIGO     PIC 9(04) VALUE ZEROS.
           77 WRK-DESCRICAO  PIC X(20) VALUE SPACES.
           77 WRK-QT-LISTADOS-ED PIC ZZZ9 VALUE ZEROS.
           77 WRK-PESO-ED    PIC ZZ9,999 VALUE ZEROS.
           77 WRK-PRECO-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-KIT        PIC 9(04) VALUE ZEROS.
           77 WRK-COMPONENTE PIC 9(04) VALUE ZEROS.
           77 WRK-QT-KIT     PIC 9(03) VALUE ZEROS.
           77 WRK-PESO-KIT   PIC 9(05)V999 VALUE ZEROS.
           77 WRK-PESO-KIT-ED PIC ZZ.ZZ9,999 VALUE ZEROS.
           77 WRK-USADO-EM   PIC 9(04) VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0200-ABRIR-ITEMMAST.
               IF ITEMMAST-OK
                   PERFORM 0250-ABRIR-ITEMPRC
                   PERFORM 0260-ABRIR-KITSTRU
                   PERFORM 0300-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE ITEMMAST
                   CLOSE ITEMPRC
                   CLOSE KITSTRU
               END-IF.
               GOBACK.

                   OPEN I-O ITEMPRC
               END-IF.

           0260-ABRIR-KITSTRU.
               OPEN I-O KITSTRU.
               IF WRK-KITSTRU-STATUS = '35'
                   CLOSE KITSTRU
                   OPEN OUTPUT KITSTRU
                   CLOSE KITSTRU
                   OPEN I-O KITSTRU
               END-IF.

           0300-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' MANUTENCAO DO CADASTRO DE ITENS'.
               DISPLAY ' E - EXCLUIR ITEM'.
               DISPLAY ' L - LISTAR ITENS (ITEMLIST)'.
               DISPLAY ' H - HISTORICO DE PRECOS DE UM ITEM'.
               DISPLAY ' K - ESTRUTURA DE KIT (COMPONENTES)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
                       PERFORM 0700-LISTAR
                   WHEN OPCAO-HISTORICO
                       PERFORM 0800-HISTORICO
                   WHEN OPCAO-KIT
                       PERFORM 0900-ESTRUTURA-KIT
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                               ' PRECO ' WRK-PRECO-ED
                   END-IF
               END-IF.

      *    ********** ESTRUTURA DO KIT: COMPONENTES DO ITEMMAST E
      *    ********** QUANTIDADE POR KIT. KIT NAO ENTRA COMO
      *    ********** COMPONENTE DE OUTRO KIT (UM NIVEL SO)
           0900-ESTRUTURA-KIT.
               DISPLAY 'CODIGO DO KIT...'.
               ACCEPT WRK-KIT.
               MOVE WRK-KIT TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-ITEMMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ITEMMAST-STATUS
               END-READ.
               IF NOT ITEMMAST-OK
                   DISPLAY 'KIT NAO CADASTRADO - INCLUA O ITEM ANTES'
               ELSE
                   PERFORM 0940-VERIFICAR-USO
                   IF WRK-USADO-EM NOT = ZEROS
                       DISPLAY 'ITEM E COMPONENTE DO KIT ' WRK-USADO-EM
                               ' - NAO PODE SER KIT'
                   ELSE
                       DISPLAY 'KIT ' WRK-KIT ' ' ITM-DESCRICAO
                       PERFORM 0910-MOSTRAR-KIT
                       PERFORM 0920-PEDIR-COMPONENTE
                       PERFORM 0930-GRAVAR-COMPONENTE
                               UNTIL WRK-COMPONENTE = 0
                       PERFORM 0910-MOSTRAR-KIT
                   END-IF
               END-IF.
               MOVE '00' TO WRK-ITEMMAST-STATUS.

      *    ********** COMPONENTES ATUAIS E PESO SOMADO, QUE O LOTE
      *    ********** DE FRETE USA NO LUGAR DO PESO DO KIT
           0910-MOSTRAR-KIT.
               MOVE WRK-KIT TO KIT-PAI.
               PERFORM 9700-CARREGAR-KIT.
               MOVE ZEROS TO WRK-PESO-KIT.
               IF KIT-QT-COMP = 0
                   DISPLAY ' SEM COMPONENTES - ITEM VENDIDO AVULSO'
               ELSE
                   PERFORM 0915-MOSTRAR-COMPONENTE
                           VARYING KIT-SUB FROM 1 BY 1
                           UNTIL KIT-SUB > KIT-QT-COMP
                   MOVE WRK-PESO-KIT TO WRK-PESO-KIT-ED
                   DISPLAY ' PESO DO KIT (SOMA DOS COMPONENTES)..'
                           WRK-PESO-KIT-ED
               END-IF.

           0915-MOSTRAR-COMPONENTE.
               MOVE KIT-TC-ITEM(KIT-SUB) TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE 'ITEM SEM CADASTRO' TO ITM-DESCRICAO
                       MOVE ZEROS TO ITM-PESO-UNIT
               END-READ.
               COMPUTE WRK-PESO-KIT = WRK-PESO-KIT
                       + (KIT-TC-QTDE(KIT-SUB) * ITM-PESO-UNIT).
               DISPLAY ' COMPONENTE ' KIT-TC-ITEM(KIT-SUB) ' '
                       ITM-DESCRICAO ' QTDE ' KIT-TC-QTDE(KIT-SUB).

           0920-PEDIR-COMPONENTE.
               DISPLAY 'COMPONENTE (ZEROS ENCERRA)...'.
               ACCEPT WRK-COMPONENTE.

      *    ********** QUANTIDADE ZERO REMOVE O COMPONENTE DO KIT
           0930-GRAVAR-COMPONENTE.
               MOVE WRK-COMPONENTE TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-ITEMMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ITEMMAST-STATUS
               END-READ.
               MOVE WRK-COMPONENTE TO KIT-PAI.
               PERFORM 9700-CARREGAR-KIT.
               EVALUATE TRUE
                   WHEN NOT ITEMMAST-OK
                       DISPLAY 'COMPONENTE NAO CADASTRADO'
                   WHEN WRK-COMPONENTE = WRK-KIT
                       DISPLAY 'O KIT NAO PODE SER COMPONENTE DELE'
                               ' MESMO'
                   WHEN KIT-QT-COMP > 0
                       DISPLAY 'COMPONENTE E KIT - NAO ACEITO'
                   WHEN OTHER
                       DISPLAY 'QUANTIDADE POR KIT (ZEROS REMOVE)...'
                       ACCEPT WRK-QT-KIT
                       MOVE WRK-KIT        TO KIT-ITEM
                       MOVE WRK-COMPONENTE TO KIT-COMPONENTE
                       IF WRK-QT-KIT = 0
                           DELETE KITSTRU RECORD
                               INVALID KEY
                                   DISPLAY 'COMPONENTE NAO ESTAVA NO'
                                           ' KIT'
                               NOT INVALID KEY
                                   DISPLAY 'COMPONENTE REMOVIDO'
                           END-DELETE
                       ELSE
                           MOVE WRK-QT-KIT TO KIT-QTDE
                           WRITE KIT-REC
                               INVALID KEY
                                   REWRITE KIT-REC
                           END-WRITE
                           DISPLAY 'COMPONENTE GRAVADO'
                       END-IF
               END-EVALUATE.
               PERFORM 0920-PEDIR-COMPONENTE.

      *    ********** O ITEM JA E COMPONENTE DE ALGUM KIT?
           0940-VERIFICAR-USO.
               MOVE ZEROS TO WRK-USADO-EM.
               MOVE ZEROS TO KIT-CHAVE.
               START KITSTRU KEY IS GREATER THAN KIT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-KITSTRU-STATUS
               END-START.
               PERFORM 0945-LER-USO
                       UNTIL WRK-KITSTRU-STATUS NOT = '00'.

           0945-LER-USO.
               READ KITSTRU NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-KITSTRU-STATUS
               END-READ.
               IF KITSTRU-OK AND KIT-COMPONENTE = WRK-KIT
                   MOVE KIT-ITEM TO WRK-USADO-EM
                   MOVE '10' TO WRK-KITSTRU-STATUS
               END-IF.

           COPY KITPROC.
