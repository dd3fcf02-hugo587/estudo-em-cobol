      *****************************************************
      ***   COPYBOOK KITPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFO COMUM DE CARGA DOS COMPONENTES
      ***              DE UM KIT. O PROGRAMA HOSPEDEIRO DEVE
      ***              DECLARAR SELECT/FD DO KITSTRU (INDEXED,
      ***              CHAVE KIT-CHAVE = KIT-ITEM 9(04) +
      ***              KIT-COMPONENTE 9(04), KIT-QTDE 9(03) -
      ***              LRECL 11) ABERTO EM ENTRADA OU I-O, E O
      ***              CAMPO WRK-KITSTRU-STATUS, ALEM DE COPY
      ***              KITCOM NA WORKING-STORAGE.
      ***              USO: MOVER O ITEM PARA KIT-PAI E PERFORM
      ***              9700-CARREGAR-KIT; SE KIT-QT-COMP > 0 O
      ***              ITEM E KIT E KIT-TC-ITEM/KIT-TC-QTDE (1 A
      ***              KIT-QT-COMP) TRAZEM OS COMPONENTES. SEM
      ***              KITSTRU ABERTO, NENHUM ITEM E KIT.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9700-9799 RESERVADA, DEPOIS DE
      ***                        KDXPROC (9600).
      *****************************************************
       9700-CARREGAR-KIT.
           MOVE ZEROS   TO KIT-QT-COMP.
           MOVE KIT-PAI TO KIT-ITEM.
           MOVE ZEROS   TO KIT-COMPONENTE.
           START KITSTRU KEY IS GREATER THAN KIT-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-KITSTRU-STATUS
           END-START.
           PERFORM 9710-LER-COMPONENTE
                   UNTIL WRK-KITSTRU-STATUS NOT = '00'.

       9710-LER-COMPONENTE.
           READ KITSTRU NEXT RECORD
               AT END
                   MOVE '10' TO WRK-KITSTRU-STATUS
           END-READ.
           IF WRK-KITSTRU-STATUS = '00'
               IF KIT-ITEM NOT = KIT-PAI
                   MOVE '10' TO WRK-KITSTRU-STATUS
               ELSE
                   IF KIT-QT-COMP < KIT-MAX-COMP
                       ADD 1 TO KIT-QT-COMP
                       MOVE KIT-COMPONENTE TO KIT-TC-ITEM(KIT-QT-COMP)
                       MOVE KIT-QTDE       TO KIT-TC-QTDE(KIT-QT-COMP)
                   END-IF
               END-IF
           END-IF.
