      *****************************************************
      ***   COPYBOOK KITCOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DA ESTRUTURA DE KITS
      ***              (KITSTRU, MANTIDA PELO PROGCOB23): UM ITEM
      ***              DO ITEMMAST VENDIDO COMO KIT E FORMADO POR
      ***              OUTROS ITENS DO ITEMMAST, CADA UM COM A
      ***              QUANTIDADE POR KIT. A TABELA RECEBE OS
      ***              COMPONENTES DO KIT-PAI CARREGADOS PELO
      ***              9700-CARREGAR-KIT (KITPROC); KIT-QT-COMP
      ***              ZERO QUER DIZER QUE O ITEM NAO E KIT.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 KIT-PAI       PIC 9(04) VALUE ZEROS.
       77 KIT-QT-COMP   PIC 9(02) VALUE ZEROS.
       77 KIT-SUB       PIC 9(02) VALUE ZEROS.
       77 KIT-MAX-COMP  PIC 9(02) VALUE 20.
       01 KIT-TAB-COMP.
           02 KIT-TC OCCURS 20 TIMES.
               05 KIT-TC-ITEM  PIC 9(04).
               05 KIT-TC-QTDE  PIC 9(03).
