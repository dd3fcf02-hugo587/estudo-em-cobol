      *                         DATA-HORA E OPERADOR, PARA O
      *                         ROLL-FORWARD DO PROGCOB94 REFAZER O
      *                         DIA EM CIMA DO BACKUP DO PROGCOB49.
      *    15/10/2026 HUGOVIE - IMAGEM DO JORNAL (MJ-IMAGEM) AMPLIADA
      *                         PARA X(120), ACOMPANHANDO O JRNPROC.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           WORKING-STORAGE SECTION.
           COPY JRNCOM.
