      *    22/08/2026 HUGOVIE - PROGRAMA CRIADO.
      *    22/08/2026 HUGOVIE - REGISTRO DA TRILHA AMPLIADO PARA
      *                         X(280), ACOMPANHANDO O AUDPROC.
      *    15/10/2026 HUGOVIE - REGISTRO DA TRILHA AMPLIADO PARA X(340),
      *                         ACOMPANHANDO O AUDPROC.
      ************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FD  AUDITTRL.
           01  AUDITTRL-REC.
               05 TRL-DATAHORA   PIC X(17).
               05 TRL-RESTO      PIC X(323).
           01  AUDITTRL-REC-V REDEFINES AUDITTRL-REC.
               05 TRL-DATA       PIC X(08).
               05 FILLER         PIC X(40).
               05 TRL-MIOLO      PIC X(292).

           FD  AUDREP.
           01  AUDREP-REC        PIC X(340).

           WORKING-STORAGE SECTION.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           0250-PROCURAR-CHAVE.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM VARYING WRK-POS FROM 1 BY 1
                       UNTIL WRK-POS > 328 OR CHAVE-CONFERE
                   IF AUDITTRL-REC(WRK-POS:12) =
                      WRK-CHAVE-BUSCA(1:12)
                       MOVE 'S' TO WRK-ACHOU
