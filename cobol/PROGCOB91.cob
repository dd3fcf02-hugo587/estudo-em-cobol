      *                         (PROGCOB61 USA O MESMO CONTROLE MAS
      *                         SO GRAVA NO CREDREG) - A CAUDA E
      *                         CONFERIDA NO CREDREG ANTES DO AVISO.
      *    15/10/2026 HUGOVIE - INVREG COM A UF DE ENTREGA (REG-UF) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

           FD  CREDREG.
           01  CREDREG-REC.
