      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - SALHIST COM O FGTS DE CADA CALCULO
      *                         (SHT-FGTS) NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               05 SHT-IRRF          PIC 9(06)V99.
               05 SHT-SALARIO-LIQ   PIC 9(06)V99.
               05 SHT-TIPO-PAGTO    PIC X(01).
               05 SHT-FGTS          PIC 9(06)V99.

           FD  DEPENDTS.
           01  DEPENDTS-REC.
