      *    DATA 22/08/2026
      *    ALTERACOES
      *    22/08/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CONTMAST COM O GRUPO DO BALANCO (CTA-
      *                         GRUPO) NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                  88 CTA-CUSTO       VALUE 'C'.
                  88 CTA-DESPESA     VALUE 'E'.
                  88 CTA-PATRIMONIAL VALUE 'P'.
               05 CTA-GRUPO       PIC X(02).
                  88 CTA-ATIVO-CIRC       VALUE 'AC'.
                  88 CTA-ATIVO-NAO-CIRC   VALUE 'AN'.
                  88 CTA-PASSIVO-CIRC     VALUE 'PC'.
                  88 CTA-PASSIVO-NAO-CIRC VALUE 'PN'.
                  88 CTA-PATR-LIQUIDO     VALUE 'PL'.
                  88 CTA-GRUPO-VALIDO     VALUE 'AC' 'AN' 'PC' 'PN'
                                                'PL'.

           FD  BALREP.
           01  BALREP-REC         PIC X(100).
