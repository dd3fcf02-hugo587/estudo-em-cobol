      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  SECFILE.
           01  SEC-REC.
               MOVE WRK-SP-VALOR(WRK-ESCOLHA) TO LTX-VALOR.
               MOVE 'SUSPENSO CORRIGIDO'      TO LTX-DESCRICAO.
               MOVE ZEROS                     TO LTX-CCUSTO.
               MOVE SPACE                     TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.
               CLOSE LEDGTXN.

