      *****OBJETIVO = MANUTENCAO DO PLANO DE CONTAS (CONTMAST):
      *    CODIGO E NOME DA CONTA. O RAZAO (PROGCOB06) REJEITA
      *    LANCAMENTOS DE CONTA FORA DO PLANO E O BALANCETE
      *    (PROGCOB34) MOSTRA OS NOMES DAQUI. CONTA PATRIMONIAL
      *    LEVA O GRUPO DO BALANCO (AC/AN ATIVO CIRCULANTE E NAO
      *    CIRCULANTE, PC/PN PASSIVO CIRCULANTE E NAO CIRCULANTE, PL
      *    PATRIMONIO LIQUIDO) USADO PELO BALANCO (PROGCOB119).
      *    DATA 22/08/2026
      *    ALTERACOES
      *    22/08/2026 HUGOVIE - PROGRAMA CRIADO.
      *                         E-DESPESA, P-PATRIMONIAL) INCLUIDO
      *                         NO PLANO - O DRE (PROGCOB84) ROLA OS
      *                         SALDOS POR ESTES GRUPOS.
      *    15/10/2026 HUGOVIE - GRUPO DO BALANCO (CTA-GRUPO) NA CONTA
      *                         PATRIMONIAL: PEDIDO NA INCLUSAO E NA
      *                         ALTERACAO E MOSTRADO NA LISTA.
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

           WORKING-STORAGE SECTION.
           77 WRK-CONTMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CODIGO     PIC 9(05) VALUE ZEROS.
           77 WRK-NOME       PIC X(30) VALUE SPACES.
           77 WRK-TIPO       PIC X(01) VALUE SPACES.
           77 WRK-GRUPO      PIC X(02) VALUE SPACES.
           77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
               88 CONFIRMADO     VALUE 'S'.

               DISPLAY '==============================='.
               DISPLAY ' MANUTENCAO DO PLANO DE CONTAS'.
               DISPLAY ' I - INCLUIR CONTA'.
               DISPLAY ' A - ALTERAR NOME/TIPO/GRUPO'.
               DISPLAY ' E - EXCLUIR CONTA'.
               DISPLAY ' L - LISTAR NO CONSOLE'.
               DISPLAY ' 0 - SAIR'.
                   DISPLAY 'TIPO (R-RECEITA D-DEDUCAO C-CUSTO'
                           ' E-DESPESA P-PATRIMONIAL)...'
                   ACCEPT CTA-TIPO
                   MOVE SPACES TO CTA-GRUPO
                   IF CTA-PATRIMONIAL
                       PERFORM 0350-PEDIR-GRUPO
                   END-IF
                   IF CTA-PATRIMONIAL AND NOT CTA-GRUPO-VALIDO
                       DISPLAY 'GRUPO DO BALANCO INVALIDO - CONTA NAO '
                               'INCLUIDA'
                   ELSE
                       WRITE CTA-REC
                       DISPLAY 'CONTA INCLUIDA..' WRK-CODIGO
                   END-IF
               END-IF.

           0350-PEDIR-GRUPO.
               DISPLAY 'GRUPO DO BALANCO (AC-ATIVO CIRCULANTE'
                       ' AN-ATIVO NAO CIRCULANTE'.
               DISPLAY '  PC-PASSIVO CIRCULANTE'
                       ' PN-PASSIVO NAO CIRCULANTE'
                       ' PL-PATRIMONIO LIQUIDO)...'.
               MOVE SPACES TO WRK-GRUPO.
               ACCEPT WRK-GRUPO FROM CONSOLE.
               IF WRK-GRUPO NOT = SPACES
                   MOVE WRK-GRUPO TO CTA-GRUPO
               END-IF.

           0400-ALTERAR.
                   IF WRK-TIPO NOT = SPACES
                       MOVE WRK-TIPO TO CTA-TIPO
                   END-IF
                   IF CTA-PATRIMONIAL
                       DISPLAY 'GRUPO ATUAL.' CTA-GRUPO
                               ' (BRANCO MANTEM)'
                       PERFORM 0350-PEDIR-GRUPO
                   ELSE
                       MOVE SPACES TO CTA-GRUPO
                   END-IF
                   IF CTA-PATRIMONIAL AND NOT CTA-GRUPO-VALIDO
                       DISPLAY 'GRUPO DO BALANCO INVALIDO - CONTA NAO '
                               'ALTERADA'
                   ELSE
                       REWRITE CTA-REC
                       DISPLAY 'CONTA ALTERADA..' WRK-CODIGO
                   END-IF
               END-IF.

           0500-EXCLUIR.
               END-READ.
               IF CONTMAST-OK
                   DISPLAY ' CONTA ' CTA-CODIGO ' ' CTA-NOME
                           ' TIPO ' CTA-TIPO ' GRUPO ' CTA-GRUPO
               END-IF.
