      *    02/09/2026 HUGOVIE - NOVO STATUS B (RETIDO PARCIAL POR
      *                         FALTA DE ESTOQUE, GRAVADO PELO LOTE
      *                         DE FRETE) MOSTRADO NA CONSULTA.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT E NA
      *                         DESCRICAO DA SITUACAO - PEDIDO FATURADO
      *                         RETIDO NA EXPEDICAO ATE A NF-E SER
      *                         AUTORIZADA (PRGCOB122).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
                   WHEN OST-REPOSTO
                       MOVE 'REPOSTO EM PEDIDO NOVO'
                            TO WRK-DESC-STATUS
                   WHEN OST-NFE-REJEITADA
                       MOVE 'NF-E REJEITADA - RETIDO'
                            TO WRK-DESC-STATUS
                   WHEN OTHER
                       MOVE 'DESCONHECIDO' TO WRK-DESC-STATUS
               END-EVALUATE.
