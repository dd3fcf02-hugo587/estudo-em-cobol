      *    DATA 02/09/2026
      *    ALTERACOES
      *    02/09/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - COMISSAO SO SOBRE AS LINHAS DE PRINCIPAL
      *                         (RECEBIDO) DO RECEBLOG - MULTA, JUROS E
      *                         PARCELA DE ENCARGOS FICAM FORA DA BASE.
      *    15/10/2026 HUGOVIE - INVREG COM A UF DE ENTREGA (REG-UF) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - TAXA ACELERADA (CMM-PCT-ACEL) SOMADA AO
      *                         PERCENTUAL QUANDO O FATURADO LIQUIDO DO
      *                         VENDEDOR NA COMPETENCIA (INVREG MENOS
      *                         CREDREG) PASSA DA META DO SALESTGT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SELECT INVREG ASSIGN TO "INVREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVREG-STATUS.
               SELECT CREDREG ASSIGN TO "CREDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDREG-STATUS.
               SELECT SALESTGT ASSIGN TO "SALESTGT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TGT-CHAVE
                   FILE STATUS IS WRK-SALESTGT-STATUS.
               SELECT MOVFILE ASSIGN TO "MOVFILE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MOVFILE-STATUS.
               05 CMM-NOME       PIC X(20).
               05 CMM-PCT        PIC 9(02)V99.
               05 CMM-MATRICULA  PIC 9(06).
               05 CMM-PCT-ACEL   PIC 9(02)V99.

           FD  RECEBLOG.
           01  RECEBLOG-REC      PIC X(100).
               05 REG-MOEDA     PIC X(03).
               05 REG-VALOR-ME  PIC 9(08)V99.
               05 REG-VENDEDOR  PIC 9(03).
               05 REG-UF        PIC X(02).

           FD  CREDREG.
           01  CREDREG-REC.
               05 CRG-NOTA      PIC 9(06).
               05 CRG-FATURA    PIC 9(06).
               05 CRG-CLIENTE   PIC 9(06).
               05 CRG-DATA      PIC 9(08).
               05 CRG-VALOR     PIC 9(08)V99.
               05 CRG-ABATIDO   PIC 9(08)V99.

           FD  SALESTGT.
           01  TGT-REC.
               05 TGT-CHAVE.
                   10 TGT-TIPO    PIC X(01).
                   10 TGT-CODIGO  PIC 9(03).
                   10 TGT-ANOMES  PIC 9(06).
               05 TGT-VALOR       PIC 9(10)V99.
               05 TGT-DT-ALTERACAO PIC 9(08).

           FD  MOVFILE.
           01  MOVFILE-REC.
           77 WRK-INVREG-STATUS PIC X(02) VALUE SPACES.
               88 INVREG-OK     VALUE '00'.
               88 INVREG-EOF    VALUE '10'.
           77 WRK-CREDREG-STATUS PIC X(02) VALUE SPACES.
               88 CREDREG-OK    VALUE '00'.
               88 CREDREG-EOF   VALUE '10'.
           77 WRK-SALESTGT-STATUS PIC X(02) VALUE SPACES.
               88 SALESTGT-OK   VALUE '00'.
           77 WRK-MOVFILE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-COMMREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
      *    ********** BASE RECEBIDA ACUMULADA POR VENDEDOR (1-999)
           01 WRK-TAB-VEND.
               02 WRK-VD-BASE PIC 9(10)V99 OCCURS 999 TIMES.
      *    ********** FATURADO LIQUIDO DA COMPETENCIA POR VENDEDOR,
      *    ********** CONFRONTADO COM A META PARA A TAXA ACELERADA
           01 WRK-TAB-VENDIDO.
               02 WRK-VD-VENDIDO PIC S9(10)V99 OCCURS 999 TIMES.
           77 WRK-REG-ANOMES PIC 9(06) VALUE ZEROS.
           77 WRK-REG-DIA    PIC 9(02) VALUE ZEROS.
           77 WRK-FT-SUB     PIC 9(04) VALUE ZEROS.
           77 WRK-PCT-APLIC  PIC 9(03)V99 VALUE ZEROS.
           77 WRK-QT-ACELERADAS PIC 9(03) VALUE ZEROS.
           77 WRK-METAS      PIC X(01) VALUE 'N'.
               88 METAS-ABERTAS VALUE 'S'.
           77 WRK-SUB        PIC 9(03) VALUE ZEROS.
           77 WRK-VD         PIC 9(03) VALUE ZEROS.
           77 WRK-COMISSAO   PIC 9(07)V99 VALUE ZEROS.
           77 WRK-QT-PAGAS   PIC 9(03) VALUE ZEROS.
           77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PCT-ED     PIC ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.
           77 WRK-ACHOU      PIC X(01) VALUE 'N'.
               88 ACHOU-FATURA VALUE 'S'.
               ACCEPT CMM-PCT.
               DISPLAY 'MATRICULA NA FOLHA (EMPMAST)...'.
               ACCEPT CMM-MATRICULA.
               DISPLAY 'ACELERADOR - PERCENTUAL A SOMAR ACIMA DA META'
                       ' (00,00 = SEM)...'.
               ACCEPT CMM-PCT-ACEL.
               IF COMMTAB-OK
                   REWRITE CMM-REC
                   DISPLAY 'VENDEDOR ALTERADO..' WRK-VENDEDOR
               PERFORM VARYING WRK-VD FROM 1 BY 1
                       UNTIL WRK-VD > 999
                   MOVE ZEROS TO WRK-VD-BASE(WRK-VD)
                                 WRK-VD-VENDIDO(WRK-VD)
               END-PERFORM.
               PERFORM 0450-CARREGAR-FATURAS.
               PERFORM 0480-ABATER-CREDITOS.
               PERFORM 0500-ACUMULAR-RECEBIMENTOS.
               PERFORM 0600-EMITIR-E-PAGAR.

                   MOVE REG-FATURA   TO WRK-FT-FATURA(WRK-QT-FAT)
                   MOVE REG-VENDEDOR TO WRK-FT-VENDEDOR(WRK-QT-FAT)
               END-IF.
               IF REG-VENDEDOR > 0
                   DIVIDE REG-DATA BY 100
                          GIVING WRK-REG-ANOMES REMAINDER WRK-REG-DIA
                   IF WRK-REG-ANOMES = WRK-COMPETENCIA
                       ADD REG-TOTAL TO WRK-VD-VENDIDO(REG-VENDEDOR)
                   END-IF
               END-IF.
               PERFORM 0460-LER-INVREG.

      *    ********** NOTAS DE CREDITO DA COMPETENCIA ABATEM O
      *    ********** FATURADO DO VENDEDOR DA FATURA ORIGINAL
           0480-ABATER-CREDITOS.
               OPEN INPUT CREDREG.
               IF CREDREG-OK
                   PERFORM 0485-LER-CREDREG
                   PERFORM 0490-TRATAR-CREDITO UNTIL CREDREG-EOF
                   CLOSE CREDREG
               END-IF.

           0485-LER-CREDREG.
               READ CREDREG
                   AT END MOVE '10' TO WRK-CREDREG-STATUS
               END-READ.

           0490-TRATAR-CREDITO.
               DIVIDE CRG-DATA BY 100
                      GIVING WRK-REG-ANOMES REMAINDER WRK-REG-DIA.
               IF WRK-REG-ANOMES = WRK-COMPETENCIA
                   MOVE 'N' TO WRK-ACHOU
                   PERFORM 0495-PROCURAR-FATURA
                           VARYING WRK-FT-SUB FROM 1 BY 1
                           UNTIL WRK-FT-SUB > WRK-QT-FAT
                           OR ACHOU-FATURA
               END-IF.
               PERFORM 0485-LER-CREDREG.

           0495-PROCURAR-FATURA.
               IF WRK-FT-FATURA(WRK-FT-SUB) = CRG-FATURA
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT CRG-VALOR FROM WRK-VD-VENDIDO
                            (WRK-FT-VENDEDOR(WRK-FT-SUB))
               END-IF.

           0500-ACUMULAR-RECEBIMENTOS.
               OPEN INPUT RECEBLOG.
               IF WRK-RECEBLOG-STATUS NOT = '00'
               IF RECEBLOG-REC(1:6) IS NUMERIC
                   MOVE RECEBLOG-REC(1:6) TO WRK-RL-COMPET
                   IF WRK-RL-COMPET = WRK-COMPETENCIA
                       AND RECEBLOG-REC(58:10) = ' RECEBIDO '
                       AND RECEBLOG-REC(41:6) IS NUMERIC
                       AND RECEBLOG-REC(68:10) IS NUMERIC
                       MOVE RECEBLOG-REC(41:6) TO WRK-RL-FATURA
               END-STRING.
               MOVE WRK-LINHA TO COMMREP-REC.
               WRITE COMMREP-REC.
               MOVE ZEROS TO WRK-QT-PAGAS WRK-QT-ACELERADAS.
               MOVE 'N' TO WRK-METAS.
               OPEN INPUT SALESTGT.
               IF SALESTGT-OK
                   MOVE 'S' TO WRK-METAS
               END-IF.
               OPEN EXTEND MOVFILE.
               IF WRK-MOVFILE-STATUS = '35'
                   CLOSE MOVFILE
                       VARYING WRK-VD FROM 1 BY 1
                       UNTIL WRK-VD > 999.
               CLOSE MOVFILE.
               IF METAS-ABERTAS
                   CLOSE SALESTGT
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               STRING 'VENDEDORES COMISSIONADOS ' WRK-QT-PAGAS
                      '  (BO NO MOVFILE DE ' WRK-COMPET-PAGTO ')'
                      '  ACIMA DA META ' WRK-QT-ACELERADAS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO COMMREP-REC.
                       MOVE WRK-LINHA TO COMMREP-REC
                       WRITE COMMREP-REC
                   ELSE
                       PERFORM 0660-APURAR-PERCENTUAL
                       COMPUTE WRK-COMISSAO ROUNDED =
                               WRK-VD-BASE(WRK-VD) *
                               WRK-PCT-APLIC / 100
                           ON SIZE ERROR
                               MOVE ZEROS TO WRK-COMISSAO
                       END-COMPUTE
                       MOVE WRK-VD TO WRK-LINHA(1:3)
                       MOVE CMM-NOME TO WRK-LINHA(5:20)
                       MOVE WRK-VALOR-ED TO WRK-LINHA(26:14)
                       MOVE WRK-PCT-APLIC TO WRK-PCT-ED
                       MOVE WRK-PCT-ED TO WRK-LINHA(41:6)
                       MOVE WRK-COMISSAO TO WRK-VALOR-ED
                       MOVE WRK-VALOR-ED TO WRK-LINHA(49:14)
                       IF WRK-PCT-APLIC > CMM-PCT
                           MOVE 'ACELERADA' TO WRK-LINHA(65:9)
                       END-IF
                       MOVE WRK-LINHA TO COMMREP-REC
                       WRITE COMMREP-REC
                       MOVE WRK-COMPET-PAGTO TO MOV-COMPETENCIA
                       WRITE MOVFILE-REC
                   END-IF
               END-IF.

      *    ********** PERCENTUAL DO VENDEDOR; COM ACELERADOR E META
      *    ********** DA COMPETENCIA NO SALESTGT, SE O FATURADO
      *    ********** LIQUIDO PASSOU DA META SOMA O ACELERADOR
           0660-APURAR-PERCENTUAL.
               MOVE CMM-PCT TO WRK-PCT-APLIC.
               IF METAS-ABERTAS AND CMM-PCT-ACEL IS NUMERIC
                  AND CMM-PCT-ACEL > 0
                   MOVE 'V'             TO TGT-TIPO
                   MOVE WRK-VD          TO TGT-CODIGO
                   MOVE WRK-COMPETENCIA TO TGT-ANOMES
                   READ SALESTGT
                       KEY IS TGT-CHAVE
                       INVALID KEY
                           MOVE ZEROS TO TGT-VALOR
                   END-READ
                   IF TGT-VALOR > 0
                      AND WRK-VD-VENDIDO(WRK-VD) > TGT-VALOR
                       ADD CMM-PCT-ACEL TO WRK-PCT-APLIC
                       ADD 1 TO WRK-QT-ACELERADAS
                   END-IF
               END-IF.
