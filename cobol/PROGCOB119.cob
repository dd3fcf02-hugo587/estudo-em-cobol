           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB119.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = BALANCO PATRIMONIAL DE UMA COMPETENCIA FECHADA
      *    (ATE A DO PERLOCK, PROGCOB36) COM A COMPETENCIA DE
      *    COMPARACAO AO LADO (ZEROS = MES ANTERIOR). O SALDO DE CADA
      *    CONTA E O ACUMULADO DO HISTORICO DO RAZAO (LEDGHIST) ATE O
      *    FIM DA COMPETENCIA; AS CONTAS PATRIMONIAIS SAO AGRUPADAS
      *    PELO GRUPO DO BALANCO DO PLANO (CTA-GRUPO DO CONTMAST,
      *    MANTIDO PELO PROGCOB33): ATIVO CIRCULANTE E NAO
      *    CIRCULANTE, PASSIVO CIRCULANTE E NAO CIRCULANTE E
      *    PATRIMONIO LIQUIDO. AS CONTAS DE RESULTADO (RECEITA,
      *    DEDUCAO, CUSTO E DESPESA) ENTRAM NO PATRIMONIO LIQUIDO
      *    COMO RESULTADO DO PERIODO (O MESMO DO DRE, PROGCOB84) E
      *    RESULTADOS DE PERIODOS ANTERIORES. O RELATORIO BALPATR
      *    PROVA ATIVO = PASSIVO + PL NAS DUAS COMPETENCIAS E LISTA
      *    AS CONTAS QUE FICARAM FORA (PATRIMONIAL SEM GRUPO OU
      *    CONTA FORA DO PLANO).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERLOCK ASSIGN TO "PERLOCK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PERLOCK-STATUS.
               SELECT CONTMAST ASSIGN TO "CONTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTA-CODIGO
                   FILE STATUS IS WRK-CONTMAST-STATUS.
               SELECT LEDGHIST ASSIGN TO "LEDGHIST"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGHIST-STATUS.
               SELECT BALPATR ASSIGN TO "BALPATR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-BALPATR-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PERLOCK.
           01  PERLOCK-REC.
               05 PL-COMPETENCIA-FECHADA PIC 9(06).

           FD  CONTMAST.
           01  CTA-REC.
               05 CTA-CODIGO      PIC 9(05).
               05 CTA-NOME        PIC X(30).
               05 CTA-TIPO        PIC X(01).
                  88 CTA-RECEITA     VALUE 'R'.
                  88 CTA-DEDUCAO     VALUE 'D'.
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

           FD  LEDGHIST.
           01  LEDGHIST-REC.
               05 LH-CONTA        PIC 9(05).
               05 LH-DATA         PIC 9(08).
               05 LH-TIPO         PIC X(01).
               05 LH-VALOR        PIC 9(08)V99.
               05 LH-DESCRICAO    PIC X(20).
               05 LH-CCUSTO       PIC 9(03).

           FD  BALPATR.
           01  BALPATR-REC        PIC X(132).

           WORKING-STORAGE SECTION.
           77 WRK-PERLOCK-STATUS PIC X(02) VALUE SPACES.
               88 PERLOCK-OK      VALUE '00'.
           77 WRK-CONTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CONTMAST-OK     VALUE '00'.
               88 CONTMAST-EOF    VALUE '10'.
               88 CONTMAST-NOTFOUND VALUE '23'.
           77 WRK-LEDGHIST-STATUS PIC X(02) VALUE SPACES.
               88 LEDGHIST-OK     VALUE '00'.
               88 LEDGHIST-EOF    VALUE '10'.
           77 WRK-BALPATR-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           77 WRK-COMPET-FECHADA PIC 9(06) VALUE ZEROS.
           77 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
           77 WRK-COMPET-ANT     PIC 9(06) VALUE ZEROS.
           77 WRK-COMPET-LANC    PIC 9(06) VALUE ZEROS.
           77 WRK-ANO            PIC 9(04) VALUE ZEROS.
           77 WRK-MES            PIC 9(02) VALUE ZEROS.
           77 WRK-VALIDA         PIC X(01) VALUE 'S'.
               88 PARAMETROS-VALIDOS VALUE 'S'.
           77 WRK-QT-LANC        PIC 9(07) VALUE ZEROS.
           77 WRK-VALOR          PIC S9(11)V99 VALUE ZEROS.
           77 WRK-VALOR-AT       PIC S9(11)V99 VALUE ZEROS.
           77 WRK-VALOR-AN       PIC S9(11)V99 VALUE ZEROS.
           77 WRK-CT-SUB         PIC 9(04) VALUE ZEROS.
           77 WRK-CT-ACHADA      PIC 9(04) VALUE ZEROS.
           77 WRK-QT-CONTAS      PIC 9(04) VALUE ZEROS.
           77 WRK-CT-CHEIA       PIC X(01) VALUE 'N'.
               88 TAB-CONTAS-CHEIA VALUE 'S'.
           77 WRK-AV-SUB         PIC 9(03) VALUE ZEROS.
           77 WRK-AV-ACHADA      PIC 9(03) VALUE ZEROS.
           77 WRK-QT-AVULSAS     PIC 9(03) VALUE ZEROS.
           77 WRK-GR-SUB         PIC 9(01) VALUE ZEROS.
           77 WRK-QT-FORA        PIC 9(04) VALUE ZEROS.
      *    ********** RESULTADO (CREDOR POSITIVO): ACUMULADO ATE A
      *    ********** COMPETENCIA E SO O MOVIMENTO DA COMPETENCIA
           77 WRK-RES-ACUM-AT    PIC S9(11)V99 VALUE ZEROS.
           77 WRK-RES-ACUM-AN    PIC S9(11)V99 VALUE ZEROS.
           77 WRK-RES-PER-AT     PIC S9(11)V99 VALUE ZEROS.
           77 WRK-RES-PER-AN     PIC S9(11)V99 VALUE ZEROS.
           77 WRK-ATIVO-AT       PIC S9(11)V99 VALUE ZEROS.
           77 WRK-ATIVO-AN       PIC S9(11)V99 VALUE ZEROS.
           77 WRK-PASSIVO-AT     PIC S9(11)V99 VALUE ZEROS.
           77 WRK-PASSIVO-AN     PIC S9(11)V99 VALUE ZEROS.
           77 WRK-DIF-AT         PIC S9(11)V99 VALUE ZEROS.
           77 WRK-DIF-AN         PIC S9(11)V99 VALUE ZEROS.
           77 WRK-VALOR-AT-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-AN-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA          PIC X(132) VALUE SPACES.

      *    ********** PLANO DE CONTAS COM O SALDO ACUMULADO NAS DUAS
      *    ********** COMPETENCIAS (DEVEDOR POSITIVO)
           01 WRK-TAB-CONTAS.
               02 WRK-CT OCCURS 2000 TIMES.
                   05 CT-CODIGO      PIC 9(05).
                   05 CT-NOME        PIC X(30).
                   05 CT-TIPO        PIC X(01).
                   05 CT-GRUPO       PIC X(02).
                   05 CT-SALDO-AT    PIC S9(11)V99.
                   05 CT-SALDO-AN    PIC S9(11)V99.

      *    ********** CONTAS DO HISTORICO QUE NAO ESTAO NO PLANO
           01 WRK-TAB-AVULSAS.
               02 WRK-AV OCCURS 200 TIMES.
                   05 AV-CONTA       PIC 9(05).
                   05 AV-SALDO-AT    PIC S9(11)V99.
                   05 AV-SALDO-AN    PIC S9(11)V99.

      *    ********** GRUPOS DO BALANCO NA ORDEM DO RELATORIO; O
      *    ********** ATIVO SAI DEVEDOR POSITIVO, PASSIVO E PL CREDOR
      *    ********** POSITIVO
           01 WRK-TAB-GRUPOS.
               02 WRK-GR OCCURS 5 TIMES.
                   05 GR-CODIGO      PIC X(02).
                   05 GR-NOME        PIC X(30).
                   05 GR-SINAL       PIC S9(01).
                   05 GR-TOTAL-AT    PIC S9(11)V99.
                   05 GR-TOTAL-AN    PIC S9(11)V99.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF PARAMETROS-VALIDOS
                   PERFORM 0200-CARREGAR-PLANO
                   PERFORM 0300-ACUMULAR-HISTORICO
                   PERFORM 0500-EMITIR-BALANCO
                   DISPLAY 'BALANCO GRAVADO EM BALPATR - LANCAMENTOS '
                           WRK-QT-LANC
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               PERFORM 0110-LER-PERLOCK.
               DISPLAY 'ULTIMA COMPETENCIA FECHADA..'
                       WRK-COMPET-FECHADA.
               DISPLAY 'COMPETENCIA DO BALANCO (AAAAMM)...'.
               ACCEPT WRK-COMPETENCIA.
               DISPLAY 'COMPETENCIA DE COMPARACAO (AAAAMM, ZEROS ='
                       ' MES ANTERIOR)...'.
               ACCEPT WRK-COMPET-ANT.
               MOVE 'S' TO WRK-VALIDA.
               DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
                      REMAINDER WRK-MES.
               IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA'
                   MOVE 'N' TO WRK-VALIDA
               ELSE
                   IF WRK-COMPETENCIA > WRK-COMPET-FECHADA
                       DISPLAY 'COMPETENCIA NAO FECHADA - RODE O '
                               'FECHAMENTO (PROGCOB36) ANTES'
                       MOVE 'N' TO WRK-VALIDA
                   END-IF
               END-IF.
               IF WRK-COMPET-ANT = ZEROS
                   IF WRK-MES = 1
                       COMPUTE WRK-COMPET-ANT =
                               (WRK-ANO - 1) * 100 + 12
                   ELSE
                       COMPUTE WRK-COMPET-ANT = WRK-COMPETENCIA - 1
                   END-IF
               END-IF.
               DIVIDE WRK-COMPET-ANT BY 100 GIVING WRK-ANO
                      REMAINDER WRK-MES.
               IF WRK-MES < 1 OR WRK-MES > 12
                   OR WRK-COMPET-ANT >= WRK-COMPETENCIA
                   DISPLAY 'COMPETENCIA DE COMPARACAO INVALIDA - DEVE'
                           ' SER ANTERIOR A DO BALANCO'
                   MOVE 'N' TO WRK-VALIDA
               END-IF.
               INITIALIZE WRK-TAB-CONTAS WRK-TAB-AVULSAS
                          WRK-TAB-GRUPOS.
               MOVE 'AC' TO GR-CODIGO(1).
               MOVE 'ATIVO CIRCULANTE' TO GR-NOME(1).
               MOVE +1 TO GR-SINAL(1).
               MOVE 'AN' TO GR-CODIGO(2).
               MOVE 'ATIVO NAO CIRCULANTE' TO GR-NOME(2).
               MOVE +1 TO GR-SINAL(2).
               MOVE 'PC' TO GR-CODIGO(3).
               MOVE 'PASSIVO CIRCULANTE' TO GR-NOME(3).
               MOVE -1 TO GR-SINAL(3).
               MOVE 'PN' TO GR-CODIGO(4).
               MOVE 'PASSIVO NAO CIRCULANTE' TO GR-NOME(4).
               MOVE -1 TO GR-SINAL(4).
               MOVE 'PL' TO GR-CODIGO(5).
               MOVE 'PATRIMONIO LIQUIDO' TO GR-NOME(5).
               MOVE -1 TO GR-SINAL(5).

           0110-LER-PERLOCK.
               MOVE ZEROS TO WRK-COMPET-FECHADA.
               OPEN INPUT PERLOCK.
               IF PERLOCK-OK
                   READ PERLOCK
                       AT END MOVE '10' TO WRK-PERLOCK-STATUS
                   END-READ
                   IF PERLOCK-OK
                       MOVE PL-COMPETENCIA-FECHADA
                            TO WRK-COMPET-FECHADA
                   END-IF
                   CLOSE PERLOCK
               END-IF.

      *    ********** PLANO DE CONTAS EM MEMORIA, NA ORDEM DO CODIGO
           0200-CARREGAR-PLANO.
               OPEN INPUT CONTMAST.
               IF NOT CONTMAST-OK
                   DISPLAY 'PLANO DE CONTAS INDISPONIVEL - STATUS '
                           WRK-CONTMAST-STATUS
               ELSE
                   MOVE ZEROS TO CTA-CODIGO
                   START CONTMAST KEY IS GREATER THAN CTA-CODIGO
                       INVALID KEY
                           MOVE '10' TO WRK-CONTMAST-STATUS
                   END-START
                   PERFORM 0210-GUARDAR-CONTA
                           UNTIL CONTMAST-EOF OR CONTMAST-NOTFOUND
                   CLOSE CONTMAST
               END-IF.
               IF TAB-CONTAS-CHEIA
                   DISPLAY 'PLANO COM MAIS DE 2000 CONTAS - AS '
                           'EXCEDENTES SAEM COMO FORA DO PLANO'
               END-IF.

           0210-GUARDAR-CONTA.
               READ CONTMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTMAST-STATUS
               END-READ.
               IF CONTMAST-OK
                   IF WRK-QT-CONTAS < 2000
                       ADD 1 TO WRK-QT-CONTAS
                       MOVE CTA-CODIGO TO CT-CODIGO(WRK-QT-CONTAS)
                       MOVE CTA-NOME   TO CT-NOME(WRK-QT-CONTAS)
                       MOVE CTA-TIPO   TO CT-TIPO(WRK-QT-CONTAS)
                       MOVE CTA-GRUPO  TO CT-GRUPO(WRK-QT-CONTAS)
                   ELSE
                       MOVE 'S' TO WRK-CT-CHEIA
                   END-IF
               END-IF.

      *    ********** SALDO ACUMULADO ATE O FIM DE CADA COMPETENCIA;
      *    ********** O RESULTADO SAI DAS CONTAS R/D/C/E COMO NO DRE
           0300-ACUMULAR-HISTORICO.
               OPEN INPUT LEDGHIST.
               IF NOT LEDGHIST-OK
                   DISPLAY 'HISTORICO DO RAZAO INDISPONIVEL -'
                           ' STATUS ' WRK-LEDGHIST-STATUS
               ELSE
                   PERFORM 0310-LER-LEDGHIST
                   PERFORM 0320-ACUMULAR-LANCAMENTO
                           UNTIL LEDGHIST-EOF
                   CLOSE LEDGHIST
               END-IF.

           0310-LER-LEDGHIST.
               READ LEDGHIST
                   AT END MOVE '10' TO WRK-LEDGHIST-STATUS
               END-READ.

           0320-ACUMULAR-LANCAMENTO.
               DIVIDE LH-DATA BY 100 GIVING WRK-COMPET-LANC.
               IF WRK-COMPET-LANC <= WRK-COMPETENCIA
                   ADD 1 TO WRK-QT-LANC
                   IF LH-TIPO = 'D'
                       COMPUTE WRK-VALOR = LH-VALOR
                   ELSE
                       COMPUTE WRK-VALOR = LH-VALOR * -1
                   END-IF
                   PERFORM 0330-LOCALIZAR-CONTA
                   IF WRK-CT-ACHADA > 0
                       PERFORM 0340-SOMAR-CONTA
                   ELSE
                       PERFORM 0350-SOMAR-AVULSA
                   END-IF
               END-IF.
               PERFORM 0310-LER-LEDGHIST.

           0330-LOCALIZAR-CONTA.
               MOVE ZEROS TO WRK-CT-ACHADA.
               PERFORM 0335-COMPARAR-CONTA
                       VARYING WRK-CT-SUB FROM 1 BY 1
                       UNTIL WRK-CT-SUB > WRK-QT-CONTAS
                          OR WRK-CT-ACHADA > 0.

           0335-COMPARAR-CONTA.
               IF CT-CODIGO(WRK-CT-SUB) = LH-CONTA
                   MOVE WRK-CT-SUB TO WRK-CT-ACHADA
               END-IF.

           0340-SOMAR-CONTA.
               ADD WRK-VALOR TO CT-SALDO-AT(WRK-CT-ACHADA).
               IF WRK-COMPET-LANC <= WRK-COMPET-ANT
                   ADD WRK-VALOR TO CT-SALDO-AN(WRK-CT-ACHADA)
               END-IF.
               IF CT-TIPO(WRK-CT-ACHADA) = 'R' OR 'D' OR 'C' OR 'E'
                   SUBTRACT WRK-VALOR FROM WRK-RES-ACUM-AT
                   IF WRK-COMPET-LANC <= WRK-COMPET-ANT
                       SUBTRACT WRK-VALOR FROM WRK-RES-ACUM-AN
                   END-IF
                   IF WRK-COMPET-LANC = WRK-COMPETENCIA
                       SUBTRACT WRK-VALOR FROM WRK-RES-PER-AT
                   END-IF
                   IF WRK-COMPET-LANC = WRK-COMPET-ANT
                       SUBTRACT WRK-VALOR FROM WRK-RES-PER-AN
                   END-IF
               END-IF.

           0350-SOMAR-AVULSA.
               MOVE ZEROS TO WRK-AV-ACHADA.
               PERFORM 0355-COMPARAR-AVULSA
                       VARYING WRK-AV-SUB FROM 1 BY 1
                       UNTIL WRK-AV-SUB > WRK-QT-AVULSAS
                          OR WRK-AV-ACHADA > 0.
               IF WRK-AV-ACHADA = 0 AND WRK-QT-AVULSAS < 200
                   ADD 1 TO WRK-QT-AVULSAS
                   MOVE WRK-QT-AVULSAS TO WRK-AV-ACHADA
                   MOVE LH-CONTA TO AV-CONTA(WRK-AV-ACHADA)
               END-IF.
               IF WRK-AV-ACHADA > 0
                   ADD WRK-VALOR TO AV-SALDO-AT(WRK-AV-ACHADA)
                   IF WRK-COMPET-LANC <= WRK-COMPET-ANT
                       ADD WRK-VALOR TO AV-SALDO-AN(WRK-AV-ACHADA)
                   END-IF
               END-IF.

           0355-COMPARAR-AVULSA.
               IF AV-CONTA(WRK-AV-SUB) = LH-CONTA
                   MOVE WRK-AV-SUB TO WRK-AV-ACHADA
               END-IF.

           0500-EMITIR-BALANCO.
               OPEN OUTPUT BALPATR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'BALANCO PATRIMONIAL - COMPETENCIA '
                      WRK-COMPETENCIA ' X ' WRK-COMPET-ANT
                      ' - EMITIDO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE 'CONTA DESCRICAO' TO WRK-LINHA.
               MOVE 'COMPETENCIA' TO WRK-LINHA(57:11).
               MOVE 'ANTERIOR' TO WRK-LINHA(80:8).
               PERFORM 0690-GRAVAR-LINHA.
               PERFORM 0510-EMITIR-GRUPO
                       VARYING WRK-GR-SUB FROM 1 BY 1
                       UNTIL WRK-GR-SUB > 5.
               COMPUTE WRK-DIF-AT = WRK-ATIVO-AT - WRK-PASSIVO-AT.
               COMPUTE WRK-DIF-AN = WRK-ATIVO-AN - WRK-PASSIVO-AN.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE WRK-ATIVO-AT TO WRK-VALOR-AT.
               MOVE WRK-ATIVO-AN TO WRK-VALOR-AN.
               MOVE 'TOTAL DO ATIVO' TO WRK-LINHA.
               PERFORM 0680-GRAVAR-VALORES.
               MOVE WRK-PASSIVO-AT TO WRK-VALOR-AT.
               MOVE WRK-PASSIVO-AN TO WRK-VALOR-AN.
               MOVE 'TOTAL DO PASSIVO + PATRIMONIO LIQUIDO'
                    TO WRK-LINHA.
               PERFORM 0680-GRAVAR-VALORES.
               MOVE WRK-DIF-AT TO WRK-VALOR-AT.
               MOVE WRK-DIF-AN TO WRK-VALOR-AN.
               MOVE 'DIFERENCA ATIVO - (PASSIVO + PL)' TO WRK-LINHA.
               PERFORM 0680-GRAVAR-VALORES.
               IF WRK-DIF-AT = ZEROS AND WRK-DIF-AN = ZEROS
                   MOVE 'BALANCO FECHADO: ATIVO = PASSIVO + PATRIMONIO'
                        TO WRK-LINHA
                   MOVE ' LIQUIDO NAS DUAS COMPETENCIAS'
                        TO WRK-LINHA(47:30)
                   DISPLAY 'BALANCO FECHADO'
               ELSE
                   MOVE 'BALANCO NAO FECHA - CONFIRA AS CONTAS FORA DO'
                        TO WRK-LINHA
                   MOVE ' BALANCO ABAIXO' TO WRK-LINHA(47:15)
                   DISPLAY 'BALANCO NAO FECHA - VER BALPATR'
               END-IF.
               PERFORM 0690-GRAVAR-LINHA.
               PERFORM 0600-EMITIR-FORA.
               CLOSE BALPATR.

           0510-EMITIR-GRUPO.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE GR-NOME(WRK-GR-SUB) TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               PERFORM 0520-EMITIR-CONTA
                       VARYING WRK-CT-SUB FROM 1 BY 1
                       UNTIL WRK-CT-SUB > WRK-QT-CONTAS.
               IF GR-CODIGO(WRK-GR-SUB) = 'PL'
                   PERFORM 0530-EMITIR-RESULTADO
               END-IF.
               MOVE GR-TOTAL-AT(WRK-GR-SUB) TO WRK-VALOR-AT.
               MOVE GR-TOTAL-AN(WRK-GR-SUB) TO WRK-VALOR-AN.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TOTAL ' GR-NOME(WRK-GR-SUB)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0680-GRAVAR-VALORES.
               IF WRK-GR-SUB < 3
                   ADD GR-TOTAL-AT(WRK-GR-SUB) TO WRK-ATIVO-AT
                   ADD GR-TOTAL-AN(WRK-GR-SUB) TO WRK-ATIVO-AN
               ELSE
                   ADD GR-TOTAL-AT(WRK-GR-SUB) TO WRK-PASSIVO-AT
                   ADD GR-TOTAL-AN(WRK-GR-SUB) TO WRK-PASSIVO-AN
               END-IF.

           0520-EMITIR-CONTA.
               IF CT-TIPO(WRK-CT-SUB) = 'P'
                   AND CT-GRUPO(WRK-CT-SUB) = GR-CODIGO(WRK-GR-SUB)
                   AND (CT-SALDO-AT(WRK-CT-SUB) NOT = ZEROS
                     OR CT-SALDO-AN(WRK-CT-SUB) NOT = ZEROS)
                   COMPUTE WRK-VALOR-AT = CT-SALDO-AT(WRK-CT-SUB) *
                           GR-SINAL(WRK-GR-SUB)
                   COMPUTE WRK-VALOR-AN = CT-SALDO-AN(WRK-CT-SUB) *
                           GR-SINAL(WRK-GR-SUB)
                   MOVE SPACES TO WRK-LINHA
                   STRING CT-CODIGO(WRK-CT-SUB) ' '
                          CT-NOME(WRK-CT-SUB)
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0670-SOMAR-GRUPO
                   PERFORM 0680-GRAVAR-VALORES
               END-IF.

      *    ********** RESULTADO AINDA NAO TRANSFERIDO PARA O PL: O DO
      *    ********** PERIODO (DRE) E O DOS PERIODOS ANTERIORES
           0530-EMITIR-RESULTADO.
               MOVE WRK-RES-PER-AT TO WRK-VALOR-AT.
               MOVE WRK-RES-PER-AN TO WRK-VALOR-AN.
               MOVE '      RESULTADO DO PERIODO (DRE)' TO WRK-LINHA.
               PERFORM 0670-SOMAR-GRUPO.
               PERFORM 0680-GRAVAR-VALORES.
               COMPUTE WRK-VALOR-AT = WRK-RES-ACUM-AT - WRK-RES-PER-AT.
               COMPUTE WRK-VALOR-AN = WRK-RES-ACUM-AN - WRK-RES-PER-AN.
               MOVE '      RESULTADOS DE PERIODOS ANTERIORES'
                    TO WRK-LINHA.
               PERFORM 0670-SOMAR-GRUPO.
               PERFORM 0680-GRAVAR-VALORES.

      *    ********** CONTAS QUE NAO ENTRARAM NOS GRUPOS (SALDO
      *    ********** DEVEDOR POSITIVO) - EXPLICAM A DIFERENCA
           0600-EMITIR-FORA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE 'CONTAS FORA DO BALANCO (SALDO DEVEDOR POSITIVO)'
                    TO WRK-LINHA.
               PERFORM 0690-GRAVAR-LINHA.
               MOVE ZEROS TO WRK-QT-FORA.
               PERFORM 0610-EMITIR-SEM-GRUPO
                       VARYING WRK-CT-SUB FROM 1 BY 1
                       UNTIL WRK-CT-SUB > WRK-QT-CONTAS.
               PERFORM 0620-EMITIR-AVULSA
                       VARYING WRK-AV-SUB FROM 1 BY 1
                       UNTIL WRK-AV-SUB > WRK-QT-AVULSAS.
               IF WRK-QT-FORA = ZEROS
                   MOVE '  NENHUMA' TO WRK-LINHA
                   PERFORM 0690-GRAVAR-LINHA
               ELSE
                   DISPLAY 'CONTAS FORA DO BALANCO..' WRK-QT-FORA
               END-IF.

           0610-EMITIR-SEM-GRUPO.
               MOVE CT-GRUPO(WRK-CT-SUB) TO CTA-GRUPO.
               IF CT-TIPO(WRK-CT-SUB) NOT = 'R' AND NOT = 'D'
                   AND NOT = 'C' AND NOT = 'E'
                   AND (CT-TIPO(WRK-CT-SUB) NOT = 'P'
                     OR NOT CTA-GRUPO-VALIDO)
                   AND (CT-SALDO-AT(WRK-CT-SUB) NOT = ZEROS
                     OR CT-SALDO-AN(WRK-CT-SUB) NOT = ZEROS)
                   ADD 1 TO WRK-QT-FORA
                   MOVE CT-SALDO-AT(WRK-CT-SUB) TO WRK-VALOR-AT
                   MOVE CT-SALDO-AN(WRK-CT-SUB) TO WRK-VALOR-AN
                   MOVE SPACES TO WRK-LINHA
                   STRING CT-CODIGO(WRK-CT-SUB) ' '
                          CT-NOME(WRK-CT-SUB) ' SEM GRUPO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0680-GRAVAR-VALORES
               END-IF.

           0620-EMITIR-AVULSA.
               ADD 1 TO WRK-QT-FORA.
               MOVE AV-SALDO-AT(WRK-AV-SUB) TO WRK-VALOR-AT.
               MOVE AV-SALDO-AN(WRK-AV-SUB) TO WRK-VALOR-AN.
               MOVE SPACES TO WRK-LINHA.
               STRING AV-CONTA(WRK-AV-SUB)
                      ' CONTA FORA DO PLANO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0680-GRAVAR-VALORES.

           0670-SOMAR-GRUPO.
               ADD WRK-VALOR-AT TO GR-TOTAL-AT(WRK-GR-SUB).
               ADD WRK-VALOR-AN TO GR-TOTAL-AN(WRK-GR-SUB).

           0680-GRAVAR-VALORES.
               MOVE WRK-VALOR-AT TO WRK-VALOR-AT-ED.
               MOVE WRK-VALOR-AN TO WRK-VALOR-AN-ED.
               MOVE WRK-VALOR-AT-ED TO WRK-LINHA(50:18).
               MOVE WRK-VALOR-AN-ED TO WRK-LINHA(70:18).
               PERFORM 0690-GRAVAR-LINHA.

           0690-GRAVAR-LINHA.
               MOVE WRK-LINHA TO BALPATR-REC.
               WRITE BALPATR-REC.
               MOVE SPACES TO WRK-LINHA.
