           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB121.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = LIVRO MENSAL DE APURACAO DO ICMS. PARA A
      *    COMPETENCIA INFORMADA (ZEROS = MES ANTERIOR) SOMA O ICMS
      *    DAS FATURAS DO INVREG (PROGCOB28) POR UF DE ENTREGA, TIRA
      *    O ESTORNO DAS NOTAS DE CREDITO DO MES (CREDREG, PROGCOB61
      *    - ICMS DA FATURA NA PROPORCAO DO VALOR CREDITADO) E OS
      *    CREDITOS DAS NOTAS DE FORNECEDOR LANCADAS NO MES
      *    (AP-ICMS DO CONTASPAG, PROGCOB52), ALEM DO SALDO CREDOR
      *    QUE VEIO DO MES ANTERIOR. O RESULTADO E O ICMS A
      *    RECOLHER OU O SALDO CREDOR QUE PASSA PARA O MES SEGUINTE.
      *    O LIVRO SAI NO ICMSREP. CONFIRMADA A APURACAO, GRAVA A
      *    COMPETENCIA NO ICMSAPUR (UMA VEZ SO) E, HAVENDO IMPOSTO A
      *    RECOLHER, LANCA NO LEDGTXN PELO EVENTO IC DO CTAMAP (NO
      *    ULTIMO DIA DA COMPETENCIA) E ABRE O TITULO NO CONTASPAG
      *    PARA O FORNECEDOR SEFAZ DO ICMSPARM, VENCENDO NO DIA DE
      *    RECOLHIMENTO DO MES SEGUINTE (PROXIMO DIA UTIL QUANDO
      *    CAIR EM FIM DE SEMANA OU FERIADO).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - SUPMAST COM O DOCUMENTO FISCAL DO
      *                         FORNECEDOR (SUP-TIPO-DOC/SUP-CNPJ-CPF)
      *                         NO LAYOUT.
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
               SELECT ICMSPARM ASSIGN TO "ICMSPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ICMSPARM-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT INVREG ASSIGN TO "INVREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVREG-STATUS.
               SELECT CREDREG ASSIGN TO "CREDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDREG-STATUS.
               SELECT CONTASPAG ASSIGN TO "CONTASPAG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHAVE
                   FILE STATUS IS WRK-CONTASPAG-STATUS.
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT ICMSAPUR ASSIGN TO "ICMSAPUR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IAP-COMPETENCIA
                   FILE STATUS IS WRK-ICMSAPUR-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT ICMSREP ASSIGN TO "ICMSREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ICMSREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PERLOCK.
           01  PERLOCK-REC.
               05 PL-COMPETENCIA-FECHADA PIC 9(06).

      *    ********** PARAMETRO UNICO: FORNECEDOR SEFAZ (SUPMAST) QUE
      *    ********** RECEBE O TITULO E DIA DO RECOLHIMENTO NO MES
      *    ********** SEGUINTE A COMPETENCIA
           FD  ICMSPARM.
           01  ICMSPARM-REC.
               05 IPR-FORNEC-SEFAZ PIC 9(04).
               05 IPR-DIA-VENCTO   PIC 9(02).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  INVREG.
           01  INVREG-REC.
               05 REG-FATURA    PIC 9(06).
               05 REG-PEDIDO    PIC 9(06).
               05 REG-CLIENTE   PIC 9(06).
               05 REG-DATA      PIC 9(08).
               05 REG-MERC      PIC 9(07)V99.
               05 REG-FRETE     PIC 9(07)V99.
               05 REG-TOTAL     PIC 9(08)V99.
               05 REG-ICMS      PIC 9(08)V99.
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

           FD  CONTASPAG.
           01  AP-REC.
               05 AP-CHAVE.
                   10 AP-FORNEC  PIC 9(04).
                   10 AP-FATURA  PIC 9(06).
               05 AP-DT-EMISSAO PIC 9(08).
               05 AP-DT-VENCTO  PIC 9(08).
               05 AP-VALOR      PIC 9(08)V99.
               05 AP-SALDO      PIC 9(08)V99.
               05 AP-STATUS     PIC X(01).
                  88 AP-ABERTO     VALUE 'A'.
                  88 AP-LIQUIDADO  VALUE 'L'.
               05 AP-SIT-PAGTO  PIC X(01).
               05 AP-DT-APROVACAO PIC 9(08).
               05 AP-APROVADOR  PIC X(20).
               05 AP-MOTIVO     PIC X(25).
               05 AP-PEDIDO     PIC 9(06).
               05 AP-QT-FATURADA PIC 9(05).
               05 AP-PRECO-UNIT PIC 9(07)V99.
               05 AP-CONFERENCIA PIC X(01).
               05 AP-MOTIVO-BLOQ PIC X(30).
               05 AP-LIBERADOR  PIC X(20).
               05 AP-ICMS       PIC 9(08)V99.

           FD  SUPMAST.
           01  SUP-REC.
               05 SUP-CODIGO      PIC 9(04).
               05 SUP-NOME        PIC X(20).
               05 SUP-ENDERECO    PIC X(40).
               05 SUP-UF          PIC X(02).
               05 SUP-PRAZO-DIAS  PIC 9(03).
               05 SUP-BANCO       PIC 9(03).
               05 SUP-AGENCIA     PIC 9(04).
               05 SUP-CONTA       PIC 9(08).
               05 SUP-TIPO-DOC    PIC X(01).
                  88 SUP-DOC-CNPJ  VALUE 'J'.
                  88 SUP-DOC-CPF   VALUE 'F'.
               05 SUP-CNPJ-CPF    PIC 9(14).

      *    ********** UMA APURACAO POR COMPETENCIA; O SALDO CREDOR
      *    ********** DE UM MES E O SALDO ANTERIOR DO SEGUINTE
           FD  ICMSAPUR.
           01  ICMSAPUR-REC.
               05 IAP-COMPETENCIA    PIC 9(06).
               05 IAP-DEBITOS        PIC 9(10)V99.
               05 IAP-ESTORNOS       PIC 9(10)V99.
               05 IAP-CREDITOS       PIC 9(10)V99.
               05 IAP-SALDO-ANT      PIC 9(10)V99.
               05 IAP-A-RECOLHER     PIC 9(10)V99.
               05 IAP-SALDO-CREDOR   PIC 9(10)V99.
               05 IAP-DATA-APURACAO  PIC 9(08).
               05 IAP-VENCIMENTO     PIC 9(08).

           FD  CTAMAP.
           01  CTAMAP-REC.
               05 MAP-EVENTO     PIC X(02).
               05 MAP-CONTA-DEB  PIC 9(05).
               05 MAP-CONTA-CRE  PIC 9(05).

           FD  LEDGTXN.
           01  LEDGTXN-REC.
               05 LTX-CONTA       PIC 9(05).
               05 LTX-DATA        PIC 9(08).
               05 LTX-TIPO        PIC X(01).
                  88 LTX-DEBITO   VALUE 'D'.
                  88 LTX-CREDITO  VALUE 'C'.
               05 LTX-VALOR       PIC 9(08)V99.
               05 LTX-DESCRICAO   PIC X(20).
               05 LTX-CCUSTO      PIC 9(03).
               05 LTX-ESTORNO     PIC X(01).
                  88 LTX-AUTO-ESTORNO VALUE 'S'.

           FD  ICMSREP.
           01  ICMSREP-REC        PIC X(132).

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           77 WRK-PERLOCK-STATUS PIC X(02) VALUE SPACES.
               88 PERLOCK-OK      VALUE '00'.
           77 WRK-ICMSPARM-STATUS PIC X(02) VALUE SPACES.
               88 ICMSPARM-OK     VALUE '00'.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-INVREG-STATUS PIC X(02) VALUE SPACES.
               88 INVREG-OK       VALUE '00'.
               88 INVREG-EOF      VALUE '10'.
           77 WRK-CREDREG-STATUS PIC X(02) VALUE SPACES.
               88 CREDREG-OK      VALUE '00'.
               88 CREDREG-EOF     VALUE '10'.
           77 WRK-CONTASPAG-STATUS PIC X(02) VALUE SPACES.
               88 CONTASPAG-OK       VALUE '00'.
               88 CONTASPAG-EOF      VALUE '10'.
               88 CONTASPAG-NOTFOUND VALUE '23'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK      VALUE '00'.
               88 SUPMAST-NOTFOUND VALUE '23'.
           77 WRK-ICMSAPUR-STATUS PIC X(02) VALUE SPACES.
               88 ICMSAPUR-OK       VALUE '00'.
               88 ICMSAPUR-NOTFOUND VALUE '23'.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK       VALUE '00'.
               88 CTAMAP-EOF      VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ICMSREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           77 WRK-COMPET-HOJE    PIC 9(06) VALUE ZEROS.
           77 WRK-COMPET-FECHADA PIC 9(06) VALUE ZEROS.
           77 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
           77 WRK-COMPET-ANT     PIC 9(06) VALUE ZEROS.
           77 WRK-COMPET-DOC     PIC 9(06) VALUE ZEROS.
           77 WRK-ANO            PIC 9(04) VALUE ZEROS.
           77 WRK-MES            PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-FIM       PIC 9(08) VALUE ZEROS.
           77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROS.
           77 WRK-FORNEC-SEFAZ   PIC 9(04) VALUE ZEROS.
           77 WRK-DIA-VENCTO     PIC 9(02) VALUE 20.
           77 WRK-VALIDA         PIC X(01) VALUE 'S'.
               88 PARAMETROS-VALIDOS VALUE 'S'.
           77 WRK-JA-APURADA     PIC X(01) VALUE 'N'.
               88 COMPET-JA-APURADA VALUE 'S'.
           77 WRK-REGISTRAR      PIC X(01) VALUE 'S'.
               88 PODE-REGISTRAR VALUE 'S'.
           77 WRK-MAP-IC-ACHADO  PIC X(01) VALUE 'N'.
               88 MAP-IC-ACHADO  VALUE 'S'.
           77 WRK-MAP-IC-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-IC-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-CONFIRMA       PIC X(01) VALUE 'N'.
               88 CONFIRMADO     VALUE 'S'.
           77 WRK-TAB-CHEIA      PIC X(01) VALUE 'N'.
               88 TABELA-CHEIA   VALUE 'S'.
           77 WRK-NC-SUB         PIC 9(04) VALUE ZEROS.
           77 WRK-QT-NOTAS-CRED  PIC 9(04) VALUE ZEROS.
           77 WRK-UF-SUB         PIC 9(02) VALUE ZEROS.
           77 WRK-UF-ACHADA      PIC 9(02) VALUE ZEROS.
           77 WRK-QT-UFS         PIC 9(02) VALUE ZEROS.
           77 WRK-UF-PROCURA     PIC X(02) VALUE SPACES.
           77 WRK-QT-FATURAS     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-NOTAS-FORN  PIC 9(06) VALUE ZEROS.
           77 WRK-ESTORNO        PIC 9(08)V99 VALUE ZEROS.
           77 WRK-TOT-BASE       PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-DEBITOS    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-ESTORNOS   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-TOT-CREDITOS   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SALDO-ANT      PIC 9(10)V99 VALUE ZEROS.
           77 WRK-A-RECOLHER     PIC 9(10)V99 VALUE ZEROS.
           77 WRK-SALDO-CREDOR   PIC 9(10)V99 VALUE ZEROS.
           77 WRK-LIQUIDO        PIC S9(10)V99 VALUE ZEROS.
           77 WRK-QT-ED          PIC ZZ.ZZ9 VALUE ZEROS.
           77 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LIQUIDO-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-DATA-ED        PIC 9999/99/99 VALUE ZEROS.
           77 WRK-LINHA          PIC X(132) VALUE SPACES.

      *    ********** NOTAS DE CREDITO DA COMPETENCIA; O ESTORNO E A
      *    ********** UF SAEM DA FATURA ORIGINAL (QUALQUER MES)
           01 WRK-TAB-NOTAS.
               02 WRK-NC OCCURS 1000 TIMES.
                   05 NC-NOTA        PIC 9(06).
                   05 NC-FATURA      PIC 9(06).
                   05 NC-VALOR       PIC 9(08)V99.
                   05 NC-ESTORNO     PIC 9(08)V99.
                   05 NC-UF          PIC X(02).
                   05 NC-ACHADA      PIC X(01).

      *    ********** DEBITOS E ESTORNOS POR UF DE ENTREGA
           01 WRK-TAB-UFS.
               02 WRK-UF OCCURS 30 TIMES.
                   05 UF-SIGLA       PIC X(02).
                   05 UF-QT-FATURAS  PIC 9(06).
                   05 UF-BASE        PIC 9(10)V99.
                   05 UF-DEBITO      PIC 9(10)V99.
                   05 UF-ESTORNO     PIC 9(10)V99.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF PARAMETROS-VALIDOS
                   PERFORM 0200-CARREGAR-NOTAS-CREDITO
                   PERFORM 0300-APURAR-SAIDAS
                   PERFORM 0400-APURAR-ENTRADAS
                   PERFORM 0500-CALCULAR-SALDO
                   PERFORM 0600-EMITIR-LIVRO
                   PERFORM 0700-REGISTRAR-APURACAO
                   CLOSE ICMSAPUR
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPET-HOJE.
               PERFORM 9040-CARREGAR-FERIADOS.
               PERFORM 0110-LER-PERLOCK.
               PERFORM 0120-LER-ICMSPARM.
               PERFORM 0130-CARREGAR-CTAMAP.
               DISPLAY 'ULTIMA COMPETENCIA FECHADA..'
                       WRK-COMPET-FECHADA.
               DISPLAY 'COMPETENCIA DA APURACAO (AAAAMM, ZEROS ='
                       ' MES ANTERIOR)...'.
               ACCEPT WRK-COMPETENCIA.
               MOVE 'S' TO WRK-VALIDA.
               IF WRK-COMPETENCIA = ZEROS
                   DIVIDE WRK-COMPET-HOJE BY 100 GIVING WRK-ANO
                          REMAINDER WRK-MES
                   IF WRK-MES = 1
                       COMPUTE WRK-COMPETENCIA =
                               (WRK-ANO - 1) * 100 + 12
                   ELSE
                       COMPUTE WRK-COMPETENCIA = WRK-COMPET-HOJE - 1
                   END-IF
               END-IF.
               DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
                      REMAINDER WRK-MES.
               IF WRK-MES < 1 OR WRK-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA'
                   MOVE 'N' TO WRK-VALIDA
               ELSE
                   IF WRK-COMPETENCIA NOT < WRK-COMPET-HOJE
                       DISPLAY 'COMPETENCIA AINDA NAO ENCERRADA - SO'
                               ' MES JA TERMINADO E APURADO'
                       MOVE 'N' TO WRK-VALIDA
                   END-IF
               END-IF.
               IF PARAMETROS-VALIDOS
                   IF WRK-MES = 1
                       COMPUTE WRK-COMPET-ANT =
                               (WRK-ANO - 1) * 100 + 12
                   ELSE
                       COMPUTE WRK-COMPET-ANT = WRK-COMPETENCIA - 1
                   END-IF
                   PERFORM 0140-CALC-DATAS
                   PERFORM 0150-ABRIR-ICMSAPUR
               END-IF.
               INITIALIZE WRK-TAB-NOTAS WRK-TAB-UFS.

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

      *    ********** SEM O ICMSPARM NAO HA FORNECEDOR PARA O TITULO
      *    ********** E O RECOLHIMENTO FICA NO DIA 20
           0120-LER-ICMSPARM.
               OPEN INPUT ICMSPARM.
               IF ICMSPARM-OK
                   READ ICMSPARM
                       AT END MOVE '10' TO WRK-ICMSPARM-STATUS
                   END-READ
                   IF ICMSPARM-OK
                       MOVE IPR-FORNEC-SEFAZ TO WRK-FORNEC-SEFAZ
                       IF IPR-DIA-VENCTO > 0 AND IPR-DIA-VENCTO < 32
                           MOVE IPR-DIA-VENCTO TO WRK-DIA-VENCTO
                       END-IF
                   END-IF
                   CLOSE ICMSPARM
               END-IF.

      *    ********** EVENTO IC (DEDUCAO DE ICMS SOBRE VENDAS X ICMS
      *    ********** A RECOLHER) NO CTAMAP
           0130-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-IC-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0135-LER-CTAMAP
                   PERFORM 0137-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.

           0135-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0137-GUARDAR-MAPA.
               IF MAP-EVENTO = 'IC'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-IC-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-IC-CRE
                   MOVE 'S' TO WRK-MAP-IC-ACHADO
               END-IF.
               PERFORM 0135-LER-CTAMAP.

      *    ********** ULTIMO DIA DA COMPETENCIA (DATA DO LANCAMENTO)
      *    ********** E VENCIMENTO NO MES SEGUINTE, EM DIA UTIL
           0140-CALC-DATAS.
               MOVE WRK-ANO TO DTC-ANO.
               MOVE WRK-MES TO DTC-MES.
               PERFORM 9020-CALC-BISSEXTO.
               MOVE DTC-DIAS-MES(WRK-MES) TO DTC-DIA.
               IF WRK-MES = 2 AND DTC-BISSEXTO
                   MOVE 29 TO DTC-DIA
               END-IF.
               COMPUTE WRK-DATA-FIM =
                       (DTC-ANO * 10000) + (DTC-MES * 100) + DTC-DIA.
               ADD 1 TO DTC-MES.
               IF DTC-MES > 12
                   MOVE 1 TO DTC-MES
                   ADD 1 TO DTC-ANO
               END-IF.
               PERFORM 9020-CALC-BISSEXTO.
               MOVE DTC-DIAS-MES(DTC-MES) TO DTC-Z-DIASMAX.
               IF DTC-MES = 2 AND DTC-BISSEXTO
                   MOVE 29 TO DTC-Z-DIASMAX
               END-IF.
               IF WRK-DIA-VENCTO > DTC-Z-DIASMAX
                   MOVE DTC-Z-DIASMAX TO DTC-DIA
               ELSE
                   MOVE WRK-DIA-VENCTO TO DTC-DIA
               END-IF.
               PERFORM 9000-CALC-DIA-SEMANA.
               IF NOT DTC-UTIL
                   PERFORM 9050-PROX-DIA-UTIL
               END-IF.
               COMPUTE WRK-VENCIMENTO =
                       (DTC-ANO * 10000) + (DTC-MES * 100) + DTC-DIA.

      *    ********** APURACAO JA GRAVADA DA COMPETENCIA E SALDO
      *    ********** CREDOR DO MES ANTERIOR
           0150-ABRIR-ICMSAPUR.
               OPEN I-O ICMSAPUR.
               IF WRK-ICMSAPUR-STATUS = '35'
                   CLOSE ICMSAPUR
                   OPEN OUTPUT ICMSAPUR
                   CLOSE ICMSAPUR
                   OPEN I-O ICMSAPUR
               END-IF.
               IF NOT ICMSAPUR-OK
                   DISPLAY 'ARQUIVO DE APURACOES (ICMSAPUR)'
                           ' INDISPONIVEL - STATUS '
                           WRK-ICMSAPUR-STATUS
                   MOVE 'N' TO WRK-VALIDA
               ELSE
                   MOVE WRK-COMPET-ANT TO IAP-COMPETENCIA
                   PERFORM 0160-LER-ICMSAPUR
                   IF ICMSAPUR-OK
                       MOVE IAP-SALDO-CREDOR TO WRK-SALDO-ANT
                   ELSE
                       DISPLAY 'COMPETENCIA ' WRK-COMPET-ANT
                               ' NAO APURADA - SEM SALDO CREDOR'
                               ' ANTERIOR'
                   END-IF
                   MOVE WRK-COMPETENCIA TO IAP-COMPETENCIA
                   PERFORM 0160-LER-ICMSAPUR
                   IF ICMSAPUR-OK
                       MOVE 'S' TO WRK-JA-APURADA
                   END-IF
               END-IF.

           0160-LER-ICMSAPUR.
               READ ICMSAPUR
                   KEY IS IAP-COMPETENCIA
                   INVALID KEY
                       MOVE '23' TO WRK-ICMSAPUR-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ICMSAPUR-STATUS
               END-READ.

      *    ********** NOTAS DE CREDITO EMITIDAS NA COMPETENCIA
           0200-CARREGAR-NOTAS-CREDITO.
               OPEN INPUT CREDREG.
               IF CREDREG-OK
                   PERFORM 0210-LER-CREDREG
                   PERFORM 0220-GUARDAR-NOTA UNTIL CREDREG-EOF
                   CLOSE CREDREG
               END-IF.
               IF TABELA-CHEIA
                   DISPLAY 'MAIS DE 1000 NOTAS DE CREDITO NO MES -'
                           ' APURACAO NAO SERA REGISTRADA'
               END-IF.

           0210-LER-CREDREG.
               READ CREDREG
                   AT END MOVE '10' TO WRK-CREDREG-STATUS
               END-READ.

           0220-GUARDAR-NOTA.
               DIVIDE CRG-DATA BY 100 GIVING WRK-COMPET-DOC.
               IF WRK-COMPET-DOC = WRK-COMPETENCIA
                   IF WRK-QT-NOTAS-CRED < 1000
                       ADD 1 TO WRK-QT-NOTAS-CRED
                       MOVE CRG-NOTA   TO NC-NOTA(WRK-QT-NOTAS-CRED)
                       MOVE CRG-FATURA TO NC-FATURA(WRK-QT-NOTAS-CRED)
                       MOVE CRG-VALOR  TO NC-VALOR(WRK-QT-NOTAS-CRED)
                       MOVE 'N'        TO NC-ACHADA(WRK-QT-NOTAS-CRED)
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
               END-IF.
               PERFORM 0210-LER-CREDREG.

      *    ********** ICMS DAS FATURAS DA COMPETENCIA POR UF E
      *    ********** ESTORNO DAS NOTAS DE CREDITO PELA FATURA
           0300-APURAR-SAIDAS.
               OPEN INPUT INVREG.
               IF NOT INVREG-OK
                   DISPLAY 'REGISTRO DE FATURAS (INVREG) INDISPONIVEL'
                           ' - STATUS ' WRK-INVREG-STATUS
               ELSE
                   PERFORM 0310-LER-INVREG
                   PERFORM 0320-TRATAR-FATURA UNTIL INVREG-EOF
                   CLOSE INVREG
               END-IF.

           0310-LER-INVREG.
               READ INVREG
                   AT END MOVE '10' TO WRK-INVREG-STATUS
               END-READ.

           0320-TRATAR-FATURA.
               DIVIDE REG-DATA BY 100 GIVING WRK-COMPET-DOC.
               IF WRK-COMPET-DOC = WRK-COMPETENCIA
                   MOVE REG-UF TO WRK-UF-PROCURA
                   PERFORM 0330-LOCALIZAR-UF
                   IF WRK-UF-ACHADA > 0
                       ADD 1 TO UF-QT-FATURAS(WRK-UF-ACHADA)
                       ADD REG-TOTAL TO UF-BASE(WRK-UF-ACHADA)
                       ADD REG-ICMS TO UF-DEBITO(WRK-UF-ACHADA)
                   END-IF
                   ADD 1 TO WRK-QT-FATURAS
                   ADD REG-TOTAL TO WRK-TOT-BASE
                   ADD REG-ICMS TO WRK-TOT-DEBITOS
               END-IF.
               PERFORM 0340-ESTORNAR-NOTA
                       VARYING WRK-NC-SUB FROM 1 BY 1
                       UNTIL WRK-NC-SUB > WRK-QT-NOTAS-CRED.
               PERFORM 0310-LER-INVREG.

      *    ********** UF NOVA ENTRA NO FIM DA TABELA; FATURA SEM UF
      *    ********** (ANTERIOR AO CAMPO) FICA NA LINHA EM BRANCO
           0330-LOCALIZAR-UF.
               MOVE ZEROS TO WRK-UF-ACHADA.
               PERFORM 0335-COMPARAR-UF
                       VARYING WRK-UF-SUB FROM 1 BY 1
                       UNTIL WRK-UF-SUB > WRK-QT-UFS
                          OR WRK-UF-ACHADA > 0.
               IF WRK-UF-ACHADA = 0
                   IF WRK-QT-UFS < 30
                       ADD 1 TO WRK-QT-UFS
                       MOVE WRK-UF-PROCURA TO UF-SIGLA(WRK-QT-UFS)
                       MOVE WRK-QT-UFS TO WRK-UF-ACHADA
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
               END-IF.

           0335-COMPARAR-UF.
               IF UF-SIGLA(WRK-UF-SUB) = WRK-UF-PROCURA
                   MOVE WRK-UF-SUB TO WRK-UF-ACHADA
               END-IF.

      *    ********** ESTORNO = ICMS DA FATURA NA PROPORCAO DO VALOR
      *    ********** CREDITADO, LIMITADO AO ICMS DA FATURA
           0340-ESTORNAR-NOTA.
               IF NC-FATURA(WRK-NC-SUB) = REG-FATURA
                  AND NC-ACHADA(WRK-NC-SUB) = 'N'
                   MOVE 'S' TO NC-ACHADA(WRK-NC-SUB)
                   MOVE REG-UF TO NC-UF(WRK-NC-SUB)
                   MOVE ZEROS TO WRK-ESTORNO
                   IF REG-TOTAL > 0
                       COMPUTE WRK-ESTORNO ROUNDED =
                               REG-ICMS * NC-VALOR(WRK-NC-SUB)
                               / REG-TOTAL
                   END-IF
                   IF WRK-ESTORNO > REG-ICMS
                       MOVE REG-ICMS TO WRK-ESTORNO
                   END-IF
                   MOVE WRK-ESTORNO TO NC-ESTORNO(WRK-NC-SUB)
                   MOVE REG-UF TO WRK-UF-PROCURA
                   PERFORM 0330-LOCALIZAR-UF
                   IF WRK-UF-ACHADA > 0
                       ADD WRK-ESTORNO TO UF-ESTORNO(WRK-UF-ACHADA)
                   END-IF
                   ADD WRK-ESTORNO TO WRK-TOT-ESTORNOS
               END-IF.

      *    ********** CREDITO DAS NOTAS DE FORNECEDOR LANCADAS NA
      *    ********** COMPETENCIA
           0400-APURAR-ENTRADAS.
               OPEN INPUT CONTASPAG.
               IF NOT CONTASPAG-OK
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL - SEM CREDITO'
                           ' DE ENTRADA - STATUS '
                           WRK-CONTASPAG-STATUS
               ELSE
                   MOVE LOW-VALUES TO AP-CHAVE
                   START CONTASPAG KEY IS GREATER THAN AP-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASPAG-STATUS
                   END-START
                   PERFORM 0410-SOMAR-CREDITO
                           UNTIL CONTASPAG-EOF OR CONTASPAG-NOTFOUND
                   CLOSE CONTASPAG
               END-IF.

           0410-SOMAR-CREDITO.
               READ CONTASPAG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASPAG-STATUS
               END-READ.
               IF CONTASPAG-OK
                   DIVIDE AP-DT-EMISSAO BY 100 GIVING WRK-COMPET-DOC
                   IF WRK-COMPET-DOC = WRK-COMPETENCIA
                      AND AP-ICMS > 0
                       ADD 1 TO WRK-QT-NOTAS-FORN
                       ADD AP-ICMS TO WRK-TOT-CREDITOS
                   END-IF
               END-IF.

           0500-CALCULAR-SALDO.
               COMPUTE WRK-LIQUIDO = WRK-TOT-DEBITOS - WRK-TOT-ESTORNOS
                                   - WRK-TOT-CREDITOS - WRK-SALDO-ANT.
               IF WRK-LIQUIDO > 0
                   MOVE WRK-LIQUIDO TO WRK-A-RECOLHER
                   MOVE ZEROS TO WRK-SALDO-CREDOR
               ELSE
                   MOVE ZEROS TO WRK-A-RECOLHER
                   COMPUTE WRK-SALDO-CREDOR = WRK-LIQUIDO * -1
               END-IF.

      *    ********** LIVRO DE APURACAO (ICMSREP)
           0600-EMITIR-LIVRO.
               OPEN OUTPUT ICMSREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'LIVRO DE APURACAO DO ICMS - COMPETENCIA '
                      WRK-COMPETENCIA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR.
               MOVE WRK-DATA-HOJE TO WRK-DATA-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'EMITIDO EM ' WRK-DATA-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR.
               IF COMPET-JA-APURADA
                   MOVE SPACES TO WRK-LINHA
                   STRING 'COMPETENCIA JA APURADA - REEMISSAO SEM'
                          ' NOVO LANCAMENTO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0690-IMPRIMIR
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR.
               MOVE 'DEBITOS POR SAIDAS (UF DE ENTREGA)' TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'UF' TO WRK-LINHA(2:2).
               MOVE 'FATURAS' TO WRK-LINHA(6:7).
               MOVE 'VALOR FATURADO' TO WRK-LINHA(21:14).
               MOVE 'ICMS DEBITADO' TO WRK-LINHA(42:13).
               MOVE 'ESTORNO N.CRED' TO WRK-LINHA(61:14).
               MOVE 'LIQUIDO DA UF' TO WRK-LINHA(83:13).
               PERFORM 0690-IMPRIMIR.
               PERFORM 0610-LINHA-UF
                       VARYING WRK-UF-SUB FROM 1 BY 1
                       UNTIL WRK-UF-SUB > WRK-QT-UFS.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'TOTAL' TO WRK-LINHA(1:5).
               MOVE WRK-QT-FATURAS TO WRK-QT-ED.
               MOVE WRK-QT-ED TO WRK-LINHA(7:6).
               MOVE WRK-TOT-BASE TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(18:17).
               MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(38:17).
               MOVE WRK-TOT-ESTORNOS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(58:17).
               COMPUTE WRK-LIQUIDO = WRK-TOT-DEBITOS
                                   - WRK-TOT-ESTORNOS.
               MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
               MOVE WRK-LIQUIDO-ED TO WRK-LINHA(78:18).
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR.
               MOVE 'NOTAS DE CREDITO DA COMPETENCIA' TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR.
               PERFORM 0620-LINHA-NOTA
                       VARYING WRK-NC-SUB FROM 1 BY 1
                       UNTIL WRK-NC-SUB > WRK-QT-NOTAS-CRED.
               IF WRK-QT-NOTAS-CRED = 0
                   MOVE '  NENHUMA' TO WRK-LINHA
                   PERFORM 0690-IMPRIMIR
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR.
               MOVE 'RESUMO DA APURACAO' TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE '  (+) DEBITOS POR SAIDAS' TO WRK-LINHA.
               MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(50:17).
               PERFORM 0690-IMPRIMIR.
               MOVE '  (-) ESTORNOS POR NOTAS DE CREDITO'
                    TO WRK-LINHA.
               MOVE WRK-TOT-ESTORNOS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(50:17).
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-QT-NOTAS-FORN TO WRK-QT-ED.
               STRING '  (-) CREDITOS POR ENTRADAS (' WRK-QT-ED
                      ' NOTAS)' DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(50:17).
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING '  (-) SALDO CREDOR DE ' WRK-COMPET-ANT
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-SALDO-ANT TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(50:17).
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-VENCIMENTO TO WRK-DATA-ED.
               STRING '  (=) ICMS A RECOLHER - VENCIMENTO '
                      WRK-DATA-ED DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-A-RECOLHER TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(50:17).
               PERFORM 0690-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               MOVE '  (=) SALDO CREDOR PARA O MES SEGUINTE'
                    TO WRK-LINHA.
               MOVE WRK-SALDO-CREDOR TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(50:17).
               PERFORM 0690-IMPRIMIR.
               IF TABELA-CHEIA
                   MOVE SPACES TO WRK-LINHA
                   PERFORM 0690-IMPRIMIR
                   STRING '*** TABELA DE NOTAS OU DE UFS CHEIA -'
                          ' LIVRO INCOMPLETO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0690-IMPRIMIR
               END-IF.
               CLOSE ICMSREP.

           0610-LINHA-UF.
               MOVE SPACES TO WRK-LINHA.
               IF UF-SIGLA(WRK-UF-SUB) = SPACES
                   MOVE '--' TO WRK-LINHA(2:2)
               ELSE
                   MOVE UF-SIGLA(WRK-UF-SUB) TO WRK-LINHA(2:2)
               END-IF.
               MOVE UF-QT-FATURAS(WRK-UF-SUB) TO WRK-QT-ED.
               MOVE WRK-QT-ED TO WRK-LINHA(7:6).
               MOVE UF-BASE(WRK-UF-SUB) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(18:17).
               MOVE UF-DEBITO(WRK-UF-SUB) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(38:17).
               MOVE UF-ESTORNO(WRK-UF-SUB) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(58:17).
               COMPUTE WRK-LIQUIDO = UF-DEBITO(WRK-UF-SUB)
                                   - UF-ESTORNO(WRK-UF-SUB).
               MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
               MOVE WRK-LIQUIDO-ED TO WRK-LINHA(78:18).
               PERFORM 0690-IMPRIMIR.

           0620-LINHA-NOTA.
               MOVE SPACES TO WRK-LINHA.
               STRING '  NOTA ' NC-NOTA(WRK-NC-SUB)
                      ' FATURA ' NC-FATURA(WRK-NC-SUB)
                      ' UF ' NC-UF(WRK-NC-SUB)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE NC-VALOR(WRK-NC-SUB) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(38:17).
               MOVE NC-ESTORNO(WRK-NC-SUB) TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(58:17).
               IF NC-ACHADA(WRK-NC-SUB) = 'N'
                   MOVE 'FATURA NAO ENCONTRADA - SEM ESTORNO'
                        TO WRK-LINHA(78:35)
               END-IF.
               PERFORM 0690-IMPRIMIR.

           0690-IMPRIMIR.
               MOVE WRK-LINHA TO ICMSREP-REC.
               WRITE ICMSREP-REC.

      *    ********** GRAVACAO DA APURACAO, LANCAMENTO NO RAZAO E
      *    ********** TITULO DO IMPOSTO NO CONTAS A PAGAR
           0700-REGISTRAR-APURACAO.
               DISPLAY 'LIVRO GRAVADO EM ICMSREP'.
               DISPLAY 'ICMS A RECOLHER.......' WRK-A-RECOLHER.
               DISPLAY 'SALDO CREDOR SEGUINTE.' WRK-SALDO-CREDOR.
               MOVE 'S' TO WRK-REGISTRAR.
               IF COMPET-JA-APURADA
                   DISPLAY 'COMPETENCIA JA APURADA - NADA REGISTRADO'
                   MOVE 'N' TO WRK-REGISTRAR
               END-IF.
               IF PODE-REGISTRAR
                  AND WRK-COMPETENCIA NOT > WRK-COMPET-FECHADA
                   DISPLAY 'COMPETENCIA FECHADA NO RAZAO - APURACAO'
                           ' NAO REGISTRADA'
                   MOVE 'N' TO WRK-REGISTRAR
               END-IF.
               IF PODE-REGISTRAR AND TABELA-CHEIA
                   DISPLAY 'LIVRO INCOMPLETO - APURACAO NAO'
                           ' REGISTRADA'
                   MOVE 'N' TO WRK-REGISTRAR
               END-IF.
               IF PODE-REGISTRAR AND WRK-A-RECOLHER > 0
                   PERFORM 0710-VALIDAR-RECOLHIMENTO
               END-IF.
               IF PODE-REGISTRAR
                   DISPLAY 'REGISTRAR A APURACAO (S/N)...'
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMADO
                       PERFORM 0720-GRAVAR-APURACAO
                       IF WRK-A-RECOLHER > 0
                           PERFORM 0730-LANCAR-RAZAO
                           PERFORM 0740-ABRIR-TITULO
                       END-IF
                   ELSE
                       DISPLAY 'APURACAO NAO REGISTRADA'
                   END-IF
               END-IF.

      *    ********** SEM EVENTO IC OU SEM FORNECEDOR SEFAZ NAO HA
      *    ********** COMO LANCAR O IMPOSTO - NADA E REGISTRADO
           0710-VALIDAR-RECOLHIMENTO.
               IF NOT MAP-IC-ACHADO
                   DISPLAY 'SEM EVENTO IC NO CTAMAP - APURACAO NAO'
                           ' REGISTRADA'
                   MOVE 'N' TO WRK-REGISTRAR
               END-IF.
               IF PODE-REGISTRAR
                   MOVE WRK-FORNEC-SEFAZ TO SUP-CODIGO
                   OPEN INPUT SUPMAST
                   READ SUPMAST
                       KEY IS SUP-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-SUPMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-SUPMAST-STATUS
                   END-READ
                   CLOSE SUPMAST
                   IF NOT SUPMAST-OK
                       DISPLAY 'FORNECEDOR SEFAZ ' WRK-FORNEC-SEFAZ
                               ' NAO CADASTRADO (ICMSPARM/PROGCOB51)'
                               ' - APURACAO NAO REGISTRADA'
                       MOVE 'N' TO WRK-REGISTRAR
                   END-IF
               END-IF.
               IF PODE-REGISTRAR
                   OPEN INPUT CONTASPAG
                   MOVE WRK-FORNEC-SEFAZ TO AP-FORNEC
                   MOVE WRK-COMPETENCIA TO AP-FATURA
                   READ CONTASPAG
                       KEY IS AP-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-CONTASPAG-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-CONTASPAG-STATUS
                   END-READ
                   CLOSE CONTASPAG
                   IF CONTASPAG-OK
                       DISPLAY 'JA EXISTE TITULO ' WRK-FORNEC-SEFAZ
                               '/' WRK-COMPETENCIA ' NO CONTASPAG -'
                               ' APURACAO NAO REGISTRADA'
                       MOVE 'N' TO WRK-REGISTRAR
                   END-IF
               END-IF.

           0720-GRAVAR-APURACAO.
               MOVE WRK-COMPETENCIA  TO IAP-COMPETENCIA.
               MOVE WRK-TOT-DEBITOS  TO IAP-DEBITOS.
               MOVE WRK-TOT-ESTORNOS TO IAP-ESTORNOS.
               MOVE WRK-TOT-CREDITOS TO IAP-CREDITOS.
               MOVE WRK-SALDO-ANT    TO IAP-SALDO-ANT.
               MOVE WRK-A-RECOLHER   TO IAP-A-RECOLHER.
               MOVE WRK-SALDO-CREDOR TO IAP-SALDO-CREDOR.
               MOVE WRK-DATA-HOJE    TO IAP-DATA-APURACAO.
               IF WRK-A-RECOLHER > 0
                   MOVE WRK-VENCIMENTO TO IAP-VENCIMENTO
               ELSE
                   MOVE ZEROS TO IAP-VENCIMENTO
               END-IF.
               WRITE ICMSAPUR-REC.
               DISPLAY 'APURACAO ' WRK-COMPETENCIA ' REGISTRADA'.

      *    ********** DEDUCAO DE ICMS SOBRE VENDAS (D) X ICMS A
      *    ********** RECOLHER (C) NO ULTIMO DIA DA COMPETENCIA
           0730-LANCAR-RAZAO.
               OPEN EXTEND LEDGTXN.
               IF WRK-LEDGTXN-STATUS = '35'
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               END-IF.
               MOVE WRK-MAP-IC-DEB TO LTX-CONTA.
               MOVE WRK-DATA-FIM   TO LTX-DATA.
               MOVE 'D'            TO LTX-TIPO.
               MOVE WRK-A-RECOLHER TO LTX-VALOR.
               MOVE SPACES         TO LTX-DESCRICAO.
               STRING 'APURACAO ICMS ' WRK-COMPETENCIA
                      DELIMITED BY SIZE INTO LTX-DESCRICAO
               END-STRING.
               MOVE ZEROS          TO LTX-CCUSTO.
               MOVE SPACE          TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.
               MOVE WRK-MAP-IC-CRE TO LTX-CONTA.
               MOVE 'C'            TO LTX-TIPO.
               WRITE LEDGTXN-REC.
               CLOSE LEDGTXN.
               DISPLAY 'ICMS A RECOLHER LANCADO NO LEDGTXN'.

      *    ********** TITULO DA GUIA: FORNECEDOR SEFAZ, NOTA = AAAAMM
      *    ********** DA COMPETENCIA, JA LIBERADO (SEM PEDIDO DE
      *    ********** COMPRA PARA A CONFERENCIA DO PRGCOB101)
           0740-ABRIR-TITULO.
               OPEN I-O CONTASPAG.
               IF NOT CONTASPAG-OK
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL - TITULO NAO'
                           ' ABERTO - STATUS ' WRK-CONTASPAG-STATUS
               ELSE
                   MOVE WRK-FORNEC-SEFAZ TO AP-FORNEC
                   MOVE WRK-COMPETENCIA  TO AP-FATURA
                   MOVE WRK-DATA-HOJE    TO AP-DT-EMISSAO
                   MOVE WRK-VENCIMENTO   TO AP-DT-VENCTO
                   MOVE WRK-A-RECOLHER   TO AP-VALOR
                   MOVE WRK-A-RECOLHER   TO AP-SALDO
                   MOVE 'A'              TO AP-STATUS
                   MOVE SPACES           TO AP-SIT-PAGTO
                                            AP-APROVADOR
                                            AP-MOTIVO
                                            AP-MOTIVO-BLOQ
                   MOVE ZEROS            TO AP-DT-APROVACAO
                                            AP-PEDIDO
                                            AP-QT-FATURADA
                                            AP-PRECO-UNIT
                                            AP-ICMS
                   MOVE 'L'              TO AP-CONFERENCIA
                   MOVE 'APURACAO ICMS'  TO AP-LIBERADOR
                   WRITE AP-REC
                       INVALID KEY
                           DISPLAY 'TITULO ' WRK-FORNEC-SEFAZ '/'
                                   WRK-COMPETENCIA ' JA EXISTE NO'
                                   ' CONTASPAG'
                       NOT INVALID KEY
                           DISPLAY 'TITULO ABERTO..' WRK-FORNEC-SEFAZ
                                   '/' WRK-COMPETENCIA ' VENCIMENTO '
                                   WRK-VENCIMENTO
                   END-WRITE
                   CLOSE CONTASPAG
               END-IF.

           COPY DATEPROC.
