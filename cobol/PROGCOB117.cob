           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB117.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CADASTRO DO IMOBILIZADO (ASSETMST). O OPERADOR
      *    DA CONTABILIDADE:
      *    I - INCLUI O BEM (DATA DE AQUISICAO, CUSTO, VALOR
      *        RESIDUAL, VIDA UTIL EM MESES, CENTRO DE CUSTO DO
      *        CCMAST E CONTA PATRIMONIAL DO BEM); PODE LANCAR A
      *        AQUISICAO NO RAZAO (BEM (D) X CONTRAPARTIDA (C)) E,
      *        PARA BEM JA EM USO, INFORMAR A DEPRECIACAO ACUMULADA;
      *    B - BAIXA O BEM (VENDA OU SUCATA): DEPRECIA OS MESES QUE
      *        FALTAM ATE O MES ANTERIOR AO DA BAIXA, TIRA CUSTO E
      *        DEPRECIACAO ACUMULADA DO RAZAO E APURA O GANHO OU A
      *        PERDA CONTRA O VALOR RECEBIDO (EVENTO BX DO CTAMAP:
      *        DEBITO = CONTA DO VALOR RECEBIDO, CREDITO = RESULTADO
      *        NA BAIXA DO IMOBILIZADO);
      *    L - LISTA OS BENS;
      *    R - EMITE O REGISTRO DO IMOBILIZADO (ASSETREP) COM O
      *        CUSTO POR CONTA E A DEPRECIACAO ACUMULADA CONFERIDOS
      *        COM O SALDO DO LEDGBAL MAIS O LEDGTXN NAO ABSORVIDO.
      *    A DEPRECIACAO MENSAL E DO PROGCOB118 (EVENTO DP).
      *    INCLUSAO E BAIXA VAO PARA A TRILHA DE AUDITORIA.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - REGISTRO DA TRILHA DE AUDITORIA AMPLIADO
      *                         PARA X(340), ACOMPANHANDO O AUDPROC.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASSETMST ASSIGN TO "ASSETMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AST-CODIGO
                   FILE STATUS IS WRK-ASSETMST-STATUS.
               SELECT CCMAST ASSIGN TO "CCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-CODIGO
                   FILE STATUS IS WRK-CCMAST-STATUS.
               SELECT CONTMAST ASSIGN TO "CONTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTA-CODIGO
                   FILE STATUS IS WRK-CONTMAST-STATUS.
               SELECT LEDGBAL ASSIGN TO "LEDGBAL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BAL-CONTA
                   FILE STATUS IS WRK-LEDGBAL-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT ASSETREP ASSIGN TO "ASSETREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ASSETREP-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ASSETMST.
           01  AST-REC.
               05 AST-CODIGO       PIC 9(06).
               05 AST-DT-AQUISICAO PIC 9(08).
               05 AST-CUSTO        PIC 9(09)V99.
               05 AST-RESIDUAL     PIC 9(09)V99.
               05 AST-VIDA-MESES   PIC 9(03).
               05 AST-CCUSTO       PIC 9(03).
               05 AST-CONTA-ATIVO  PIC 9(05).
               05 AST-DEPREC-ACUM  PIC 9(09)V99.
               05 AST-ULT-DEPREC   PIC 9(06).
               05 AST-SITUACAO     PIC X(01).
                  88 AST-ATIVO       VALUE 'A'.
                  88 AST-BAIXADO     VALUE 'B'.
               05 AST-DT-BAIXA     PIC 9(08).
               05 AST-VALOR-BAIXA  PIC 9(09)V99.
               05 AST-DESCRICAO    PIC X(30).

           FD  CCMAST.
           01  CC-REC.
               05 CC-CODIGO       PIC 9(03).
               05 CC-NOME         PIC X(20).
               05 CC-ATIVO        PIC X(01).
                  88 CC-ATIVO-SIM VALUE 'S'.

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

           FD  LEDGBAL.
           01  LEDGBAL-REC.
               05 BAL-CONTA       PIC 9(05).
               05 BAL-VALOR       PIC S9(09)V99.
               05 BAL-DEB         PIC 9(09)V99.
               05 BAL-CRE         PIC 9(09)V99.

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

           FD  ASSETREP.
           01  ASSETREP-REC      PIC X(132).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ASSETMST-STATUS PIC X(02) VALUE SPACES.
               88 ASSETMST-OK        VALUE '00'.
               88 ASSETMST-NOTFOUND  VALUE '23'.
               88 ASSETMST-EOF       VALUE '10'.
           77 WRK-CCMAST-STATUS PIC X(02) VALUE SPACES.
               88 CCMAST-OK          VALUE '00'.
           77 WRK-CONTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CONTMAST-OK        VALUE '00'.
           77 WRK-LEDGBAL-STATUS PIC X(02) VALUE SPACES.
               88 LEDGBAL-OK         VALUE '00'.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
               88 LEDGTXN-OK     VALUE '00'.
               88 LEDGTXN-EOF    VALUE '10'.
           77 WRK-ASSETREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MAP-DP-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-DP-ACHADO VALUE 'S'.
           77 WRK-MAP-DP-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-DP-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-BX-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-BX-ACHADO VALUE 'S'.
           77 WRK-MAP-BX-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-BX-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
           77 WRK-OPCAO       PIC X(01) VALUE SPACES.
               88 OPCAO-INCLUIR   VALUE 'I'.
               88 OPCAO-BAIXAR    VALUE 'B'.
               88 OPCAO-LISTAR    VALUE 'L'.
               88 OPCAO-RELATORIO VALUE 'R'.
               88 OPCAO-SAIR      VALUE '0'.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-CODIGO      PIC 9(06) VALUE ZEROS.
           77 WRK-CONTA       PIC 9(05) VALUE ZEROS.
           77 WRK-CONTRAPARTIDA PIC 9(05) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-BAIXA  PIC 9(08) VALUE ZEROS.
           77 WRK-VALOR-VENDA PIC 9(09)V99 VALUE ZEROS.
           77 WRK-COMP-AQUIS  PIC 9(06) VALUE ZEROS.
           77 WRK-COMP-BAIXA  PIC 9(06) VALUE ZEROS.
           77 WRK-COMP-CONV   PIC 9(06) VALUE ZEROS.
           77 WRK-COMP-ANTERIOR PIC 9(06) VALUE ZEROS.
           77 WRK-MESES-CONV  PIC 9(06) VALUE ZEROS.
           77 WRK-MESES-FIM   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-MESES    PIC S9(04) VALUE ZEROS.
           77 WRK-ANO         PIC 9(04) VALUE ZEROS.
           77 WRK-MES         PIC 9(02) VALUE ZEROS.
           77 WRK-BASE        PIC 9(09)V99 VALUE ZEROS.
           77 WRK-A-DEPRECIAR PIC 9(09)V99 VALUE ZEROS.
           77 WRK-QUOTA       PIC 9(09)V99 VALUE ZEROS.
           77 WRK-DEPREC      PIC 9(09)V99 VALUE ZEROS.
           77 WRK-VALOR-CONT  PIC 9(09)V99 VALUE ZEROS.
           77 WRK-RESULTADO   PIC S9(09)V99 VALUE ZEROS.
           77 WRK-LTX-CONTA   PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-TIPO    PIC X(01) VALUE SPACES.
           77 WRK-LTX-VALOR   PIC 9(09)V99 VALUE ZEROS.
           77 WRK-LTX-DESCR   PIC X(20) VALUE SPACES.
           77 WRK-LTX-CCUSTO  PIC 9(03) VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-SALDO-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-CT          PIC 9(02) VALUE ZEROS.
           77 WRK-CT-ACHADO   PIC 9(02) VALUE ZEROS.
           77 WRK-QT-CT       PIC 9(02) VALUE ZEROS.
           77 WRK-QT-BENS     PIC 9(05) VALUE ZEROS.
           77 WRK-QT-BAIXADOS PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-CUSTO   PIC 9(11)V99 VALUE ZEROS.
           77 WRK-TOT-ACUM    PIC 9(11)V99 VALUE ZEROS.
           77 WRK-RAZAO-ACUM  PIC S9(11)V99 VALUE ZEROS.
           77 WRK-PEND-ACUM   PIC S9(11)V99 VALUE ZEROS.
           77 WRK-DIFERENCA   PIC S9(11)V99 VALUE ZEROS.
           77 WRK-LTX-SINAL   PIC S9(09)V99 VALUE ZEROS.

      *    ********** CUSTO DOS BENS ATIVOS POR CONTA PATRIMONIAL E O
      *    ********** SALDO DA CONTA NO RAZAO, PARA A CONCILIACAO
           01 WRK-TAB-CONTA.
               02 WRK-CTA OCCURS 50 TIMES.
                   05 CT-CONTA       PIC 9(05).
                   05 CT-QT-BENS     PIC 9(05).
                   05 CT-CUSTO       PIC 9(11)V99.
                   05 CT-RAZAO       PIC S9(11)V99.
                   05 CT-PENDENTE    PIC S9(11)V99.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE SPACES TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               PERFORM 0100-INICIALIZAR.
               IF ASSETMST-OK
                   PERFORM 0200-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE ASSETMST
                   CLOSE CCMAST
                   CLOSE CONTMAST
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'OPERADOR...'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF.
               OPEN I-O ASSETMST.
               IF WRK-ASSETMST-STATUS = '35'
                   CLOSE ASSETMST
                   OPEN OUTPUT ASSETMST
                   CLOSE ASSETMST
                   OPEN I-O ASSETMST
               END-IF.
               IF NOT ASSETMST-OK
                   DISPLAY 'CADASTRO DO IMOBILIZADO INDISPONIVEL -'
                           ' STATUS ' WRK-ASSETMST-STATUS
               ELSE
                   OPEN INPUT CCMAST
                   OPEN INPUT CONTMAST
                   PERFORM 0110-CARREGAR-CTAMAP
               END-IF.

      *    ********** EVENTO DP (DESPESA DE DEPRECIACAO X DEPRECIACAO
      *    ********** ACUMULADA) E BX (VALOR RECEBIDO NA BAIXA X
      *    ********** RESULTADO NA BAIXA) NO CTAMAP
           0110-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-DP-ACHADO.
               MOVE 'N' TO WRK-MAP-BX-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0120-LER-CTAMAP
                   PERFORM 0130-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.
               IF NOT MAP-DP-ACHADO OR NOT MAP-BX-ACHADO
                   DISPLAY 'SEM EVENTO DP OU BX NO CTAMAP - BAIXA DE'
                           ' BEM INDISPONIVEL'
               END-IF.

           0120-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0130-GUARDAR-MAPA.
               IF MAP-EVENTO = 'DP'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-DP-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-DP-CRE
                   MOVE 'S' TO WRK-MAP-DP-ACHADO
               END-IF.
               IF MAP-EVENTO = 'BX'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-BX-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-BX-CRE
                   MOVE 'S' TO WRK-MAP-BX-ACHADO
               END-IF.
               PERFORM 0120-LER-CTAMAP.

           0200-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' IMOBILIZADO (ASSETMST)'.
               DISPLAY ' I - INCLUIR BEM'.
               DISPLAY ' B - BAIXAR BEM (VENDA/SUCATA)'.
               DISPLAY ' L - LISTAR BENS'.
               DISPLAY ' R - REGISTRO DO IMOBILIZADO X RAZAO'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               MOVE SPACES TO WRK-OPCAO.
               ACCEPT WRK-OPCAO.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       PERFORM 0300-INCLUIR THRU 0300-SAIDA
                   WHEN OPCAO-BAIXAR
                       PERFORM 0400-BAIXAR THRU 0400-SAIDA
                   WHEN OPCAO-LISTAR
                       PERFORM 0500-LISTAR
                   WHEN OPCAO-RELATORIO
                       PERFORM 0700-RELATORIO
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

           0250-LER-BEM.
               DISPLAY 'CODIGO DO BEM (6 DIGITOS)...'.
               ACCEPT WRK-CODIGO.
               MOVE WRK-CODIGO TO AST-CODIGO.
               READ ASSETMST
                   KEY IS AST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-ASSETMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ASSETMST-STATUS
               END-READ.

           0260-LER-CONTA.
               MOVE WRK-CONTA TO CTA-CODIGO.
               READ CONTMAST
                   KEY IS CTA-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CONTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CONTMAST-STATUS
               END-READ.

      *    ********** INCLUSAO DO BEM; A AQUISICAO SO VAI PARA O
      *    ********** RAZAO QUANDO O OPERADOR PEDE (BEM JA LANCADO
      *    ********** POR OUTRA ROTINA OU TRAZIDO DE CONTROLE ANTIGO
      *    ********** NAO E LANCADO DE NOVO)
           0300-INCLUIR.
               PERFORM 0250-LER-BEM.
               IF ASSETMST-OK
                   DISPLAY 'BEM JA CADASTRADO'
                   GO TO 0300-SAIDA
               END-IF.
               IF WRK-CODIGO = ZEROS
                   DISPLAY 'CODIGO INVALIDO'
                   GO TO 0300-SAIDA
               END-IF.
               INITIALIZE AST-REC.
               MOVE WRK-CODIGO TO AST-CODIGO.
               DISPLAY 'DESCRICAO (30)...'.
               ACCEPT AST-DESCRICAO FROM CONSOLE.
               DISPLAY 'DATA DE AQUISICAO (AAAAMMDD, ZEROS = HOJE)...'.
               ACCEPT AST-DT-AQUISICAO.
               IF AST-DT-AQUISICAO = ZEROS
                   MOVE WRK-DATA-HOJE TO AST-DT-AQUISICAO
               END-IF.
               IF AST-DT-AQUISICAO > WRK-DATA-HOJE
                   DISPLAY 'DATA DE AQUISICAO FUTURA - NADA GRAVADO'
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'CUSTO DE AQUISICAO...'.
               ACCEPT AST-CUSTO.
               DISPLAY 'VALOR RESIDUAL (ZEROS = NENHUM)...'.
               ACCEPT AST-RESIDUAL.
               IF AST-CUSTO = ZEROS OR AST-RESIDUAL >= AST-CUSTO
                   DISPLAY 'CUSTO ZERADO OU RESIDUAL NAO MENOR QUE O'
                           ' CUSTO - NADA GRAVADO'
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'VIDA UTIL EM MESES...'.
               ACCEPT AST-VIDA-MESES.
               IF AST-VIDA-MESES = ZEROS
                   DISPLAY 'VIDA UTIL OBRIGATORIA - NADA GRAVADO'
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'CENTRO DE CUSTO...'.
               ACCEPT AST-CCUSTO.
               MOVE AST-CCUSTO TO CC-CODIGO.
               READ CCMAST
                   KEY IS CC-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CCMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CCMAST-STATUS
               END-READ.
               IF NOT CCMAST-OK OR NOT CC-ATIVO-SIM
                   DISPLAY 'CENTRO DE CUSTO INEXISTENTE OU INATIVO -'
                           ' NADA GRAVADO'
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'CONTA PATRIMONIAL DO BEM...'.
               ACCEPT AST-CONTA-ATIVO.
               MOVE AST-CONTA-ATIVO TO WRK-CONTA.
               PERFORM 0260-LER-CONTA.
               IF NOT CONTMAST-OK OR NOT CTA-PATRIMONIAL
                   DISPLAY 'CONTA FORA DO PLANO OU NAO PATRIMONIAL -'
                           ' NADA GRAVADO'
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'DEPRECIACAO JA ACUMULADA (BEM JA EM USO,'
                       ' ZEROS = NENHUMA)...'.
               ACCEPT AST-DEPREC-ACUM.
               IF AST-DEPREC-ACUM > AST-CUSTO - AST-RESIDUAL
                   DISPLAY 'ACUMULADA ACIMA DO VALOR DEPRECIAVEL -'
                           ' NADA GRAVADO'
                   GO TO 0300-SAIDA
               END-IF.
               IF AST-DEPREC-ACUM > ZEROS
                   DISPLAY 'ULTIMA COMPETENCIA JA DEPRECIADA'
                           ' (AAAAMM)...'
                   ACCEPT AST-ULT-DEPREC
               END-IF.
               MOVE 'A' TO AST-SITUACAO.
               DISPLAY 'LANCAR A AQUISICAO NO RAZAO (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF CONFIRMOU
                   DISPLAY 'CONTA DE CONTRAPARTIDA (FORNECEDOR OU'
                           ' BANCO)...'
                   ACCEPT WRK-CONTRAPARTIDA
                   MOVE WRK-CONTRAPARTIDA TO WRK-CONTA
                   PERFORM 0260-LER-CONTA
                   IF NOT CONTMAST-OK
                       DISPLAY 'CONTRAPARTIDA FORA DO PLANO - NADA'
                               ' GRAVADO'
                       GO TO 0300-SAIDA
                   END-IF
               END-IF.
               WRITE AST-REC.
               IF CONFIRMOU
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   MOVE SPACES TO WRK-LTX-DESCR
                   STRING 'AQUISICAO BEM ' AST-CODIGO
                          DELIMITED BY SIZE INTO WRK-LTX-DESCR
                   END-STRING
                   MOVE ZEROS TO WRK-LTX-CCUSTO
                   MOVE AST-CUSTO TO WRK-LTX-VALOR
                   MOVE AST-CONTA-ATIVO TO WRK-LTX-CONTA
                   MOVE 'D' TO WRK-LTX-TIPO
                   PERFORM 0600-LANCAR
                   MOVE WRK-CONTRAPARTIDA TO WRK-LTX-CONTA
                   MOVE 'C' TO WRK-LTX-TIPO
                   PERFORM 0600-LANCAR
                   CLOSE LEDGTXN
                   DISPLAY 'AQUISICAO LANCADA NO LEDGTXN'
               END-IF.
               MOVE 'I' TO AUD-TRL-ACAO.
               MOVE SPACES TO AUD-TRL-ANTES.
               PERFORM 0650-AUDITAR.
               DISPLAY 'BEM INCLUIDO..' AST-CODIGO.
           0300-SAIDA.
               EXIT.

      *    ********** BAIXA: COMPLETA A DEPRECIACAO ATE O MES ANTERIOR
      *    ********** AO DA BAIXA, TIRA CUSTO E ACUMULADA DO RAZAO E
      *    ********** LANCA O RESULTADO (VALOR RECEBIDO - VALOR
      *    ********** CONTABIL) NA CONTA DE RESULTADO DO EVENTO BX
           0400-BAIXAR.
               IF NOT MAP-DP-ACHADO OR NOT MAP-BX-ACHADO
                   DISPLAY 'SEM EVENTO DP OU BX NO CTAMAP - BAIXA NAO'
                           ' PERMITIDA'
                   GO TO 0400-SAIDA
               END-IF.
               PERFORM 0250-LER-BEM.
               IF NOT ASSETMST-OK
                   DISPLAY 'BEM NAO CADASTRADO'
                   GO TO 0400-SAIDA
               END-IF.
               IF AST-BAIXADO
                   DISPLAY 'BEM JA BAIXADO EM ' AST-DT-BAIXA
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'BEM..............' AST-CODIGO ' '
                       AST-DESCRICAO.
               MOVE AST-CUSTO TO WRK-VALOR-ED.
               DISPLAY 'CUSTO............' WRK-VALOR-ED.
               MOVE AST-DEPREC-ACUM TO WRK-VALOR-ED.
               DISPLAY 'DEPREC. ACUMULADA' WRK-VALOR-ED
                       ' ATE ' AST-ULT-DEPREC.
               DISPLAY 'DATA DA BAIXA (AAAAMMDD, ZEROS = HOJE)...'.
               ACCEPT WRK-DATA-BAIXA.
               IF WRK-DATA-BAIXA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-BAIXA
               END-IF.
               IF WRK-DATA-BAIXA < AST-DT-AQUISICAO
                  OR WRK-DATA-BAIXA > WRK-DATA-HOJE
                   DISPLAY 'DATA DA BAIXA ANTES DA AQUISICAO OU'
                           ' FUTURA'
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'VALOR RECEBIDO (ZEROS = SUCATA/PERDA)...'.
               ACCEPT WRK-VALOR-VENDA.
               PERFORM 0450-DEPRECIACAO-PENDENTE.
               COMPUTE WRK-VALOR-CONT = AST-CUSTO - AST-DEPREC-ACUM
                                        - WRK-DEPREC.
               COMPUTE WRK-RESULTADO = WRK-VALOR-VENDA
                                       - WRK-VALOR-CONT.
               IF WRK-DEPREC > ZEROS
                   MOVE WRK-DEPREC TO WRK-VALOR-ED
                   DISPLAY 'DEPRECIACAO ATE ' WRK-COMP-ANTERIOR
                           '.' WRK-VALOR-ED
               END-IF.
               MOVE WRK-VALOR-CONT TO WRK-VALOR-ED.
               DISPLAY 'VALOR CONTABIL...' WRK-VALOR-ED.
               MOVE WRK-RESULTADO TO WRK-SALDO-ED.
               IF WRK-RESULTADO < 0
                   DISPLAY 'PERDA NA BAIXA...' WRK-SALDO-ED
               ELSE
                   DISPLAY 'GANHO NA BAIXA...' WRK-SALDO-ED
               END-IF.
               DISPLAY 'CONFIRMA A BAIXA (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF NOT CONFIRMOU
                   DISPLAY 'BAIXA CANCELADA'
                   GO TO 0400-SAIDA
               END-IF.
               MOVE AST-REC TO AUD-TRL-ANTES.
               OPEN EXTEND LEDGTXN.
               IF WRK-LEDGTXN-STATUS = '35'
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               END-IF.
               IF WRK-DEPREC > ZEROS
                   MOVE SPACES TO WRK-LTX-DESCR
                   STRING 'DEPRECIACAO ' AST-CODIGO
                          DELIMITED BY SIZE INTO WRK-LTX-DESCR
                   END-STRING
                   MOVE WRK-DEPREC TO WRK-LTX-VALOR
                   MOVE WRK-MAP-DP-DEB TO WRK-LTX-CONTA
                   MOVE 'D' TO WRK-LTX-TIPO
                   MOVE AST-CCUSTO TO WRK-LTX-CCUSTO
                   PERFORM 0600-LANCAR
                   MOVE WRK-MAP-DP-CRE TO WRK-LTX-CONTA
                   MOVE 'C' TO WRK-LTX-TIPO
                   MOVE ZEROS TO WRK-LTX-CCUSTO
                   PERFORM 0600-LANCAR
                   ADD WRK-DEPREC TO AST-DEPREC-ACUM
                   MOVE WRK-COMP-ANTERIOR TO AST-ULT-DEPREC
               END-IF.
               MOVE SPACES TO WRK-LTX-DESCR.
               STRING 'BAIXA BEM ' AST-CODIGO
                      DELIMITED BY SIZE INTO WRK-LTX-DESCR
               END-STRING.
               MOVE ZEROS TO WRK-LTX-CCUSTO.
               IF AST-DEPREC-ACUM > ZEROS
                   MOVE AST-DEPREC-ACUM TO WRK-LTX-VALOR
                   MOVE WRK-MAP-DP-CRE TO WRK-LTX-CONTA
                   MOVE 'D' TO WRK-LTX-TIPO
                   PERFORM 0600-LANCAR
               END-IF.
               IF WRK-VALOR-VENDA > ZEROS
                   MOVE WRK-VALOR-VENDA TO WRK-LTX-VALOR
                   MOVE WRK-MAP-BX-DEB TO WRK-LTX-CONTA
                   MOVE 'D' TO WRK-LTX-TIPO
                   PERFORM 0600-LANCAR
               END-IF.
               MOVE AST-CUSTO TO WRK-LTX-VALOR.
               MOVE AST-CONTA-ATIVO TO WRK-LTX-CONTA.
               MOVE 'C' TO WRK-LTX-TIPO.
               PERFORM 0600-LANCAR.
               MOVE WRK-MAP-BX-CRE TO WRK-LTX-CONTA.
               IF WRK-RESULTADO > 0
                   MOVE WRK-RESULTADO TO WRK-LTX-VALOR
                   MOVE 'C' TO WRK-LTX-TIPO
                   PERFORM 0600-LANCAR
               END-IF.
               IF WRK-RESULTADO < 0
                   COMPUTE WRK-LTX-VALOR = 0 - WRK-RESULTADO
                   MOVE 'D' TO WRK-LTX-TIPO
                   PERFORM 0600-LANCAR
               END-IF.
               CLOSE LEDGTXN.
               MOVE 'B' TO AST-SITUACAO.
               MOVE WRK-DATA-BAIXA TO AST-DT-BAIXA.
               MOVE WRK-VALOR-VENDA TO AST-VALOR-BAIXA.
               REWRITE AST-REC.
               MOVE 'A' TO AUD-TRL-ACAO.
               PERFORM 0650-AUDITAR.
               DISPLAY 'BEM BAIXADO..' AST-CODIGO.
           0400-SAIDA.
               EXIT.

      *    ********** QUOTAS QUE FALTAM DO MES SEGUINTE A ULTIMA
      *    ********** DEPRECIADA (OU DA AQUISICAO) ATE O MES ANTERIOR
      *    ********** AO DA BAIXA - MESMO CALCULO DO PROGCOB118
           0450-DEPRECIACAO-PENDENTE.
               MOVE ZEROS TO WRK-DEPREC.
               DIVIDE WRK-DATA-BAIXA BY 100 GIVING WRK-COMP-BAIXA.
               MOVE WRK-COMP-BAIXA TO WRK-COMP-CONV.
               PERFORM 0800-COMPETENCIA-EM-MESES.
               COMPUTE WRK-MESES-FIM = WRK-MESES-CONV - 1.
               DIVIDE WRK-COMP-BAIXA BY 100
                      GIVING WRK-ANO REMAINDER WRK-MES.
               IF WRK-MES = 1
                   COMPUTE WRK-COMP-ANTERIOR = (WRK-ANO - 1) * 100
                                               + 12
               ELSE
                   COMPUTE WRK-COMP-ANTERIOR = WRK-COMP-BAIXA - 1
               END-IF.
               COMPUTE WRK-BASE = AST-CUSTO - AST-RESIDUAL.
               DIVIDE AST-DT-AQUISICAO BY 100 GIVING WRK-COMP-AQUIS.
               IF AST-ULT-DEPREC < WRK-COMP-AQUIS
                   MOVE WRK-COMP-AQUIS TO WRK-COMP-CONV
                   PERFORM 0800-COMPETENCIA-EM-MESES
               ELSE
                   MOVE AST-ULT-DEPREC TO WRK-COMP-CONV
                   PERFORM 0800-COMPETENCIA-EM-MESES
                   ADD 1 TO WRK-MESES-CONV
               END-IF.
               COMPUTE WRK-QT-MESES = WRK-MESES-FIM - WRK-MESES-CONV
                                      + 1.
               IF WRK-QT-MESES > 0 AND AST-DEPREC-ACUM < WRK-BASE
                   COMPUTE WRK-QUOTA ROUNDED =
                           WRK-BASE / AST-VIDA-MESES
                   COMPUTE WRK-A-DEPRECIAR = WRK-BASE - AST-DEPREC-ACUM
                   COMPUTE WRK-DEPREC = WRK-QUOTA * WRK-QT-MESES
                       ON SIZE ERROR
                           MOVE WRK-A-DEPRECIAR TO WRK-DEPREC
                   END-COMPUTE
                   IF WRK-DEPREC > WRK-A-DEPRECIAR
                       MOVE WRK-A-DEPRECIAR TO WRK-DEPREC
                   END-IF
               END-IF.

           0500-LISTAR.
               MOVE ZEROS TO AST-CODIGO.
               START ASSETMST KEY IS GREATER THAN AST-CODIGO
                   INVALID KEY
                       MOVE '10' TO WRK-ASSETMST-STATUS
               END-START.
               PERFORM 0550-LISTAR-BEM
                       UNTIL ASSETMST-EOF OR ASSETMST-NOTFOUND.
               MOVE '00' TO WRK-ASSETMST-STATUS.

           0550-LISTAR-BEM.
               READ ASSETMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ASSETMST-STATUS
               END-READ.
               IF ASSETMST-OK
                   MOVE AST-CUSTO TO WRK-VALOR-ED
                   DISPLAY ' ' AST-CODIGO ' ' AST-DESCRICAO
                           ' ' AST-SITUACAO
                           ' CUSTO ' WRK-VALOR-ED
                           ' CC ' AST-CCUSTO
                           ' DEPREC. ATE ' AST-ULT-DEPREC
               END-IF.

           0600-LANCAR.
               MOVE WRK-LTX-CONTA  TO LTX-CONTA.
               MOVE WRK-DATA-HOJE  TO LTX-DATA.
               MOVE WRK-LTX-TIPO   TO LTX-TIPO.
               MOVE WRK-LTX-VALOR  TO LTX-VALOR.
               MOVE WRK-LTX-DESCR  TO LTX-DESCRICAO.
               MOVE WRK-LTX-CCUSTO TO LTX-CCUSTO.
               MOVE SPACE          TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.

           0650-AUDITAR.
               MOVE WRK-OPERADOR TO AUD-TRL-OPERADOR.
               MOVE 'ASSETMST'   TO AUD-TRL-ARQUIVO.
               MOVE AST-CODIGO   TO AUD-TRL-CHAVE.
               MOVE AST-REC      TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.

      *    ********** REGISTRO DO IMOBILIZADO: BEM A BEM, COM O CUSTO
      *    ********** DOS ATIVOS POR CONTA E A DEPRECIACAO ACUMULADA
      *    ********** CONFERIDOS COM O RAZAO (LEDGBAL + LEDGTXN)
           0700-RELATORIO.
               INITIALIZE WRK-TAB-CONTA.
               MOVE ZEROS TO WRK-QT-CT WRK-QT-BENS WRK-QT-BAIXADOS
                             WRK-TOT-CUSTO WRK-TOT-ACUM
                             WRK-RAZAO-ACUM WRK-PEND-ACUM.
               OPEN OUTPUT ASSETREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REGISTRO DO IMOBILIZADO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0790-GRAVAR-LINHA.
               MOVE 'BEM    DESCRICAO                      AQUISICAO'
                    TO WRK-LINHA(1:48).
               MOVE '  CC  CONTA          CUSTO      ACUMULADA'
                    TO WRK-LINHA(49:41).
               MOVE '   VALOR CONTABIL  SITUACAO' TO WRK-LINHA(90:27).
               PERFORM 0790-GRAVAR-LINHA.
               MOVE ZEROS TO AST-CODIGO.
               START ASSETMST KEY IS GREATER THAN AST-CODIGO
                   INVALID KEY
                       MOVE '10' TO WRK-ASSETMST-STATUS
               END-START.
               PERFORM 0710-REGISTRAR-BEM
                       UNTIL ASSETMST-EOF OR ASSETMST-NOTFOUND.
               MOVE '00' TO WRK-ASSETMST-STATUS.
               PERFORM 0740-SALDOS-RAZAO.
               PERFORM 0750-CONCILIAR.
               CLOSE ASSETREP.
               DISPLAY 'REGISTRO GRAVADO EM ASSETREP - BENS ATIVOS '
                       WRK-QT-BENS ' BAIXADOS ' WRK-QT-BAIXADOS.

           0710-REGISTRAR-BEM.
               READ ASSETMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ASSETMST-STATUS
               END-READ.
               IF ASSETMST-OK
                   MOVE SPACES TO WRK-LINHA
                   MOVE AST-CODIGO TO WRK-LINHA(1:6)
                   MOVE AST-DESCRICAO TO WRK-LINHA(8:30)
                   MOVE AST-DT-AQUISICAO TO WRK-LINHA(39:8)
                   MOVE AST-CCUSTO TO WRK-LINHA(51:3)
                   MOVE AST-CONTA-ATIVO TO WRK-LINHA(55:5)
                   MOVE AST-CUSTO TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(61:14)
                   MOVE AST-DEPREC-ACUM TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(76:14)
                   IF AST-BAIXADO
                       ADD 1 TO WRK-QT-BAIXADOS
                       MOVE 'BAIXADO' TO WRK-LINHA(109:7)
                       MOVE AST-DT-BAIXA TO WRK-LINHA(117:8)
                   ELSE
                       ADD 1 TO WRK-QT-BENS
                       COMPUTE WRK-VALOR-CONT = AST-CUSTO
                                                - AST-DEPREC-ACUM
                       MOVE WRK-VALOR-CONT TO WRK-VALOR-ED
                       MOVE WRK-VALOR-ED TO WRK-LINHA(93:14)
                       MOVE 'ATIVO' TO WRK-LINHA(109:5)
                       ADD AST-CUSTO TO WRK-TOT-CUSTO
                       ADD AST-DEPREC-ACUM TO WRK-TOT-ACUM
                       MOVE AST-CONTA-ATIVO TO WRK-CONTA
                       PERFORM 0720-CONTA-DA-TABELA
                       IF WRK-CT-ACHADO > 0
                           ADD 1 TO CT-QT-BENS(WRK-CT-ACHADO)
                           ADD AST-CUSTO TO CT-CUSTO(WRK-CT-ACHADO)
                       END-IF
                   END-IF
                   PERFORM 0790-GRAVAR-LINHA
               END-IF.

      *    ********** POSICAO DA CONTA NA TABELA, INCLUINDO SE NOVA
           0720-CONTA-DA-TABELA.
               MOVE ZEROS TO WRK-CT-ACHADO.
               PERFORM 0730-COMPARAR-CONTA
                       VARYING WRK-CT FROM 1 BY 1
                       UNTIL WRK-CT > WRK-QT-CT OR WRK-CT-ACHADO > 0.
               IF WRK-CT-ACHADO = 0
                   IF WRK-QT-CT < 50
                       ADD 1 TO WRK-QT-CT
                       MOVE WRK-QT-CT TO WRK-CT-ACHADO
                       MOVE WRK-CONTA TO CT-CONTA(WRK-CT-ACHADO)
                   ELSE
                       DISPLAY 'TABELA DE CONTAS CHEIA - CONTA '
                               WRK-CONTA ' FORA DA CONCILIACAO'
                   END-IF
               END-IF.

           0730-COMPARAR-CONTA.
               IF CT-CONTA(WRK-CT) = WRK-CONTA
                   MOVE WRK-CT TO WRK-CT-ACHADO
               END-IF.

      *    ********** SALDO DE CADA CONTA NO LEDGBAL E O QUE AINDA ESTA
      *    ********** NO LEDGTXN SEM ABSORCAO (DEBITO POSITIVO)
           0740-SALDOS-RAZAO.
               OPEN INPUT LEDGBAL.
               IF LEDGBAL-OK
                   PERFORM 0741-SALDO-CONTA
                           VARYING WRK-CT FROM 1 BY 1
                           UNTIL WRK-CT > WRK-QT-CT
                   IF MAP-DP-ACHADO
                       MOVE WRK-MAP-DP-CRE TO BAL-CONTA
                       READ LEDGBAL
                           KEY IS BAL-CONTA
                           INVALID KEY
                               MOVE ZEROS TO BAL-VALOR
                       END-READ
                       MOVE BAL-VALOR TO WRK-RAZAO-ACUM
                   END-IF
                   CLOSE LEDGBAL
               END-IF.
               OPEN INPUT LEDGTXN.
               IF LEDGTXN-OK
                   PERFORM 0743-LER-LEDGTXN
                   PERFORM 0744-PENDENTE UNTIL LEDGTXN-EOF
                   CLOSE LEDGTXN
               END-IF.

           0741-SALDO-CONTA.
               MOVE CT-CONTA(WRK-CT) TO BAL-CONTA.
               READ LEDGBAL
                   KEY IS BAL-CONTA
                   INVALID KEY
                       MOVE ZEROS TO BAL-VALOR
               END-READ.
               MOVE BAL-VALOR TO CT-RAZAO(WRK-CT).

           0743-LER-LEDGTXN.
               READ LEDGTXN
                   AT END MOVE '10' TO WRK-LEDGTXN-STATUS
               END-READ.

           0744-PENDENTE.
               IF LTX-DEBITO
                   MOVE LTX-VALOR TO WRK-LTX-SINAL
               ELSE
                   COMPUTE WRK-LTX-SINAL = 0 - LTX-VALOR
               END-IF.
               MOVE ZEROS TO WRK-CT-ACHADO.
               MOVE LTX-CONTA TO WRK-CONTA.
               PERFORM 0730-COMPARAR-CONTA
                       VARYING WRK-CT FROM 1 BY 1
                       UNTIL WRK-CT > WRK-QT-CT OR WRK-CT-ACHADO > 0.
               IF WRK-CT-ACHADO > 0
                   ADD WRK-LTX-SINAL TO CT-PENDENTE(WRK-CT-ACHADO)
               END-IF.
               IF MAP-DP-ACHADO AND LTX-CONTA = WRK-MAP-DP-CRE
                   ADD WRK-LTX-SINAL TO WRK-PEND-ACUM
               END-IF.
               PERFORM 0743-LER-LEDGTXN.

           0750-CONCILIAR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0790-GRAVAR-LINHA.
               MOVE 'CONCILIACAO COM O RAZAO (DEVEDOR POSITIVO)'
                    TO WRK-LINHA.
               PERFORM 0790-GRAVAR-LINHA.
               MOVE 'CONTA  BENS    CUSTO NO REGISTRO    SALDO NO'
                    TO WRK-LINHA(1:45).
               MOVE ' LEDGBAL  LEDGTXN PENDENTE          DIFERENCA'
                    TO WRK-LINHA(46:46).
               PERFORM 0790-GRAVAR-LINHA.
               PERFORM 0760-CONCILIAR-CONTA
                       VARYING WRK-CT FROM 1 BY 1
                       UNTIL WRK-CT > WRK-QT-CT.
               MOVE SPACES TO WRK-LINHA.
               IF NOT MAP-DP-ACHADO
                   MOVE 'DEPRECIACAO ACUMULADA: SEM EVENTO DP NO'
                        TO WRK-LINHA
                   MOVE ' CTAMAP' TO WRK-LINHA(40:7)
                   PERFORM 0790-GRAVAR-LINHA
               ELSE
                   MOVE WRK-MAP-DP-CRE TO WRK-LINHA(1:5)
                   MOVE 'ACUM' TO WRK-LINHA(8:4)
                   COMPUTE WRK-DIFERENCA = 0 - WRK-TOT-ACUM
                   MOVE WRK-DIFERENCA TO WRK-SALDO-ED
                   MOVE WRK-SALDO-ED TO WRK-LINHA(13:18)
                   MOVE WRK-RAZAO-ACUM TO WRK-SALDO-ED
                   MOVE WRK-SALDO-ED TO WRK-LINHA(32:18)
                   MOVE WRK-PEND-ACUM TO WRK-SALDO-ED
                   MOVE WRK-SALDO-ED TO WRK-LINHA(51:18)
                   COMPUTE WRK-DIFERENCA = WRK-DIFERENCA
                           - WRK-RAZAO-ACUM - WRK-PEND-ACUM
                   PERFORM 0770-FECHAR-LINHA
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0790-GRAVAR-LINHA.
               MOVE WRK-TOT-CUSTO TO WRK-SALDO-ED.
               STRING 'BENS ATIVOS ' WRK-QT-BENS
                      '  CUSTO TOTAL ' WRK-SALDO-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-TOT-ACUM TO WRK-SALDO-ED.
               MOVE '  DEPRECIACAO ACUMULADA' TO WRK-LINHA(56:23).
               MOVE WRK-SALDO-ED TO WRK-LINHA(79:18).
               PERFORM 0790-GRAVAR-LINHA.

           0760-CONCILIAR-CONTA.
               MOVE SPACES TO WRK-LINHA.
               MOVE CT-CONTA(WRK-CT) TO WRK-LINHA(1:5).
               MOVE CT-QT-BENS(WRK-CT) TO WRK-LINHA(7:5).
               MOVE CT-CUSTO(WRK-CT) TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(13:18).
               MOVE CT-RAZAO(WRK-CT) TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(32:18).
               MOVE CT-PENDENTE(WRK-CT) TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(51:18).
               COMPUTE WRK-DIFERENCA = CT-CUSTO(WRK-CT)
                       - CT-RAZAO(WRK-CT) - CT-PENDENTE(WRK-CT).
               PERFORM 0770-FECHAR-LINHA.

           0770-FECHAR-LINHA.
               MOVE WRK-DIFERENCA TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(70:18).
               IF WRK-DIFERENCA = 0
                   MOVE 'CONCILIADO' TO WRK-LINHA(90:10)
               ELSE
                   MOVE 'FORA DE BALANCO' TO WRK-LINHA(90:15)
               END-IF.
               PERFORM 0790-GRAVAR-LINHA.

           0790-GRAVAR-LINHA.
               MOVE WRK-LINHA TO ASSETREP-REC.
               WRITE ASSETREP-REC.
               MOVE SPACES TO WRK-LINHA.

      *    ********** COMPETENCIA AAAAMM EM NUMERO DE MESES
           0800-COMPETENCIA-EM-MESES.
               DIVIDE WRK-COMP-CONV BY 100
                      GIVING WRK-ANO REMAINDER WRK-MES.
               COMPUTE WRK-MESES-CONV = (WRK-ANO * 12) + WRK-MES.

           COPY AUDPROC.
