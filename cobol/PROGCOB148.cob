           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB148.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = HISTORICO ESCOLAR OFICIAL COM NUMERO DE
      *    VERIFICACAO. NO LUGAR DA SECRETARIA MONTAR O DOCUMENTO NO
      *    EDITOR DE TEXTO A PARTIR DA CONSULTA DO PROGCOB44, A OPCAO
      *    E IMPRIME NO HISTOFIC O HISTORICO COMPLETO DO ALUNO
      *    (STUDMAST E TODOS OS TERMOS DO TRANSCPT), AGRUPADO POR ANO
      *    LETIVO: MATERIA, MEDIA FINAL, FREQUENCIA E RESULTADO POR
      *    MATERIA, E POR ANO A FREQUENCIA MEDIA E O RESULTADO DO ANO
      *    (REPROVADO SE ALGUMA MATERIA DO ULTIMO TERMO DO ANO NAO
      *    PASSOU; ANO CORRENTE SAI EM CURSO, MENOS NA CONCLUSAO).
      *    CADA EMISSAO RECEBE UM NUMERO DE VERIFICACAO UNICO (ANO,
      *    SEQUENCIA NO ANO E DIGITO VERIFICADOR MODULO 11 DO
      *    DOCPROC) E FICA NO REGISTRO DE DOCUMENTOS EMITIDOS
      *    (DOCEMIT) COM O TOTAL DE CONTROLE DO CONTEUDO. A OPCAO V
      *    CONFERE O NUMERO DE UM HISTORICO APRESENTADO POR OUTRA
      *    ESCOLA: DIGITO, REGISTRO, DADOS DA EMISSAO E SE O
      *    HISTORICO MUDOU DEPOIS DELA.
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
               SELECT TRANSCPT ASSIGN TO "TRANSCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRC-CHAVE
                   FILE STATUS IS WRK-TRANSCPT-STATUS.
               SELECT STUDMAST ASSIGN TO "STUDMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-MATRICULA
                   FILE STATUS IS WRK-STUDMAST-STATUS.
               SELECT DOCEMIT ASSIGN TO "DOCEMIT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEM-NUMERO
                   FILE STATUS IS WRK-DOCEMIT-STATUS.
               SELECT HISTOFIC ASSIGN TO "HISTOFIC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HISTOFIC-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  TRANSCPT.
           01  TRANSCPT-REC.
               05 TRC-CHAVE.
                   10 TRC-MATRICULA  PIC 9(06).
                   10 TRC-TERMO      PIC 9(06).
                   10 TRC-MATERIA    PIC 9(03).
               05 TRC-NOTA1          PIC 9(02)V9.
               05 TRC-NOTA2          PIC 9(02)V9.
               05 TRC-NOTA3          PIC 9(02)V9.
               05 TRC-MEDIA          PIC 9(02)V9.
               05 TRC-RESULTADO      PIC X(12).
               05 TRC-FREQ-PCT       PIC 9(03)V9.

           FD  STUDMAST.
           01  STU-REC.
               05 STU-MATRICULA   PIC 9(06).
               05 STU-NOME        PIC X(20).
               05 STU-TURMA       PIC X(06).

           FD  DOCEMIT.
           01  DEM-REC.
               05 DEM-NUMERO      PIC 9(11).
               05 DEM-MATRICULA   PIC 9(06).
               05 DEM-NOME        PIC X(20).
               05 DEM-DT-EMISSAO  PIC 9(08).
               05 DEM-MOTIVO      PIC X(01).
               05 DEM-TERMO-INI   PIC 9(06).
               05 DEM-TERMO-FIM   PIC 9(06).
               05 DEM-QT-MATERIAS PIC 9(03).
               05 DEM-MEDIA-GERAL PIC 9(02)V9.
               05 DEM-CONTROLE    PIC 9(09).

           FD  HISTOFIC.
           01  HISTOFIC-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           77 WRK-TRANSCPT-STATUS PIC X(02) VALUE SPACES.
               88 TRANSCPT-OK        VALUE '00'.
           77 WRK-STUDMAST-STATUS PIC X(02) VALUE SPACES.
               88 STUDMAST-OK        VALUE '00'.
           77 WRK-DOCEMIT-STATUS  PIC X(02) VALUE SPACES.
               88 DOCEMIT-OK         VALUE '00'.
               88 DOCEMIT-EOF        VALUE '10'.
           77 WRK-HISTOFIC-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-EMITIR    VALUE 'E'.
               88 OPCAO-VERIFICAR VALUE 'V'.
               88 OPCAO-SAIR      VALUE '0'.
           77 WRK-MATRICULA  PIC 9(06) VALUE ZEROS.
           77 WRK-MOTIVO     PIC X(01) VALUE SPACES.
               88 MOTIVO-TRANSFERENCIA VALUE 'T'.
               88 MOTIVO-CONCLUSAO     VALUE 'C'.
               88 MOTIVO-OUTRO         VALUE 'O'.
               88 MOTIVO-VALIDO        VALUE 'T' 'C' 'O'.
           77 WRK-MOTIVO-TXT PIC X(13) VALUE SPACES.
           77 WRK-IMPRIMIR   PIC X(01) VALUE 'N'.
               88 IMPRIMIR       VALUE 'S'.
           77 WRK-FIM-ALUNO  PIC X(01) VALUE 'N'.
               88 FIM-ALUNO      VALUE 'S'.
           77 WRK-LINHA      PIC X(80) VALUE SPACES.
           01 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           01 WRK-HOJE-PARTES REDEFINES WRK-DATA-HOJE.
               05 WRK-HOJE-ANO PIC 9(04).
               05 FILLER       PIC 9(04).
           01 WRK-DATA-AUX   PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-AUX-PARTES REDEFINES WRK-DATA-AUX.
               05 WRK-AUX-ANO  PIC 9(04).
               05 WRK-AUX-MES  PIC 9(02).
               05 WRK-AUX-DIA  PIC 9(02).
           01 WRK-DATA-ED.
               05 WRK-ED-DIA   PIC 9(02).
               05 FILLER       PIC X(01) VALUE '/'.
               05 WRK-ED-MES   PIC 9(02).
               05 FILLER       PIC X(01) VALUE '/'.
               05 WRK-ED-ANO   PIC 9(04).
      *    ********** NUMERO DE VERIFICACAO: ANO, SEQUENCIA E DIGITO
           01 WRK-NUM-VERIF  PIC 9(11) VALUE ZEROS.
           01 WRK-NUM-VERIF-PARTES REDEFINES WRK-NUM-VERIF.
               05 WRK-NV-ANO   PIC 9(04).
               05 WRK-NV-SEQ   PIC 9(06).
               05 WRK-NV-DV    PIC 9(01).
           01 WRK-NUM-VERIF-ED.
               05 WRK-NVE-ANO  PIC 9(04).
               05 FILLER       PIC X(01) VALUE '.'.
               05 WRK-NVE-SEQ  PIC 9(06).
               05 FILLER       PIC X(01) VALUE '-'.
               05 WRK-NVE-DV   PIC 9(01).
           77 WRK-ULT-NUMERO PIC 9(11) VALUE ZEROS.
           77 WRK-NUM-BASE   PIC 9(10) VALUE ZEROS.
      *    ********** APURACAO DO HISTORICO
           77 WRK-ANO-LINHA  PIC 9(04) VALUE ZEROS.
           77 WRK-ANO-CORR   PIC 9(04) VALUE ZEROS.
           77 WRK-TERMO-CORR PIC 9(06) VALUE ZEROS.
           77 WRK-REPROV-TERMO PIC 9(03) VALUE ZEROS.
           77 WRK-ANO-QT     PIC 9(03) VALUE ZEROS.
           77 WRK-ANO-SOMA-FREQ PIC 9(06)V9 VALUE ZEROS.
           77 WRK-ANO-FREQ   PIC 9(03)V9 VALUE ZEROS.
           77 WRK-ANO-RESULTADO PIC X(09) VALUE SPACES.
           77 WRK-QT-MATERIAS PIC 9(03) VALUE ZEROS.
           77 WRK-SOMA-MEDIAS PIC 9(05)V9 VALUE ZEROS.
           77 WRK-MEDIA-GERAL PIC 9(02)V9 VALUE ZEROS.
           77 WRK-CONTROLE   PIC 9(09) VALUE ZEROS.
           77 WRK-TERMO-INI  PIC 9(06) VALUE ZEROS.
           77 WRK-TERMO-FIM  PIC 9(06) VALUE ZEROS.
           77 WRK-MEDIA-ED   PIC Z9,9 VALUE ZEROS.
           77 WRK-FREQ-ED    PIC ZZ9,9 VALUE ZEROS.
           COPY DOCCOM.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN INPUT TRANSCPT.
               IF NOT TRANSCPT-OK
                   DISPLAY 'HISTORICO ESCOLAR INDISPONIVEL -'
                           ' STATUS ' WRK-TRANSCPT-STATUS
               ELSE
                   OPEN INPUT STUDMAST
                   OPEN I-O DOCEMIT
                   IF WRK-DOCEMIT-STATUS = '35'
                       CLOSE DOCEMIT
                       OPEN OUTPUT DOCEMIT
                       CLOSE DOCEMIT
                       OPEN I-O DOCEMIT
                   END-IF
                   IF NOT DOCEMIT-OK
                       DISPLAY 'REGISTRO DE DOCUMENTOS EMITIDOS'
                               ' INDISPONIVEL - STATUS '
                               WRK-DOCEMIT-STATUS
                   ELSE
                       OPEN OUTPUT HISTOFIC
                       PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                       CLOSE HISTOFIC
                       CLOSE DOCEMIT
                   END-IF
                   CLOSE STUDMAST
                   CLOSE TRANSCPT
               END-IF.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' HISTORICO ESCOLAR OFICIAL'.
               DISPLAY ' E - EMITIR HISTORICO OFICIAL'.
               DISPLAY ' V - VERIFICAR NUMERO DE UM HISTORICO'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-EMITIR
                       PERFORM 0200-EMITIR
                   WHEN OPCAO-VERIFICAR
                       PERFORM 0700-VERIFICAR
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** PRIMEIRA PASSADA SO APURA (SEM HISTORICO NAO
      *    ********** GASTA NUMERO); A SEGUNDA IMPRIME O DOCUMENTO
           0200-EMITIR.
               DISPLAY 'MATRICULA DO ALUNO...'.
               ACCEPT WRK-MATRICULA.
               MOVE WRK-MATRICULA TO STU-MATRICULA.
               READ STUDMAST
                   KEY IS STU-MATRICULA
                   INVALID KEY
                       MOVE '23' TO WRK-STUDMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STUDMAST-STATUS
               END-READ.
               IF NOT STUDMAST-OK
                   DISPLAY 'ALUNO NAO CADASTRADO - USE O PROGCOB43'
               ELSE
                   DISPLAY 'ALUNO..' STU-NOME
                   DISPLAY 'MOTIVO (T-TRANSFERENCIA / C-CONCLUSAO /'
                           ' O-OUTRO)...'
                   ACCEPT WRK-MOTIVO
                   IF NOT MOTIVO-VALIDO
                       DISPLAY 'MOTIVO INVALIDO'
                   ELSE
                       MOVE 'N' TO WRK-IMPRIMIR
                       PERFORM 0500-APURAR-HISTORICO
                       IF WRK-QT-MATERIAS = ZEROS
                           DISPLAY 'ALUNO SEM REGISTROS NO HISTORICO'
                                   ' - NADA EMITIDO'
                       ELSE
                           PERFORM 0600-PROXIMO-NUMERO
                           PERFORM 0300-CABECALHO
                           MOVE 'S' TO WRK-IMPRIMIR
                           PERFORM 0500-APURAR-HISTORICO
                           PERFORM 0350-RODAPE
                           PERFORM 0400-REGISTRAR
                       END-IF
                   END-IF
               END-IF.

           0300-CABECALHO.
               EVALUATE TRUE
                   WHEN MOTIVO-TRANSFERENCIA
                       MOVE 'TRANSFERENCIA' TO WRK-MOTIVO-TXT
                   WHEN MOTIVO-CONCLUSAO
                       MOVE 'CONCLUSAO' TO WRK-MOTIVO-TXT
                   WHEN OTHER
                       MOVE 'A PEDIDO' TO WRK-MOTIVO-TXT
               END-EVALUATE.
               MOVE WRK-NV-ANO TO WRK-NVE-ANO.
               MOVE WRK-NV-SEQ TO WRK-NVE-SEQ.
               MOVE WRK-NV-DV  TO WRK-NVE-DV.
               MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
               PERFORM 0470-EDITAR-DATA.
               MOVE ALL '=' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE '                    HISTORICO ESCOLAR OFICIAL'
                    TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE ALL '=' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ALUNO........ ' STU-MATRICULA ' ' STU-NOME
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'EMITIDO EM... ' WRK-DATA-ED
                      '   MOTIVO: ' WRK-MOTIVO-TXT
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'NUMERO DE VERIFICACAO.. ' WRK-NUM-VERIF-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.

           0350-RODAPE.
               MOVE WRK-MEDIA-GERAL TO WRK-MEDIA-ED.
               MOVE ALL '-' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'MATERIAS CURSADAS ' WRK-QT-MATERIAS
                      '   MEDIA GERAL ' WRK-MEDIA-ED
                      '   CONTROLE ' WRK-CONTROLE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE 'A AUTENTICIDADE DESTE DOCUMENTO PODE SER'
                    TO WRK-LINHA.
               MOVE 'CONFIRMADA' TO WRK-LINHA(42:10).
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'NA SECRETARIA PELO NUMERO DE VERIFICACAO '
                      WRK-NUM-VERIF-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               PERFORM 0490-IMPRIMIR.
               MOVE '          ______________________________'
                    TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE '          SECRETARIA ESCOLAR' TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0490-IMPRIMIR.

           0400-REGISTRAR.
               MOVE WRK-NUM-VERIF   TO DEM-NUMERO.
               MOVE STU-MATRICULA   TO DEM-MATRICULA.
               MOVE STU-NOME        TO DEM-NOME.
               MOVE WRK-DATA-HOJE   TO DEM-DT-EMISSAO.
               MOVE WRK-MOTIVO      TO DEM-MOTIVO.
               MOVE WRK-TERMO-INI   TO DEM-TERMO-INI.
               MOVE WRK-TERMO-FIM   TO DEM-TERMO-FIM.
               MOVE WRK-QT-MATERIAS TO DEM-QT-MATERIAS.
               MOVE WRK-MEDIA-GERAL TO DEM-MEDIA-GERAL.
               MOVE WRK-CONTROLE    TO DEM-CONTROLE.
               WRITE DEM-REC
                   INVALID KEY
                       DISPLAY 'NUMERO ' WRK-NUM-VERIF-ED
                               ' JA REGISTRADO - DOCUMENTO SEM'
                               ' VALIDADE, EMITIR DE NOVO'
                   NOT INVALID KEY
                       DISPLAY 'HISTORICO EMITIDO - NUMERO DE'
                               ' VERIFICACAO ' WRK-NUM-VERIF-ED
               END-WRITE.

      *    ********** HISTORICO DE WRK-MATRICULA POR ANO LETIVO; SO
      *    ********** IMPRIME COM WRK-IMPRIMIR = 'S'. O TOTAL DE
      *    ********** CONTROLE SOMA MATERIA, MEDIA E FREQUENCIA DE
      *    ********** CADA LINHA E MUDA SE O HISTORICO FOR CORRIGIDO
           0500-APURAR-HISTORICO.
               MOVE ZEROS TO WRK-QT-MATERIAS WRK-SOMA-MEDIAS
                             WRK-MEDIA-GERAL WRK-CONTROLE
                             WRK-TERMO-INI WRK-TERMO-FIM
                             WRK-ANO-CORR.
               MOVE 'N' TO WRK-FIM-ALUNO.
               MOVE WRK-MATRICULA TO TRC-MATRICULA.
               MOVE ZEROS TO TRC-TERMO TRC-MATERIA.
               START TRANSCPT KEY IS GREATER THAN TRC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-START.
               PERFORM 0510-LER-LINHA UNTIL FIM-ALUNO.
               IF WRK-QT-MATERIAS > ZEROS
                   PERFORM 0530-FECHAR-ANO
                   COMPUTE WRK-MEDIA-GERAL ROUNDED =
                           WRK-SOMA-MEDIAS / WRK-QT-MATERIAS
               END-IF.

           0510-LER-LINHA.
               READ TRANSCPT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ALUNO
               END-READ.
               IF NOT FIM-ALUNO
                   IF TRC-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-ALUNO
                   ELSE
                       PERFORM 0515-TRATAR-LINHA
                   END-IF
               END-IF.

           0515-TRATAR-LINHA.
               DIVIDE TRC-TERMO BY 100 GIVING WRK-ANO-LINHA.
               IF WRK-ANO-LINHA NOT = WRK-ANO-CORR
                   IF WRK-ANO-CORR NOT = ZEROS
                       PERFORM 0530-FECHAR-ANO
                   END-IF
                   PERFORM 0520-ABRIR-ANO
               END-IF.
               IF TRC-TERMO NOT = WRK-TERMO-CORR
                   MOVE TRC-TERMO TO WRK-TERMO-CORR
                   MOVE ZEROS TO WRK-REPROV-TERMO
               END-IF.
               IF WRK-TERMO-INI = ZEROS
                   MOVE TRC-TERMO TO WRK-TERMO-INI
               END-IF.
               MOVE TRC-TERMO TO WRK-TERMO-FIM.
               ADD 1 TO WRK-QT-MATERIAS WRK-ANO-QT.
               ADD TRC-MEDIA    TO WRK-SOMA-MEDIAS.
               ADD TRC-FREQ-PCT TO WRK-ANO-SOMA-FREQ.
               IF TRC-RESULTADO = 'REPROVADO'
                  OR TRC-RESULTADO = 'REPROV FALTA'
                  OR TRC-RESULTADO = 'RECUPERACAO'
                   ADD 1 TO WRK-REPROV-TERMO
               END-IF.
               COMPUTE WRK-CONTROLE = WRK-CONTROLE + TRC-MATERIA
                       + (TRC-MEDIA * 10) + (TRC-FREQ-PCT * 10).
               IF IMPRIMIR
                   MOVE SPACES TO WRK-LINHA
                   MOVE TRC-TERMO     TO WRK-LINHA(3:6)
                   MOVE TRC-MATERIA   TO WRK-LINHA(12:3)
                   MOVE TRC-MEDIA     TO WRK-MEDIA-ED
                   MOVE WRK-MEDIA-ED  TO WRK-LINHA(21:4)
                   MOVE TRC-FREQ-PCT  TO WRK-FREQ-ED
                   MOVE WRK-FREQ-ED   TO WRK-LINHA(29:5)
                   MOVE TRC-RESULTADO TO WRK-LINHA(38:12)
                   PERFORM 0490-IMPRIMIR
               END-IF.

           0520-ABRIR-ANO.
               MOVE WRK-ANO-LINHA TO WRK-ANO-CORR.
               MOVE ZEROS TO WRK-ANO-QT WRK-ANO-SOMA-FREQ
                             WRK-TERMO-CORR WRK-REPROV-TERMO.
               IF IMPRIMIR
                   MOVE ALL '-' TO WRK-LINHA
                   PERFORM 0490-IMPRIMIR
                   MOVE SPACES TO WRK-LINHA
                   STRING 'ANO LETIVO ' WRK-ANO-CORR
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0490-IMPRIMIR
                   MOVE SPACES TO WRK-LINHA
                   MOVE 'TERMO'     TO WRK-LINHA(3:5)
                   MOVE 'MATERIA'   TO WRK-LINHA(10:7)
                   MOVE 'MEDIA'     TO WRK-LINHA(20:5)
                   MOVE 'FREQ%'     TO WRK-LINHA(29:5)
                   MOVE 'RESULTADO' TO WRK-LINHA(38:9)
                   PERFORM 0490-IMPRIMIR
               END-IF.

      *    ********** RESULTADO DO ANO PELO ULTIMO TERMO LIDO
           0530-FECHAR-ANO.
               MOVE ZEROS TO WRK-ANO-FREQ.
               IF WRK-ANO-QT > ZEROS
                   COMPUTE WRK-ANO-FREQ ROUNDED =
                           WRK-ANO-SOMA-FREQ / WRK-ANO-QT
               END-IF.
               EVALUATE TRUE
                   WHEN WRK-ANO-CORR NOT < WRK-HOJE-ANO
                        AND NOT MOTIVO-CONCLUSAO
                       MOVE 'EM CURSO' TO WRK-ANO-RESULTADO
                   WHEN WRK-REPROV-TERMO > ZEROS
                       MOVE 'REPROVADO' TO WRK-ANO-RESULTADO
                   WHEN OTHER
                       MOVE 'APROVADO' TO WRK-ANO-RESULTADO
               END-EVALUATE.
               IF IMPRIMIR
                   MOVE WRK-ANO-FREQ TO WRK-FREQ-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING '  RESULTADO DO ANO ' WRK-ANO-CORR ': '
                          WRK-ANO-RESULTADO
                          '   FREQUENCIA MEDIA ' WRK-FREQ-ED
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0490-IMPRIMIR
               END-IF.

      *    ********** MAIOR NUMERO JA REGISTRADO; A SEQUENCIA
      *    ********** RECOMECA A CADA ANO
           0600-PROXIMO-NUMERO.
               MOVE ZEROS TO WRK-ULT-NUMERO.
               MOVE ZEROS TO DEM-NUMERO.
               START DOCEMIT KEY IS NOT LESS THAN DEM-NUMERO
                   INVALID KEY
                       MOVE '10' TO WRK-DOCEMIT-STATUS
               END-START.
               PERFORM 0610-LER-REGISTRO UNTIL DOCEMIT-EOF.
               MOVE '00' TO WRK-DOCEMIT-STATUS.
               MOVE WRK-ULT-NUMERO TO WRK-NUM-VERIF.
               IF WRK-NV-ANO = WRK-HOJE-ANO
                   ADD 1 TO WRK-NV-SEQ
               ELSE
                   MOVE WRK-HOJE-ANO TO WRK-NV-ANO
                   MOVE 1 TO WRK-NV-SEQ
               END-IF.
               PERFORM 0650-CALCULAR-DV.
               MOVE DOC-DV TO WRK-NV-DV.

           0610-LER-REGISTRO.
               READ DOCEMIT NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-DOCEMIT-STATUS
               END-READ.
               IF NOT DOCEMIT-EOF
                   MOVE DEM-NUMERO TO WRK-ULT-NUMERO
               END-IF.

      *    ********** DIGITO MODULO 11 SOBRE ANO E SEQUENCIA, COM OS
      *    ********** PESOS DO CNPJ (2 A 9)
           0650-CALCULAR-DV.
               COMPUTE WRK-NUM-BASE = (WRK-NV-ANO * 1000000)
                                    + WRK-NV-SEQ.
               COMPUTE DOC-NUMERO = WRK-NUM-BASE * 10.
               MOVE 4  TO DOC-INICIO.
               MOVE 13 TO DOC-FIM.
               MOVE 9  TO DOC-PESO-MAX.
               PERFORM 9810-CALCULAR-DV.

      *    ********** CONFERENCIA DE UM HISTORICO APRESENTADO
           0700-VERIFICAR.
               DISPLAY 'NUMERO DE VERIFICACAO (11 DIGITOS, SEM PONTO'
                       ' E SEM TRACO)...'.
               ACCEPT WRK-NUM-VERIF.
               MOVE WRK-NV-ANO TO WRK-NVE-ANO.
               MOVE WRK-NV-SEQ TO WRK-NVE-SEQ.
               MOVE WRK-NV-DV  TO WRK-NVE-DV.
               PERFORM 0650-CALCULAR-DV.
               IF DOC-DV NOT = WRK-NV-DV
                   DISPLAY 'NUMERO ' WRK-NUM-VERIF-ED ' INVALIDO -'
                           ' DIGITO VERIFICADOR NAO CONFERE'
               ELSE
                   MOVE WRK-NUM-VERIF TO DEM-NUMERO
                   READ DOCEMIT
                       KEY IS DEM-NUMERO
                       INVALID KEY
                           MOVE '23' TO WRK-DOCEMIT-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-DOCEMIT-STATUS
                   END-READ
                   IF NOT DOCEMIT-OK
                       MOVE '00' TO WRK-DOCEMIT-STATUS
                       DISPLAY 'NUMERO ' WRK-NUM-VERIF-ED ' NAO'
                               ' REGISTRADO - DOCUMENTO NAO EMITIDO'
                               ' PELA ESCOLA'
                   ELSE
                       PERFORM 0750-MOSTRAR-REGISTRO
                   END-IF
               END-IF.

           0750-MOSTRAR-REGISTRO.
               MOVE DEM-DT-EMISSAO TO WRK-DATA-AUX.
               PERFORM 0470-EDITAR-DATA.
               MOVE DEM-MEDIA-GERAL TO WRK-MEDIA-ED.
               DISPLAY '------------------------------'.
               DISPLAY ' DOCUMENTO AUTENTICO - ' WRK-NUM-VERIF-ED.
               DISPLAY ' ALUNO.......... ' DEM-MATRICULA ' '
                       DEM-NOME.
               DISPLAY ' EMITIDO EM..... ' WRK-DATA-ED
                       ' MOTIVO ' DEM-MOTIVO.
               DISPLAY ' TERMOS......... ' DEM-TERMO-INI ' A '
                       DEM-TERMO-FIM.
               DISPLAY ' MATERIAS....... ' DEM-QT-MATERIAS
                       ' MEDIA GERAL ' WRK-MEDIA-ED.
               DISPLAY ' CONTROLE....... ' DEM-CONTROLE.
               MOVE DEM-MATRICULA TO WRK-MATRICULA.
               MOVE 'N' TO WRK-IMPRIMIR.
               PERFORM 0500-APURAR-HISTORICO.
               IF WRK-CONTROLE NOT = DEM-CONTROLE
                  OR WRK-QT-MATERIAS NOT = DEM-QT-MATERIAS
                   DISPLAY ' ATENCAO - O HISTORICO DO ALUNO MUDOU'
                           ' DEPOIS DA EMISSAO; CONFERIR AS NOTAS'
               END-IF.
               DISPLAY '------------------------------'.

           0470-EDITAR-DATA.
               MOVE WRK-AUX-DIA TO WRK-ED-DIA.
               MOVE WRK-AUX-MES TO WRK-ED-MES.
               MOVE WRK-AUX-ANO TO WRK-ED-ANO.

           0490-IMPRIMIR.
               MOVE WRK-LINHA TO HISTOFIC-REC.
               WRITE HISTOFIC-REC.

           COPY DOCPROC.
