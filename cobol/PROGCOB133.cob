           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB133.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = AFASTAMENTOS DOS FUNCIONARIOS (LEAVEMST),
      *    MANTIDOS PELO RH: DOENCA, MATERNIDADE, ACIDENTE DE
      *    TRABALHO E LICENCA NAO REMUNERADA, COM INICIO, RETORNO
      *    PREVISTO (PRORROGAVEL) E RETORNO EFETIVO. A FOLHA MENSAL
      *    (PROGCOB04) DESCONTA OS DIAS QUE A EMPRESA NAO PAGA E A
      *    APROPRIACAO DE FERIAS (PROGCOB73) SUSPENDE O CREDITO
      *    CONFORME AS REGRAS DO LVECOM/LVEPROC. O RELATORIO
      *    LEAVEREP LISTA QUEM ESTA AFASTADO E O RETORNO PREVISTO,
      *    DESTACANDO PREVISAO VENCIDA SEM RETORNO REGISTRADO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEAVEMST ASSIGN TO "LEAVEMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LVE-CHAVE
                   FILE STATUS IS WRK-LEAVEMST-STATUS.
               SELECT EMPMAST ASSIGN TO "EMPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-MATRICULA
                   FILE STATUS IS WRK-EMPMAST-STATUS.
               SELECT LEAVEREP ASSIGN TO "LEAVEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEAVEREP-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  LEAVEMST.
           01  LVE-REC.
               05 LVE-CHAVE.
                  10 LVE-MATRICULA PIC 9(06).
                  10 LVE-DT-INICIO PIC 9(08).
               05 LVE-TIPO        PIC X(01).
                  88 LVE-DOENCA      VALUE 'D'.
                  88 LVE-MATERNIDADE VALUE 'M'.
                  88 LVE-ACIDENTE    VALUE 'A'.
                  88 LVE-NAO-REMUN   VALUE 'N'.
               05 LVE-DT-PREVISTA PIC 9(08).
               05 LVE-DT-RETORNO  PIC 9(08).
                  88 LVE-EM-ABERTO   VALUE ZEROS.
               05 LVE-OBSERVACAO  PIC X(30).

           FD  EMPMAST.
           01  EMP-REC.
               05 EMP-MATRICULA   PIC 9(06).
               05 EMP-NOME        PIC X(20).
               05 EMP-SALARIO     PIC 9(06)V99.
               05 EMP-BANCO       PIC 9(03).
               05 EMP-AGENCIA     PIC 9(04).
               05 EMP-CONTA       PIC 9(08).
               05 EMP-DT-DESLIG   PIC 9(08).
                  88 EMP-ATIVO    VALUE ZEROS.
               05 EMP-DEPTO       PIC 9(02).
               05 EMP-CCUSTO      PIC 9(03).
               05 EMP-QT-RATEIO   PIC 9(01).
               05 EMP-RATEIO OCCURS 3 TIMES.
                  10 EMP-RAT-CCUSTO PIC 9(03).
                  10 EMP-RAT-PCT    PIC 9(03)V99.
               05 EMP-DT-ADMISSAO PIC 9(08).
               05 EMP-MOTIVO-DESLIG PIC X(01).

           FD  LEAVEREP.
           01  LEAVEREP-REC       PIC X(100).

           FD  AUDITTRL.
           01  AUDITTRL-REC      PIC X(340).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           COPY LVECOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LEAVEMST-STATUS PIC X(02) VALUE SPACES.
               88 LEAVEMST-OK       VALUE '00'.
           77 WRK-EMPMAST-STATUS PIC X(02) VALUE SPACES.
               88 EMPMAST-OK        VALUE '00'.
           77 WRK-LEAVEREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-REGISTRAR  VALUE 'I'.
               88 OPCAO-PRORROGAR  VALUE 'P'.
               88 OPCAO-RETORNO    VALUE 'R'.
               88 OPCAO-CONSULTAR  VALUE 'C'.
               88 OPCAO-RELATORIO  VALUE 'L'.
               88 OPCAO-SAIR       VALUE '0'.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-MATRICULA  PIC 9(06) VALUE ZEROS.
           77 WRK-TIPO       PIC X(01) VALUE SPACES.
               88 TIPO-VALIDO  VALUE 'D' 'M' 'A' 'N'.
           01 WRK-DATA       PIC 9(08) VALUE ZEROS.
           01 WRK-DATA-PARTES REDEFINES WRK-DATA.
               02 WRK-DATA-ANO  PIC 9(04).
               02 WRK-DATA-MES  PIC 9(02).
               02 WRK-DATA-DIA  PIC 9(02).
           77 WRK-DATA-OK    PIC X(01) VALUE 'N'.
               88 DATA-OK      VALUE 'S'.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA  VALUE 'S'.
           77 WRK-ABERTO     PIC X(01) VALUE 'N'.
               88 TEM-ABERTO   VALUE 'S'.
           01 WRK-CHAVE-ABERTO.
               02 WRK-AB-MATRICULA PIC 9(06).
               02 WRK-AB-INICIO    PIC 9(08).
           77 WRK-QT-LIDOS   PIC 9(04) VALUE ZEROS.
           77 WRK-QT-LISTADOS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-VENCIDOS PIC 9(04) VALUE ZEROS.
           77 WRK-ORD-HOJE   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-AFAST PIC 9(05) VALUE ZEROS.
           77 WRK-DIAS-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-TIPO-DESC  PIC X(14) VALUE SPACES.
           77 WRK-LINHA      PIC X(100) VALUE SPACES.

           LINKAGE SECTION.
           01  LNK-USUARIO        PIC X(20).

           PROCEDURE DIVISION USING LNK-USUARIO.
           0001-PRINCIPAL.
               IF ADDRESS OF LNK-USUARIO = NULL
                   MOVE 'OPERADOR' TO WRK-OPERADOR
               ELSE
                   MOVE LNK-USUARIO TO WRK-OPERADOR
               END-IF.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O LEAVEMST.
               IF WRK-LEAVEMST-STATUS = '35'
                   CLOSE LEAVEMST
                   OPEN OUTPUT LEAVEMST
                   CLOSE LEAVEMST
                   OPEN I-O LEAVEMST
               END-IF.
               OPEN INPUT EMPMAST.
               IF NOT LEAVEMST-OK OR NOT EMPMAST-OK
                   DISPLAY 'CADASTROS INDISPONIVEIS - AFASTAMENTOS '
                           WRK-LEAVEMST-STATUS ' FUNCIONARIOS '
                           WRK-EMPMAST-STATUS
               ELSE
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
               END-IF.
               CLOSE LEAVEMST.
               CLOSE EMPMAST.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' AFASTAMENTOS DOS FUNCIONARIOS'.
               DISPLAY ' I - REGISTRAR AFASTAMENTO'.
               DISPLAY ' P - PRORROGAR RETORNO PREVISTO'.
               DISPLAY ' R - REGISTRAR RETORNO'.
               DISPLAY ' C - CONSULTAR AFASTAMENTOS DO FUNCIONARIO'.
               DISPLAY ' L - RELATORIO DE AFASTADOS (LEAVEREP)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-REGISTRAR
                       PERFORM 0200-REGISTRAR-AFASTAMENTO
                               THRU 0200-SAIDA
                   WHEN OPCAO-PRORROGAR
                       PERFORM 0300-PRORROGAR THRU 0300-SAIDA
                   WHEN OPCAO-RETORNO
                       PERFORM 0400-REGISTRAR-RETORNO THRU 0400-SAIDA
                   WHEN OPCAO-CONSULTAR
                       PERFORM 0500-CONSULTAR
                   WHEN OPCAO-RELATORIO
                       PERFORM 0600-RELATORIO
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ******************************************************
      *    ***  NOVO AFASTAMENTO - SO PARA ATIVO, SEM OUTRO EM
      *    ***  ABERTO PARA A MESMA MATRICULA
      *    ******************************************************
           0200-REGISTRAR-AFASTAMENTO.
               DISPLAY 'MATRICULA...'.
               ACCEPT WRK-MATRICULA.
               MOVE WRK-MATRICULA TO EMP-MATRICULA.
               READ EMPMAST
                   KEY IS EMP-MATRICULA
                   INVALID KEY
                       MOVE '23' TO WRK-EMPMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-EMPMAST-STATUS
               END-READ.
               IF NOT EMPMAST-OK
                   DISPLAY 'MATRICULA NAO CADASTRADA'
                   GO TO 0200-SAIDA
               END-IF.
               IF NOT EMP-ATIVO
                   DISPLAY 'FUNCIONARIO DESLIGADO EM ' EMP-DT-DESLIG
                   GO TO 0200-SAIDA
               END-IF.
               DISPLAY 'FUNCIONARIO..' EMP-NOME.
               PERFORM 0700-PROCURAR-ABERTO.
               IF TEM-ABERTO
                   DISPLAY 'JA EXISTE AFASTAMENTO EM ABERTO DESDE '
                           WRK-AB-INICIO ' - REGISTRE O RETORNO'
                   GO TO 0200-SAIDA
               END-IF.
               DISPLAY 'TIPO (D-DOENCA / M-MATERNIDADE / A-ACIDENTE'
                       ' DE TRABALHO / N-NAO REMUNERADA)...'.
               ACCEPT WRK-TIPO.
               IF NOT TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO'
                   GO TO 0200-SAIDA
               END-IF.
               DISPLAY 'DATA DE INICIO (AAAAMMDD)...'.
               ACCEPT WRK-DATA.
               PERFORM 0790-VALIDAR-DATA.
               IF NOT DATA-OK
                   DISPLAY 'DATA DE INICIO INVALIDA'
                   GO TO 0200-SAIDA
               END-IF.
               MOVE WRK-MATRICULA TO LVE-MATRICULA.
               MOVE WRK-DATA      TO LVE-DT-INICIO.
               DISPLAY 'RETORNO PREVISTO (AAAAMMDD, ZEROS = SEM'
                       ' PREVISAO)...'.
               MOVE ZEROS TO WRK-DATA.
               ACCEPT WRK-DATA.
               IF WRK-DATA NOT = ZEROS
                   PERFORM 0790-VALIDAR-DATA
                   IF NOT DATA-OK OR WRK-DATA <= LVE-DT-INICIO
                       DISPLAY 'RETORNO PREVISTO INVALIDO OU NAO'
                               ' POSTERIOR AO INICIO'
                       GO TO 0200-SAIDA
                   END-IF
               END-IF.
               MOVE WRK-DATA TO LVE-DT-PREVISTA.
               MOVE WRK-TIPO TO LVE-TIPO.
               MOVE ZEROS    TO LVE-DT-RETORNO.
               DISPLAY 'OBSERVACAO (CID, PROTOCOLO INSS...)...'.
               MOVE SPACES TO LVE-OBSERVACAO.
               ACCEPT LVE-OBSERVACAO FROM CONSOLE.
               WRITE LVE-REC
                   INVALID KEY
                       DISPLAY 'JA EXISTE AFASTAMENTO COM ESSE'
                               ' INICIO PARA A MATRICULA'
                       GO TO 0200-SAIDA
               END-WRITE.
               MOVE 'I' TO AUD-TRL-ACAO.
               MOVE '(INCLUSAO)' TO AUD-TRL-ANTES.
               PERFORM 0800-REGISTRAR-AUDITORIA.
               DISPLAY 'AFASTAMENTO REGISTRADO - MATRICULA '
                       LVE-MATRICULA ' INICIO ' LVE-DT-INICIO.
           0200-SAIDA.
               MOVE '00' TO WRK-EMPMAST-STATUS WRK-LEAVEMST-STATUS.
               EXIT.

           0300-PRORROGAR.
               PERFORM 0710-LER-ABERTO THRU 0710-SAIDA.
               IF NOT TEM-ABERTO
                   GO TO 0300-SAIDA
               END-IF.
               DISPLAY 'NOVO RETORNO PREVISTO (AAAAMMDD)...'.
               ACCEPT WRK-DATA.
               PERFORM 0790-VALIDAR-DATA.
               IF NOT DATA-OK OR WRK-DATA <= LVE-DT-INICIO
                   DISPLAY 'DATA INVALIDA OU NAO POSTERIOR AO INICIO'
                   GO TO 0300-SAIDA
               END-IF.
               MOVE LVE-REC TO AUD-TRL-ANTES.
               MOVE WRK-DATA TO LVE-DT-PREVISTA.
               REWRITE LVE-REC.
               MOVE 'A' TO AUD-TRL-ACAO.
               PERFORM 0800-REGISTRAR-AUDITORIA.
               DISPLAY 'RETORNO PREVISTO ALTERADO PARA '
                       LVE-DT-PREVISTA.
           0300-SAIDA.
               MOVE '00' TO WRK-LEAVEMST-STATUS.
               EXIT.

      *    ********** O DIA DO RETORNO JA E TRABALHADO - O
      *    ********** AFASTAMENTO VAI ATE A VESPERA
           0400-REGISTRAR-RETORNO.
               PERFORM 0710-LER-ABERTO THRU 0710-SAIDA.
               IF NOT TEM-ABERTO
                   GO TO 0400-SAIDA
               END-IF.
               DISPLAY 'DATA DO RETORNO AO TRABALHO (AAAAMMDD)...'.
               ACCEPT WRK-DATA.
               PERFORM 0790-VALIDAR-DATA.
               IF NOT DATA-OK OR WRK-DATA <= LVE-DT-INICIO
                   DISPLAY 'DATA INVALIDA OU NAO POSTERIOR AO INICIO'
                   GO TO 0400-SAIDA
               END-IF.
               MOVE LVE-REC TO AUD-TRL-ANTES.
               MOVE WRK-DATA TO LVE-DT-RETORNO.
               REWRITE LVE-REC.
               MOVE 'A' TO AUD-TRL-ACAO.
               PERFORM 0800-REGISTRAR-AUDITORIA.
               DISPLAY 'RETORNO REGISTRADO EM ' LVE-DT-RETORNO.
           0400-SAIDA.
               MOVE '00' TO WRK-LEAVEMST-STATUS.
               EXIT.

           0500-CONSULTAR.
               DISPLAY 'MATRICULA...'.
               ACCEPT WRK-MATRICULA.
               MOVE ZEROS TO WRK-QT-LIDOS.
               MOVE WRK-MATRICULA TO LVE-MATRICULA.
               MOVE ZEROS TO LVE-DT-INICIO.
               MOVE 'N' TO WRK-FIM-LEITURA.
               START LEAVEMST KEY IS NOT LESS THAN LVE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0510-MOSTRAR-AFASTAMENTO UNTIL FIM-LEITURA.
               IF WRK-QT-LIDOS = 0
                   DISPLAY 'NENHUM AFASTAMENTO PARA A MATRICULA'
               END-IF.
               MOVE '00' TO WRK-LEAVEMST-STATUS.

           0510-MOSTRAR-AFASTAMENTO.
               READ LEAVEMST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   IF LVE-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-LEITURA
                   ELSE
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0780-DESCREVER-TIPO
                       DISPLAY '------------------------------'
                       DISPLAY ' TIPO.......' WRK-TIPO-DESC
                       DISPLAY ' INICIO.....' LVE-DT-INICIO
                               ' PREVISTO ' LVE-DT-PREVISTA
                               ' RETORNO ' LVE-DT-RETORNO
                       DISPLAY ' OBSERVACAO.' LVE-OBSERVACAO
                   END-IF
               END-IF.

      *    ******************************************************
      *    ***  AFASTADOS NA DATA (SEM RETORNO REGISTRADO), COM O
      *    ***  RETORNO PREVISTO E OS DIAS CORRIDOS DE AFASTAMENTO;
      *    ***  DOENCA/ACIDENTE ALEM DE 15 DIAS JA ESTA COM O INSS
      *    ******************************************************
           0600-RELATORIO.
               MOVE ZEROS TO WRK-QT-LISTADOS WRK-QT-VENCIDOS.
               MOVE WRK-DATA-HOJE TO LVC-DATA.
               PERFORM 9950-CALCULAR-ORDINAL.
               MOVE LVC-ORDINAL TO WRK-ORD-HOJE.
               OPEN OUTPUT LEAVEREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'FUNCIONARIOS AFASTADOS EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO LEAVEREP-REC.
               WRITE LEAVEREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'MATRIC NOME' TO WRK-LINHA(1:11).
               MOVE 'TIPO'        TO WRK-LINHA(29:4).
               MOVE 'INICIO'      TO WRK-LINHA(44:6).
               MOVE 'PREVISTO'    TO WRK-LINHA(53:8).
               MOVE ' DIAS'       TO WRK-LINHA(62:5).
               MOVE 'SITUACAO'    TO WRK-LINHA(68:8).
               MOVE WRK-LINHA TO LEAVEREP-REC.
               WRITE LEAVEREP-REC.
               MOVE LOW-VALUES TO LVE-CHAVE.
               MOVE 'N' TO WRK-FIM-LEITURA.
               START LEAVEMST KEY IS NOT LESS THAN LVE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0610-LISTAR-AFASTAMENTO UNTIL FIM-LEITURA.
               MOVE SPACES TO LEAVEREP-REC.
               WRITE LEAVEREP-REC.
               MOVE SPACES TO WRK-LINHA.
               STRING 'AFASTADOS: ' WRK-QT-LISTADOS
                      '   COM PREVISAO VENCIDA: ' WRK-QT-VENCIDOS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO LEAVEREP-REC.
               WRITE LEAVEREP-REC.
               CLOSE LEAVEREP.
               MOVE '00' TO WRK-LEAVEMST-STATUS.
               DISPLAY 'RELATORIO GRAVADO EM LEAVEREP - AFASTADOS '
                       WRK-QT-LISTADOS.

           0610-LISTAR-AFASTAMENTO.
               READ LEAVEMST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA AND LVE-EM-ABERTO
                  AND LVE-DT-INICIO <= WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-LISTADOS
                   MOVE LVE-MATRICULA TO EMP-MATRICULA
                   READ EMPMAST
                       KEY IS EMP-MATRICULA
                       INVALID KEY
                           MOVE '(NAO CADASTRADO)' TO EMP-NOME
                   END-READ
                   PERFORM 0780-DESCREVER-TIPO
                   MOVE LVE-DT-INICIO TO LVC-DATA
                   PERFORM 9950-CALCULAR-ORDINAL
                   COMPUTE WRK-DIAS-AFAST =
                           WRK-ORD-HOJE - LVC-ORDINAL + 1
                   MOVE SPACES TO WRK-LINHA
                   MOVE LVE-MATRICULA TO WRK-LINHA(1:6)
                   MOVE EMP-NOME TO WRK-LINHA(8:20)
                   MOVE WRK-TIPO-DESC TO WRK-LINHA(29:14)
                   MOVE LVE-DT-INICIO TO WRK-LINHA(44:8)
                   IF LVE-DT-PREVISTA = ZEROS
                       MOVE 'SEM PREV' TO WRK-LINHA(53:8)
                   ELSE
                       MOVE LVE-DT-PREVISTA TO WRK-LINHA(53:8)
                   END-IF
                   MOVE WRK-DIAS-AFAST TO WRK-DIAS-ED
                   MOVE WRK-DIAS-ED TO WRK-LINHA(62:5)
                   IF LVE-DT-PREVISTA NOT = ZEROS
                      AND LVE-DT-PREVISTA < WRK-DATA-HOJE
                       ADD 1 TO WRK-QT-VENCIDOS
                       MOVE 'PREVISAO VENCIDA' TO WRK-LINHA(68:16)
                   ELSE
                       IF (LVE-DOENCA OR LVE-ACIDENTE)
                          AND WRK-DIAS-AFAST > LVC-DIAS-EMPRESA
                           MOVE 'PAGO PELO INSS' TO WRK-LINHA(68:14)
                       END-IF
                   END-IF
                   MOVE WRK-LINHA TO LEAVEREP-REC
                   WRITE LEAVEREP-REC
                   MOVE '00' TO WRK-EMPMAST-STATUS
               END-IF.

      *    ********** AFASTAMENTO EM ABERTO DA MATRICULA EM
      *    ********** WRK-MATRICULA (CHAVE EM WRK-CHAVE-ABERTO)
           0700-PROCURAR-ABERTO.
               MOVE 'N' TO WRK-ABERTO.
               MOVE WRK-MATRICULA TO LVE-MATRICULA.
               MOVE ZEROS TO LVE-DT-INICIO.
               MOVE 'N' TO WRK-FIM-LEITURA.
               START LEAVEMST KEY IS NOT LESS THAN LVE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0705-LER-MATRICULA UNTIL FIM-LEITURA.

           0705-LER-MATRICULA.
               READ LEAVEMST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   IF LVE-MATRICULA NOT = WRK-MATRICULA
                       MOVE 'S' TO WRK-FIM-LEITURA
                   ELSE
                       IF LVE-EM-ABERTO
                           MOVE 'S' TO WRK-ABERTO
                           MOVE LVE-CHAVE TO WRK-CHAVE-ABERTO
                       END-IF
                   END-IF
               END-IF.

      *    ********** PEDE A MATRICULA E DEIXA O AFASTAMENTO EM
      *    ********** ABERTO NA AREA DO LEAVEMST PARA O REWRITE
           0710-LER-ABERTO.
               DISPLAY 'MATRICULA...'.
               ACCEPT WRK-MATRICULA.
               PERFORM 0700-PROCURAR-ABERTO.
               IF NOT TEM-ABERTO
                   DISPLAY 'NENHUM AFASTAMENTO EM ABERTO PARA A'
                           ' MATRICULA'
                   GO TO 0710-SAIDA
               END-IF.
               MOVE WRK-CHAVE-ABERTO TO LVE-CHAVE.
               READ LEAVEMST
                   KEY IS LVE-CHAVE
                   INVALID KEY
                       MOVE 'N' TO WRK-ABERTO
               END-READ.
               IF TEM-ABERTO
                   PERFORM 0780-DESCREVER-TIPO
                   DISPLAY 'AFASTAMENTO..' WRK-TIPO-DESC
                           ' DESDE ' LVE-DT-INICIO
                           ' PREVISTO ' LVE-DT-PREVISTA
               END-IF.
           0710-SAIDA.
               EXIT.

           0780-DESCREVER-TIPO.
               EVALUATE TRUE
                   WHEN LVE-DOENCA
                       MOVE 'DOENCA'         TO WRK-TIPO-DESC
                   WHEN LVE-MATERNIDADE
                       MOVE 'MATERNIDADE'    TO WRK-TIPO-DESC
                   WHEN LVE-ACIDENTE
                       MOVE 'ACIDENTE TRAB.' TO WRK-TIPO-DESC
                   WHEN OTHER
                       MOVE 'NAO REMUNERADA' TO WRK-TIPO-DESC
               END-EVALUATE.

           0790-VALIDAR-DATA.
               MOVE 'N' TO WRK-DATA-OK.
               IF WRK-DATA-ANO > 1900
                  AND WRK-DATA-MES >= 1 AND WRK-DATA-MES <= 12
                  AND WRK-DATA-DIA >= 1 AND WRK-DATA-DIA <= 31
                   MOVE 'S' TO WRK-DATA-OK
               END-IF.

           0800-REGISTRAR-AUDITORIA.
               MOVE WRK-OPERADOR  TO AUD-TRL-OPERADOR.
               MOVE 'LEAVEMST'    TO AUD-TRL-ARQUIVO.
               MOVE LVE-MATRICULA TO AUD-TRL-CHAVE.
               MOVE LVE-REC       TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.

           COPY AUDPROC.
           COPY LVEPROC.
