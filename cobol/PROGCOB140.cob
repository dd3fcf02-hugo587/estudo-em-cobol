           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB140.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = CONTROLE DO FECHAMENTO MENSAL (JOB MONTHEND).
      *    O FECHAMENTO E UMA SEQUENCIA FIXA DE PASSOS - FOLHA
      *    (PROGCOB30), PROVISOES (PROGCOB76), RECORRENTES
      *    (PROGCOB80), VALORIZACAO DO ESTOQUE (PROGCOB66), AGING A
      *    RECEBER E A PAGAR (PROGCOB40/54), ORCADO X REALIZADO
      *    (PROGCOB78), DRE (PROGCOB84) E A TRAVA DA COMPETENCIA
      *    (PROGCOB36) - CADA UM COM CONTROLE DE REINICIO NO RUNCTL.
      *    ESTE PROGRAMA RODA NA JCL EM TRES FUNCOES, PELO PRIMEIRO
      *    CARTAO DO SYSIN:
      *    V - PRE-REQUISITOS, NO INICIO DO JOB: TODO DIA UTIL DA
      *        COMPETENCIA ATE A DATA DE NEGOCIO (SEM FIM DE SEMANA
      *        E FERIADO DO HOLIDAYS) COMPLETO NO RUNCTL PARA CADA
      *        PASSO DIARIO INFORMADO NOS CARTOES SEGUINTES (ATE O
      *        CARTAO FIM), E NENHUM LANCAMENTO PARADO NO SUSPENSO
      *        DO RAZAO (LEDGSUSP). PENDENCIA DA RC 8 E O JOB PARA.
      *    T - ANTES DA TRAVA: OS OITO PASSOS ANTERIORES COMPLETOS
      *        NO RUNCTL NA DATA DE NEGOCIO. FALTANDO ALGUM, RC 8 E
      *        O PROGCOB36 NAO RODA - A COMPETENCIA NAO E TRAVADA
      *        ANTES DE A PROVISAO SER LANCADA.
      *    C - CHECKLIST NO FIM DO JOB (CLOSEREP): PRE-REQUISITOS,
      *        CADA PASSO COM DATA/HORA, OPERADOR E RC (RUNCTL E
      *        RUNSTAT), RESULTADO E O BLOCO DE ASSINATURAS. O
      *        SEGUNDO CARTAO E O RESPONSAVEL PELO FECHAMENTO; DEPOIS
      *        OS PASSOS DIARIOS COMO NA FUNCAO V. FECHAMENTO
      *        INCOMPLETO DA RC 4.
      *    A COMPETENCIA E A DA DATA DE NEGOCIO (DATA DO SISTEMA),
      *    COMO NOS PROGRAMAS DO FECHAMENTO. SO LE OS ARQUIVOS.
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
               SELECT RUNCTL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CHAVE
                   FILE STATUS IS WRK-RUNCTL-STATUS.
               SELECT RUNSTAT ASSIGN TO "RUNSTAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RUNSTAT-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT LEDGSUSP ASSIGN TO "LEDGSUSP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGSUSP-STATUS.
               SELECT CLOSEREP ASSIGN TO "CLOSEREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CLOSEREP-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  RUNCTL.
           01  RC-REC.
               05 RC-CHAVE.
                   10 RC-DATA   PIC 9(08).
                   10 RC-PASSO  PIC X(08).
               05 RC-STATUS     PIC X(01).
                  88 RC-COMPLETO VALUE 'C'.
               05 RC-DATAHORA   PIC X(17).
               05 RC-OPERADOR   PIC X(20).

           FD  RUNSTAT.
           01  RUNSTAT-REC.
               05 RS-DATA        PIC 9(08).
               05 RS-PASSO       PIC X(08).
               05 RS-INICIO      PIC X(17).
               05 RS-FIM         PIC X(17).
               05 RS-QT-LIDOS    PIC 9(07).
               05 RS-QT-GRAVADOS PIC 9(07).
               05 RS-RC          PIC 9(02).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  LEDGSUSP.
           01  LEDGSUSP-REC       PIC X(80).

           FD  CLOSEREP.
           01  CLOSEREP-REC       PIC X(132).

           FD  ERRLOG.
           01  ERRLOG-REC         PIC X(80).

           WORKING-STORAGE SECTION.
           COPY ERRCOM.
           COPY DATECOM.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK        VALUE '00'.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
               88 RUNSTAT-OK       VALUE '00'.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-LEDGSUSP-STATUS PIC X(02) VALUE SPACES.
               88 LEDGSUSP-OK      VALUE '00'.
           77 WRK-CLOSEREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
      *    ********** CARTOES DO SYSIN
           77 WRK-FUNCAO      PIC X(01) VALUE SPACES.
               88 FUNCAO-PREREQ    VALUE 'V'.
               88 FUNCAO-TRAVA     VALUE 'T'.
               88 FUNCAO-CHECKLIST VALUE 'C'.
           77 WRK-RESPONSAVEL PIC X(20) VALUE SPACES.
           77 WRK-CARTAO      PIC X(08) VALUE SPACES.
           77 WRK-FIM-CARTOES PIC X(01) VALUE 'N'.
               88 FIM-CARTOES   VALUE 'S'.
           77 WRK-RUNCTL-DISP PIC X(01) VALUE 'N'.
               88 RUNCTL-DISPONIVEL VALUE 'S'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
           77 WRK-DIA-HOJE    PIC 9(02) VALUE ZEROS.
           77 WRK-DIA         PIC 9(02) VALUE ZEROS.
           77 WRK-DATA-DIA    PIC 9(08) VALUE ZEROS.
           77 WRK-PD          PIC 9(02) VALUE ZEROS.
           77 WRK-PM          PIC 9(02) VALUE ZEROS.
           77 WRK-PM-LIMITE   PIC 9(02) VALUE ZEROS.
           77 WRK-QT-DIARIOS  PIC 9(02) VALUE ZEROS.
           77 WRK-QT-DIAS-UTEIS PIC 9(02) VALUE ZEROS.
           77 WRK-QT-DIAS-PEND PIC 9(04) VALUE ZEROS.
           77 WRK-QT-SUSPENSOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-PASSOS-PEND PIC 9(02) VALUE ZEROS.
           77 WRK-QT-PENDENCIAS PIC 9(05) VALUE ZEROS.
           77 WRK-LINHA       PIC X(132) VALUE SPACES.
           77 WRK-MENSAGEM    PIC X(132) VALUE SPACES.

      *    ********** PASSOS DIARIOS EXIGIDOS (CARTOES DO SYSIN)
           01 WRK-TAB-DIARIOS.
               02 WRK-PD-PASSO PIC X(08) OCCURS 30 TIMES.

      *    ********** PASSOS DO FECHAMENTO, NA ORDEM DO JOB MONTHEND
           01 WRK-PASSOS-MENSAIS.
               02 FILLER PIC X(08) VALUE 'PROGCB30'.
               02 FILLER PIC X(40) VALUE
                  'FOLHA DO MES - FOLHAREG (PROGCOB30)'.
               02 FILLER PIC X(08) VALUE 'PROGCB76'.
               02 FILLER PIC X(40) VALUE
                  'PROV. FERIAS E 13O - LEDGTXN (PROGCOB76)'.
               02 FILLER PIC X(08) VALUE 'PROGCB80'.
               02 FILLER PIC X(40) VALUE
                  'LANC. RECORRENTES - LEDGTXN (PROGCOB80)'.
               02 FILLER PIC X(08) VALUE 'PROGCB66'.
               02 FILLER PIC X(40) VALUE
                  'VALORIZ. DO ESTOQUE - STKVAL (PROGCOB66)'.
               02 FILLER PIC X(08) VALUE 'PROGCB40'.
               02 FILLER PIC X(40) VALUE
                  'AGING A RECEBER - AGEREP (PROGCOB40)'.
               02 FILLER PIC X(08) VALUE 'PROGCB54'.
               02 FILLER PIC X(40) VALUE
                  'AGING A PAGAR - AGEPAG (PROGCOB54)'.
               02 FILLER PIC X(08) VALUE 'PROGCB78'.
               02 FILLER PIC X(40) VALUE
                  'ORCADO X REALIZADO - BUDGVAR (PROGCOB78)'.
               02 FILLER PIC X(08) VALUE 'PROGCB84'.
               02 FILLER PIC X(40) VALUE
                  'DEMONSTR. RESULTADO - DREREP (PROGCOB84)'.
               02 FILLER PIC X(08) VALUE 'PROGCB36'.
               02 FILLER PIC X(40) VALUE
                  'TRAVA COMPETENCIA - PERLOCK (PROGCOB36)'.
           01 WRK-TAB-MENSAIS REDEFINES WRK-PASSOS-MENSAIS.
               02 WRK-PM-ITEM OCCURS 9 TIMES.
                   05 WRK-PM-PASSO  PIC X(08).
                   05 WRK-PM-DESC   PIC X(40).

      *    ********** SITUACAO DE CADA PASSO NA DATA DE NEGOCIO
           01 WRK-TAB-SITUACAO.
               02 WRK-SIT OCCURS 9 TIMES.
                   05 WRK-SIT-COMPLETO PIC X(01).
                   05 WRK-SIT-DATAHORA PIC X(17).
                   05 WRK-SIT-OPERADOR PIC X(20).
                   05 WRK-SIT-RC       PIC 9(02).
                   05 WRK-SIT-LIDOS    PIC 9(07).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               EVALUATE TRUE
                   WHEN FUNCAO-PREREQ
                       PERFORM 0200-PRE-REQUISITOS
                       IF WRK-QT-PENDENCIAS > 0
                           MOVE 'PRE-REQUISITOS DO FECHAMENTO PENDENTES'
                                TO ERR-MENSAGEM
                           PERFORM 0190-REGISTRAR-PENDENCIA
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           DISPLAY 'PRE-REQUISITOS DO FECHAMENTO DE '
                                   WRK-COMPETENCIA ' CONFERIDOS'
                       END-IF
                   WHEN FUNCAO-TRAVA
                       MOVE 8 TO WRK-PM-LIMITE
                       PERFORM 0400-CONFERIR-PASSOS
                       IF WRK-QT-PASSOS-PEND > 0
                           MOVE 'TRAVA BLOQUEADA - PASSOS PENDENTES'
                                TO ERR-MENSAGEM
                           PERFORM 0190-REGISTRAR-PENDENCIA
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           DISPLAY 'PASSOS DO FECHAMENTO COMPLETOS -'
                                   ' TRAVA DE ' WRK-COMPETENCIA
                                   ' LIBERADA'
                       END-IF
                   WHEN FUNCAO-CHECKLIST
                       PERFORM 0500-CHECKLIST
                   WHEN OTHER
                       DISPLAY 'FUNCAO INVALIDA NO SYSIN (' WRK-FUNCAO
                               ') - USE V, T OU C'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE.
               IF RUNCTL-DISPONIVEL
                   CLOSE RUNCTL
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               MOVE 'PRGCOB140' TO ERR-PROGRAMA.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-COMPETENCIA.
               DIVIDE WRK-COMPETENCIA BY 100 GIVING DTC-ANO
                      REMAINDER DTC-MES.
               COMPUTE WRK-DIA-HOJE =
                       WRK-DATA-HOJE - (WRK-COMPETENCIA * 100).
               MOVE ZEROS TO WRK-QT-DIARIOS.
               ACCEPT WRK-FUNCAO.
               IF FUNCAO-CHECKLIST
                   ACCEPT WRK-RESPONSAVEL
               END-IF.
               IF FUNCAO-PREREQ OR FUNCAO-CHECKLIST
                   MOVE 'N' TO WRK-FIM-CARTOES
                   PERFORM 0110-LER-PASSO-DIARIO UNTIL FIM-CARTOES
               END-IF.
               OPEN INPUT RUNCTL.
               IF RUNCTL-OK
                   MOVE 'S' TO WRK-RUNCTL-DISP
               ELSE
                   MOVE 'RUNCTL' TO ERR-ARQUIVO
                   MOVE WRK-RUNCTL-STATUS TO ERR-STATUS
                   MOVE 'CONTROLE DE REINICIO INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CONTROLE DE REINICIO (RUNCTL) INDISPONIVEL'
                           ' - STATUS ' WRK-RUNCTL-STATUS
               END-IF.

      *    ********** UM PASSO DIARIO POR CARTAO, ATE O CARTAO FIM
           0110-LER-PASSO-DIARIO.
               MOVE SPACES TO WRK-CARTAO.
               ACCEPT WRK-CARTAO.
               IF WRK-CARTAO = 'FIM' OR WRK-CARTAO = SPACES
                   MOVE 'S' TO WRK-FIM-CARTOES
               ELSE
                   IF WRK-QT-DIARIOS < 30
                       ADD 1 TO WRK-QT-DIARIOS
                       MOVE WRK-CARTAO TO WRK-PD-PASSO(WRK-QT-DIARIOS)
                   END-IF
               END-IF.

           0190-REGISTRAR-PENDENCIA.
               MOVE 'RUNCTL' TO ERR-ARQUIVO.
               MOVE SPACES   TO ERR-STATUS.
               PERFORM 9100-REGISTRAR-ERRO.
               DISPLAY ERR-MENSAGEM ' - COMPETENCIA ' WRK-COMPETENCIA.

      *    ********** PRE-REQUISITOS: DIAS UTEIS COMPLETOS NO RUNCTL
      *    ********** E SUSPENSO DO RAZAO VAZIO
           0200-PRE-REQUISITOS.
               MOVE ZEROS TO WRK-QT-DIAS-UTEIS WRK-QT-DIAS-PEND
                             WRK-QT-SUSPENSOS.
               IF NOT RUNCTL-DISPONIVEL
                   ADD 1 TO WRK-QT-DIAS-PEND
               ELSE
                   PERFORM 9040-CARREGAR-FERIADOS
                   PERFORM 0210-CONFERIR-DIA
                           VARYING WRK-DIA FROM 1 BY 1
                           UNTIL WRK-DIA > WRK-DIA-HOJE
               END-IF.
               MOVE SPACES TO WRK-MENSAGEM.
               IF WRK-QT-DIAS-PEND = 0
                   STRING '[OK]       ' WRK-QT-DIAS-UTEIS
                          ' DIAS UTEIS COMPLETOS NO RUNCTL PARA OS '
                          WRK-QT-DIARIOS ' PASSOS DIARIOS'
                          DELIMITED BY SIZE INTO WRK-MENSAGEM
                   END-STRING
               ELSE
                   STRING '[PENDENTE] ' WRK-QT-DIAS-PEND
                          ' PASSO(S) DIARIO(S) INCOMPLETO(S) EM '
                          WRK-QT-DIAS-UTEIS ' DIAS UTEIS'
                          DELIMITED BY SIZE INTO WRK-MENSAGEM
                   END-STRING
               END-IF.
               PERFORM 0900-INFORMAR.
               PERFORM 0300-CONFERIR-SUSPENSOS.
               MOVE SPACES TO WRK-MENSAGEM.
               IF WRK-QT-SUSPENSOS = 0
                   MOVE '[OK]       NENHUM LANCAMENTO NO SUSPENSO DO'
                        TO WRK-MENSAGEM
                   MOVE 'RAZAO (LEDGSUSP)' TO WRK-MENSAGEM(44:16)
               ELSE
                   STRING '[PENDENTE] ' WRK-QT-SUSPENSOS
                          ' LANCAMENTO(S) NO SUSPENSO DO RAZAO'
                          ' (LEDGSUSP) - ACERTAR NO PROGCOB85'
                          DELIMITED BY SIZE INTO WRK-MENSAGEM
                   END-STRING
               END-IF.
               PERFORM 0900-INFORMAR.
               ADD WRK-QT-DIAS-PEND WRK-QT-SUSPENSOS
                   TO WRK-QT-PENDENCIAS.

           0210-CONFERIR-DIA.
               MOVE WRK-DIA TO DTC-DIA.
               PERFORM 9000-CALC-DIA-SEMANA.
               IF DTC-UTIL
                   ADD 1 TO WRK-QT-DIAS-UTEIS
                   COMPUTE WRK-DATA-DIA = (WRK-COMPETENCIA * 100)
                                          + WRK-DIA
                   PERFORM 0220-CONFERIR-PASSO-DIA
                           VARYING WRK-PD FROM 1 BY 1
                           UNTIL WRK-PD > WRK-QT-DIARIOS
               END-IF.

           0220-CONFERIR-PASSO-DIA.
               MOVE WRK-DATA-DIA        TO RC-DATA.
               MOVE WRK-PD-PASSO(WRK-PD) TO RC-PASSO.
               READ RUNCTL
                   KEY IS RC-CHAVE
                   INVALID KEY
                       MOVE SPACE TO RC-STATUS
               END-READ.
               IF NOT RC-COMPLETO
                   ADD 1 TO WRK-QT-DIAS-PEND
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING '             DIA ' WRK-DATA-DIA
                          ' PASSO ' WRK-PD-PASSO(WRK-PD)
                          ' SEM EXECUCAO COMPLETA NO RUNCTL'
                          DELIMITED BY SIZE INTO WRK-MENSAGEM
                   END-STRING
                   PERFORM 0900-INFORMAR
               END-IF.

      *    ********** O LEDGSUSP SO GUARDA O QUE AINDA ESTA PENDENTE
      *    ********** (PROGCOB85 REGRAVA SEM O QUE FOI ACERTADO)
           0300-CONFERIR-SUSPENSOS.
               OPEN INPUT LEDGSUSP.
               IF LEDGSUSP-OK
                   PERFORM 0310-LER-SUSPENSO THRU 0310-SAIDA
                           UNTIL NOT LEDGSUSP-OK
                   CLOSE LEDGSUSP
               END-IF.

           0310-LER-SUSPENSO.
               READ LEDGSUSP
                   AT END
                       MOVE '10' TO WRK-LEDGSUSP-STATUS
               END-READ.
               IF NOT LEDGSUSP-OK OR LEDGSUSP-REC = SPACES
                   GO TO 0310-SAIDA
               END-IF.
               ADD 1 TO WRK-QT-SUSPENSOS.
               MOVE SPACES TO WRK-MENSAGEM.
               MOVE LEDGSUSP-REC TO WRK-MENSAGEM(14:80).
               PERFORM 0900-INFORMAR.
           0310-SAIDA.
               EXIT.

      *    ********** PASSOS DO FECHAMENTO (1 ATE WRK-PM-LIMITE)
      *    ********** COMPLETOS NO RUNCTL NA DATA DE NEGOCIO
           0400-CONFERIR-PASSOS.
               MOVE ZEROS TO WRK-QT-PASSOS-PEND.
               PERFORM 0410-CONFERIR-PASSO-MES
                       VARYING WRK-PM FROM 1 BY 1
                       UNTIL WRK-PM > WRK-PM-LIMITE.

           0410-CONFERIR-PASSO-MES.
               MOVE 'N'    TO WRK-SIT-COMPLETO(WRK-PM).
               MOVE SPACES TO WRK-SIT-DATAHORA(WRK-PM)
                              WRK-SIT-OPERADOR(WRK-PM).
               MOVE ZEROS  TO WRK-SIT-RC(WRK-PM)
                              WRK-SIT-LIDOS(WRK-PM).
               IF RUNCTL-DISPONIVEL
                   MOVE WRK-DATA-HOJE        TO RC-DATA
                   MOVE WRK-PM-PASSO(WRK-PM) TO RC-PASSO
                   READ RUNCTL
                       KEY IS RC-CHAVE
                       INVALID KEY
                           MOVE SPACE TO RC-STATUS
                   END-READ
                   IF RC-COMPLETO
                       MOVE 'S'         TO WRK-SIT-COMPLETO(WRK-PM)
                       MOVE RC-DATAHORA TO WRK-SIT-DATAHORA(WRK-PM)
                       MOVE RC-OPERADOR TO WRK-SIT-OPERADOR(WRK-PM)
                   END-IF
               END-IF.
               IF WRK-SIT-COMPLETO(WRK-PM) = 'N'
                   ADD 1 TO WRK-QT-PASSOS-PEND
                   IF FUNCAO-TRAVA
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING 'PASSO ' WRK-PM-PASSO(WRK-PM) ' - '
                              WRK-PM-DESC(WRK-PM)
                              ' NAO COMPLETO NA DATA ' WRK-DATA-HOJE
                              DELIMITED BY SIZE INTO WRK-MENSAGEM
                       END-STRING
                       PERFORM 0900-INFORMAR
                   END-IF
               END-IF.

      *    ********** CHECKLIST ASSINADO DO FECHAMENTO (CLOSEREP)
           0500-CHECKLIST.
               OPEN OUTPUT CLOSEREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CHECKLIST DO FECHAMENTO MENSAL - COMPETENCIA '
                      WRK-COMPETENCIA ' - DATA DE NEGOCIO '
                      WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE '1. PRE-REQUISITOS' TO WRK-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0200-PRE-REQUISITOS.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE '2. PASSOS DO FECHAMENTO (JOB MONTHEND)'
                    TO WRK-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'SITUACAO      PASSO    DESCRICAO' TO WRK-LINHA.
               MOVE 'COMPLETO EM       OPERADOR' TO WRK-LINHA(66:26).
               MOVE 'RC  LIDOS' TO WRK-LINHA(105:9).
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 9 TO WRK-PM-LIMITE.
               PERFORM 0400-CONFERIR-PASSOS.
               PERFORM 0510-CARREGAR-RUNSTAT.
               PERFORM 0530-LISTAR-PASSO
                       VARYING WRK-PM FROM 1 BY 1
                       UNTIL WRK-PM > 9.
               ADD WRK-QT-PASSOS-PEND TO WRK-QT-PENDENCIAS.
               PERFORM 0950-GRAVAR-LINHA.
               IF WRK-QT-PENDENCIAS = 0
                   STRING '3. RESULTADO: FECHAMENTO DE '
                          WRK-COMPETENCIA ' CONCLUIDO - TODOS OS'
                          ' ITENS CONFERIDOS'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               ELSE
                   STRING '3. RESULTADO: FECHAMENTO DE '
                          WRK-COMPETENCIA ' INCOMPLETO - '
                          WRK-QT-PENDENCIAS ' PENDENCIA(S)'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               STRING 'RESPONSAVEL PELO FECHAMENTO..: ' WRK-RESPONSAVEL
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'ASSINATURA...................: '
                    TO WRK-LINHA.
               MOVE ALL '_' TO WRK-LINHA(33:40).
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'APROVADO POR (CONTROLADORIA).: '
                    TO WRK-LINHA.
               MOVE ALL '_' TO WRK-LINHA(33:40).
               PERFORM 0950-GRAVAR-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               MOVE 'DATA DA APROVACAO............: ____/____/________'
                    TO WRK-LINHA.
               PERFORM 0950-GRAVAR-LINHA.
               CLOSE CLOSEREP.
               DISPLAY 'CHECKLIST DO FECHAMENTO GRAVADO EM CLOSEREP -'
                       ' PENDENCIAS ' WRK-QT-PENDENCIAS.

      *    ********** RC E QUANTIDADE DE CADA PASSO (ULTIMA LINHA DO
      *    ********** RUNSTAT NA DATA DE NEGOCIO)
           0510-CARREGAR-RUNSTAT.
               OPEN INPUT RUNSTAT.
               IF RUNSTAT-OK
                   PERFORM 0520-LER-RUNSTAT THRU 0520-SAIDA
                           UNTIL NOT RUNSTAT-OK
                   CLOSE RUNSTAT
               END-IF.

           0520-LER-RUNSTAT.
               READ RUNSTAT
                   AT END
                       MOVE '10' TO WRK-RUNSTAT-STATUS
               END-READ.
               IF NOT RUNSTAT-OK OR RS-DATA NOT = WRK-DATA-HOJE
                   GO TO 0520-SAIDA
               END-IF.
               PERFORM 0525-GUARDAR-ESTATISTICA
                       VARYING WRK-PM FROM 1 BY 1
                       UNTIL WRK-PM > 9.
           0520-SAIDA.
               EXIT.

           0525-GUARDAR-ESTATISTICA.
               IF RS-PASSO = WRK-PM-PASSO(WRK-PM)
                   MOVE RS-RC       TO WRK-SIT-RC(WRK-PM)
                   MOVE RS-QT-LIDOS TO WRK-SIT-LIDOS(WRK-PM)
               END-IF.

           0530-LISTAR-PASSO.
               IF WRK-SIT-COMPLETO(WRK-PM) = 'S'
                   MOVE '[OK]'       TO WRK-LINHA(1:10)
                   MOVE WRK-SIT-DATAHORA(WRK-PM) TO WRK-LINHA(66:17)
                   MOVE WRK-SIT-OPERADOR(WRK-PM) TO WRK-LINHA(84:20)
                   MOVE WRK-SIT-RC(WRK-PM)       TO WRK-LINHA(105:2)
                   MOVE WRK-SIT-LIDOS(WRK-PM)    TO WRK-LINHA(109:7)
               ELSE
                   MOVE '[PENDENTE]' TO WRK-LINHA(1:10)
                   MOVE 'NAO EXECUTADO NA DATA DE NEGOCIO'
                        TO WRK-LINHA(66:32)
               END-IF.
               MOVE WRK-PM                   TO WRK-LINHA(11:2).
               MOVE WRK-PM-PASSO(WRK-PM)     TO WRK-LINHA(15:8).
               MOVE WRK-PM-DESC(WRK-PM)      TO WRK-LINHA(24:40).
               PERFORM 0950-GRAVAR-LINHA.

      *    ********** NA FUNCAO C A LINHA VAI PARA O CHECKLIST; NAS
      *    ********** DEMAIS, PARA O SYSOUT DO PASSO
           0900-INFORMAR.
               IF FUNCAO-CHECKLIST
                   MOVE SPACES TO WRK-LINHA
                   MOVE WRK-MENSAGEM TO WRK-LINHA(3:130)
                   PERFORM 0950-GRAVAR-LINHA
               ELSE
                   DISPLAY WRK-MENSAGEM
               END-IF.

           0950-GRAVAR-LINHA.
               MOVE WRK-LINHA TO CLOSEREP-REC.
               WRITE CLOSEREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY ERRPROC.
           COPY DATEPROC.
