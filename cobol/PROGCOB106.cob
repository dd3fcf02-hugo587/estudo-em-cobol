           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB106.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = PLANEJADOR DIARIO DE CONTAGEM CICLICA. PELA
      *    CLASSE ABC DE CADA ITEM (ABCMAST, PROGCOB105) E A DATA DA
      *    ULTIMA CONTAGEM (GRAVADA PELO AJUSTE DO PROGCOB65), MONTA
      *    A FOLHA DE CONTAGEM DO DIA (CNTSHEET, DIGITADA PELA OPCAO
      *    F DO PROGCOB65 NO COUNTFIL) DE MODO QUE OS ITENS A SEJAM
      *    CONTADOS TODO MES, OS B TODO TRIMESTRE E OS C TODO ANO:
      *    ENTRAM OS ITENS VENCIDOS (NUNCA CONTADOS OU CONTADOS HA
      *    MAIS DIAS QUE O CICLO DA CLASSE), ATE A COTA DIARIA DA
      *    CLASSE (ITENS DA CLASSE / DIAS UTEIS DO CICLO). O
      *    RELATORIO CNTPLANREP MOSTRA, POR CLASSE, A COBERTURA
      *    (ITENS CONTADOS DENTRO DO CICLO) E A TAXA DE VARIACAO
      *    (CONTAGENS COM DIFERENCA / CONTAGENS).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR ABCMAST TERMINA COM
      *                         RETURN-CODE 8 SEM REGISTRAR O PASSO
      *                         NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ABCMAST ASSIGN TO "ABCMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ABC-ITEM
                   FILE STATUS IS WRK-ABCMAST-STATUS.
               SELECT ITEMMAST ASSIGN TO "ITEMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT CNTSHEET ASSIGN TO "CNTSHEET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CNTSHEET-STATUS.
               SELECT CNTPLANREP ASSIGN TO "CNTPLANREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CNTPLANREP-STATUS.

               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT RUNCTL ASSIGN TO "RUNCTL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RC-CHAVE
                   FILE STATUS IS WRK-RUNCTL-STATUS.
               SELECT RUNSTAT ASSIGN TO "RUNSTAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-RUNSTAT-STATUS.
               SELECT SCHEDMST ASSIGN TO "SCHEDMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCH-PASSO
                   FILE STATUS IS WRK-SCHEDMST-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ABCMAST.
           01  ABC-REC.
               05 ABC-ITEM          PIC 9(04).
               05 ABC-DEPTO         PIC 9(02).
               05 ABC-CLASSE        PIC X(01).
                  88 ABC-CLASSE-A   VALUE 'A'.
                  88 ABC-CLASSE-B   VALUE 'B'.
                  88 ABC-CLASSE-C   VALUE 'C'.
               05 ABC-VALOR-VENDAS  PIC 9(11)V99.
               05 ABC-VALOR-ESTOQUE PIC 9(11)V99.
               05 ABC-PCT-ACUM      PIC 9(03)V99.
               05 ABC-DT-CLASSIF    PIC 9(08).
               05 ABC-DT-ULT-CONT   PIC 9(08).
               05 ABC-QT-CONTAGENS  PIC 9(05).
               05 ABC-QT-DIVERG     PIC 9(05).

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-CODIGO     PIC 9(04).
               05 ITM-DESCRICAO  PIC X(20).
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  CNTSHEET.
           01  CSH-REC.
               05 CSH-ITEM       PIC 9(04).
               05 CSH-DEPTO      PIC 9(02).
               05 CSH-CLASSE     PIC X(01).
               05 CSH-DESCRICAO  PIC X(20).
               05 CSH-DATA       PIC 9(08).

           FD  CNTPLANREP.
           01  CNTPLANREP-REC    PIC X(90).

           FD  ERRLOG.
           01  ERRLOG-REC        PIC X(80).

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

           FD  SCHEDMST.
           01  SCH-REC.
               05 SCH-PASSO        PIC X(08).
               05 SCH-FREQ         PIC X(01).
               05 SCH-DIA-SEMANA   PIC 9(01).
               05 SCH-PULA-FERIADO PIC X(01).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           WORKING-STORAGE SECTION.
           77 WRK-SCHEDMST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           COPY ERRCOM.
           COPY DATECOM.
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ABCMAST-STATUS PIC X(02) VALUE SPACES.
               88 ABCMAST-OK         VALUE '00'.
               88 ABCMAST-NOTFOUND   VALUE '23'.
               88 ABCMAST-EOF        VALUE '10'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CNTSHEET-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CNTPLANREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-HOJE   PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-DESDE  PIC 9(07) VALUE ZEROS.
           77 WRK-M           PIC 9(02) VALUE ZEROS.
           77 WRK-CL          PIC 9(01) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-FOLHA    PIC 9(05) VALUE ZEROS.
           77 WRK-PCT-ED      PIC ZZ9,9 VALUE ZEROS.
           77 WRK-LINHA       PIC X(90) VALUE SPACES.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.

      *    ********** CICLO POR CLASSE: LETRA, DIAS CORRIDOS ENTRE
      *    ********** CONTAGENS E DIAS UTEIS DO CICLO (PARA A COTA)
           01 WRK-TAB-CICLO-DEF.
               02 FILLER PIC X(09) VALUE 'A030022'.
               02 FILLER PIC X(09) VALUE 'B090065'.
               02 FILLER PIC X(09) VALUE 'C365250'.
           01 WRK-TAB-CICLO REDEFINES WRK-TAB-CICLO-DEF.
               02 WRK-CIC OCCURS 3 TIMES.
                   05 WRK-CIC-LETRA   PIC X(01).
                   05 WRK-CIC-DIAS    PIC 9(03).
                   05 WRK-CIC-UTEIS   PIC 9(03).
                   05 FILLER          PIC X(02).
           01 WRK-TAB-CLASSE.
               02 WRK-TC OCCURS 3 TIMES.
                   05 WRK-TC-ITENS     PIC 9(05).
                   05 WRK-TC-COTA      PIC 9(05).
                   05 WRK-TC-NA-FOLHA  PIC 9(05).
                   05 WRK-TC-VENCIDOS  PIC 9(05).
                   05 WRK-TC-EM-DIA    PIC 9(05).
                   05 WRK-TC-CONTAGENS PIC 9(07).
                   05 WRK-TC-DIVERG    PIC 9(07).
                   05 WRK-TC-COBERTURA PIC 9(03)V9.
                   05 WRK-TC-VARIACAO  PIC 9(03)V9.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCB106' TO RUN-PASSO.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'FOLHA DE CONTAGEM JA GERADA NA'
                               ' DATA ' RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF PROCESSAR
                       PERFORM 0200-CONTAR-CLASSES
                       PERFORM 0300-MONTAR-FOLHA
                       PERFORM 0900-FINALIZAR
                       MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                       MOVE WRK-QT-FOLHA TO RUN-QT-GRAVADOS
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-HOJE.
               PERFORM 0110-LIMPAR-CLASSE
                       VARYING WRK-CL FROM 1 BY 1
                       UNTIL WRK-CL > 3.
               OPEN INPUT ABCMAST.
               IF NOT ABCMAST-OK
                   MOVE 'PRGCOB106' TO ERR-PROGRAMA
                   MOVE 'ABCMAST' TO ERR-ARQUIVO
                   MOVE WRK-ABCMAST-STATUS TO ERR-STATUS
                   MOVE 'CLASSIFICACAO ABC INDISPONIVEL'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'SEM CLASSIFICACAO ABC (ABCMAST) - RODAR'
                           ' O PROGCOB105 ANTES DO PLANEJAMENTO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   OPEN INPUT ITEMMAST
                   OPEN OUTPUT CNTSHEET
                   OPEN OUTPUT CNTPLANREP
               END-IF.

           0110-LIMPAR-CLASSE.
               MOVE ZEROS TO WRK-TC-ITENS(WRK-CL) WRK-TC-COTA(WRK-CL)
                             WRK-TC-NA-FOLHA(WRK-CL)
                             WRK-TC-VENCIDOS(WRK-CL)
                             WRK-TC-EM-DIA(WRK-CL)
                             WRK-TC-CONTAGENS(WRK-CL)
                             WRK-TC-DIVERG(WRK-CL)
                             WRK-TC-COBERTURA(WRK-CL)
                             WRK-TC-VARIACAO(WRK-CL).

      *    ********** 1A PASSADA - ITENS POR CLASSE E COTA DIARIA
           0200-CONTAR-CLASSES.
               PERFORM 0250-POSICIONAR-ABCMAST.
               PERFORM 0210-CONTAR-ITEM
                       UNTIL ABCMAST-EOF OR ABCMAST-NOTFOUND.
               PERFORM 0220-CALCULAR-COTA
                       VARYING WRK-CL FROM 1 BY 1
                       UNTIL WRK-CL > 3.

           0210-CONTAR-ITEM.
               PERFORM 0260-LER-ABCMAST.
               IF ABCMAST-OK
                   ADD 1 TO WRK-TC-ITENS(WRK-CL)
               END-IF.

           0220-CALCULAR-COTA.
               IF WRK-TC-ITENS(WRK-CL) > 0
                   COMPUTE WRK-TC-COTA(WRK-CL) =
                           (WRK-TC-ITENS(WRK-CL)
                            + WRK-CIC-UTEIS(WRK-CL) - 1)
                           / WRK-CIC-UTEIS(WRK-CL)
               END-IF.

           0250-POSICIONAR-ABCMAST.
               MOVE ZEROS TO ABC-ITEM.
               START ABCMAST KEY IS NOT LESS THAN ABC-ITEM
                   INVALID KEY
                       MOVE '10' TO WRK-ABCMAST-STATUS
               END-START.

      *    ********** LE O PROXIMO ITEM E ACHA A POSICAO DA CLASSE
      *    ********** (SEM CLASSE VALIDA, TRATA COMO C)
           0260-LER-ABCMAST.
               READ ABCMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ABCMAST-STATUS
               END-READ.
               IF ABCMAST-OK
                   EVALUATE TRUE
                       WHEN ABC-CLASSE-A
                           MOVE 1 TO WRK-CL
                       WHEN ABC-CLASSE-B
                           MOVE 2 TO WRK-CL
                       WHEN OTHER
                           MOVE 3 TO WRK-CL
                   END-EVALUATE
               END-IF.

      *    ********** 2A PASSADA - VENCIDOS VAO PARA A FOLHA ATE A
      *    ********** COTA; EM DIA CONTAM NA COBERTURA
           0300-MONTAR-FOLHA.
               MOVE '00' TO WRK-ABCMAST-STATUS.
               PERFORM 0250-POSICIONAR-ABCMAST.
               PERFORM 0310-PLANEJAR-ITEM
                       UNTIL ABCMAST-EOF OR ABCMAST-NOTFOUND.

           0310-PLANEJAR-ITEM.
               PERFORM 0260-LER-ABCMAST.
               IF ABCMAST-OK
                   ADD 1 TO WRK-QT-LIDOS
                   ADD ABC-QT-CONTAGENS TO WRK-TC-CONTAGENS(WRK-CL)
                   ADD ABC-QT-DIVERG TO WRK-TC-DIVERG(WRK-CL)
                   MOVE 99999 TO WRK-DIAS-DESDE
                   IF ABC-DT-ULT-CONT NOT = ZEROS
                       MOVE ABC-DT-ULT-CONT TO WRK-DATA-CONV
                       PERFORM 0800-DATA-PARA-DIAS
                       IF WRK-DIAS-HOJE > WRK-DIAS-CONV
                           COMPUTE WRK-DIAS-DESDE =
                                   WRK-DIAS-HOJE - WRK-DIAS-CONV
                       ELSE
                           MOVE ZEROS TO WRK-DIAS-DESDE
                       END-IF
                   END-IF
                   IF WRK-DIAS-DESDE < WRK-CIC-DIAS(WRK-CL)
                       ADD 1 TO WRK-TC-EM-DIA(WRK-CL)
                   ELSE
                       ADD 1 TO WRK-TC-VENCIDOS(WRK-CL)
                       IF WRK-TC-NA-FOLHA(WRK-CL)
                          < WRK-TC-COTA(WRK-CL)
                           PERFORM 0320-GRAVAR-FOLHA
                       END-IF
                   END-IF
               END-IF.

           0320-GRAVAR-FOLHA.
               MOVE ABC-ITEM TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE 'ITEM SEM CADASTRO' TO ITM-DESCRICAO
               END-READ.
               MOVE ABC-ITEM      TO CSH-ITEM.
               MOVE ABC-DEPTO     TO CSH-DEPTO.
               MOVE ABC-CLASSE    TO CSH-CLASSE.
               MOVE ITM-DESCRICAO TO CSH-DESCRICAO.
               MOVE WRK-DATA-HOJE TO CSH-DATA.
               WRITE CSH-REC.
               ADD 1 TO WRK-TC-NA-FOLHA(WRK-CL).
               ADD 1 TO WRK-QT-FOLHA.

           0900-FINALIZAR.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CONTAGEM CICLICA - FOLHA DE ' WRK-DATA-HOJE
                      ' COM ' WRK-QT-FOLHA ' ITENS'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO CNTPLANREP-REC.
               WRITE CNTPLANREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'CL CICLO ITENS  COTA FOLHA VENCID. EM DIA' TO
                    WRK-LINHA(1:41).
               MOVE 'COBERT. CONTAGENS DIVERG. VARIACAO' TO
                    WRK-LINHA(43:34).
               MOVE WRK-LINHA TO CNTPLANREP-REC.
               WRITE CNTPLANREP-REC.
               PERFORM 0910-GRAVAR-CLASSE
                       VARYING WRK-CL FROM 1 BY 1
                       UNTIL WRK-CL > 3.
               CLOSE ABCMAST.
               CLOSE ITEMMAST.
               CLOSE CNTSHEET.
               CLOSE CNTPLANREP.
               DISPLAY 'FOLHA DE CONTAGEM GRAVADA EM CNTSHEET - ITENS '
                       WRK-QT-FOLHA.

           0910-GRAVAR-CLASSE.
               IF WRK-TC-ITENS(WRK-CL) > 0
                   COMPUTE WRK-TC-COBERTURA(WRK-CL) ROUNDED =
                           WRK-TC-EM-DIA(WRK-CL) * 100
                           / WRK-TC-ITENS(WRK-CL)
               END-IF.
               IF WRK-TC-CONTAGENS(WRK-CL) > 0
                   COMPUTE WRK-TC-VARIACAO(WRK-CL) ROUNDED =
                           WRK-TC-DIVERG(WRK-CL) * 100
                           / WRK-TC-CONTAGENS(WRK-CL)
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               MOVE WRK-CIC-LETRA(WRK-CL) TO WRK-LINHA(1:1).
               MOVE WRK-CIC-DIAS(WRK-CL) TO WRK-LINHA(5:3).
               MOVE WRK-TC-ITENS(WRK-CL) TO WRK-LINHA(10:5).
               MOVE WRK-TC-COTA(WRK-CL) TO WRK-LINHA(16:5).
               MOVE WRK-TC-NA-FOLHA(WRK-CL) TO WRK-LINHA(22:5).
               MOVE WRK-TC-VENCIDOS(WRK-CL) TO WRK-LINHA(29:5).
               MOVE WRK-TC-EM-DIA(WRK-CL) TO WRK-LINHA(37:5).
               MOVE WRK-TC-COBERTURA(WRK-CL) TO WRK-PCT-ED.
               MOVE WRK-PCT-ED TO WRK-LINHA(43:5).
               MOVE '%' TO WRK-LINHA(48:1).
               MOVE WRK-TC-CONTAGENS(WRK-CL) TO WRK-LINHA(52:7).
               MOVE WRK-TC-DIVERG(WRK-CL) TO WRK-LINHA(61:7).
               MOVE WRK-TC-VARIACAO(WRK-CL) TO WRK-PCT-ED.
               MOVE WRK-PCT-ED TO WRK-LINHA(71:5).
               MOVE '%' TO WRK-LINHA(76:1).
               MOVE WRK-LINHA TO CNTPLANREP-REC.
               WRITE CNTPLANREP-REC.

      *    ********** CONVERTE AAAAMMDD EM CONTAGEM DE DIAS, COM
      *    ********** ANOS BISSEXTOS, PARA CALCULO DE PRAZOS
           0800-DATA-PARA-DIAS.
               DIVIDE WRK-DATA-CONV BY 10000
                      GIVING DTC-ANO REMAINDER DTC-Z-SOMA.
               DIVIDE DTC-Z-SOMA BY 100
                      GIVING DTC-MES REMAINDER DTC-DIA.
               COMPUTE WRK-DIAS-CONV =
                       (DTC-ANO * 365) + (DTC-ANO / 4)
                       - (DTC-ANO / 100) + (DTC-ANO / 400)
                       + DTC-DIA.
               PERFORM 0810-SOMAR-MESES
                       VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M >= DTC-MES.
               PERFORM 9020-CALC-BISSEXTO.
               IF DTC-BISSEXTO AND DTC-MES <= 2
                   SUBTRACT 1 FROM WRK-DIAS-CONV
               END-IF.

           0810-SOMAR-MESES.
               ADD DTC-DIAS-MES(WRK-M) TO WRK-DIAS-CONV.

           COPY ERRPROC.
           COPY DATEPROC.
           COPY RUNPROC.
