           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB107.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = PONTO DE REPOSICAO E LOTE DE COMPRA PELA
      *    DEMANDA. O CALCULO TIRA O CONSUMO MEDIO DIARIO DE CADA
      *    ITEM DAS SAIDAS DO KARDEX (STKMOV - VENDAS, FRETE,
      *    DEVOLUCOES E ESTORNOS) NA JANELA DE DIAS INFORMADA, E
      *    COM O PRAZO DO FORNECEDOR (SUP-PRAZO-DIAS, PELO ITEMSUP)
      *    MAIS OS DIAS DE SEGURANCA CHEGA AO NOVO MINIMO; O LOTE
      *    SUGERIDO COBRE OS DIAS DE CONSUMO INFORMADOS. A PROPOSTA
      *    FICA PENDENTE NO STKREPOS E SAI NO RELATORIO REPOSREP
      *    (ANTERIOR X NOVO). SO A APROVACAO GRAVA O NOVO MINIMO NO
      *    STOCKMST (COM IMAGEM ANTES/DEPOIS NA AUDITTRL) E POE O
      *    LOTE EM VIGOR, USADO PELA GERACAO DE COMPRAS (PROGCOB55)
      *    E PELO RELATORIO DE REPOSICAO DO PROGCOB50. ITEM A ITEM A
      *    PROPOSTA PODE SER RECUSADA ANTES DA APROVACAO.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - REGISTRO DA TRILHA DE AUDITORIA AMPLIADO
      *                         PARA X(340), ACOMPANHANDO O AUDPROC.
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
               SELECT STOCKMST ASSIGN TO "STOCKMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STK-ITEM
                   FILE STATUS IS WRK-STOCKMST-STATUS.
               SELECT ITEMMAST ASSIGN TO "ITEMMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITM-CODIGO
                   FILE STATUS IS WRK-ITEMMAST-STATUS.
               SELECT ITEMSUP ASSIGN TO "ITEMSUP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ISP-ITEM
                   FILE STATUS IS WRK-ITEMSUP-STATUS.
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT STKREPOS ASSIGN TO "STKREPOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RPS-ITEM
                   FILE STATUS IS WRK-STKREPOS-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
               SELECT REPOSREP ASSIGN TO "REPOSREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REPOSREP-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  STOCKMST.
           01  STK-REC.
               05 STK-ITEM        PIC 9(04).
               05 STK-DEPTO       PIC 9(02).
               05 STK-SALDO       PIC S9(07).
               05 STK-MINIMO      PIC 9(05).
               05 STK-CUSTO-MEDIO PIC 9(07)V99.

           FD  ITEMMAST.
           01  ITM-REC.
               05 ITM-CODIGO     PIC 9(04).
               05 ITM-DESCRICAO  PIC X(20).
               05 ITM-PESO-UNIT  PIC 9(03)V999.
               05 ITM-PRECO-UNIT PIC 9(06)V99.

           FD  ITEMSUP.
           01  ISP-REC.
               05 ISP-ITEM       PIC 9(04).
               05 ISP-FORNEC     PIC 9(04).

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

           FD  STKREPOS.
           01  RPS-REC.
               05 RPS-ITEM         PIC 9(04).
               05 RPS-DEPTO        PIC 9(02).
               05 RPS-CONSUMO-DIA  PIC 9(05)V999.
               05 RPS-PRAZO        PIC 9(03).
               05 RPS-SEGURANCA    PIC 9(03).
               05 RPS-COBERTURA    PIC 9(03).
               05 RPS-MINIMO-ANT   PIC 9(05).
               05 RPS-MINIMO-NOVO  PIC 9(05).
               05 RPS-LOTE         PIC 9(05).
               05 RPS-LOTE-NOVO    PIC 9(05).
               05 RPS-DT-CALC      PIC 9(08).
               05 RPS-STATUS       PIC X(01).
                  88 RPS-PENDENTE  VALUE 'P'.
                  88 RPS-APLICADA  VALUE 'A'.
                  88 RPS-RECUSADA  VALUE 'R'.
               05 RPS-DT-APROV     PIC 9(08).
               05 RPS-OPER-APROV   PIC X(20).

           FD  STKMOV.
           01  STKMOV-REC.
               05 SMV-DATAHORA    PIC X(17).
               05 SMV-ITEM        PIC 9(04).
               05 SMV-DEPTO       PIC 9(02).
               05 SMV-TIPO        PIC X(02).
               05 SMV-QTDE        PIC S9(07).
               05 SMV-CUSTO       PIC 9(07)V99.
               05 SMV-DOCUMENTO   PIC X(12).
               05 SMV-OPERADOR    PIC X(20).
               05 SMV-PROGRAMA    PIC X(09).
               05 SMV-SALDO       PIC S9(07).

           FD  REPOSREP.
           01  REPOSREP-REC      PIC X(100).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           COPY AUDCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
               88 STOCKMST-EOF       VALUE '10'.
           77 WRK-ITEMMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ITEMSUP-STATUS PIC X(02) VALUE SPACES.
               88 ITEMSUP-OK        VALUE '00'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK        VALUE '00'.
           77 WRK-STKREPOS-STATUS PIC X(02) VALUE SPACES.
               88 STKREPOS-OK       VALUE '00'.
               88 STKREPOS-NOTFOUND VALUE '23'.
               88 STKREPOS-EOF      VALUE '10'.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
               88 STKMOV-OK         VALUE '00'.
               88 STKMOV-EOF        VALUE '10'.
           77 WRK-REPOSREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-CALCULAR VALUE 'C'.
               88 OPCAO-RECUSAR  VALUE 'R'.
               88 OPCAO-APROVAR  VALUE 'A'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
               88 CONFIRMA-SIM   VALUE 'S'.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV  PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV  PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-CORTE PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-PRIMEIRO PIC 9(07) VALUE ZEROS.
           77 WRK-M          PIC 9(02) VALUE ZEROS.
           77 WRK-SUB        PIC 9(05) VALUE ZEROS.
           77 WRK-ITEM       PIC 9(04) VALUE ZEROS.
           77 WRK-JANELA     PIC 9(03) VALUE ZEROS.
           77 WRK-DIAS-BASE  PIC 9(03) VALUE ZEROS.
           77 WRK-SEGURANCA  PIC 9(03) VALUE ZEROS.
           77 WRK-COBERTURA  PIC 9(03) VALUE ZEROS.
           77 WRK-CONSUMO    PIC 9(09) VALUE ZEROS.
           77 WRK-CONSUMO-DIA PIC 9(05)V999 VALUE ZEROS.
           77 WRK-CALCULO    PIC 9(09)V999 VALUE ZEROS.
           77 WRK-QT-CALCULADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-FORN PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-GIRO PIC 9(05) VALUE ZEROS.
           77 WRK-QT-PENDENTES PIC 9(05) VALUE ZEROS.
           77 WRK-QT-APLICADOS PIC 9(05) VALUE ZEROS.
           77 WRK-CONSUMO-ED PIC ZZ.ZZ9,999 VALUE ZEROS.
           77 WRK-SALDO-ED   PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-OBS        PIC X(12) VALUE SPACES.
           77 WRK-LINHA      PIC X(100) VALUE SPACES.

      *    ********** CONSUMO POR ITEM NA JANELA (POSICAO = ITEM + 1)
           01 WRK-TAB-CONSUMO.
               02 WRK-IT-CONSUMO PIC S9(09) OCCURS 10000 TIMES.

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
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-HOJE.
               OPEN I-O STOCKMST.
               IF NOT STOCKMST-OK
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
               ELSE
                   OPEN I-O STKREPOS
                   IF WRK-STKREPOS-STATUS = '35'
                       CLOSE STKREPOS
                       OPEN OUTPUT STKREPOS
                       CLOSE STKREPOS
                       OPEN I-O STKREPOS
                   END-IF
                   OPEN INPUT ITEMMAST
                   OPEN INPUT ITEMSUP
                   OPEN INPUT SUPMAST
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE STOCKMST
                   CLOSE STKREPOS
                   CLOSE ITEMMAST
                   CLOSE ITEMSUP
                   CLOSE SUPMAST
               END-IF.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' PONTO DE REPOSICAO PELA DEMANDA'.
               DISPLAY ' C - CALCULAR PROPOSTA (REPOSREP)'.
               DISPLAY ' R - RECUSAR PROPOSTA DE UM ITEM'.
               DISPLAY ' A - APROVAR E APLICAR NO STOCKMST'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-CALCULAR
                       PERFORM 0200-CALCULAR-PROPOSTA
                   WHEN OPCAO-RECUSAR
                       PERFORM 0500-RECUSAR-ITEM
                   WHEN OPCAO-APROVAR
                       PERFORM 0600-APROVAR-PROPOSTA
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** PARAMETROS, CONSUMO DO KARDEX E PROPOSTA POR
      *    ********** ITEM DO STOCKMST
           0200-CALCULAR-PROPOSTA.
               DISPLAY 'JANELA DE CONSUMO EM DIAS (ZEROS = 90)...'.
               ACCEPT WRK-JANELA.
               DISPLAY 'DIAS DE SEGURANCA (ZEROS = 7)...'.
               ACCEPT WRK-SEGURANCA.
               DISPLAY 'DIAS DE CONSUMO COBERTOS PELO LOTE'
                       ' (ZEROS = 30)...'.
               ACCEPT WRK-COBERTURA.
               IF WRK-JANELA = ZEROS
                   MOVE 90 TO WRK-JANELA
               END-IF.
               IF WRK-SEGURANCA = ZEROS
                   MOVE 7 TO WRK-SEGURANCA
               END-IF.
               IF WRK-COBERTURA = ZEROS
                   MOVE 30 TO WRK-COBERTURA
               END-IF.
               MOVE ZEROS TO WRK-QT-CALCULADOS WRK-QT-SEM-FORN
                             WRK-QT-SEM-GIRO.
               PERFORM 0210-SOMAR-CONSUMO.
               OPEN OUTPUT REPOSREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'PROPOSTA DE PONTO DE REPOSICAO EM '
                      WRK-DATA-HOJE ' - JANELA ' WRK-JANELA
                      ' DIAS (BASE ' WRK-DIAS-BASE ') SEGURANCA '
                      WRK-SEGURANCA ' LOTE P/ ' WRK-COBERTURA ' DIAS'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO REPOSREP-REC.
               WRITE REPOSREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'ITEM DP DESCRICAO               SALDO  CONS/DIA'
                    TO WRK-LINHA(1:49).
               MOVE 'PRZ MIN.ANT MIN.NOVO LOTE.ANT LOTE.NOVO' TO
                    WRK-LINHA(51:39).
               MOVE WRK-LINHA TO REPOSREP-REC.
               WRITE REPOSREP-REC.
               MOVE ZEROS TO STK-ITEM.
               START STOCKMST KEY IS NOT LESS THAN STK-ITEM
                   INVALID KEY
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-START.
               PERFORM 0300-PROPOR-ITEM
                       UNTIL STOCKMST-EOF OR STOCKMST-NOTFOUND.
               MOVE '00' TO WRK-STOCKMST-STATUS.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ITENS CALCULADOS.. ' WRK-QT-CALCULADOS
                      '  SEM FORNECEDOR.. ' WRK-QT-SEM-FORN
                      '  SEM GIRO NA JANELA.. ' WRK-QT-SEM-GIRO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO REPOSREP-REC.
               WRITE REPOSREP-REC.
               MOVE 'PROPOSTA PENDENTE - SO VALE APOS A APROVACAO'
                    TO REPOSREP-REC.
               WRITE REPOSREP-REC.
               CLOSE REPOSREP.
               DISPLAY 'PROPOSTA GRAVADA EM REPOSREP - ITENS '
                       WRK-QT-CALCULADOS.

      *    ********** SAIDAS NA JANELA: VENDA (VD) E FRETE (FR),
      *    ********** MENOS DEVOLUCOES (DV) E ESTORNOS (CN). SE O
      *    ********** KARDEX COMECOU DEPOIS DO INICIO DA JANELA, A
      *    ********** MEDIA E FEITA SO SOBRE OS DIAS QUE ELE TEM
           0210-SOMAR-CONSUMO.
               PERFORM 0220-LIMPAR-CONSUMO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 10000.
               COMPUTE WRK-DIAS-CORTE = WRK-DIAS-HOJE - WRK-JANELA.
               MOVE WRK-DIAS-HOJE TO WRK-DIAS-PRIMEIRO.
               MOVE ZEROS TO WRK-DATA-CONV.
               OPEN INPUT STKMOV.
               IF STKMOV-OK
                   PERFORM 0230-LER-STKMOV
                   PERFORM 0240-ACUMULAR-CONSUMO
                           UNTIL STKMOV-EOF
                   CLOSE STKMOV
               END-IF.
               IF WRK-DIAS-PRIMEIRO > WRK-DIAS-CORTE
                   COMPUTE WRK-DIAS-BASE =
                           WRK-DIAS-HOJE - WRK-DIAS-PRIMEIRO + 1
               ELSE
                   MOVE WRK-JANELA TO WRK-DIAS-BASE
               END-IF.

           0220-LIMPAR-CONSUMO.
               MOVE ZEROS TO WRK-IT-CONSUMO(WRK-SUB).

           0230-LER-STKMOV.
               READ STKMOV
                   AT END MOVE '10' TO WRK-STKMOV-STATUS
               END-READ.

           0240-ACUMULAR-CONSUMO.
               IF SMV-DATAHORA(1:8) NOT = WRK-DATA-CONV
                   MOVE SMV-DATAHORA(1:8) TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
               END-IF.
               IF WRK-DIAS-CONV < WRK-DIAS-PRIMEIRO
                   MOVE WRK-DIAS-CONV TO WRK-DIAS-PRIMEIRO
               END-IF.
               IF WRK-DIAS-CONV > WRK-DIAS-CORTE
                   AND (SMV-TIPO = 'VD' OR 'FR' OR 'DV' OR 'CN')
                   COMPUTE WRK-SUB = SMV-ITEM + 1
                   SUBTRACT SMV-QTDE FROM WRK-IT-CONSUMO(WRK-SUB)
               END-IF.
               PERFORM 0230-LER-STKMOV.

      *    ********** MINIMO = CONSUMO/DIA X (PRAZO + SEGURANCA) E
      *    ********** LOTE = CONSUMO/DIA X COBERTURA, ARREDONDADOS
      *    ********** PARA CIMA
           0300-PROPOR-ITEM.
               READ STOCKMST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-OK
                   ADD 1 TO WRK-QT-CALCULADOS
                   MOVE SPACES TO WRK-OBS
                   COMPUTE WRK-SUB = STK-ITEM + 1
                   MOVE ZEROS TO WRK-CONSUMO WRK-CONSUMO-DIA
                   IF WRK-IT-CONSUMO(WRK-SUB) > 0
                       MOVE WRK-IT-CONSUMO(WRK-SUB) TO WRK-CONSUMO
                       COMPUTE WRK-CONSUMO-DIA ROUNDED =
                               WRK-CONSUMO / WRK-DIAS-BASE
                           ON SIZE ERROR
                               MOVE 99999,999 TO WRK-CONSUMO-DIA
                       END-COMPUTE
                   ELSE
                       ADD 1 TO WRK-QT-SEM-GIRO
                       MOVE 'SEM GIRO' TO WRK-OBS
                   END-IF
                   PERFORM 0310-BUSCAR-PRAZO
                   PERFORM 0320-LER-PROPOSTA
                   MOVE STK-DEPTO       TO RPS-DEPTO
                   MOVE WRK-CONSUMO-DIA TO RPS-CONSUMO-DIA
                   MOVE WRK-SEGURANCA   TO RPS-SEGURANCA
                   MOVE WRK-COBERTURA   TO RPS-COBERTURA
                   MOVE STK-MINIMO      TO RPS-MINIMO-ANT
                   COMPUTE WRK-CALCULO = WRK-CONSUMO-DIA
                           * (RPS-PRAZO + WRK-SEGURANCA) + 0,999
                   COMPUTE RPS-MINIMO-NOVO = WRK-CALCULO
                       ON SIZE ERROR
                           MOVE 99999 TO RPS-MINIMO-NOVO
                   END-COMPUTE
                   COMPUTE WRK-CALCULO = WRK-CONSUMO-DIA
                           * WRK-COBERTURA + 0,999
                   COMPUTE RPS-LOTE-NOVO = WRK-CALCULO
                       ON SIZE ERROR
                           MOVE 99999 TO RPS-LOTE-NOVO
                   END-COMPUTE
                   MOVE WRK-DATA-HOJE TO RPS-DT-CALC
                   MOVE 'P'           TO RPS-STATUS
                   MOVE ZEROS         TO RPS-DT-APROV
                   MOVE SPACES        TO RPS-OPER-APROV
                   IF STKREPOS-OK
                       REWRITE RPS-REC
                   ELSE
                       WRITE RPS-REC
                   END-IF
                   PERFORM 0400-GRAVAR-LINHA-REP
               END-IF.

           0310-BUSCAR-PRAZO.
               MOVE ZEROS TO SUP-PRAZO-DIAS.
               MOVE STK-ITEM TO ISP-ITEM.
               READ ITEMSUP
                   KEY IS ISP-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-ITEMSUP-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-ITEMSUP-STATUS
               END-READ.
               IF ITEMSUP-OK
                   MOVE ISP-FORNEC TO SUP-CODIGO
                   READ SUPMAST
                       KEY IS SUP-CODIGO
                       INVALID KEY
                           MOVE '23' TO WRK-SUPMAST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-SUPMAST-STATUS
                   END-READ
                   IF NOT SUPMAST-OK
                       MOVE ZEROS TO SUP-PRAZO-DIAS
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-SEM-FORN
                   MOVE 'SEM FORNEC' TO WRK-OBS
               END-IF.

      *    ********** O LOTE EM VIGOR (JA APROVADO) E MANTIDO ATE A
      *    ********** PROXIMA APROVACAO
           0320-LER-PROPOSTA.
               MOVE STK-ITEM TO RPS-ITEM.
               READ STKREPOS
                   KEY IS RPS-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STKREPOS-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STKREPOS-STATUS
               END-READ.
               IF NOT STKREPOS-OK
                   MOVE STK-ITEM TO RPS-ITEM
                   MOVE ZEROS TO RPS-LOTE
               END-IF.
               MOVE SUP-PRAZO-DIAS TO RPS-PRAZO.

           0400-GRAVAR-LINHA-REP.
               MOVE STK-ITEM TO ITM-CODIGO.
               READ ITEMMAST
                   KEY IS ITM-CODIGO
                   INVALID KEY
                       MOVE 'ITEM SEM CADASTRO' TO ITM-DESCRICAO
               END-READ.
               MOVE SPACES TO WRK-LINHA.
               MOVE STK-ITEM TO WRK-LINHA(1:4).
               MOVE STK-DEPTO TO WRK-LINHA(6:2).
               MOVE ITM-DESCRICAO TO WRK-LINHA(9:20).
               MOVE STK-SALDO TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED TO WRK-LINHA(30:8).
               MOVE RPS-CONSUMO-DIA TO WRK-CONSUMO-ED.
               MOVE WRK-CONSUMO-ED TO WRK-LINHA(39:10).
               MOVE RPS-PRAZO TO WRK-LINHA(51:3).
               MOVE RPS-MINIMO-ANT TO WRK-LINHA(57:5).
               MOVE RPS-MINIMO-NOVO TO WRK-LINHA(65:5).
               MOVE RPS-LOTE TO WRK-LINHA(73:5).
               MOVE RPS-LOTE-NOVO TO WRK-LINHA(83:5).
               MOVE WRK-OBS(1:11) TO WRK-LINHA(90:11).
               MOVE WRK-LINHA TO REPOSREP-REC.
               WRITE REPOSREP-REC.

      *    ********** ITEM FICA FORA DA APROVACAO (MINIMO E LOTE
      *    ********** ATUAIS CONTINUAM VALENDO)
           0500-RECUSAR-ITEM.
               DISPLAY 'ITEM A RECUSAR...'.
               ACCEPT WRK-ITEM.
               MOVE WRK-ITEM TO RPS-ITEM.
               READ STKREPOS
                   KEY IS RPS-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STKREPOS-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STKREPOS-STATUS
               END-READ.
               IF NOT STKREPOS-OK OR NOT RPS-PENDENTE
                   DISPLAY 'ITEM SEM PROPOSTA PENDENTE'
               ELSE
                   MOVE 'R'           TO RPS-STATUS
                   MOVE WRK-DATA-HOJE TO RPS-DT-APROV
                   MOVE WRK-OPERADOR  TO RPS-OPER-APROV
                   REWRITE RPS-REC
                   DISPLAY 'PROPOSTA DO ITEM ' RPS-ITEM ' RECUSADA'
               END-IF.

      *    ********** APLICA AS PROPOSTAS PENDENTES: MINIMO NO
      *    ********** STOCKMST (COM TRILHA) E LOTE EM VIGOR
           0600-APROVAR-PROPOSTA.
               MOVE ZEROS TO WRK-QT-PENDENTES WRK-QT-APLICADOS.
               PERFORM 0610-POSICIONAR-STKREPOS.
               PERFORM 0620-CONTAR-PENDENTE
                       UNTIL STKREPOS-EOF OR STKREPOS-NOTFOUND.
               IF WRK-QT-PENDENTES = 0
                   DISPLAY 'NENHUMA PROPOSTA PENDENTE'
               ELSE
                   DISPLAY 'CONFIRMA A APLICACAO DE ' WRK-QT-PENDENTES
                           ' PROPOSTAS (S/N)...'
                   ACCEPT WRK-CONFIRMA
                   IF CONFIRMA-SIM
                       PERFORM 0610-POSICIONAR-STKREPOS
                       PERFORM 0630-APLICAR-PROPOSTA
                               UNTIL STKREPOS-EOF
                               OR STKREPOS-NOTFOUND
                       DISPLAY 'PROPOSTAS APLICADAS..'
                               WRK-QT-APLICADOS
                   ELSE
                       DISPLAY 'APROVACAO CANCELADA'
                   END-IF
               END-IF.

           0610-POSICIONAR-STKREPOS.
               MOVE '00' TO WRK-STKREPOS-STATUS.
               MOVE ZEROS TO RPS-ITEM.
               START STKREPOS KEY IS NOT LESS THAN RPS-ITEM
                   INVALID KEY
                       MOVE '10' TO WRK-STKREPOS-STATUS
               END-START.

           0615-LER-STKREPOS.
               READ STKREPOS NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STKREPOS-STATUS
               END-READ.

           0620-CONTAR-PENDENTE.
               PERFORM 0615-LER-STKREPOS.
               IF STKREPOS-OK AND RPS-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF.

           0630-APLICAR-PROPOSTA.
               PERFORM 0615-LER-STKREPOS.
               IF STKREPOS-OK AND RPS-PENDENTE
                   MOVE RPS-ITEM TO STK-ITEM
                   READ STOCKMST
                       KEY IS STK-ITEM
                       INVALID KEY
                           MOVE '23' TO WRK-STOCKMST-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-STOCKMST-STATUS
                   END-READ
                   IF STOCKMST-OK
                       MOVE WRK-OPERADOR TO AUD-TRL-OPERADOR
                       MOVE 'STOCKMST' TO AUD-TRL-ARQUIVO
                       MOVE 'A'        TO AUD-TRL-ACAO
                       MOVE STK-ITEM   TO AUD-TRL-CHAVE
                       MOVE STK-REC    TO AUD-TRL-ANTES
                       MOVE RPS-MINIMO-NOVO TO STK-MINIMO
                       REWRITE STK-REC
                       MOVE STK-REC    TO AUD-TRL-DEPOIS
                       PERFORM 9400-REGISTRAR-AUD-TRL
                       MOVE RPS-LOTE-NOVO TO RPS-LOTE
                       MOVE 'A'           TO RPS-STATUS
                       MOVE WRK-DATA-HOJE TO RPS-DT-APROV
                       MOVE WRK-OPERADOR  TO RPS-OPER-APROV
                       REWRITE RPS-REC
                       ADD 1 TO WRK-QT-APLICADOS
                   END-IF
                   MOVE '00' TO WRK-STOCKMST-STATUS
               END-IF.

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

           COPY AUDPROC.
           COPY DATEPROC.
