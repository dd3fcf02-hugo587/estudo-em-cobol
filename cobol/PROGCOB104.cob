           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB104.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = TRANSFERENCIA DE ESTOQUE ENTRE DEPARTAMENTOS EM
      *    DOIS PASSOS. A EMISSAO NUMERA A TRANSFERENCIA (CONTROLE
      *    TRFCTL, COMO O POCTL DO PROGCOB55), TIRA A QUANTIDADE DO
      *    SALDO DO DEPARTAMENTO DE ORIGEM E A DEIXA EM TRANSITO NO
      *    STKTRF AO CUSTO MEDIO DO MOMENTO. A CONFIRMACAO DO
      *    RECEBIMENTO DEVOLVE A QUANTIDADE AO SALDO NO DEPARTAMENTO
      *    DE DESTINO PELO MESMO CUSTO. AS DUAS PONTAS VAO AO KARDEX
      *    (STKMOV, TIPOS TS/TE). O RELATORIO STKTRFREP LISTA O QUE
      *    ESTA EM TRANSITO, E A VALORIZACAO DO PROGCOB66 O SOMA NO
      *    TOTAL DO ESTOQUE. COMO O STOCKMST GUARDA UM DEPARTAMENTO
      *    POR ITEM (CHAVE STK-ITEM), A TRANSFERENCIA E SEMPRE DO
      *    SALDO TOTAL DO ITEM E O ITEM NAO PODE TER OUTRA EM
      *    TRANSITO; NA CONFIRMACAO ELE PASSA AO DEPARTAMENTO DE
      *    DESTINO.
      *    ACABA O ACERTO DE DEPARTAMENTO POR CONTAGEM NO PROGCOB65.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - EMISSAO RECUSA TRANSFERENCIA PARCIAL E
      *                         ITEM COM TRANSFERENCIA EM TRANSITO (O
      *                         SALDO NAO TRANSFERIDO IA JUNTO PARA O
      *                         DESTINO NA CONFIRMACAO).
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
               SELECT STKTRF ASSIGN TO "STKTRF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRF-NUMERO
                   FILE STATUS IS WRK-STKTRF-STATUS.
               SELECT TRFCTL ASSIGN TO "TRFCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-TRFCTL-STATUS.
               SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPT-CODIGO
                   FILE STATUS IS WRK-DEPTMAST-STATUS.
               SELECT STKTRFREP ASSIGN TO "STKTRFREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKTRFREP-STATUS.
               SELECT STKMOV ASSIGN TO "STKMOV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-STKMOV-STATUS.
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

           FD  STKTRF.
           01  TRF-REC.
               05 TRF-NUMERO       PIC 9(06).
               05 TRF-ITEM         PIC 9(04).
               05 TRF-DEPTO-ORIG   PIC 9(02).
               05 TRF-DEPTO-DEST   PIC 9(02).
               05 TRF-QTDE         PIC 9(07).
               05 TRF-CUSTO        PIC 9(07)V99.
               05 TRF-DT-EMISSAO   PIC 9(08).
               05 TRF-OPER-EMISSAO PIC X(20).
               05 TRF-DT-RECEB     PIC 9(08).
               05 TRF-OPER-RECEB   PIC X(20).
               05 TRF-STATUS       PIC X(01).
                  88 TRF-EM-TRANSITO VALUE 'T'.
                  88 TRF-RECEBIDA    VALUE 'R'.

           FD  TRFCTL.
           01  TRFCTL-REC.
               05 TCT-ULT-TRANSF PIC 9(06).

           FD  DEPTMAST.
           01  DPT-REC.
               05 DPT-CODIGO     PIC 9(02).
               05 DPT-NOME       PIC X(20).
               05 DPT-ATIVO      PIC X(01).
                  88 DPT-ATIVO-SIM VALUE 'S'.

           FD  STKTRFREP.
           01  STKTRFREP-REC     PIC X(90).

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

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           WORKING-STORAGE SECTION.
           COPY DATECOM.
           COPY KDXCOM.
           77 WRK-STOCKMST-STATUS PIC X(02) VALUE SPACES.
               88 STOCKMST-OK        VALUE '00'.
               88 STOCKMST-NOTFOUND  VALUE '23'.
           77 WRK-STKTRF-STATUS PIC X(02) VALUE SPACES.
               88 STKTRF-OK          VALUE '00'.
               88 STKTRF-NOTFOUND    VALUE '23'.
               88 STKTRF-EOF         VALUE '10'.
           77 WRK-TRFCTL-STATUS PIC X(02) VALUE SPACES.
               88 TRFCTL-OK          VALUE '00'.
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK        VALUE '00'.
           77 WRK-STKTRFREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-STKMOV-STATUS PIC X(02) VALUE SPACES.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-EMITIR    VALUE 'E'.
               88 OPCAO-CONFIRMAR VALUE 'C'.
               88 OPCAO-LISTAR    VALUE 'L'.
               88 OPCAO-SAIR      VALUE '0'.
           77 WRK-OPERADOR   PIC X(20) VALUE SPACES.
           77 WRK-ITEM       PIC 9(04) VALUE ZEROS.
           77 WRK-DEPTO-DEST PIC 9(02) VALUE ZEROS.
           77 WRK-QTDE       PIC 9(07) VALUE ZEROS.
           77 WRK-NUMERO     PIC 9(06) VALUE ZEROS.
           77 WRK-ULT-TRANSF PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-CONV  PIC 9(08) VALUE ZEROS.
           77 WRK-DIAS-CONV  PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
           77 WRK-DIAS-TRANS PIC 9(05) VALUE ZEROS.
           77 WRK-M          PIC 9(02) VALUE ZEROS.
           77 WRK-VALOR-ANTIGO PIC 9(12)V99 VALUE ZEROS.
           77 WRK-VALOR-NOVO PIC 9(12)V99 VALUE ZEROS.
           77 WRK-SALDO-NOVO PIC S9(08) VALUE ZEROS.
           77 WRK-VALOR-TRF  PIC 9(12)V99 VALUE ZEROS.
           77 WRK-TOTAL-TRF  PIC 9(13)V99 VALUE ZEROS.
           77 WRK-QT-TRANSITO PIC 9(05) VALUE ZEROS.
           77 WRK-SALDO-ED   PIC -ZZZZZZ9 VALUE ZEROS.
           77 WRK-CUSTO-ED   PIC ZZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED   PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-LINHA      PIC X(90) VALUE SPACES.
           77 WRK-TRF-PENDENTE PIC X(01) VALUE 'N'.
               88 TRF-PENDENTE    VALUE 'S'.

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
               OPEN I-O STOCKMST.
               IF NOT STOCKMST-OK
                   DISPLAY 'CONTROLE DE ESTOQUE INDISPONIVEL -'
                           ' STATUS ' WRK-STOCKMST-STATUS
               ELSE
                   OPEN I-O STKTRF
                   IF WRK-STKTRF-STATUS = '35'
                       CLOSE STKTRF
                       OPEN OUTPUT STKTRF
                       CLOSE STKTRF
                       OPEN I-O STKTRF
                   END-IF
                   OPEN INPUT DEPTMAST
                   PERFORM 0050-LER-CONTROLE
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE STOCKMST
                   CLOSE STKTRF
                   CLOSE DEPTMAST
               END-IF.
               GOBACK.

           0050-LER-CONTROLE.
               OPEN INPUT TRFCTL.
               IF TRFCTL-OK
                   READ TRFCTL
                       AT END CONTINUE
                   END-READ
                   IF TRFCTL-OK
                       MOVE TCT-ULT-TRANSF TO WRK-ULT-TRANSF
                   END-IF
                   CLOSE TRFCTL
               END-IF.

           0060-GRAVAR-CONTROLE.
               MOVE WRK-ULT-TRANSF TO TCT-ULT-TRANSF.
               OPEN OUTPUT TRFCTL.
               WRITE TRFCTL-REC.
               CLOSE TRFCTL.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' TRANSFERENCIA ENTRE DEPARTAMENTOS'.
               DISPLAY ' E - EMITIR TRANSFERENCIA'.
               DISPLAY ' C - CONFIRMAR RECEBIMENTO'.
               DISPLAY ' L - RELATORIO EM TRANSITO (STKTRFREP)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-EMITIR
                       PERFORM 0200-EMITIR
                   WHEN OPCAO-CONFIRMAR
                       PERFORM 0300-CONFIRMAR
                   WHEN OPCAO-LISTAR
                       PERFORM 0400-RELATORIO-TRANSITO
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** PASSO 1 - SAI DA ORIGEM E FICA EM TRANSITO
           0200-EMITIR.
               DISPLAY 'CODIGO DO ITEM...'.
               ACCEPT WRK-ITEM.
               MOVE WRK-ITEM TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF NOT STOCKMST-OK
                   DISPLAY 'ITEM SEM SALDO EM ESTOQUE'
               ELSE
                   MOVE STK-SALDO TO WRK-SALDO-ED
                   DISPLAY 'DEPTO ORIGEM ' STK-DEPTO
                           ' SALDO ' WRK-SALDO-ED
                   DISPLAY 'DEPARTAMENTO DE DESTINO...'
                   ACCEPT WRK-DEPTO-DEST
                   DISPLAY 'QUANTIDADE A TRANSFERIR...'
                   ACCEPT WRK-QTDE
                   PERFORM 0210-CRITICAR-EMISSAO
               END-IF.

           0210-CRITICAR-EMISSAO.
               MOVE WRK-DEPTO-DEST TO DPT-CODIGO.
               READ DEPTMAST
                   KEY IS DPT-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-DEPTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-DEPTMAST-STATUS
               END-READ.
               PERFORM 0220-PROCURAR-PENDENTE.
               EVALUATE TRUE
                   WHEN NOT DEPTMAST-OK
                       DISPLAY 'DEPARTAMENTO DE DESTINO NAO CADASTRADO'
                   WHEN NOT DPT-ATIVO-SIM
                       DISPLAY 'DEPARTAMENTO DE DESTINO INATIVO'
                   WHEN WRK-DEPTO-DEST = STK-DEPTO
                       DISPLAY 'DESTINO IGUAL A ORIGEM'
                   WHEN WRK-QTDE = 0
                       DISPLAY 'QUANTIDADE ZERADA - NADA EMITIDO'
                   WHEN WRK-QTDE > STK-SALDO
                       DISPLAY 'QUANTIDADE MAIOR QUE O SALDO'
                   WHEN WRK-QTDE NOT = STK-SALDO
                       DISPLAY 'TRANSFERENCIA SO DO SALDO TOTAL DO ITEM'
                   WHEN TRF-PENDENTE
                       DISPLAY 'ITEM JA TEM TRANSFERENCIA EM TRANSITO'
                   WHEN OTHER
                       PERFORM 0250-GRAVAR-EMISSAO
               END-EVALUATE.

      *    ********** TRANSFERENCIA DO ITEM AINDA EM TRANSITO (STKTRF)
           0220-PROCURAR-PENDENTE.
               MOVE 'N' TO WRK-TRF-PENDENTE.
               MOVE ZEROS TO TRF-NUMERO.
               START STKTRF KEY IS GREATER THAN TRF-NUMERO
                   INVALID KEY
                       MOVE '10' TO WRK-STKTRF-STATUS
               END-START.
               PERFORM 0230-LER-PENDENTE
                       UNTIL STKTRF-EOF OR STKTRF-NOTFOUND
                          OR TRF-PENDENTE.
               MOVE '00' TO WRK-STKTRF-STATUS.

           0230-LER-PENDENTE.
               READ STKTRF NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STKTRF-STATUS
               END-READ.
               IF STKTRF-OK AND TRF-EM-TRANSITO
                  AND TRF-ITEM = STK-ITEM
                   MOVE 'S' TO WRK-TRF-PENDENTE
               END-IF.

           0250-GRAVAR-EMISSAO.
               ADD 1 TO WRK-ULT-TRANSF.
               SUBTRACT WRK-QTDE FROM STK-SALDO.
               REWRITE STK-REC.
               MOVE WRK-ULT-TRANSF  TO TRF-NUMERO.
               MOVE STK-ITEM        TO TRF-ITEM.
               MOVE STK-DEPTO       TO TRF-DEPTO-ORIG.
               MOVE WRK-DEPTO-DEST  TO TRF-DEPTO-DEST.
               MOVE WRK-QTDE        TO TRF-QTDE.
               MOVE STK-CUSTO-MEDIO TO TRF-CUSTO.
               MOVE WRK-DATA-HOJE   TO TRF-DT-EMISSAO.
               MOVE WRK-OPERADOR    TO TRF-OPER-EMISSAO.
               MOVE ZEROS           TO TRF-DT-RECEB.
               MOVE SPACES          TO TRF-OPER-RECEB.
               MOVE 'T'             TO TRF-STATUS.
               WRITE TRF-REC.
               PERFORM 0060-GRAVAR-CONTROLE.
               MOVE 'TS' TO KDX-TIPO.
               COMPUTE KDX-QTDE = ZERO - WRK-QTDE.
               MOVE STK-CUSTO-MEDIO TO KDX-CUSTO.
               PERFORM 0270-MONTAR-DOCUMENTO.
               PERFORM 9600-REGISTRAR-MOVIMENTO.
               DISPLAY 'TRANSFERENCIA ' WRK-ULT-TRANSF
                       ' EMITIDA - EM TRANSITO PARA O DEPTO '
                       WRK-DEPTO-DEST.

           0270-MONTAR-DOCUMENTO.
               MOVE SPACES TO KDX-DOCUMENTO.
               STRING 'TRANSF ' TRF-NUMERO
                      DELIMITED BY SIZE INTO KDX-DOCUMENTO
               END-STRING.
               MOVE WRK-OPERADOR TO KDX-OPERADOR.
               MOVE 'PRGCOB104' TO KDX-PROGRAMA.

      *    ********** PASSO 2 - ENTRA NO DESTINO PELO CUSTO DA SAIDA
           0300-CONFIRMAR.
               DISPLAY 'NUMERO DA TRANSFERENCIA...'.
               ACCEPT WRK-NUMERO.
               MOVE WRK-NUMERO TO TRF-NUMERO.
               READ STKTRF
                   KEY IS TRF-NUMERO
                   INVALID KEY
                       MOVE '23' TO WRK-STKTRF-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STKTRF-STATUS
               END-READ.
               EVALUATE TRUE
                   WHEN NOT STKTRF-OK
                       DISPLAY 'TRANSFERENCIA NAO ENCONTRADA'
                   WHEN TRF-RECEBIDA
                       DISPLAY 'TRANSFERENCIA JA RECEBIDA EM '
                               TRF-DT-RECEB ' POR ' TRF-OPER-RECEB
                   WHEN OTHER
                       PERFORM 0350-GRAVAR-RECEBIMENTO
               END-EVALUATE.

           0350-GRAVAR-RECEBIMENTO.
               DISPLAY 'ITEM ' TRF-ITEM ' QTDE ' TRF-QTDE
                       ' DO DEPTO ' TRF-DEPTO-ORIG
                       ' PARA O DEPTO ' TRF-DEPTO-DEST.
               MOVE TRF-ITEM TO STK-ITEM.
               READ STOCKMST
                   KEY IS STK-ITEM
                   INVALID KEY
                       MOVE '23' TO WRK-STOCKMST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-STOCKMST-STATUS
               END-READ.
               IF STOCKMST-NOTFOUND
                   MOVE TRF-ITEM TO STK-ITEM
                   MOVE ZEROS    TO STK-SALDO STK-MINIMO
                                    STK-CUSTO-MEDIO
                   MOVE TRF-DEPTO-DEST TO STK-DEPTO
                   WRITE STK-REC
               END-IF.
               PERFORM 0360-RECALCULAR-CUSTO-MEDIO.
               ADD TRF-QTDE TO STK-SALDO.
               MOVE TRF-DEPTO-DEST TO STK-DEPTO.
               REWRITE STK-REC.
               MOVE WRK-DATA-HOJE TO TRF-DT-RECEB.
               MOVE WRK-OPERADOR  TO TRF-OPER-RECEB.
               MOVE 'R'           TO TRF-STATUS.
               REWRITE TRF-REC.
               MOVE 'TE' TO KDX-TIPO.
               MOVE TRF-QTDE TO KDX-QTDE.
               MOVE TRF-CUSTO TO KDX-CUSTO.
               PERFORM 0270-MONTAR-DOCUMENTO.
               PERFORM 9600-REGISTRAR-MOVIMENTO.
               MOVE STK-SALDO TO WRK-SALDO-ED.
               DISPLAY 'RECEBIMENTO CONFIRMADO - SALDO NO DEPTO '
                       STK-DEPTO ' ' WRK-SALDO-ED.

      *    ********** MEDIA MOVEL COMO NAS ENTRADAS (PROGCOB50/56), COM
      *    ********** O CUSTO DA SAIDA - O VALOR TRANSFERIDO NAO MUDA
           0360-RECALCULAR-CUSTO-MEDIO.
               IF STK-SALDO <= 0
                   MOVE TRF-CUSTO TO STK-CUSTO-MEDIO
               ELSE
                   COMPUTE WRK-VALOR-ANTIGO =
                           STK-SALDO * STK-CUSTO-MEDIO
                   COMPUTE WRK-VALOR-NOVO =
                           WRK-VALOR-ANTIGO +
                           (TRF-QTDE * TRF-CUSTO)
                   COMPUTE WRK-SALDO-NOVO = STK-SALDO + TRF-QTDE
                   IF WRK-SALDO-NOVO > 0
                       COMPUTE STK-CUSTO-MEDIO ROUNDED =
                               WRK-VALOR-NOVO / WRK-SALDO-NOVO
                           ON SIZE ERROR
                               MOVE TRF-CUSTO TO STK-CUSTO-MEDIO
                       END-COMPUTE
                   END-IF
               END-IF.

      *    ********** TRANSFERENCIAS AINDA EM TRANSITO, COM OS DIAS
      *    ********** DESDE A EMISSAO E O VALOR AO CUSTO DA SAIDA
           0400-RELATORIO-TRANSITO.
               MOVE ZEROS TO WRK-QT-TRANSITO WRK-TOTAL-TRF.
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV.
               PERFORM 0800-DATA-PARA-DIAS.
               MOVE WRK-DIAS-CONV TO WRK-DIAS-HOJE.
               OPEN OUTPUT STKTRFREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'TRANSFERENCIAS EM TRANSITO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO STKTRFREP-REC.
               WRITE STKTRFREP-REC.
               MOVE SPACES TO WRK-LINHA.
               MOVE 'NUMERO ITEM OR DE  EMISSAO     QTDE' TO
                    WRK-LINHA(1:35).
               MOVE 'CUSTO MEDIO           VALOR DIAS OPERADOR' TO
                    WRK-LINHA(38:41).
               MOVE WRK-LINHA TO STKTRFREP-REC.
               WRITE STKTRFREP-REC.
               MOVE ZEROS TO TRF-NUMERO.
               START STKTRF KEY IS GREATER THAN TRF-NUMERO
                   INVALID KEY
                       MOVE '10' TO WRK-STKTRF-STATUS
               END-START.
               PERFORM 0410-LER-TRANSFERENCIA
                       UNTIL STKTRF-EOF OR STKTRF-NOTFOUND.
               MOVE '00' TO WRK-STKTRF-STATUS.
               MOVE WRK-TOTAL-TRF TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'EM TRANSITO.. ' WRK-QT-TRANSITO
                      '  VALOR ' WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO STKTRFREP-REC.
               WRITE STKTRFREP-REC.
               CLOSE STKTRFREP.
               DISPLAY 'RELATORIO GRAVADO EM STKTRFREP - EM TRANSITO '
                       WRK-QT-TRANSITO.

           0410-LER-TRANSFERENCIA.
               READ STKTRF NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-STKTRF-STATUS
               END-READ.
               IF STKTRF-OK AND TRF-EM-TRANSITO
                   ADD 1 TO WRK-QT-TRANSITO
                   COMPUTE WRK-VALOR-TRF = TRF-QTDE * TRF-CUSTO
                   ADD WRK-VALOR-TRF TO WRK-TOTAL-TRF
                   MOVE TRF-DT-EMISSAO TO WRK-DATA-CONV
                   PERFORM 0800-DATA-PARA-DIAS
                   IF WRK-DIAS-HOJE > WRK-DIAS-CONV
                       COMPUTE WRK-DIAS-TRANS =
                               WRK-DIAS-HOJE - WRK-DIAS-CONV
                   ELSE
                       MOVE ZEROS TO WRK-DIAS-TRANS
                   END-IF
                   MOVE SPACES TO WRK-LINHA
                   MOVE TRF-NUMERO TO WRK-LINHA(1:6)
                   MOVE TRF-ITEM TO WRK-LINHA(8:4)
                   MOVE TRF-DEPTO-ORIG TO WRK-LINHA(13:2)
                   MOVE TRF-DEPTO-DEST TO WRK-LINHA(16:2)
                   MOVE TRF-DT-EMISSAO TO WRK-LINHA(20:8)
                   MOVE TRF-QTDE TO WRK-LINHA(29:7)
                   MOVE TRF-CUSTO TO WRK-CUSTO-ED
                   MOVE WRK-CUSTO-ED TO WRK-LINHA(38:11)
                   MOVE WRK-VALOR-TRF TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED TO WRK-LINHA(50:14)
                   MOVE WRK-DIAS-TRANS TO WRK-LINHA(65:5)
                   MOVE TRF-OPER-EMISSAO TO WRK-LINHA(71:20)
                   MOVE WRK-LINHA TO STKTRFREP-REC
                   WRITE STKTRFREP-REC
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

           COPY DATEPROC.
           COPY KDXPROC.
