           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB128.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = REENVIO DOS PEDIDOS COM SINISTRO (AVARIA OU
      *    EXTRAVIO) ABERTO PELO PROGCOB25 NO CLAIMREG. PARA CADA
      *    SINISTRO COM REENVIO PENDENTE MOSTRA O PEDIDO, A
      *    TRANSPORTADORA E O VALOR E PERGUNTA SE O PEDIDO DEVE SER
      *    REENVIADO. NA CONFIRMACAO, AS LINHAS DA FATURA DO PEDIDO
      *    (INVLINE) SAO REPOSTAS NO ORDERTXN COM NUMERO NOVO DO
      *    ORDCTL - SOMANDO NAS CONTAGENS DO TRAILER PARA A CRITICA
      *    (PROGCOB21) FECHAR, COMO NA LIBERACAO DE PENDENCIAS DO
      *    PROGCOB64 - E O ORDSTAT DO PEDIDO NOVO NASCE CAPTADO (C).
      *    A TRANSPORTADORA FICA EM ABERTO (00) PARA O FECHAMENTO
      *    ESCOLHER A MAIS BARATA. RESPOSTA N ENCERRA O REENVIO DO
      *    SINISTRO SEM PEDIDO NOVO; QUALQUER OUTRA RESPOSTA DEIXA
      *    PENDENTE PARA A PROXIMA EXECUCAO. SINISTRO SEM FATURA
      *    LOCALIZADA FICA PENDENTE PARA REENVIO MANUAL. O
      *    RELATORIO REENVREP MOSTRA O QUE FOI FEITO.
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
               SELECT CLAIMREG ASSIGN TO "CLAIMREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLM-PEDIDO
                   FILE STATUS IS WRK-CLAIMREG-STATUS.
               SELECT INVLINE ASSIGN TO "INVLINE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVLINE-STATUS.
               SELECT ORDERTXN ASSIGN TO "ORDERTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDERTXN-STATUS.
               SELECT ORDCTL ASSIGN TO "ORDCTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ORDCTL-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT REENVREP ASSIGN TO "REENVREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-REENVREP-STATUS.
           DATA DIVISION.
           FILE SECTION.
      *    ********** SINISTROS (AVARIA/EXTRAVIO) CONTRA A
      *    ********** TRANSPORTADORA - ABERTOS PELO PROGCOB25
           FD  CLAIMREG.
           01  CLM-REC.
               05 CLM-PEDIDO       PIC 9(06).
               05 CLM-TRANSP       PIC 9(02).
               05 CLM-UF           PIC X(02).
               05 CLM-CLIENTE      PIC 9(06).
               05 CLM-OCORRENCIA   PIC X(02).
               05 CLM-DT-ABERTURA  PIC 9(08).
               05 CLM-FATURA       PIC 9(06).
               05 CLM-VALOR        PIC 9(08)V99.
               05 CLM-VL-DEDUZIDO  PIC 9(08)V99.
               05 CLM-SITUACAO     PIC X(01).
                  88 CLM-ABERTO    VALUE 'A'.
                  88 CLM-PARCIAL   VALUE 'P'.
                  88 CLM-QUITADO   VALUE 'Q'.
               05 CLM-DT-BAIXA     PIC 9(08).
               05 CLM-REENVIO      PIC X(01).
                  88 CLM-REENVIO-PENDENTE VALUE 'P'.
                  88 CLM-REENVIADO        VALUE 'R'.
                  88 CLM-SEM-REENVIO      VALUE 'N'.
               05 CLM-PEDIDO-NOVO  PIC 9(06).

           FD  INVLINE.
           01  INVLINE-REC.
               05 LIN-FATURA     PIC 9(06).
               05 LIN-PEDIDO     PIC 9(06).
               05 LIN-CLIENTE    PIC 9(06).
               05 LIN-DATA       PIC 9(08).
               05 LIN-ITEM       PIC 9(04).
               05 LIN-DEPTO      PIC 9(02).
               05 LIN-QTDE       PIC 9(03).
               05 LIN-VALOR      PIC 9(06)V99.
               05 LIN-CUSTO-UNIT PIC 9(07)V99.
               05 LIN-CUSTO      PIC 9(08)V99.
               05 LIN-VENDEDOR   PIC 9(03).
               05 LIN-TOT-FATURA PIC 9(08)V99.

           FD  ORDERTXN.
           01  ORDERTXN-REC.
               05 TX-PEDIDO     PIC 9(06).
               05 TX-CLIENTE    PIC 9(06).
               05 TX-DATA-PEDIDO PIC 9(08).
               05 TX-ITEM       PIC 9(04).
               05 TX-QTDE       PIC 9(03).
               05 TX-VALOR      PIC 9(06)V99.
               05 TX-UF         PIC X(02).
               05 TX-TRANSP     PIC 9(02).
               05 TX-MOEDA      PIC X(03).
               05 TX-VALOR-ME   PIC 9(06)V99.
               05 TX-VENDEDOR   PIC 9(03).

           FD  ORDCTL.
           01  ORDCTL-REC.
               05 CTL-ULT-PEDIDO PIC 9(06).
               05 CTL-QT-LINHAS  PIC 9(06).
               05 CTL-VALOR-TOT  PIC 9(09)V99.

           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
                  88 OST-CAPTADO    VALUE 'C'.
                  88 OST-FRETE-CALC VALUE 'F'.
                  88 OST-ENVIADO    VALUE 'T'.
                  88 OST-ENTREGUE   VALUE 'E'.
                  88 OST-EXCECAO    VALUE 'X'.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

           FD  REENVREP.
           01  REENVREP-REC     PIC X(90).

           WORKING-STORAGE SECTION.
           77 WRK-CLAIMREG-STATUS PIC X(02) VALUE SPACES.
               88 CLAIMREG-OK     VALUE '00'.
               88 CLAIMREG-EOF    VALUE '10'.
           77 WRK-INVLINE-STATUS  PIC X(02) VALUE SPACES.
               88 INVLINE-OK      VALUE '00'.
               88 INVLINE-EOF     VALUE '10'.
           77 WRK-ORDERTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ORDCTL-STATUS   PIC X(02) VALUE SPACES.
               88 ORDCTL-OK       VALUE '00'.
           77 WRK-ORDSTAT-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-REENVREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ULT-PEDIDO  PIC 9(06) VALUE ZEROS.
           77 WRK-QT-LINHAS   PIC 9(06) VALUE ZEROS.
           77 WRK-VALOR-TOT   PIC 9(09)V99 VALUE ZEROS.
           77 WRK-PEDIDO-NOVO PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA  PIC 9(08).
               02 WRK-TS-HORA  PIC 9(08).
           77 WRK-LINHA       PIC X(90) VALUE SPACES.
           77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
               88 CONFIRMOU    VALUE 'S'.
               88 RECUSOU      VALUE 'N'.
           77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-QT-REENVIADOS PIC 9(04) VALUE ZEROS.
           77 WRK-QT-RECUSADOS  PIC 9(04) VALUE ZEROS.
           77 WRK-QT-ADIADOS    PIC 9(04) VALUE ZEROS.
           77 WRK-QT-SEM-FATURA PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU-LINHA PIC X(01) VALUE 'N'.
               88 ACHOU-LINHA  VALUE 'S'.
      *    ********** SINISTROS COM REENVIO PENDENTE
           01 WRK-TAB-SINISTROS.
               02 WRK-SN OCCURS 200 TIMES.
                   05 WRK-SN-PEDIDO     PIC 9(06).
                   05 WRK-SN-TRANSP     PIC 9(02).
                   05 WRK-SN-UF         PIC X(02).
                   05 WRK-SN-CLIENTE    PIC 9(06).
                   05 WRK-SN-OCORRENCIA PIC X(02).
                   05 WRK-SN-FATURA     PIC 9(06).
                   05 WRK-SN-VALOR      PIC 9(08)V99.
           77 WRK-QT-SN       PIC 9(03) VALUE ZEROS.
           77 WRK-SN-SUB      PIC 9(03) VALUE ZEROS.
      *    ********** LINHAS DAS FATURAS DOS SINISTROS PENDENTES
           01 WRK-TAB-LINHAS.
               02 WRK-LN OCCURS 1000 TIMES.
                   05 WRK-LN-FATURA   PIC 9(06).
                   05 WRK-LN-ITEM     PIC 9(04).
                   05 WRK-LN-QTDE     PIC 9(03).
                   05 WRK-LN-VALOR    PIC 9(06)V99.
                   05 WRK-LN-VENDEDOR PIC 9(03).
           77 WRK-QT-LN       PIC 9(04) VALUE ZEROS.
           77 WRK-LN-SUB      PIC 9(04) VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF CLAIMREG-OK OR CLAIMREG-EOF
                   PERFORM 0200-CARREGAR-PENDENTES
                           UNTIL CLAIMREG-EOF
                   IF WRK-QT-SN = 0
                       DISPLAY 'NENHUM SINISTRO COM REENVIO PENDENTE'
                   ELSE
                       PERFORM 0300-CARREGAR-LINHAS
                       PERFORM 0400-OFERECER-REENVIO
                               VARYING WRK-SN-SUB FROM 1 BY 1
                               UNTIL WRK-SN-SUB > WRK-QT-SN
                   END-IF
                   PERFORM 0900-FINALIZAR
               END-IF.
               GOBACK.

           0100-INICIALIZAR.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O CLAIMREG.
               IF WRK-CLAIMREG-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE SINISTROS (CLAIMREG) AUSENTE'
                           ' - NADA A REENVIAR'
                   MOVE '99' TO WRK-CLAIMREG-STATUS
               ELSE
                   MOVE ZEROS TO CLM-PEDIDO
                   START CLAIMREG KEY IS GREATER THAN CLM-PEDIDO
                       INVALID KEY
                           MOVE '10' TO WRK-CLAIMREG-STATUS
                   END-START
                   OPEN OUTPUT REENVREP
                   MOVE SPACES TO WRK-LINHA
                   STRING 'REENVIO DE PEDIDOS COM SINISTRO EM '
                          WRK-DATA-HOJE
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO REENVREP-REC
                   WRITE REENVREP-REC
               END-IF.

           0110-LER-CONTROLE.
               OPEN INPUT ORDCTL.
               IF ORDCTL-OK
                   READ ORDCTL
                       AT END CONTINUE
                   END-READ
                   IF ORDCTL-OK
                       MOVE CTL-ULT-PEDIDO TO WRK-ULT-PEDIDO
                       MOVE CTL-QT-LINHAS  TO WRK-QT-LINHAS
                       MOVE CTL-VALOR-TOT  TO WRK-VALOR-TOT
                   END-IF
                   CLOSE ORDCTL
               END-IF.

           0120-GRAVAR-CONTROLE.
               MOVE WRK-ULT-PEDIDO TO CTL-ULT-PEDIDO.
               MOVE WRK-QT-LINHAS  TO CTL-QT-LINHAS.
               MOVE WRK-VALOR-TOT  TO CTL-VALOR-TOT.
               OPEN OUTPUT ORDCTL.
               WRITE ORDCTL-REC.
               CLOSE ORDCTL.

      *    ********** SO OS SINISTROS AINDA SEM DECISAO DE REENVIO
           0200-CARREGAR-PENDENTES.
               READ CLAIMREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CLAIMREG-STATUS
               END-READ.
               IF CLAIMREG-OK AND CLM-REENVIO-PENDENTE
                   IF WRK-QT-SN < 200
                       ADD 1 TO WRK-QT-SN
                       MOVE CLM-PEDIDO     TO WRK-SN-PEDIDO(WRK-QT-SN)
                       MOVE CLM-TRANSP     TO WRK-SN-TRANSP(WRK-QT-SN)
                       MOVE CLM-UF         TO WRK-SN-UF(WRK-QT-SN)
                       MOVE CLM-CLIENTE    TO WRK-SN-CLIENTE(WRK-QT-SN)
                       MOVE CLM-OCORRENCIA
                            TO WRK-SN-OCORRENCIA(WRK-QT-SN)
                       MOVE CLM-FATURA     TO WRK-SN-FATURA(WRK-QT-SN)
                       MOVE CLM-VALOR      TO WRK-SN-VALOR(WRK-QT-SN)
                   ELSE
                       DISPLAY 'TABELA DE SINISTROS CHEIA - PEDIDO '
                               CLM-PEDIDO ' FICA PARA A PROXIMA'
                   END-IF
               END-IF.

      *    ********** UMA PASSADA NO INVLINE GUARDANDO AS LINHAS DAS
      *    ********** FATURAS DOS SINISTROS PENDENTES
           0300-CARREGAR-LINHAS.
               OPEN INPUT INVLINE.
               IF INVLINE-OK
                   PERFORM 0310-LER-INVLINE
                   PERFORM 0320-GUARDAR-LINHA UNTIL INVLINE-EOF
                   CLOSE INVLINE
               ELSE
                   DISPLAY 'ITENS DE FATURA (INVLINE) AUSENTES'
               END-IF.

           0310-LER-INVLINE.
               READ INVLINE
                   AT END MOVE '10' TO WRK-INVLINE-STATUS
               END-READ.

           0320-GUARDAR-LINHA.
               PERFORM 0330-CONFERIR-FATURA
                       VARYING WRK-SN-SUB FROM 1 BY 1
                       UNTIL WRK-SN-SUB > WRK-QT-SN.
               PERFORM 0310-LER-INVLINE.

           0330-CONFERIR-FATURA.
               IF LIN-FATURA = WRK-SN-FATURA(WRK-SN-SUB)
                   AND LIN-PEDIDO = WRK-SN-PEDIDO(WRK-SN-SUB)
                   IF WRK-QT-LN < 1000
                       ADD 1 TO WRK-QT-LN
                       MOVE LIN-FATURA   TO WRK-LN-FATURA(WRK-QT-LN)
                       MOVE LIN-ITEM     TO WRK-LN-ITEM(WRK-QT-LN)
                       MOVE LIN-QTDE     TO WRK-LN-QTDE(WRK-QT-LN)
                       MOVE LIN-VALOR    TO WRK-LN-VALOR(WRK-QT-LN)
                       MOVE LIN-VENDEDOR
                            TO WRK-LN-VENDEDOR(WRK-QT-LN)
                   ELSE
                       DISPLAY 'TABELA DE ITENS DE FATURA CHEIA'
                   END-IF
                   MOVE WRK-QT-SN TO WRK-SN-SUB
               END-IF.

      *    ********** PERGUNTA AO OPERADOR, SINISTRO A SINISTRO
           0400-OFERECER-REENVIO.
               MOVE 'N' TO WRK-ACHOU-LINHA.
               PERFORM 0410-PROCURAR-LINHA
                       VARYING WRK-LN-SUB FROM 1 BY 1
                       UNTIL WRK-LN-SUB > WRK-QT-LN
                       OR ACHOU-LINHA.
               IF NOT ACHOU-LINHA
                   ADD 1 TO WRK-QT-SEM-FATURA
                   MOVE SPACES TO WRK-LINHA
                   STRING 'PEDIDO ' WRK-SN-PEDIDO(WRK-SN-SUB)
                          ' SEM FATURA LOCALIZADA'
                          ' - REENVIO MANUAL'
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   MOVE WRK-LINHA TO REENVREP-REC
                   WRITE REENVREP-REC
                   GO TO 0400-SAIDA
               END-IF.
               MOVE WRK-SN-VALOR(WRK-SN-SUB) TO WRK-VALOR-ED.
               DISPLAY 'SINISTRO ' WRK-SN-OCORRENCIA(WRK-SN-SUB)
                       ' PEDIDO ' WRK-SN-PEDIDO(WRK-SN-SUB)
                       ' CLIENTE ' WRK-SN-CLIENTE(WRK-SN-SUB)
                       ' UF ' WRK-SN-UF(WRK-SN-SUB)
                       ' TRANSP ' WRK-SN-TRANSP(WRK-SN-SUB)
                       ' VALOR ' WRK-VALOR-ED.
               DISPLAY 'CONFIRMA O REENVIO DO PEDIDO (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF CONFIRMOU
                   PERFORM 0500-REENVIAR-PEDIDO
               ELSE
                   IF RECUSOU
                       PERFORM 0600-RECUSAR-REENVIO
                   ELSE
                       ADD 1 TO WRK-QT-ADIADOS
                       DISPLAY 'REENVIO ADIADO'
                   END-IF
               END-IF.
           0400-SAIDA.
               EXIT.

           0410-PROCURAR-LINHA.
               IF WRK-LN-FATURA(WRK-LN-SUB) = WRK-SN-FATURA(WRK-SN-SUB)
                   MOVE 'S' TO WRK-ACHOU-LINHA
               END-IF.

      *    ********** PEDIDO NOVO NO ORDERTXN COM AS LINHAS DA FATURA
      *    ********** DO ORIGINAL, NA MOEDA LOCAL
           0500-REENVIAR-PEDIDO.
               IF WRK-QT-REENVIADOS = 0
                   PERFORM 0110-LER-CONTROLE
                   OPEN EXTEND ORDERTXN
                   IF WRK-ORDERTXN-STATUS = '35'
                       CLOSE ORDERTXN
                       OPEN OUTPUT ORDERTXN
                   END-IF
                   OPEN I-O ORDSTAT
               END-IF.
               ADD 1 TO WRK-ULT-PEDIDO.
               MOVE WRK-ULT-PEDIDO TO WRK-PEDIDO-NOVO.
               PERFORM 0510-GRAVAR-LINHA
                       VARYING WRK-LN-SUB FROM 1 BY 1
                       UNTIL WRK-LN-SUB > WRK-QT-LN.
               PERFORM 0550-GRAVAR-SITUACAO.
               MOVE WRK-SN-PEDIDO(WRK-SN-SUB) TO CLM-PEDIDO.
               READ CLAIMREG
                   KEY IS CLM-PEDIDO
               END-READ.
               IF CLAIMREG-OK
                   MOVE 'R'             TO CLM-REENVIO
                   MOVE WRK-PEDIDO-NOVO TO CLM-PEDIDO-NOVO
                   REWRITE CLM-REC
               END-IF.
               ADD 1 TO WRK-QT-REENVIADOS.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REENVIADO PEDIDO ' WRK-SN-PEDIDO(WRK-SN-SUB)
                      ' TRANSP ' WRK-SN-TRANSP(WRK-SN-SUB)
                      ' NOVO PEDIDO ' WRK-PEDIDO-NOVO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO REENVREP-REC.
               WRITE REENVREP-REC.

           0510-GRAVAR-LINHA.
               IF WRK-LN-FATURA(WRK-LN-SUB) = WRK-SN-FATURA(WRK-SN-SUB)
                   MOVE WRK-PEDIDO-NOVO TO TX-PEDIDO
                   MOVE WRK-SN-CLIENTE(WRK-SN-SUB) TO TX-CLIENTE
                   MOVE WRK-DATA-HOJE   TO TX-DATA-PEDIDO
                   MOVE WRK-LN-ITEM(WRK-LN-SUB)  TO TX-ITEM
                   MOVE WRK-LN-QTDE(WRK-LN-SUB)  TO TX-QTDE
                   MOVE WRK-LN-VALOR(WRK-LN-SUB) TO TX-VALOR
                   MOVE WRK-SN-UF(WRK-SN-SUB)    TO TX-UF
                   MOVE ZEROS           TO TX-TRANSP
                   MOVE 'BRL'           TO TX-MOEDA
                   MOVE WRK-LN-VALOR(WRK-LN-SUB) TO TX-VALOR-ME
                   MOVE WRK-LN-VENDEDOR(WRK-LN-SUB) TO TX-VENDEDOR
                   WRITE ORDERTXN-REC
                   ADD 1 TO WRK-QT-LINHAS
                   ADD WRK-LN-VALOR(WRK-LN-SUB) TO WRK-VALOR-TOT
               END-IF.

           0550-GRAVAR-SITUACAO.
               PERFORM 0700-MONTAR-DATAHORA.
               MOVE WRK-PEDIDO-NOVO TO OST-PEDIDO.
               MOVE 'C'             TO OST-STATUS.
               MOVE WRK-SN-CLIENTE(WRK-SN-SUB) TO OST-CLIENTE.
               MOVE WRK-SN-UF(WRK-SN-SUB)      TO OST-UF.
               MOVE ZEROS           TO OST-VALOR OST-FRETE.
               MOVE WRK-DATAHORA    TO OST-DATAHORA.
               MOVE ZEROS           TO OST-TRANSP.
               WRITE OST-REC
                   INVALID KEY
                       REWRITE OST-REC
               END-WRITE.

           0600-RECUSAR-REENVIO.
               MOVE WRK-SN-PEDIDO(WRK-SN-SUB) TO CLM-PEDIDO.
               READ CLAIMREG
                   KEY IS CLM-PEDIDO
               END-READ.
               IF CLAIMREG-OK
                   MOVE 'N' TO CLM-REENVIO
                   REWRITE CLM-REC
               END-IF.
               ADD 1 TO WRK-QT-RECUSADOS.
               MOVE SPACES TO WRK-LINHA.
               STRING 'PEDIDO ' WRK-SN-PEDIDO(WRK-SN-SUB)
                      ' SEM REENVIO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO REENVREP-REC.
               WRITE REENVREP-REC.

           0700-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

           0900-FINALIZAR.
               IF WRK-QT-REENVIADOS > 0
                   CLOSE ORDERTXN
                   CLOSE ORDSTAT
                   PERFORM 0120-GRAVAR-CONTROLE
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               STRING 'REENVIADOS ' WRK-QT-REENVIADOS
                      ' SEM REENVIO ' WRK-QT-RECUSADOS
                      ' ADIADOS ' WRK-QT-ADIADOS
                      ' SEM FATURA ' WRK-QT-SEM-FATURA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO REENVREP-REC.
               WRITE REENVREP-REC.
               CLOSE CLAIMREG.
               CLOSE REENVREP.
               DISPLAY 'PEDIDOS REENVIADOS.....: ' WRK-QT-REENVIADOS.
               DISPLAY 'SINISTROS SEM REENVIO..: ' WRK-QT-RECUSADOS.
