      *    02/09/2026 HUGOVIE - CONDICOES DE STATUS RETIDO (B)
      *                         INCLUIDAS NO LAYOUT DO ORDSTAT,
      *                         UNIFORME COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - CONDICAO DE STATUS NF-E REJEITADA (N)
      *                         INCLUIDA NO LAYOUT DO ORDSTAT, UNIFORME
      *                         COM OS DEMAIS PROGRAMAS.
      *    15/10/2026 HUGOVIE - RETORNO DE PEDIDO ENVIADO GRAVADO NO
      *                         HISTORICO DE DESEMPENHO CARRPERF
      *                         (TRANSPORTADORA, UF, DATA DE ENTREGA,
      *                         DATA PROMETIDA DO DLVPROM E OCORRENCIA)
      *                         PARA A AVALIACAO MENSAL DAS
      *                         TRANSPORTADORAS (PRGCOB127).
      *    15/10/2026 HUGOVIE - AVARIA (02) E EXTRAVIO (04) ABREM
      *                         SINISTRO CONTRA A TRANSPORTADORA NO
      *                         CLAIMREG, COM O VALOR DA FATURA DO
      *                         PEDIDO (INVREG) E O PEDIDO OFERECIDO
      *                         PARA REENVIO.
      *    15/10/2026 HUGOVIE - RETORNO CONFERIDO ANTES DO BATIMENTO
      *                         (HEADER, TRAILER, QUANTIDADE, SOMA DOS
      *                         PEDIDOS E RETORNO REPETIDO NO INBREG);
      *                         RETORNO RECUSADO VAI PARA O ERRLOG E O
      *                         PROGRAMA TERMINA COM RC 8.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT DLVPROM ASSIGN TO "DLVPROM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-PEDIDO
                   FILE STATUS IS WRK-DLVPROM-STATUS.
               SELECT CARRPERF ASSIGN TO "CARRPERF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARRPERF-STATUS.
               SELECT CLAIMREG ASSIGN TO "CLAIMREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLM-PEDIDO
                   FILE STATUS IS WRK-CLAIMREG-STATUS.
               SELECT INVREG ASSIGN TO "INVREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVREG-STATUS.
               SELECT CARRREP ASSIGN TO "CARRREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CARRREP-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT INBREG ASSIGN TO "INBREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IR-CHAVE
                   FILE STATUS IS WRK-INBREG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CARRRET.
               05 RET-DT-ENTREGA PIC 9(08).
               05 RET-OCORRENCIA PIC X(02).
                  88 RET-ENTREGUE VALUE '00'.
                  88 RET-AVARIA   VALUE '02'.
                  88 RET-EXTRAVIO VALUE '04'.
           01  CARRRET-CTL.
               05 RET-CTL-TIPO   PIC X(03).
                  88 RET-CONTROLE VALUES 'HDR' 'TRL'.
               05 FILLER         PIC X(37).

           FD  ORDSTAT.
           01  OST-REC.
                  88 OST-RETIDO     VALUE 'B'.
                  88 OST-CANCELADO  VALUE 'K'.
                  88 OST-REPOSTO    VALUE 'R'.
                  88 OST-NFE-REJEITADA VALUE 'N'.
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

      *    ********** PROMESSA DE ENTREGA GRAVADA NO ENVIO
      *    ********** (PROGCOB09/PROGCOB26)
           FD  DLVPROM.
           01  PRM-REC.
               05 PRM-PEDIDO       PIC 9(06).
               05 PRM-TRANSP       PIC 9(02).
               05 PRM-UF           PIC X(02).
               05 PRM-DT-PROMETIDA PIC 9(08).
               05 PRM-FRETE        PIC 9(07)V99.

      *    ********** HISTORICO DE DESEMPENHO DAS TRANSPORTADORAS
      *    ********** (RETORNOS DAQUI, COBRANCAS DO PROGCOB67), LIDO
      *    ********** PELA AVALIACAO MENSAL DO PRGCOB127
           FD  CARRPERF.
           01  PERF-REC.
               05 PERF-TIPO         PIC X(01).
                  88 PERF-RETORNO   VALUE 'R'.
                  88 PERF-COBRANCA  VALUE 'C'.
               05 PERF-PEDIDO       PIC 9(06).
               05 PERF-TRANSP       PIC 9(02).
               05 PERF-UF           PIC X(02).
               05 PERF-DATA         PIC 9(08).
               05 PERF-DT-PROMETIDA PIC 9(08).
               05 PERF-OCORRENCIA   PIC X(02).
               05 PERF-FRETE        PIC 9(07)V99.
               05 PERF-VALOR        PIC 9(07)V99.

      *    ********** SINISTROS (AVARIA/EXTRAVIO) CONTRA A
      *    ********** TRANSPORTADORA - ABATIDOS NA COBRANCA PELO
      *    ********** PROGCOB67, REENVIO PELO PRGCOB128, COBRANCA DOS
      *    ********** VENCIDOS PELO PRGCOB129
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

      *    ********** REGISTRO DE FATURAS (PROGCOB28)
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

           FD  CARRREP.
           01  CARRREP-REC      PIC X(80).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

           FD  INBREG.
           01  IR-REC.
               05 IR-CHAVE.
                   10 IR-ARQUIVO    PIC X(08).
                   10 IR-REMETENTE  PIC X(08).
                   10 IR-DT-ARQUIVO PIC 9(08).
                   10 IR-SEQ        PIC 9(06).
               05 IR-QT-REGISTROS   PIC 9(07).
               05 IR-TOTAL          PIC 9(13)V99.
               05 IR-DATAHORA       PIC X(17).
               05 IR-PROGRAMA       PIC X(09).

           WORKING-STORAGE SECTION.
           COPY ERRCOM.
           COPY INBCOM.
           77 WRK-ERRLOG-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-INBREG-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-CARRRET-STATUS PIC X(02) VALUE SPACES.
               88 CARRRET-OK      VALUE '00'.
               88 CARRRET-EOF     VALUE '10'.
               88 ORDSTAT-NOTFOUND  VALUE '23'.
               88 ORDSTAT-EOF       VALUE '10'.
           77 WRK-CARRREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-DLVPROM-STATUS PIC X(02) VALUE SPACES.
               88 DLVPROM-OK        VALUE '00'.
           77 WRK-DLVPROM-DISPONIVEL PIC X(01) VALUE 'N'.
               88 DLVPROM-DISPONIVEL VALUE 'S'.
           77 WRK-CARRPERF-STATUS PIC X(02) VALUE SPACES.
           77 WRK-QT-SEM-PROMESSA PIC 9(06) VALUE ZEROS.
           77 WRK-CLAIMREG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CLAIMREG-DISPONIVEL PIC X(01) VALUE 'N'.
               88 CLAIMREG-DISPONIVEL VALUE 'S'.
           77 WRK-INVREG-STATUS  PIC X(02) VALUE SPACES.
               88 INVREG-OK       VALUE '00'.
               88 INVREG-EOF      VALUE '10'.
           77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
           77 WRK-QT-SINISTROS   PIC 9(04) VALUE ZEROS.
           77 WRK-QT-SIN-EXIST   PIC 9(04) VALUE ZEROS.
           77 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    ********** AVARIAS/EXTRAVIOS DA RODADA - O VALOR SAI DA
      *    ********** FATURA NUMA PASSADA UNICA DO INVREG (SEM FATURA
      *    ********** FICA O VALOR DO PEDIDO MAIS O FRETE DO ORDSTAT)
           01 WRK-TAB-SINISTROS.
               02 WRK-SN OCCURS 200 TIMES.
                   05 WRK-SN-PEDIDO     PIC 9(06).
                   05 WRK-SN-TRANSP     PIC 9(02).
                   05 WRK-SN-UF         PIC X(02).
                   05 WRK-SN-CLIENTE    PIC 9(06).
                   05 WRK-SN-OCORRENCIA PIC X(02).
                   05 WRK-SN-FATURA     PIC 9(06).
                   05 WRK-SN-VALOR      PIC 9(08)V99.
           77 WRK-QT-SN          PIC 9(03) VALUE ZEROS.
           77 WRK-SN-SUB         PIC 9(03) VALUE ZEROS.
           77 WRK-DATAHORA       PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA    PIC 9(08).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0050-CONFERIR-CARRRET.
               IF INB-ARQUIVO-RECUSADO
                   DISPLAY 'RETORNO DA TRANSPORTADORA RECUSADO NA'
                           ' CONFERENCIA - NADA PROCESSADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0100-INICIALIZAR.
               PERFORM 0200-PROCESSAR-RETORNO UNTIL CARRRET-EOF.
               IF WRK-QT-SN > 0
                   PERFORM 0500-ABRIR-SINISTROS
               END-IF.
               PERFORM 0300-LISTAR-SEM-RETORNO.
               PERFORM 0400-FINALIZAR.
               IF INB-HEADER-OK
                   PERFORM 9170-REGISTRAR-ARQUIVO
               END-IF.
               GOBACK.

      *    ********** CONFERENCIA DO RETORNO ANTES DE BATER:
      *    ********** HEADER, TRAILER, QUANTIDADE, SOMA DOS NUMEROS
      *    ********** DE PEDIDO (TOTAL DE HASH, O RETORNO NAO TRAZ
      *    ********** VALOR) E RETORNO REPETIDO (INBREG)
           0050-CONFERIR-CARRRET.
               MOVE 'PROGCOB25' TO ERR-PROGRAMA.
               MOVE 'CARRRET'   TO INB-ARQUIVO.
               PERFORM 9150-INICIAR-CONFERENCIA.
               OPEN INPUT CARRRET.
               IF CARRRET-OK
                   PERFORM 0155-LER-REGISTRO
                   PERFORM 0060-CONFERIR-REGISTRO UNTIL CARRRET-EOF
                   CLOSE CARRRET
                   PERFORM 9160-VALIDAR-ARQUIVO
               END-IF.

           0060-CONFERIR-REGISTRO.
               MOVE CARRRET-CTL TO INB-REGISTRO.
               PERFORM 9155-CLASSIFICAR-REGISTRO.
               IF INB-E-DETALHE AND RET-PEDIDO IS NUMERIC
                   ADD RET-PEDIDO TO INB-SOMA-DET
               END-IF.
               PERFORM 0155-LER-REGISTRO.

           0100-INICIALIZAR.
               OPEN OUTPUT CARRREP.
               MOVE 'BATIMENTO DO RETORNO DA TRANSPORTADORA'
                   DISPLAY 'SITUACAO DE PEDIDOS INDISPONIVEL'
                   MOVE '10' TO WRK-CARRRET-STATUS
               END-IF.
               OPEN INPUT DLVPROM.
               IF WRK-DLVPROM-STATUS = '00'
                   MOVE 'S' TO WRK-DLVPROM-DISPONIVEL
               ELSE
                   DISPLAY 'PROMESSAS DE ENTREGA (DLVPROM)'
                           ' INDISPONIVEIS - PRAZO NAO MEDIDO'
               END-IF.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O CLAIMREG.
               IF WRK-CLAIMREG-STATUS = '35'
                   CLOSE CLAIMREG
                   OPEN OUTPUT CLAIMREG
                   CLOSE CLAIMREG
                   OPEN I-O CLAIMREG
               END-IF.
               IF WRK-CLAIMREG-STATUS = '00'
                   MOVE 'S' TO WRK-CLAIMREG-DISPONIVEL
               ELSE
                   MOVE 'PROGCOB25' TO ERR-PROGRAMA
                   MOVE 'CLAIMREG'  TO ERR-ARQUIVO
                   MOVE WRK-CLAIMREG-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR REGISTRO DE SINISTROS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'REGISTRO DE SINISTROS INDISPONIVEL -'
                           ' AVARIAS/EXTRAVIOS SO NO RELATORIO'
               END-IF.
               OPEN EXTEND CARRPERF.
               IF WRK-CARRPERF-STATUS = '35'
                   CLOSE CARRPERF
                   OPEN OUTPUT CARRPERF
               END-IF.
               IF NOT CARRRET-EOF
                   PERFORM 0150-LER-RETORNO
               END-IF.

      *    ********** HEADER E TRAILER JA FORAM CONFERIDOS NO 0050
      *    ********** E NAO ENTRAM NO BATIMENTO
           0150-LER-RETORNO.
               PERFORM 0155-LER-REGISTRO.
               PERFORM 0155-LER-REGISTRO
                       UNTIL CARRRET-EOF OR NOT RET-CONTROLE.

           0155-LER-REGISTRO.
               READ CARRRET
                   AT END MOVE '10' TO WRK-CARRRET-STATUS
               END-READ.
                          INTO CARRREP-REC
                   END-STRING
                   WRITE CARRREP-REC
                   IF RET-AVARIA OR RET-EXTRAVIO
                       PERFORM 0270-GUARDAR-SINISTRO
                   END-IF
               END-IF.
               MOVE WRK-DATAHORA TO OST-DATAHORA.
               REWRITE OST-REC.
               PERFORM 0260-GRAVAR-DESEMPENHO.

      *    ********** RETORNO NO HISTORICO DE DESEMPENHO, COM A DATA
      *    ********** PROMETIDA NO ENVIO (ZEROS SE NAO HOUVER)
           0260-GRAVAR-DESEMPENHO.
               MOVE ZEROS TO PRM-DT-PROMETIDA PRM-FRETE.
               IF DLVPROM-DISPONIVEL
                   MOVE RET-PEDIDO TO PRM-PEDIDO
                   READ DLVPROM
                       KEY IS PRM-PEDIDO
                       INVALID KEY
                           MOVE '23' TO WRK-DLVPROM-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-DLVPROM-STATUS
                   END-READ
               END-IF.
               IF NOT DLVPROM-DISPONIVEL OR NOT DLVPROM-OK
                   ADD 1 TO WRK-QT-SEM-PROMESSA
                   MOVE ZEROS TO PRM-DT-PROMETIDA PRM-FRETE
               END-IF.
               MOVE 'R'              TO PERF-TIPO.
               MOVE RET-PEDIDO       TO PERF-PEDIDO.
               MOVE OST-TRANSP       TO PERF-TRANSP.
               MOVE OST-UF           TO PERF-UF.
               MOVE RET-DT-ENTREGA   TO PERF-DATA.
               MOVE PRM-DT-PROMETIDA TO PERF-DT-PROMETIDA.
               MOVE RET-OCORRENCIA   TO PERF-OCORRENCIA.
               MOVE OST-FRETE        TO PERF-FRETE.
               MOVE ZEROS            TO PERF-VALOR.
               WRITE PERF-REC.

           0270-GUARDAR-SINISTRO.
               IF WRK-QT-SN < 200
                   ADD 1 TO WRK-QT-SN
                   MOVE RET-PEDIDO     TO WRK-SN-PEDIDO(WRK-QT-SN)
                   MOVE OST-TRANSP     TO WRK-SN-TRANSP(WRK-QT-SN)
                   MOVE OST-UF         TO WRK-SN-UF(WRK-QT-SN)
                   MOVE OST-CLIENTE    TO WRK-SN-CLIENTE(WRK-QT-SN)
                   MOVE RET-OCORRENCIA TO WRK-SN-OCORRENCIA(WRK-QT-SN)
                   MOVE ZEROS          TO WRK-SN-FATURA(WRK-QT-SN)
                   COMPUTE WRK-SN-VALOR(WRK-QT-SN) =
                           OST-VALOR + OST-FRETE
               ELSE
                   MOVE SPACES TO CARRREP-REC
                   STRING 'TABELA DE SINISTROS CHEIA - PEDIDO '
                          RET-PEDIDO ' SEM SINISTRO ABERTO'
                          DELIMITED BY SIZE
                          INTO CARRREP-REC
                   END-STRING
                   WRITE CARRREP-REC
               END-IF.

           0300-LISTAR-SEM-RETORNO.
               MOVE SPACES TO CARRREP-REC.
                   WRITE CARRREP-REC
               END-IF.

      *    ********** VALOR DA FATURA DOS PEDIDOS SINISTRADOS E
      *    ********** ABERTURA NO CLAIMREG (SINISTRO JA ABERTO PARA O
      *    ********** PEDIDO FICA COMO ESTA)
           0500-ABRIR-SINISTROS.
               OPEN INPUT INVREG.
               IF INVREG-OK
                   PERFORM 0510-LER-INVREG
                   PERFORM 0520-CASAR-FATURA UNTIL INVREG-EOF
                   CLOSE INVREG
               END-IF.
               MOVE SPACES TO CARRREP-REC.
               WRITE CARRREP-REC.
               MOVE 'SINISTROS CONTRA A TRANSPORTADORA:'
                    TO CARRREP-REC.
               WRITE CARRREP-REC.
               PERFORM 0540-GRAVAR-SINISTRO
                       VARYING WRK-SN-SUB FROM 1 BY 1
                       UNTIL WRK-SN-SUB > WRK-QT-SN.

           0510-LER-INVREG.
               READ INVREG
                   AT END MOVE '10' TO WRK-INVREG-STATUS
               END-READ.

           0520-CASAR-FATURA.
               PERFORM 0530-COMPARAR-PEDIDO
                       VARYING WRK-SN-SUB FROM 1 BY 1
                       UNTIL WRK-SN-SUB > WRK-QT-SN.
               PERFORM 0510-LER-INVREG.

           0530-COMPARAR-PEDIDO.
               IF WRK-SN-PEDIDO(WRK-SN-SUB) = REG-PEDIDO
                   MOVE REG-FATURA TO WRK-SN-FATURA(WRK-SN-SUB)
                   MOVE REG-TOTAL  TO WRK-SN-VALOR(WRK-SN-SUB)
               END-IF.

           0540-GRAVAR-SINISTRO.
               MOVE WRK-SN-PEDIDO(WRK-SN-SUB)     TO CLM-PEDIDO.
               MOVE WRK-SN-TRANSP(WRK-SN-SUB)     TO CLM-TRANSP.
               MOVE WRK-SN-UF(WRK-SN-SUB)         TO CLM-UF.
               MOVE WRK-SN-CLIENTE(WRK-SN-SUB)    TO CLM-CLIENTE.
               MOVE WRK-SN-OCORRENCIA(WRK-SN-SUB) TO CLM-OCORRENCIA.
               MOVE WRK-DATA-HOJE                 TO CLM-DT-ABERTURA.
               MOVE WRK-SN-FATURA(WRK-SN-SUB)     TO CLM-FATURA.
               MOVE WRK-SN-VALOR(WRK-SN-SUB)      TO CLM-VALOR.
               MOVE ZEROS TO CLM-VL-DEDUZIDO CLM-DT-BAIXA
                             CLM-PEDIDO-NOVO.
               MOVE 'A' TO CLM-SITUACAO.
               MOVE 'P' TO CLM-REENVIO.
               MOVE '00' TO WRK-CLAIMREG-STATUS.
               IF CLAIMREG-DISPONIVEL
                   WRITE CLM-REC
                       INVALID KEY
                           MOVE '22' TO WRK-CLAIMREG-STATUS
                   END-WRITE
               END-IF.
               MOVE WRK-SN-VALOR(WRK-SN-SUB) TO WRK-VALOR-ED.
               MOVE SPACES TO CARRREP-REC.
               IF WRK-CLAIMREG-STATUS = '22'
                   ADD 1 TO WRK-QT-SIN-EXIST
                   STRING 'SINISTRO JA ABERTO - PEDIDO '
                          CLM-PEDIDO ' TRANSP ' CLM-TRANSP
                          DELIMITED BY SIZE
                          INTO CARRREP-REC
                   END-STRING
               ELSE
                   ADD 1 TO WRK-QT-SINISTROS
                   STRING 'SINISTRO ' CLM-OCORRENCIA
                          ' - PEDIDO ' CLM-PEDIDO
                          ' TRANSP ' CLM-TRANSP
                          ' FATURA ' CLM-FATURA
                          ' VALOR ' WRK-VALOR-ED
                          DELIMITED BY SIZE
                          INTO CARRREP-REC
                   END-STRING
               END-IF.
               WRITE CARRREP-REC.

           0400-FINALIZAR.
               CLOSE CARRRET.
               CLOSE ORDSTAT.
               IF DLVPROM-DISPONIVEL
                   CLOSE DLVPROM
               END-IF.
               CLOSE CARRPERF.
               IF CLAIMREG-DISPONIVEL
                   CLOSE CLAIMREG
               END-IF.
               MOVE SPACES TO CARRREP-REC.
               WRITE CARRREP-REC.
               MOVE SPACES TO CARRREP-REC.
               DISPLAY ' COM OCORRENCIA......' WRK-QT-OCORRENCIAS.
               DISPLAY ' RETORNO SEM ENVIO...' WRK-QT-SEM-ENVIO.
               DISPLAY ' ENVIO SEM RETORNO...' WRK-QT-SEM-RETORNO.
               DISPLAY ' SEM DATA PROMETIDA..' WRK-QT-SEM-PROMESSA.
               DISPLAY ' SINISTROS ABERTOS...' WRK-QT-SINISTROS.
               DISPLAY ' SINISTRO JA ABERTO..' WRK-QT-SIN-EXIST.
               DISPLAY '------------------------------'.

           0700-MONTAR-DATAHORA.
               END-STRING.

           COPY ERRPROC.
           COPY INBPROC.
