           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB151.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = PROGRAMACAO DAS SERRAS DA OFICINA DE CORTE POR
      *    DATA DE ENTREGA. CARREGA AS ORDENS DE PRODUCAO AINDA NAO
      *    CORTADAS (WORKORD SITUACAO A), ESTIMA O TEMPO DE CORTE
      *    DE CADA UMA PELAS PECAS DO ORCAMENTO (QUOTEPCS) E PELOS
      *    MATERIAIS DA ORDEM (WORKMAT), COM OS MINUTOS POR PECA E
      *    DE PREPARO DO CUTTIME (SEM CADASTRO, VALE O TEMPO
      *    PADRAO), E DISTRIBUI AS ORDENS - DA ENTREGA MAIS PROXIMA
      *    PARA A MAIS DISTANTE, SEM DATA POR ULTIMO - NA SERRA
      *    ATIVA (SAWMAST) QUE TERMINA PRIMEIRO, RESPEITANDO A
      *    CAPACIDADE DIARIA (TURNOS X HORAS, AJUSTADA PELO
      *    RENDIMENTO) E O CALENDARIO DA OFICINA: DIAS UTEIS MENOS
      *    OS FERIADOS DO HOLIDAYS, COM SABADO PARA AS SERRAS QUE
      *    TRABALHAM NO SABADO. UMA ORDEM PODE ATRAVESSAR DIAS.
      *    SAIDAS: SAWSCHED - AGENDA DIARIA POR SERRA; SAWLATE -
      *    ORDENS COM TERMINO PREVISTO DEPOIS DA ENTREGA PROMETIDA
      *    AO CLIENTE. A PROGRAMACAO NAO GRAVA NADA NAS ORDENS -
      *    PODE SER REFEITA A QUALQUER HORA (EX.: DEPOIS DE ENTRAR
      *    UM SERVICO URGENTE).
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
               SELECT WORKORD ASSIGN TO "WORKORD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOR-ORDEM
                   FILE STATUS IS WRK-WORKORD-STATUS.
               SELECT WORKMAT ASSIGN TO "WORKMAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOM-CHAVE
                   FILE STATUS IS WRK-WORKMAT-STATUS.
               SELECT SAWMAST ASSIGN TO "SAWMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SAW-CODIGO
                   FILE STATUS IS WRK-SAWMAST-STATUS.
               SELECT CUTTIME ASSIGN TO "CUTTIME"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CTT-MATERIAL
                   FILE STATUS IS WRK-CUTTIME-STATUS.
               SELECT QUOTEPCS ASSIGN TO "QUOTEPCS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-QUOTEPCS-STATUS.
               SELECT HOLIDAYS ASSIGN TO "HOLIDAYS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-HOLIDAYS-STATUS.
               SELECT SAWSCHED ASSIGN TO "SAWSCHED"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SAWSCHED-STATUS.
               SELECT SAWLATE ASSIGN TO "SAWLATE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SAWLATE-STATUS.
               SELECT SCHSORT ASSIGN TO "SCHSORT".
               SELECT AGDSORT ASSIGN TO "AGDSORT".
           DATA DIVISION.
           FILE SECTION.
           FD  WORKORD.
           01  WOR-REC.
               05 WOR-ORDEM       PIC 9(06).
               05 WOR-ORCAMENTO   PIC 9(06).
               05 WOR-CLIENTE     PIC 9(06).
               05 WOR-DT-ABERTURA PIC 9(08).
               05 WOR-STATUS      PIC X(01).
                  88 WOR-ABERTA    VALUE 'A'.
                  88 WOR-CORTADA   VALUE 'C'.
                  88 WOR-ACABADA   VALUE 'F'.
                  88 WOR-ENTREGUE  VALUE 'E'.
               05 WOR-DT-CORTE    PIC 9(08).
               05 WOR-DT-ACABAMENTO PIC 9(08).
               05 WOR-DT-ENTREGA  PIC 9(08).
               05 WOR-CONSUMO     PIC X(01).
                  88 WOR-CONSUMO-LANCADO VALUE 'S'.
               05 WOR-DT-CONSUMO  PIC 9(08).
               05 WOR-DT-PROMETIDA PIC 9(08).

           FD  WORKMAT.
           01  WOM-REC.
               05 WOM-CHAVE.
                   10 WOM-ORDEM    PIC 9(06).
                   10 WOM-MATERIAL PIC 9(03).
               05 WOM-CHAPAS-ORCADAS PIC 9(05).
               05 WOM-CHAPAS-REAIS   PIC 9(05).
               05 WOM-AREA-SUCATA    PIC 9(06)V99.

           FD  SAWMAST.
           01  SAW-REC.
               05 SAW-CODIGO      PIC 9(02).
               05 SAW-DESCRICAO   PIC X(20).
               05 SAW-TURNOS      PIC 9(01).
               05 SAW-HORAS-TURNO PIC 9(02)V99.
               05 SAW-RENDIMENTO  PIC 9(03).
               05 SAW-SABADO      PIC X(01).
                  88 SAW-TRABALHA-SABADO VALUE 'S'.
               05 SAW-ATIVA       PIC X(01).
                  88 SAW-EM-USO    VALUE 'S'.

           FD  CUTTIME.
           01  CTT-REC.
               05 CTT-MATERIAL    PIC 9(03).
               05 CTT-MIN-PECA    PIC 9(03)V99.
               05 CTT-MIN-PREPARO PIC 9(03)V99.

           FD  QUOTEPCS.
           01  QPC-REC.
               05 QPC-ORCAMENTO   PIC 9(06).
               05 QPC-MATERIAL    PIC 9(03).
               05 QPC-LARGURA     PIC 9(03)V99.
               05 QPC-COMPRIMENTO PIC 9(03)V99.
               05 QPC-AREA        PIC 9(06)V99.
               05 QPC-ORIGEM      PIC X(01).
                  88 QPC-DE-CHAPA   VALUE 'C'.
                  88 QPC-DE-RETALHO VALUE 'R'.

           FD  HOLIDAYS.
           01  HOLIDAYS-REC.
               05 HOL-DATA        PIC 9(08).
               05 HOL-DESCRICAO   PIC X(30).

           FD  SAWSCHED.
           01  SAWSCHED-REC     PIC X(80).

           FD  SAWLATE.
           01  SAWLATE-REC      PIC X(80).

      *    ********** ORDENS NA SEQUENCIA DE ENTREGA (SEM DATA NO FIM)
           SD  SCHSORT.
           01  SRT-REC.
               05 SRT-PRIORIDADE  PIC 9(08).
               05 SRT-ORDEM       PIC 9(06).
               05 SRT-ORCAMENTO   PIC 9(06).
               05 SRT-CLIENTE     PIC 9(06).
               05 SRT-PROMETIDA   PIC 9(08).
               05 SRT-PECAS       PIC 9(05).
               05 SRT-MINUTOS     PIC 9(07)V99.

      *    ********** FATIAS DE ORDEM POR DIA E SERRA, PARA A AGENDA
           SD  AGDSORT.
           01  AGD-REC.
               05 AGD-DATA        PIC 9(08).
               05 AGD-SERRA       PIC 9(02).
               05 AGD-SEQ         PIC 9(05).
               05 AGD-ORDEM       PIC 9(06).
               05 AGD-MINUTOS     PIC 9(05).
               05 AGD-PROMETIDA   PIC 9(08).

           WORKING-STORAGE SECTION.
           77 WRK-WORKORD-STATUS PIC X(02) VALUE SPACES.
               88 WORKORD-OK      VALUE '00'.
           77 WRK-WORKMAT-STATUS PIC X(02) VALUE SPACES.
               88 WORKMAT-OK      VALUE '00'.
           77 WRK-SAWMAST-STATUS PIC X(02) VALUE SPACES.
               88 SAWMAST-OK      VALUE '00'.
           77 WRK-CUTTIME-STATUS PIC X(02) VALUE SPACES.
               88 CUTTIME-OK      VALUE '00'.
           77 WRK-QUOTEPCS-STATUS PIC X(02) VALUE SPACES.
               88 QUOTEPCS-OK     VALUE '00'.
               88 QUOTEPCS-EOF    VALUE '10'.
           77 WRK-HOLIDAYS-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SAWSCHED-STATUS PIC X(02) VALUE SPACES.
           77 WRK-SAWLATE-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PARAM-OK   PIC X(01) VALUE 'N'.
               88 PARAMETROS-OK  VALUE 'S'.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA  VALUE 'S'.
           77 WRK-FIM-SORT   PIC X(01) VALUE 'N'.
               88 FIM-SORT     VALUE 'S'.
           77 WRK-ACHOU      PIC X(01) VALUE 'N'.
               88 ACHOU-ORDEM  VALUE 'S'.
      *    ********** TEMPO PADRAO PARA MATERIAL SEM CUTTIME
           77 WRK-PADRAO-PECA    PIC 9(03)V99 VALUE 5,00.
           77 WRK-PADRAO-PREPARO PIC 9(03)V99 VALUE 15,00.
      *    ********** SERRAS ATIVAS E A POSICAO DE CADA UMA NA
      *    ********** PROGRAMACAO (DIA CORRENTE E MINUTOS LIVRES)
           01 WRK-TAB-SERRAS.
               02 WRK-MQ OCCURS 20 TIMES.
                   05 WRK-MQ-CODIGO   PIC 9(02).
                   05 WRK-MQ-DESCR    PIC X(20).
                   05 WRK-MQ-CAP      PIC 9(05).
                   05 WRK-MQ-REND     PIC 9(03).
                   05 WRK-MQ-SABADO   PIC X(01).
                   05 WRK-MQ-DATA     PIC 9(08).
                   05 WRK-MQ-LIVRE    PIC 9(05).
                   05 WRK-MQ-ORDENS   PIC 9(05).
                   05 WRK-MQ-MINUTOS  PIC 9(07).
           77 WRK-QT-SERRAS  PIC 9(02) VALUE ZEROS.
           77 WRK-MQ-SUB     PIC 9(02) VALUE ZEROS.
           77 WRK-MQ-ESCOLHIDA PIC 9(02) VALUE ZEROS.
      *    ********** TEMPOS DE CORTE POR MATERIAL (CUTTIME)
           01 WRK-TAB-TEMPOS.
               02 WRK-CT OCCURS 999 TIMES.
                   05 WRK-CT-PECA     PIC 9(03)V99.
                   05 WRK-CT-PREPARO  PIC 9(03)V99.
           77 WRK-CT-SUB     PIC 9(03) VALUE ZEROS.
      *    ********** ORDENS A PROGRAMAR
           01 WRK-TAB-ORDENS.
               02 WRK-OP OCCURS 500 TIMES.
                   05 WRK-OP-ORDEM     PIC 9(06).
                   05 WRK-OP-ORCAMENTO PIC 9(06).
                   05 WRK-OP-CLIENTE   PIC 9(06).
                   05 WRK-OP-PROMETIDA PIC 9(08).
                   05 WRK-OP-PECAS     PIC 9(05).
                   05 WRK-OP-MINUTOS   PIC 9(07)V99.
           77 WRK-QT-ORDENS  PIC 9(03) VALUE ZEROS.
           77 WRK-OP-SUB     PIC 9(03) VALUE ZEROS.
      *    ********** FATIAS PROGRAMADAS (DIA, SERRA, ORDEM, MINUTOS)
           01 WRK-TAB-FATIAS.
               02 WRK-FT OCCURS 3000 TIMES.
                   05 WRK-FT-DATA      PIC 9(08).
                   05 WRK-FT-SERRA     PIC 9(02).
                   05 WRK-FT-ORDEM     PIC 9(06).
                   05 WRK-FT-MINUTOS   PIC 9(05).
                   05 WRK-FT-PROMETIDA PIC 9(08).
           77 WRK-QT-FATIAS  PIC 9(04) VALUE ZEROS.
           77 WRK-FT-SUB     PIC 9(04) VALUE ZEROS.
           77 WRK-FATIAS-CHEIA PIC X(01) VALUE 'N'.
               88 FATIAS-CHEIA  VALUE 'S'.
      *    ********** SIMULACAO DE UMA ORDEM NUMA SERRA
           77 WRK-SIM-MINUTOS PIC 9(07) VALUE ZEROS.
           77 WRK-SIM-REST   PIC 9(07) VALUE ZEROS.
           77 WRK-SIM-DATA   PIC 9(08) VALUE ZEROS.
           77 WRK-SIM-LIVRE  PIC 9(05) VALUE ZEROS.
           77 WRK-SIM-PARTE  PIC 9(05) VALUE ZEROS.
           77 WRK-SIM-FIM    PIC 9(08) VALUE ZEROS.
           77 WRK-SIM-GRAVAR PIC X(01) VALUE 'N'.
               88 SIM-GRAVAR   VALUE 'S'.
           77 WRK-MELHOR-FIM PIC 9(08) VALUE ZEROS.
           77 WRK-DIA-TRAB   PIC X(01) VALUE 'N'.
               88 DIA-DE-TRABALHO VALUE 'S'.
           77 WRK-FERIADO    PIC X(01) VALUE 'N'.
               88 DIA-FERIADO  VALUE 'S'.
      *    ********** CONTADORES E QUEBRAS DO RELATORIO
           77 WRK-QT-PROGRAMADAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-ATRASADAS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-DATA PIC 9(05) VALUE ZEROS.
           77 WRK-QT-SEM-PECAS PIC 9(05) VALUE ZEROS.
           77 WRK-ULT-TERMINO PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-ANT   PIC 9(08) VALUE ZEROS.
           77 WRK-SERRA-ANT  PIC 9(02) VALUE ZEROS.
           77 WRK-MIN-SERRA-DIA PIC 9(05) VALUE ZEROS.
           77 WRK-MIN-ED     PIC ZZZZ9 VALUE ZEROS.
           77 WRK-MIN2-ED    PIC ZZZZ9 VALUE ZEROS.
           77 WRK-MIN-TOT-ED PIC ZZZZZZ9 VALUE ZEROS.
           77 WRK-LINHA      PIC X(80) VALUE SPACES.
           COPY DATECOM.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               PERFORM 0100-INICIALIZAR.
               IF PARAMETROS-OK
                   PERFORM 0200-CARREGAR-ORDENS
                   SORT SCHSORT
                        ON ASCENDING KEY SRT-PRIORIDADE SRT-ORDEM
                        INPUT PROCEDURE IS 0300-LIBERAR-ORDENS
                        OUTPUT PROCEDURE IS 0400-PROGRAMAR
                   SORT AGDSORT
                        ON ASCENDING KEY AGD-DATA AGD-SERRA AGD-SEQ
                        INPUT PROCEDURE IS 0500-LIBERAR-FATIAS
                        OUTPUT PROCEDURE IS 0600-EMITIR-AGENDA
                   PERFORM 0800-FINALIZAR
               END-IF.
               STOP RUN.

      *    ********** DATA DE PARTIDA, CALENDARIO, SERRAS E TEMPOS
           0100-INICIALIZAR.
               MOVE 'N' TO WRK-PARAM-OK.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'PROGRAMAR A PARTIR DE (AAAAMMDD, 0 = HOJE)...'.
               ACCEPT WRK-DATA-INICIO.
               IF WRK-DATA-INICIO = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-INICIO
               END-IF.
               PERFORM 0740-DESMONTAR-DATA-INICIO.
               PERFORM 9030-VALIDAR-CALENDARIO.
               IF NOT DTC-VALIDA
                   DISPLAY 'DATA DE PARTIDA INVALIDA - ' WRK-DATA-INICIO
               ELSE
                   PERFORM 9040-CARREGAR-FERIADOS
                   PERFORM 0110-CARREGAR-SERRAS
                   IF WRK-QT-SERRAS = 0
                       DISPLAY 'NENHUMA SERRA ATIVA COM CAPACIDADE NO'
                               ' SAWMAST - USE O PRGCOB150'
                   ELSE
                       PERFORM 0130-CARREGAR-TEMPOS
                       MOVE 'S' TO WRK-PARAM-OK
                   END-IF
               END-IF.

           0110-CARREGAR-SERRAS.
               MOVE ZEROS TO WRK-QT-SERRAS.
               OPEN INPUT SAWMAST.
               IF SAWMAST-OK
                   MOVE 'N' TO WRK-FIM-LEITURA
                   MOVE ZEROS TO SAW-CODIGO
                   START SAWMAST KEY IS GREATER THAN SAW-CODIGO
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0115-LER-SERRA UNTIL FIM-LEITURA
                   CLOSE SAWMAST
               END-IF.

      *    ********** CAPACIDADE = TURNOS X HORAS X 60 MINUTOS; A
      *    ********** SERRA COMECA NO PRIMEIRO DIA DE TRABALHO DELA
           0115-LER-SERRA.
               READ SAWMAST NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA AND SAW-EM-USO
                   IF WRK-QT-SERRAS < 20
                       ADD 1 TO WRK-QT-SERRAS
                       MOVE WRK-QT-SERRAS TO WRK-MQ-SUB
                       MOVE SAW-CODIGO    TO WRK-MQ-CODIGO(WRK-MQ-SUB)
                       MOVE SAW-DESCRICAO TO WRK-MQ-DESCR(WRK-MQ-SUB)
                       COMPUTE WRK-MQ-CAP(WRK-MQ-SUB) =
                               SAW-TURNOS * SAW-HORAS-TURNO * 60
                       MOVE SAW-RENDIMENTO TO WRK-MQ-REND(WRK-MQ-SUB)
                       IF SAW-RENDIMENTO = ZEROS
                           MOVE 100 TO WRK-MQ-REND(WRK-MQ-SUB)
                       END-IF
                       MOVE SAW-SABADO    TO WRK-MQ-SABADO(WRK-MQ-SUB)
                       MOVE ZEROS TO WRK-MQ-ORDENS(WRK-MQ-SUB)
                                     WRK-MQ-MINUTOS(WRK-MQ-SUB)
                       IF WRK-MQ-CAP(WRK-MQ-SUB) = 0
                           SUBTRACT 1 FROM WRK-QT-SERRAS
                       ELSE
                           PERFORM 0120-POSICIONAR-SERRA
                       END-IF
                   ELSE
                       DISPLAY 'TABELA DE SERRAS CHEIA - SERRA '
                               SAW-CODIGO ' IGNORADA'
                   END-IF
               END-IF.

           0120-POSICIONAR-SERRA.
               MOVE WRK-DATA-INICIO TO WRK-SIM-DATA.
               PERFORM 0730-VER-DIA-TRABALHO.
               IF NOT DIA-DE-TRABALHO
                   PERFORM 0720-PROXIMO-DIA-SERRA
               END-IF.
               MOVE WRK-SIM-DATA TO WRK-MQ-DATA(WRK-MQ-SUB).
               MOVE WRK-MQ-CAP(WRK-MQ-SUB) TO WRK-MQ-LIVRE(WRK-MQ-SUB).

           0130-CARREGAR-TEMPOS.
               PERFORM 0135-TEMPO-PADRAO
                       VARYING WRK-CT-SUB FROM 1 BY 1
                       UNTIL WRK-CT-SUB > 998.
               MOVE 999 TO WRK-CT-SUB.
               PERFORM 0135-TEMPO-PADRAO.
               OPEN INPUT CUTTIME.
               IF CUTTIME-OK
                   MOVE 'N' TO WRK-FIM-LEITURA
                   MOVE ZEROS TO CTT-MATERIAL
                   START CUTTIME KEY IS GREATER THAN CTT-MATERIAL
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0140-LER-TEMPO UNTIL FIM-LEITURA
                   CLOSE CUTTIME
               END-IF.

           0135-TEMPO-PADRAO.
               MOVE WRK-PADRAO-PECA    TO WRK-CT-PECA(WRK-CT-SUB).
               MOVE WRK-PADRAO-PREPARO TO WRK-CT-PREPARO(WRK-CT-SUB).

           0140-LER-TEMPO.
               READ CUTTIME NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA AND CTT-MATERIAL > 0
                   MOVE CTT-MIN-PECA
                        TO WRK-CT-PECA(CTT-MATERIAL)
                   MOVE CTT-MIN-PREPARO
                        TO WRK-CT-PREPARO(CTT-MATERIAL)
               END-IF.

      *    ********** ORDENS AINDA NAO CORTADAS, COM O PREPARO DE
      *    ********** CADA MATERIAL E O CORTE DE CADA PECA
           0200-CARREGAR-ORDENS.
               MOVE ZEROS TO WRK-QT-ORDENS.
               OPEN INPUT WORKORD.
               IF NOT WORKORD-OK
                   DISPLAY 'ORDENS DE PRODUCAO INDISPONIVEIS -'
                           ' STATUS ' WRK-WORKORD-STATUS
               ELSE
                   MOVE 'N' TO WRK-FIM-LEITURA
                   MOVE ZEROS TO WOR-ORDEM
                   START WORKORD KEY IS GREATER THAN WOR-ORDEM
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-LEITURA
                   END-START
                   PERFORM 0210-LER-ORDEM UNTIL FIM-LEITURA
                   CLOSE WORKORD
               END-IF.
               OPEN INPUT WORKMAT.
               IF WORKMAT-OK
                   PERFORM 0230-SOMAR-PREPARO
                           VARYING WRK-OP-SUB FROM 1 BY 1
                           UNTIL WRK-OP-SUB > WRK-QT-ORDENS
                   CLOSE WORKMAT
               END-IF.
               OPEN INPUT QUOTEPCS.
               IF QUOTEPCS-OK
                   PERFORM 0250-LER-PECA
                   PERFORM 0260-SOMAR-PECA UNTIL QUOTEPCS-EOF
                   CLOSE QUOTEPCS
               ELSE
                   DISPLAY 'PECAS DOS ORCAMENTOS (QUOTEPCS)'
                           ' INDISPONIVEIS - SO O PREPARO E ESTIMADO'
               END-IF.

           0210-LER-ORDEM.
               READ WORKORD NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA AND WOR-ABERTA
                   IF WRK-QT-ORDENS < 500
                       ADD 1 TO WRK-QT-ORDENS
                       MOVE WRK-QT-ORDENS TO WRK-OP-SUB
                       MOVE WOR-ORDEM     TO WRK-OP-ORDEM(WRK-OP-SUB)
                       MOVE WOR-ORCAMENTO
                            TO WRK-OP-ORCAMENTO(WRK-OP-SUB)
                       MOVE WOR-CLIENTE   TO WRK-OP-CLIENTE(WRK-OP-SUB)
                       MOVE WOR-DT-PROMETIDA
                            TO WRK-OP-PROMETIDA(WRK-OP-SUB)
                       MOVE ZEROS TO WRK-OP-PECAS(WRK-OP-SUB)
                                     WRK-OP-MINUTOS(WRK-OP-SUB)
                   ELSE
                       DISPLAY 'TABELA DE ORDENS CHEIA - ORDEM '
                               WOR-ORDEM ' FICA FORA'
                   END-IF
               END-IF.

           0230-SOMAR-PREPARO.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE WRK-OP-ORDEM(WRK-OP-SUB) TO WOM-ORDEM.
               MOVE ZEROS TO WOM-MATERIAL.
               START WORKMAT KEY IS GREATER THAN WOM-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0235-LER-MATERIAL UNTIL FIM-LEITURA.

           0235-LER-MATERIAL.
               READ WORKMAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-READ.
               IF NOT FIM-LEITURA
                   IF WOM-ORDEM NOT = WRK-OP-ORDEM(WRK-OP-SUB)
                       MOVE 'S' TO WRK-FIM-LEITURA
                   ELSE
                       IF WOM-MATERIAL > 0
                           ADD WRK-CT-PREPARO(WOM-MATERIAL)
                               TO WRK-OP-MINUTOS(WRK-OP-SUB)
                       END-IF
                   END-IF
               END-IF.

           0250-LER-PECA.
               READ QUOTEPCS
                   AT END MOVE '10' TO WRK-QUOTEPCS-STATUS
               END-READ.

           0260-SOMAR-PECA.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0265-PROCURAR-ORDEM
                       VARYING WRK-OP-SUB FROM 1 BY 1
                       UNTIL WRK-OP-SUB > WRK-QT-ORDENS
                       OR ACHOU-ORDEM.
               PERFORM 0250-LER-PECA.

           0265-PROCURAR-ORDEM.
               IF WRK-OP-ORCAMENTO(WRK-OP-SUB) = QPC-ORCAMENTO
                   MOVE 'S' TO WRK-ACHOU
                   ADD 1 TO WRK-OP-PECAS(WRK-OP-SUB)
                   IF QPC-MATERIAL > 0
                       ADD WRK-CT-PECA(QPC-MATERIAL)
                           TO WRK-OP-MINUTOS(WRK-OP-SUB)
                   ELSE
                       ADD WRK-PADRAO-PECA
                           TO WRK-OP-MINUTOS(WRK-OP-SUB)
                   END-IF
               END-IF.

           0300-LIBERAR-ORDENS.
               PERFORM 0310-LIBERAR-UMA
                       VARYING WRK-OP-SUB FROM 1 BY 1
                       UNTIL WRK-OP-SUB > WRK-QT-ORDENS.

           0310-LIBERAR-UMA.
               IF WRK-OP-PROMETIDA(WRK-OP-SUB) = ZEROS
                   MOVE 99999999 TO SRT-PRIORIDADE
               ELSE
                   MOVE WRK-OP-PROMETIDA(WRK-OP-SUB) TO SRT-PRIORIDADE
               END-IF.
               MOVE WRK-OP-ORDEM(WRK-OP-SUB)     TO SRT-ORDEM.
               MOVE WRK-OP-ORCAMENTO(WRK-OP-SUB) TO SRT-ORCAMENTO.
               MOVE WRK-OP-CLIENTE(WRK-OP-SUB)   TO SRT-CLIENTE.
               MOVE WRK-OP-PROMETIDA(WRK-OP-SUB) TO SRT-PROMETIDA.
               MOVE WRK-OP-PECAS(WRK-OP-SUB)     TO SRT-PECAS.
               MOVE WRK-OP-MINUTOS(WRK-OP-SUB)   TO SRT-MINUTOS.
               RELEASE SRT-REC.

      *    ********** CADA ORDEM, NA ORDEM DE ENTREGA, VAI PARA A
      *    ********** SERRA QUE A TERMINA MAIS CEDO
           0400-PROGRAMAR.
               MOVE ZEROS TO WRK-QT-PROGRAMADAS WRK-QT-ATRASADAS
                             WRK-QT-SEM-DATA WRK-QT-SEM-PECAS
                             WRK-QT-FATIAS WRK-ULT-TERMINO.
               OPEN OUTPUT SAWLATE.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ORDENS COM TERMINO PREVISTO APOS A ENTREGA'
                      ' PROMETIDA - PARTIDA ' WRK-DATA-INICIO
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR-ATRASO.
               MOVE 'ORDEM  ORCAM. CLIENTE PROMETIDA  PREVISTA SERRA'
                    TO WRK-LINHA.
               MOVE ' MINUTOS PECAS' TO WRK-LINHA(48:).
               PERFORM 0490-IMPRIMIR-ATRASO.
               MOVE 'N' TO WRK-FIM-SORT.
               PERFORM 0410-PROGRAMAR-ORDEM UNTIL FIM-SORT.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ORDENS PROGRAMADAS ' WRK-QT-PROGRAMADAS
                      '  ATRASADAS ' WRK-QT-ATRASADAS
                      '  SEM DATA PROMETIDA ' WRK-QT-SEM-DATA
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR-ATRASO.
               CLOSE SAWLATE.

           0410-PROGRAMAR-ORDEM.
               RETURN SCHSORT
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.
               IF NOT FIM-SORT
                   ADD 1 TO WRK-QT-PROGRAMADAS
                   IF SRT-PROMETIDA = ZEROS
                       ADD 1 TO WRK-QT-SEM-DATA
                   END-IF
                   IF SRT-PECAS = ZEROS
                       ADD 1 TO WRK-QT-SEM-PECAS
                   END-IF
                   MOVE 'N' TO WRK-SIM-GRAVAR
                   MOVE 99999999 TO WRK-MELHOR-FIM
                   MOVE 1 TO WRK-MQ-ESCOLHIDA
                   PERFORM 0420-AVALIAR-SERRA
                           VARYING WRK-MQ-SUB FROM 1 BY 1
                           UNTIL WRK-MQ-SUB > WRK-QT-SERRAS
                   MOVE WRK-MQ-ESCOLHIDA TO WRK-MQ-SUB
                   MOVE 'S' TO WRK-SIM-GRAVAR
                   PERFORM 0700-SIMULAR
                   MOVE WRK-SIM-DATA  TO WRK-MQ-DATA(WRK-MQ-SUB)
                   MOVE WRK-SIM-LIVRE TO WRK-MQ-LIVRE(WRK-MQ-SUB)
                   ADD 1 TO WRK-MQ-ORDENS(WRK-MQ-SUB)
                   ADD WRK-SIM-MINUTOS TO WRK-MQ-MINUTOS(WRK-MQ-SUB)
                   IF WRK-SIM-FIM > WRK-ULT-TERMINO
                       MOVE WRK-SIM-FIM TO WRK-ULT-TERMINO
                   END-IF
                   IF SRT-PROMETIDA NOT = ZEROS
                      AND WRK-SIM-FIM > SRT-PROMETIDA
                       ADD 1 TO WRK-QT-ATRASADAS
                       PERFORM 0450-LINHA-ATRASO
                   END-IF
               END-IF.

           0420-AVALIAR-SERRA.
               PERFORM 0700-SIMULAR.
               IF WRK-SIM-FIM < WRK-MELHOR-FIM
                   MOVE WRK-SIM-FIM TO WRK-MELHOR-FIM
                   MOVE WRK-MQ-SUB  TO WRK-MQ-ESCOLHIDA
               END-IF.

           0450-LINHA-ATRASO.
               MOVE WRK-SIM-MINUTOS TO WRK-MIN-TOT-ED.
               MOVE SRT-PECAS       TO WRK-MIN-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING SRT-ORDEM ' ' SRT-ORCAMENTO
                      ' ' SRT-CLIENTE
                      ' ' SRT-PROMETIDA
                      ' ' WRK-SIM-FIM
                      '    ' WRK-MQ-CODIGO(WRK-MQ-SUB)
                      ' ' WRK-MIN-TOT-ED
                      ' ' WRK-MIN-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0490-IMPRIMIR-ATRASO.

           0490-IMPRIMIR-ATRASO.
               MOVE WRK-LINHA TO SAWLATE-REC.
               WRITE SAWLATE-REC.
               MOVE SPACES TO WRK-LINHA.

           0500-LIBERAR-FATIAS.
               PERFORM 0510-LIBERAR-FATIA
                       VARYING WRK-FT-SUB FROM 1 BY 1
                       UNTIL WRK-FT-SUB > WRK-QT-FATIAS.

           0510-LIBERAR-FATIA.
               MOVE WRK-FT-DATA(WRK-FT-SUB)      TO AGD-DATA.
               MOVE WRK-FT-SERRA(WRK-FT-SUB)     TO AGD-SERRA.
               MOVE WRK-FT-SUB                   TO AGD-SEQ.
               MOVE WRK-FT-ORDEM(WRK-FT-SUB)     TO AGD-ORDEM.
               MOVE WRK-FT-MINUTOS(WRK-FT-SUB)   TO AGD-MINUTOS.
               MOVE WRK-FT-PROMETIDA(WRK-FT-SUB) TO AGD-PROMETIDA.
               RELEASE AGD-REC.

      *    ********** AGENDA: DIA A DIA, SERRA A SERRA, AS ORDENS E
      *    ********** OS MINUTOS OCUPADOS CONTRA A CAPACIDADE
           0600-EMITIR-AGENDA.
               OPEN OUTPUT SAWSCHED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'PROGRAMACAO DAS SERRAS - PARTIDA '
                      WRK-DATA-INICIO
                      '  EMITIDA EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR-AGENDA.
               MOVE ZEROS TO WRK-DATA-ANT WRK-SERRA-ANT
                             WRK-MIN-SERRA-DIA.
               MOVE 'N' TO WRK-FIM-SORT.
               PERFORM 0610-TRATAR-FATIA UNTIL FIM-SORT.
               IF WRK-DATA-ANT NOT = ZEROS
                   PERFORM 0630-TOTAL-SERRA-DIA
               END-IF.
               PERFORM 0650-RESUMO-SERRAS.
               CLOSE SAWSCHED.

           0610-TRATAR-FATIA.
               RETURN AGDSORT
                   AT END
                       MOVE 'S' TO WRK-FIM-SORT
               END-RETURN.
               IF NOT FIM-SORT
                   IF AGD-DATA NOT = WRK-DATA-ANT
                       IF WRK-DATA-ANT NOT = ZEROS
                           PERFORM 0630-TOTAL-SERRA-DIA
                       END-IF
                       PERFORM 0620-CABECALHO-DIA
                   ELSE
                       IF AGD-SERRA NOT = WRK-SERRA-ANT
                           PERFORM 0630-TOTAL-SERRA-DIA
                       END-IF
                   END-IF
                   MOVE AGD-SERRA TO WRK-SERRA-ANT
                   PERFORM 0640-LINHA-FATIA
               END-IF.

           0620-CABECALHO-DIA.
               MOVE AGD-DATA TO WRK-DATA-ANT.
               MOVE AGD-DATA TO WRK-SIM-DATA.
               PERFORM 0745-DESMONTAR-DATA.
               PERFORM 9000-CALC-DIA-SEMANA.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR-AGENDA.
               STRING 'DIA ' AGD-DATA ' '
                      DTC-DIASEM-NOME(DTC-DIA-SEMANA-NUM)
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR-AGENDA.
               MOVE '  SERRA                  ORDEM   MINUTOS PROMETIDA'
                    TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR-AGENDA.

           0630-TOTAL-SERRA-DIA.
               PERFORM 0660-BUSCAR-SERRA.
               MOVE WRK-MIN-SERRA-DIA TO WRK-MIN-ED.
               IF WRK-MQ-SUB > WRK-QT-SERRAS
                   MOVE ZEROS TO WRK-MIN2-ED
               ELSE
                   MOVE WRK-MQ-CAP(WRK-MQ-SUB) TO WRK-MIN2-ED
               END-IF.
               MOVE SPACES TO WRK-LINHA.
               STRING '     SERRA ' WRK-SERRA-ANT ' OCUPADA '
                      WRK-MIN-ED ' DE ' WRK-MIN2-ED ' MINUTOS'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR-AGENDA.
               MOVE ZEROS TO WRK-MIN-SERRA-DIA.

           0640-LINHA-FATIA.
               MOVE AGD-SERRA TO WRK-SERRA-ANT.
               PERFORM 0660-BUSCAR-SERRA.
               ADD AGD-MINUTOS TO WRK-MIN-SERRA-DIA.
               MOVE AGD-MINUTOS TO WRK-MIN-ED.
               MOVE SPACES TO WRK-LINHA.
               IF WRK-MQ-SUB > WRK-QT-SERRAS
                   STRING '  ' AGD-SERRA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               ELSE
                   STRING '  ' AGD-SERRA ' '
                          WRK-MQ-DESCR(WRK-MQ-SUB)
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
               END-IF.
               STRING AGD-ORDEM '   ' WRK-MIN-ED ' '
                      DELIMITED BY SIZE INTO WRK-LINHA(26:)
               END-STRING.
               IF AGD-PROMETIDA = ZEROS
                   MOVE 'A COMBINAR' TO WRK-LINHA(42:)
               ELSE
                   MOVE AGD-PROMETIDA TO WRK-LINHA(42:8)
               END-IF.
               PERFORM 0690-IMPRIMIR-AGENDA.

      *    ********** TOTAL POR SERRA NO PERIODO PROGRAMADO
           0650-RESUMO-SERRAS.
               MOVE SPACES TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR-AGENDA.
               MOVE 'RESUMO POR SERRA' TO WRK-LINHA.
               PERFORM 0690-IMPRIMIR-AGENDA.
               PERFORM 0655-RESUMO-SERRA
                       VARYING WRK-MQ-SUB FROM 1 BY 1
                       UNTIL WRK-MQ-SUB > WRK-QT-SERRAS.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ULTIMO TERMINO PREVISTO ' WRK-ULT-TERMINO
                      '  ORDENS SEM PECAS NO QUOTEPCS '
                      WRK-QT-SEM-PECAS
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR-AGENDA.
               IF FATIAS-CHEIA
                   MOVE 'AGENDA INCOMPLETA - TABELA DE FATIAS CHEIA'
                        TO WRK-LINHA
                   PERFORM 0690-IMPRIMIR-AGENDA
               END-IF.

           0655-RESUMO-SERRA.
               MOVE WRK-MQ-MINUTOS(WRK-MQ-SUB) TO WRK-MIN-TOT-ED.
               MOVE WRK-MQ-CAP(WRK-MQ-SUB)     TO WRK-MIN-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING '  ' WRK-MQ-CODIGO(WRK-MQ-SUB)
                      ' ' WRK-MQ-DESCR(WRK-MQ-SUB)
                      ' ORDENS ' WRK-MQ-ORDENS(WRK-MQ-SUB)
                      ' MINUTOS ' WRK-MIN-TOT-ED
                      ' CAP/DIA ' WRK-MIN-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0690-IMPRIMIR-AGENDA.

           0660-BUSCAR-SERRA.
               PERFORM 0665-COMPARAR-SERRA
                       VARYING WRK-MQ-SUB FROM 1 BY 1
                       UNTIL WRK-MQ-SUB > WRK-QT-SERRAS
                       OR WRK-MQ-CODIGO(WRK-MQ-SUB) = WRK-SERRA-ANT.

           0665-COMPARAR-SERRA.
               CONTINUE.

           0690-IMPRIMIR-AGENDA.
               MOVE WRK-LINHA TO SAWSCHED-REC.
               WRITE SAWSCHED-REC.
               MOVE SPACES TO WRK-LINHA.

      *    ********** SIMULA A ORDEM DO SRT-REC NA SERRA WRK-MQ-SUB A
      *    ********** PARTIR DA POSICAO ATUAL DELA; COM SIM-GRAVAR,
      *    ********** GUARDA AS FATIAS DE CADA DIA PARA A AGENDA
           0700-SIMULAR.
               COMPUTE WRK-SIM-MINUTOS ROUNDED =
                       SRT-MINUTOS * 100 / WRK-MQ-REND(WRK-MQ-SUB).
               MOVE WRK-SIM-MINUTOS         TO WRK-SIM-REST.
               MOVE WRK-MQ-DATA(WRK-MQ-SUB)  TO WRK-SIM-DATA.
               MOVE WRK-MQ-LIVRE(WRK-MQ-SUB) TO WRK-SIM-LIVRE.
               MOVE WRK-SIM-DATA TO WRK-SIM-FIM.
               PERFORM 0710-CONSUMIR-DIA UNTIL WRK-SIM-REST = 0.

           0710-CONSUMIR-DIA.
               IF WRK-SIM-LIVRE = 0
                   PERFORM 0720-PROXIMO-DIA-SERRA
                   MOVE WRK-MQ-CAP(WRK-MQ-SUB) TO WRK-SIM-LIVRE
               ELSE
                   IF WRK-SIM-REST < WRK-SIM-LIVRE
                       MOVE WRK-SIM-REST  TO WRK-SIM-PARTE
                   ELSE
                       MOVE WRK-SIM-LIVRE TO WRK-SIM-PARTE
                   END-IF
                   SUBTRACT WRK-SIM-PARTE FROM WRK-SIM-REST
                   SUBTRACT WRK-SIM-PARTE FROM WRK-SIM-LIVRE
                   MOVE WRK-SIM-DATA TO WRK-SIM-FIM
                   IF SIM-GRAVAR
                       PERFORM 0715-GUARDAR-FATIA
                   END-IF
               END-IF.

           0715-GUARDAR-FATIA.
               IF WRK-QT-FATIAS < 3000
                   ADD 1 TO WRK-QT-FATIAS
                   MOVE WRK-SIM-DATA  TO WRK-FT-DATA(WRK-QT-FATIAS)
                   MOVE WRK-MQ-CODIGO(WRK-MQ-SUB)
                        TO WRK-FT-SERRA(WRK-QT-FATIAS)
                   MOVE SRT-ORDEM     TO WRK-FT-ORDEM(WRK-QT-FATIAS)
                   MOVE WRK-SIM-PARTE TO WRK-FT-MINUTOS(WRK-QT-FATIAS)
                   MOVE SRT-PROMETIDA
                        TO WRK-FT-PROMETIDA(WRK-QT-FATIAS)
               ELSE
                   MOVE 'S' TO WRK-FATIAS-CHEIA
               END-IF.

      *    ********** PROXIMO DIA DE TRABALHO DA SERRA WRK-MQ-SUB
           0720-PROXIMO-DIA-SERRA.
               PERFORM 0725-AVANCAR-DIA.
               PERFORM 0725-AVANCAR-DIA UNTIL DIA-DE-TRABALHO.

           0725-AVANCAR-DIA.
               PERFORM 0745-DESMONTAR-DATA.
               PERFORM 9060-AVANCAR-UM-DIA.
               COMPUTE WRK-SIM-DATA =
                       (DTC-ANO * 10000) + (DTC-MES * 100) + DTC-DIA.
               PERFORM 0730-VER-DIA-TRABALHO.

      *    ********** DIA UTIL DO CALENDARIO (SEM FERIADO), OU SABADO
      *    ********** QUE NAO SEJA FERIADO PARA SERRA DE SABADO
           0730-VER-DIA-TRABALHO.
               PERFORM 0745-DESMONTAR-DATA.
               PERFORM 9000-CALC-DIA-SEMANA.
               MOVE 'N' TO WRK-DIA-TRAB.
               IF DTC-UTIL
                   MOVE 'S' TO WRK-DIA-TRAB
               ELSE
                   IF DTC-DIA-SEMANA-NUM = 7
                      AND WRK-MQ-SABADO(WRK-MQ-SUB) = 'S'
                       MOVE 'N' TO WRK-FERIADO
                       PERFORM 0735-CONFERIR-FERIADO
                               VARYING DTC-FER-SUB FROM 1 BY 1
                               UNTIL DTC-FER-SUB > DTC-QT-FERIADOS
                       IF NOT DIA-FERIADO
                           MOVE 'S' TO WRK-DIA-TRAB
                       END-IF
                   END-IF
               END-IF.

           0735-CONFERIR-FERIADO.
               IF DTC-FERIADO-DATA(DTC-FER-SUB) = WRK-SIM-DATA
                   MOVE 'S' TO WRK-FERIADO
               END-IF.

           0740-DESMONTAR-DATA-INICIO.
               MOVE WRK-DATA-INICIO TO WRK-SIM-DATA.
               PERFORM 0745-DESMONTAR-DATA.

           0745-DESMONTAR-DATA.
               DIVIDE WRK-SIM-DATA BY 10000
                      GIVING DTC-ANO REMAINDER DTC-Z-SOMA.
               DIVIDE DTC-Z-SOMA BY 100
                      GIVING DTC-MES REMAINDER DTC-DIA.

           0800-FINALIZAR.
               DISPLAY '==============================='.
               DISPLAY 'ORDENS PROGRAMADAS....' WRK-QT-PROGRAMADAS.
               DISPLAY 'ATRASADAS (SAWLATE)...' WRK-QT-ATRASADAS.
               DISPLAY 'SEM DATA PROMETIDA....' WRK-QT-SEM-DATA.
               DISPLAY 'ULTIMO TERMINO........' WRK-ULT-TERMINO.
               DISPLAY 'AGENDA GRAVADA EM SAWSCHED'.
               IF FATIAS-CHEIA
                   DISPLAY 'AVISO - TABELA DE FATIAS CHEIA, AGENDA'
                           ' INCOMPLETA'
               END-IF.

           COPY DATEPROC.
