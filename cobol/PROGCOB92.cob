      *                         ISSO O ROLL-FORWARD (PROGCOB94)
      *                         PERDIA JUSTAMENTE OS CAMPOS
      *                         SENSIVEIS DO DUPLO CONTROLE.
      *    15/10/2026 HUGOVIE - BAIXA COMO PERDA DE PARCELA DO CONTASREC
      *                         (SOLICITADA NO PROGCOB111): A PARCELA
      *                         FICA COM SITUACAO P, O SALDO SAI DO
      *                         ABERTO DO CLIENTE, O CREDITO DO CLIENTE
      *                         E BLOQUEADO NO CREDHOLD E A PERDA E
      *                         LANCADA NO LEDGTXN CONTRA A PROVISAO PDD
      *                         (PDDSALDO).
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CUSTMAST COM O DOCUMENTO FISCAL DO
      *                         CLIENTE (CUST-TIPO-DOC/CUST-CNPJ-CPF) NO
      *                         LAYOUT; IMAGENS DO JORNAL E DA TRILHA
      *                         AMPLIADAS (MJ-IMAGEM X(120), AUDITTRL
      *                         X(340)).
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - EMPMAST COM DEPARTAMENTO, CENTRO DE
      *                         CUSTO E RATEIO ENTRE CENTROS
      *                         (EMP-DEPTO/EMP-CCUSTO/EMP-RATEIO)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - EMPMAST COM DATA DE ADMISSAO E MOTIVO DO
      *                         DESLIGAMENTO
      *                         (EMP-DT-ADMISSAO/EMP-MOTIVO-DESLIG) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - APROVACAO POR PAPEL: O OPERADOR COM
      *                         PAPEIS (ROLEMAST/USERROLE) SO DECIDE
      *                         SOLICITACOES DOS ARQUIVOS QUE SEUS
      *                         PAPEIS APROVAM; SEM PAPEL, CONTINUA
      *                         EXIGIDO O ADM. NOVA SOLICITACAO USERROLE
      *                         (ATRIBUIR/RETIRAR PAPEL, DO PROGCOB41),
      *                         CONFERIDA CONTRA OS PARES DO SODRULES NA
      *                         APLICACAO. NINGUEM DECIDE ALTERACAO DO
      *                         PROPRIO ACESSO.
      *    15/10/2026 HUGOVIE - NOVA SOLICITACAO SECFILE/DESBLOQ
      *                         (DESBLOQUEIO DE CONTA PEDIDO NO
      *                         PROGCOB41): ZERA SEC-BLOQUEADO E
      *                         SEC-QT-ERRADAS, COM TRILHA E JORNAL COMO
      *                         O NIVEL.
      *    15/10/2026 HUGOVIE - NOVA SOLICITACAO TRANSCPT/NOTAS
      *                         (CORRECAO DE NOTA DE TERMO ENCERRADO,
      *                         PEDIDA PELO PROFESSOR NO PRGCOB145):
      *                         APROVADA PELA COORDENACAO (PAPEL QUE
      *                         APROVA TRANSCPT, OU ADM SEM PAPEL),
      *                         TROCA AS NOTAS NO HISTORICO, RECALCULA
      *                         MEDIA E RESULTADO COM OS PESOS DO
      *                         WEIGHTPAR E A FREQUENCIA JA GRAVADA, E
      *                         CARIMBA ANTES/DEPOIS NO AUDITTRL E NO
      *                         MSTJRNL.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-USUARIO
                   FILE STATUS IS WRK-SECFILE-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT CREDHOLD ASSIGN TO "CREDHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-CLIENTE
                   FILE STATUS IS WRK-CREDHOLD-STATUS.
               SELECT PDDSALDO ASSIGN TO "PDDSALDO"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PDS-COMPETENCIA
                   FILE STATUS IS WRK-PDDSALDO-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
               SELECT ROLEMAST ASSIGN TO "ROLEMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RL-PAPEL
                   FILE STATUS IS WRK-ROLEMAST-STATUS.
               SELECT USERROLE ASSIGN TO "USERROLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UR-CHAVE
                   FILE STATUS IS WRK-USERROLE-STATUS.
               SELECT SODRULES ASSIGN TO "SODRULES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SODRULES-STATUS.
               SELECT TRANSCPT ASSIGN TO "TRANSCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TRC-CHAVE
                   FILE STATUS IS WRK-TRANSCPT-STATUS.
               SELECT WEIGHTPAR ASSIGN TO "WEIGHTPAR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-WEIGHTPAR-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PENDAPPR.
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

           FD  CUSTMAST.
           01  CUST-REC.
               05 CUST-UF        PIC X(02).
               05 CUST-LIMITE    PIC 9(07)V99.
               05 CUST-ABERTO    PIC 9(07)V99.
               05 CUST-TIPO-DOC  PIC X(01).
                  88 CUST-DOC-CNPJ VALUE 'J'.
                  88 CUST-DOC-CPF  VALUE 'F'.
               05 CUST-CNPJ-CPF  PIC 9(14).
               05 CUST-SITUACAO  PIC X(01).
                  88 CUST-INCORPORADO VALUE 'U'.
               05 CUST-COD-DESTINO PIC 9(06).

           FD  SECFILE.
           01  SEC-REC.
                  88 SEC-CONTA-BLOQUEADA VALUE 'S'.
               05 SEC-DT-TROCA    PIC 9(08).

           FD  CONTASREC.
           01  AR-REC.
               05 AR-CHAVE.
                   10 AR-CLIENTE PIC 9(06).
                   10 AR-FATURA  PIC 9(06).
                   10 AR-PARCELA PIC 9(02).
               05 AR-DT-EMISSAO PIC 9(08).
               05 AR-DT-VENCTO  PIC 9(08).
               05 AR-VALOR      PIC 9(08)V99.
               05 AR-SALDO      PIC 9(08)V99.
               05 AR-STATUS     PIC X(01).
                  88 AR-ABERTO     VALUE 'A'.
                  88 AR-LIQUIDADO  VALUE 'L'.
                  88 AR-PERDA      VALUE 'P'.

           FD  CREDHOLD.
           01  CH-REC.
               05 CH-CLIENTE     PIC 9(06).
               05 CH-MOTIVO      PIC X(01).
                  88 CH-MOTIVO-PERDA VALUE 'P'.
               05 CH-DATA        PIC 9(08).
               05 CH-OPERADOR    PIC X(20).
               05 CH-OBS         PIC X(30).

           FD  PDDSALDO.
           01  PDS-REC.
               05 PDS-COMPETENCIA PIC 9(06).
               05 PDS-SALDO       PIC 9(10)V99.
               05 PDS-DATA        PIC 9(08).

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

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           FD  MSTJRNL.
           01  MSTJRNL-REC.
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

           FD  ROLEMAST.
           01  RL-REC.
               05 RL-PAPEL        PIC X(08).
               05 RL-DESCRICAO    PIC X(30).
               05 RL-SITUACAO     PIC X(01).
                  88 RL-ATIVO     VALUE 'A'.
               05 RL-OPCOES       PIC X(20).
               05 RL-APROVA       PIC X(08) OCCURS 5 TIMES.
               05 RL-FUNCAO       PIC X(03) OCCURS 5 TIMES.

           FD  USERROLE.
           01  UR-REC.
               05 UR-CHAVE.
                  10 UR-USUARIO   PIC X(20).
                  10 UR-PAPEL     PIC X(08).
               05 UR-DT-ATRIB     PIC 9(08).
               05 UR-SOLICITANTE  PIC X(20).
               05 UR-APROVADOR    PIC X(20).

           FD  SODRULES.
           01  SODRULES-REC.
               05 SR-FUNC-A     PIC X(03).
               05 SR-FUNC-B     PIC X(03).

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

           FD  WEIGHTPAR.
           01  WEIGHTPAR-REC.
               05 WGT-NOTA1       PIC 9V99.
               05 WGT-NOTA2       PIC 9V99.

           WORKING-STORAGE SECTION.
           COPY ROLCOM.
           77 WRK-ROLEMAST-STATUS PIC X(02) VALUE SPACES.
           77 WRK-USERROLE-STATUS PIC X(02) VALUE SPACES.
               88 USERROLE-OK       VALUE '00'.
           77 WRK-SODRULES-STATUS PIC X(02) VALUE SPACES.
               88 SODRULES-OK       VALUE '00'.
               88 SODRULES-EOF      VALUE '10'.
           77 WRK-APROVADOR-OK PIC X(01) VALUE 'N'.
               88 APROVADOR-OK     VALUE 'S'.
           77 WRK-DIREITO    PIC X(01) VALUE 'N'.
               88 TEM-DIREITO      VALUE 'S'.
           COPY AUDCOM.
           COPY JRNCOM.
           COPY ERRCOM.
           77 WRK-CONTA-NOVA   PIC 9(08) VALUE ZEROS.
           77 WRK-APLICOU    PIC X(01) VALUE 'N'.
               88 APLICOU     VALUE 'S'.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK        VALUE '00'.
               88 CONTASREC-NOTFOUND  VALUE '23'.
           77 WRK-CREDHOLD-STATUS PIC X(02) VALUE SPACES.
               88 CREDHOLD-OK        VALUE '00'.
               88 CREDHOLD-NOTFOUND  VALUE '23'.
           77 WRK-PDDSALDO-STATUS PIC X(02) VALUE SPACES.
               88 PDDSALDO-OK       VALUE '00'.
               88 PDDSALDO-EOF      VALUE '10'.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MAP-PD-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-PD-ACHADO VALUE 'S'.
           77 WRK-MAP-PD-DEB  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-PD-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-RC-ACHADO PIC X(01) VALUE 'N'.
               88 MAP-RC-ACHADO VALUE 'S'.
           77 WRK-MAP-RC-CRE  PIC 9(05) VALUE ZEROS.
           77 WRK-AR-CHAVE    PIC 9(14) VALUE ZEROS.
           77 WRK-SALDO-PEDIDO PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PERDA       PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PERDA-PROV  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-PERDA-DESP  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-COMP-ULT    PIC 9(06) VALUE ZEROS.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-LTX-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-LTX-VALOR   PIC 9(08)V99 VALUE ZEROS.
           77 WRK-LTX-DESCR   PIC X(20) VALUE SPACES.
           77 WRK-TRANSCPT-STATUS PIC X(02) VALUE SPACES.
               88 TRANSCPT-OK        VALUE '00'.
           77 WRK-WEIGHTPAR-STATUS PIC X(02) VALUE SPACES.
               88 WEIGHTPAR-OK       VALUE '00'.
           77 WRK-PESO-NOTA1  PIC 9V99 VALUE 0,50.
           77 WRK-PESO-NOTA2  PIC 9V99 VALUE 0,50.
           77 WRK-NOTA-NOVA1  PIC 9(02)V9 VALUE ZEROS.
           77 WRK-NOTA-NOVA2  PIC 9(02)V9 VALUE ZEROS.
           77 WRK-MEDIA-NOVA  PIC 9(02)V9 VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               DISPLAY 'SENHA...'.
               ACCEPT WRK-SENHA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               MOVE 'N' TO WRK-APROVADOR-OK.
               IF ACESSO-LIBERADO
                   PERFORM 0050-CARREGAR-PERFIL
                   IF (ROL-SEM-PAPEL AND ADM) OR ROL-QT-APROVA > 0
                       MOVE 'S' TO WRK-APROVADOR-OK
                   END-IF
               END-IF.
               IF NOT APROVADOR-OK
                   DISPLAY 'ACESSO RESTRITO A APROVADOR'
               ELSE
                   PERFORM 0060-CARREGAR-SODRULES
                   OPEN I-O PENDAPPR
                   IF WRK-PENDAPPR-STATUS NOT = '00'
                       DISPLAY 'FILA DE APROVACAO VAZIA OU'
               END-IF.
               GOBACK.

      *    ********** DIREITOS DE APROVACAO DO OPERADOR PELOS SEUS
      *    ********** PAPEIS; SEM PAPEL, APROVA TUDO SE FOR ADM
           0050-CARREGAR-PERFIL.
               MOVE WRK-USUARIO TO ROL-USUARIO.
               PERFORM 9250-CARREGAR-PAPEIS.

      *    ********** PARES INCOMPATIVEIS DO SODRULES, PARA A
      *    ********** ATRIBUICAO DE PAPEL
           0060-CARREGAR-SODRULES.
               MOVE ZEROS TO ROL-QT-SOD.
               OPEN INPUT SODRULES.
               IF SODRULES-OK
                   PERFORM 0070-LER-REGRA
                   PERFORM 0080-GUARDAR-REGRA UNTIL SODRULES-EOF
                   CLOSE SODRULES
               END-IF.

           0070-LER-REGRA.
               READ SODRULES
                   AT END MOVE '10' TO WRK-SODRULES-STATUS
               END-READ.

           0080-GUARDAR-REGRA.
               IF ROL-QT-SOD < 20
                   ADD 1 TO ROL-QT-SOD
                   MOVE SR-FUNC-A TO ROL-SOD-A(ROL-QT-SOD)
                   MOVE SR-FUNC-B TO ROL-SOD-B(ROL-QT-SOD)
               END-IF.
               PERFORM 0070-LER-REGRA.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' APROVACAO DE ALTERACOES (PENDAPPR)'.
                       MOVE '00' TO WRK-PENDAPPR-STATUS
               END-READ.

      *    ********** O OPERADOR SO DECIDE SOLICITACAO DE ARQUIVO
      *    ********** QUE UM DOS SEUS PAPEIS APROVA
           0290-CONFERIR-DIREITO.
               MOVE 'N' TO WRK-DIREITO.
               IF ROL-SEM-PAPEL
                   IF ADM
                       MOVE 'S' TO WRK-DIREITO
                   END-IF
               ELSE
                   MOVE PA-ARQUIVO TO ROL-CONSULTA
                   PERFORM 9265-TEM-APROVACAO
                   MOVE ROL-RESULTADO TO WRK-DIREITO
               END-IF.

           0300-APROVAR.
               PERFORM 0280-LOCALIZAR-SOLICITACAO.
               PERFORM 0290-CONFERIR-DIREITO.
               EVALUATE TRUE
                   WHEN NOT PENDAPPR-OK
                       DISPLAY 'SOLICITACAO NAO ENCONTRADA'
                   WHEN NOT PA-PENDENTE
                       DISPLAY 'SOLICITACAO JA DECIDIDA'
                   WHEN NOT TEM-DIREITO
                       DISPLAY 'SEM DIREITO DE APROVACAO PARA '
                               PA-ARQUIVO
                   WHEN PA-SOLICITANTE = WRK-USUARIO
                       DISPLAY 'APROVADOR NAO PODE SER O PROPRIO'
                           ' SOLICITANTE - DUPLO CONTROLE'
                   WHEN (PA-ARQUIVO = 'SECFILE'
                         OR PA-ARQUIVO = 'USERROLE')
                        AND PA-CHAVE = WRK-USUARIO
                       DISPLAY 'APROVADOR NAO PODE DECIDIR O'
                               ' PROPRIO ACESSO'
                   WHEN OTHER
                       PERFORM 0400-APLICAR
                       IF APLICOU
                       PERFORM 0420-APLICAR-CUSTMAST
                   WHEN PA-ARQUIVO = 'SECFILE'
                       PERFORM 0430-APLICAR-SECFILE
                   WHEN PA-ARQUIVO = 'USERROLE'
                       PERFORM 0435-APLICAR-USERROLE
                   WHEN PA-ARQUIVO = 'CONTASRC'
                       PERFORM 0440-APLICAR-CONTASREC THRU 0440-SAIDA
                   WHEN PA-ARQUIVO = 'TRANSCPT'
                       PERFORM 0445-APLICAR-TRANSCPT
                   WHEN OTHER
                       DISPLAY 'ARQUIVO DA SOLICITACAO'
                               ' DESCONHECIDO'
               ELSE
                   PERFORM 0500-PREPARAR-AUDITORIA
                   MOVE SEC-REC TO AUD-TRL-ANTES
                   EVALUATE TRUE
                       WHEN PA-CAMPO = 'DESBLOQ'
                           MOVE 'N' TO SEC-BLOQUEADO
                           MOVE ZEROS TO SEC-QT-ERRADAS
                           PERFORM 0431-GRAVAR-SECFILE
                       WHEN PA-VALOR-NOVO(1:2) IS NUMERIC
                           MOVE PA-VALOR-NOVO(1:2) TO WRK-NIVEL-NOVO
                           MOVE WRK-NIVEL-NOVO TO SEC-NIVEL
                           PERFORM 0431-GRAVAR-SECFILE
                       WHEN OTHER
                           DISPLAY 'VALOR DA SOLICITACAO INVALIDO'
                   END-EVALUATE
               END-IF.
               CLOSE SECFILE.

           0431-GRAVAR-SECFILE.
               REWRITE SEC-REC.
               MOVE SEC-REC TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               MOVE 'SECFILE' TO JRN-ARQUIVO.
               MOVE SEC-USUARIO TO JRN-CHAVE.
               MOVE SPACES TO JRN-IMAGEM.
               MOVE SEC-REC TO JRN-IMAGEM.
               PERFORM 8500-JORNALIZAR.
               MOVE 'S' TO WRK-APLICOU.

      *    ********** PAPEL DE ACESSO (PROGCOB41): CHAVE = USUARIO,
      *    ********** VALOR = PAPEL, CAMPO PAPEL-INC (ATRIBUIR) OU
      *    ********** PAPEL-EXC (RETIRAR). A ATRIBUICAO E CONFERIDA
      *    ********** DE NOVO CONTRA O SODRULES - O PERFIL PODE TER
      *    ********** MUDADO DESDE A SOLICITACAO
           0435-APLICAR-USERROLE.
               MOVE 'N' TO ROL-CONFLITO.
               IF PA-CAMPO = 'PAPEL-INC'
                   MOVE PA-CHAVE TO ROL-USUARIO
                   PERFORM 9250-CARREGAR-PAPEIS
                   MOVE PA-VALOR-NOVO(1:8) TO ROL-CONSULTA
                   PERFORM 9255-SOMAR-PAPEL
                   PERFORM 9280-CONFERIR-CONFLITO
                   PERFORM 0050-CARREGAR-PERFIL
               END-IF.
               OPEN I-O USERROLE.
               IF WRK-USERROLE-STATUS = '35'
                   CLOSE USERROLE
                   OPEN OUTPUT USERROLE
                   CLOSE USERROLE
                   OPEN I-O USERROLE
               END-IF.
               MOVE PA-CHAVE           TO UR-USUARIO.
               MOVE PA-VALOR-NOVO(1:8) TO UR-PAPEL.
               EVALUATE TRUE
                   WHEN NOT USERROLE-OK
                       DISPLAY 'CADASTRO DE PAPEIS DO USUARIO'
                               ' INDISPONIVEL'
                   WHEN ROL-EM-CONFLITO
                       DISPLAY 'ATRIBUICAO RECUSADA - O USUARIO'
                               ' FICARIA COM ' ROL-FUNC-A ' E '
                               ROL-FUNC-B ' (SODRULES)'
                   WHEN PA-CAMPO = 'PAPEL-INC'
                       PERFORM 0436-INCLUIR-PAPEL
                   WHEN PA-CAMPO = 'PAPEL-EXC'
                       PERFORM 0437-EXCLUIR-PAPEL
                   WHEN OTHER
                       DISPLAY 'VALOR DA SOLICITACAO INVALIDO'
               END-EVALUATE.
               CLOSE USERROLE.

           0436-INCLUIR-PAPEL.
               ACCEPT UR-DT-ATRIB FROM DATE YYYYMMDD.
               MOVE PA-SOLICITANTE TO UR-SOLICITANTE.
               MOVE WRK-USUARIO    TO UR-APROVADOR.
               WRITE UR-REC
                   INVALID KEY
                       DISPLAY 'USUARIO JA TEM ESSE PAPEL'
                   NOT INVALID KEY
                       PERFORM 0500-PREPARAR-AUDITORIA
                       MOVE SPACES TO AUD-TRL-ANTES
                       MOVE UR-REC TO AUD-TRL-DEPOIS
                       PERFORM 9400-REGISTRAR-AUD-TRL
                       MOVE 'W' TO JRN-ACAO
                       PERFORM 8510-JORNALIZAR-PAPEL
                       MOVE 'S' TO WRK-APLICOU
               END-WRITE.

           0437-EXCLUIR-PAPEL.
               READ USERROLE
                   KEY IS UR-CHAVE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO TEM MAIS ESSE PAPEL'
                   NOT INVALID KEY
                       PERFORM 0500-PREPARAR-AUDITORIA
                       MOVE UR-REC TO AUD-TRL-ANTES
                       MOVE SPACES TO AUD-TRL-DEPOIS
                       DELETE USERROLE RECORD
                       PERFORM 9400-REGISTRAR-AUD-TRL
                       MOVE 'D' TO JRN-ACAO
                       PERFORM 8510-JORNALIZAR-PAPEL
                       MOVE 'S' TO WRK-APLICOU
               END-READ.

      *    ********** BAIXA COMO PERDA (PROGCOB111): CHAVE = CLIENTE
      *    ********** + FATURA + PARCELA, VALOR = SALDO NA SOLICITACAO.
      *    ********** A PARCELA FICA NO CONTASREC COM SITUACAO P (O
      *    ********** HISTORICO DO CLIENTE NAO SE PERDE), O SALDO SAI
      *    ********** DO ABERTO DO CLIENTE E O CREDITO E BLOQUEADO
           0440-APLICAR-CONTASREC.
               IF PA-CHAVE(1:14) IS NUMERIC
                   MOVE PA-CHAVE(1:14) TO WRK-AR-CHAVE
               ELSE
                   MOVE ZEROS TO WRK-AR-CHAVE
               END-IF.
               IF PA-VALOR-NOVO(1:10) IS NUMERIC
                   MOVE PA-VALOR-NOVO(1:10) TO WRK-SALDO-PEDIDO(1:10)
               ELSE
                   MOVE ZEROS TO WRK-SALDO-PEDIDO
               END-IF.
               OPEN I-O CONTASREC.
               IF NOT CONTASREC-OK
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL'
                   GO TO 0440-SAIDA
               END-IF.
               MOVE WRK-AR-CHAVE TO AR-CHAVE.
               READ CONTASREC
                   KEY IS AR-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-CONTASREC-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CONTASREC-STATUS
               END-READ.
               IF NOT CONTASREC-OK
                   DISPLAY 'PARCELA DA SOLICITACAO NAO EXISTE'
                   CLOSE CONTASREC
                   GO TO 0440-SAIDA
               END-IF.
               IF NOT AR-ABERTO OR AR-SALDO NOT = WRK-SALDO-PEDIDO
                   DISPLAY 'PARCELA NAO ESTA MAIS EM ABERTO OU O'
                           ' SALDO MUDOU DESDE A SOLICITACAO -'
                           ' REJEITE E PECA DE NOVO'
                   CLOSE CONTASREC
                   GO TO 0440-SAIDA
               END-IF.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE AR-SALDO TO WRK-PERDA.
               PERFORM 0500-PREPARAR-AUDITORIA.
               MOVE AR-REC TO AUD-TRL-ANTES.
               MOVE 'P' TO AR-STATUS.
               REWRITE AR-REC.
               MOVE AR-REC TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               CLOSE CONTASREC.
               PERFORM 0450-BAIXAR-ABERTO-CLIENTE.
               PERFORM 0460-BLOQUEAR-CREDITO.
               PERFORM 0470-CONSUMIR-PROVISAO.
               PERFORM 0480-CONTABILIZAR-PERDA.
               MOVE 'S' TO WRK-APLICOU.
           0440-SAIDA.
               EXIT.

           0450-BAIXAR-ABERTO-CLIENTE.
               OPEN I-O CUSTMAST.
               MOVE AR-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF CUSTMAST-OK
                   IF CUST-ABERTO > WRK-PERDA
                       SUBTRACT WRK-PERDA FROM CUST-ABERTO
                   ELSE
                       MOVE ZEROS TO CUST-ABERTO
                   END-IF
                   REWRITE CUST-REC
                   MOVE 'CUSTMAST' TO JRN-ARQUIVO
                   MOVE SPACES TO JRN-CHAVE
                   MOVE CUST-CODIGO TO JRN-CHAVE(1:6)
                   MOVE SPACES TO JRN-IMAGEM
                   MOVE CUST-REC TO JRN-IMAGEM
                   PERFORM 8500-JORNALIZAR
               END-IF.
               CLOSE CUSTMAST.

      *    ********** CLIENTE COM PERDA FICA BLOQUEADO PARA NOVOS
      *    ********** PEDIDOS (PROGCOB22) ATE O CONTROLE DE CREDITO
      *    ********** LIBERAR
           0460-BLOQUEAR-CREDITO.
               OPEN I-O CREDHOLD.
               IF WRK-CREDHOLD-STATUS = '35'
                   CLOSE CREDHOLD
                   OPEN OUTPUT CREDHOLD
                   CLOSE CREDHOLD
                   OPEN I-O CREDHOLD
               END-IF.
               MOVE AR-CLIENTE TO CH-CLIENTE.
               READ CREDHOLD
                   KEY IS CH-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDHOLD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDHOLD-STATUS
               END-READ.
               MOVE AR-CLIENTE    TO CH-CLIENTE.
               MOVE 'P'           TO CH-MOTIVO.
               MOVE WRK-DATA-HOJE TO CH-DATA.
               MOVE WRK-USUARIO   TO CH-OPERADOR.
               MOVE SPACES        TO CH-OBS.
               STRING 'PERDA FATURA ' AR-FATURA '/' AR-PARCELA
                      DELIMITED BY SIZE INTO CH-OBS
               END-STRING.
               IF CREDHOLD-OK
                   REWRITE CH-REC
               ELSE
                   WRITE CH-REC
               END-IF.
               CLOSE CREDHOLD.
               DISPLAY 'CREDITO DO CLIENTE ' AR-CLIENTE ' BLOQUEADO'.

      *    ********** A PERDA CONSOME A PROVISAO DA ULTIMA COMPETENCIA
      *    ********** (PRGCOB110); O QUE PASSAR DELA VAI DIRETO PARA
      *    ********** A DESPESA
           0470-CONSUMIR-PROVISAO.
               MOVE ZEROS TO WRK-PERDA-PROV WRK-COMP-ULT.
               MOVE WRK-PERDA TO WRK-PERDA-DESP.
               OPEN I-O PDDSALDO.
               IF PDDSALDO-OK
                   MOVE ZEROS TO PDS-COMPETENCIA
                   START PDDSALDO KEY IS NOT LESS THAN PDS-COMPETENCIA
                       INVALID KEY
                           MOVE '10' TO WRK-PDDSALDO-STATUS
                   END-START
                   PERFORM 0475-LER-PDDSALDO UNTIL NOT PDDSALDO-OK
                   IF WRK-COMP-ULT NOT = ZEROS
                       MOVE WRK-COMP-ULT TO PDS-COMPETENCIA
                       READ PDDSALDO
                           KEY IS PDS-COMPETENCIA
                           INVALID KEY
                               MOVE '23' TO WRK-PDDSALDO-STATUS
                           NOT INVALID KEY
                               MOVE '00' TO WRK-PDDSALDO-STATUS
                       END-READ
                       IF PDDSALDO-OK
                           IF PDS-SALDO > WRK-PERDA
                               MOVE WRK-PERDA TO WRK-PERDA-PROV
                           ELSE
                               MOVE PDS-SALDO TO WRK-PERDA-PROV
                           END-IF
                           SUBTRACT WRK-PERDA-PROV FROM PDS-SALDO
                           SUBTRACT WRK-PERDA-PROV FROM WRK-PERDA-DESP
                           REWRITE PDS-REC
                       END-IF
                   END-IF
                   CLOSE PDDSALDO
               END-IF.

           0475-LER-PDDSALDO.
               READ PDDSALDO NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-PDDSALDO-STATUS
               END-READ.
               IF PDDSALDO-OK
                   MOVE PDS-COMPETENCIA TO WRK-COMP-ULT
               END-IF.

      *    ********** PROVISAO (D) X CLIENTES (C) PELA PARTE COBERTA
      *    ********** E DESPESA COM PDD (D) X CLIENTES (C) PELO
      *    ********** EXCESSO (EVENTOS PD E RC DO CTAMAP)
           0480-CONTABILIZAR-PERDA.
               PERFORM 0485-CARREGAR-CTAMAP.
               IF MAP-PD-ACHADO AND MAP-RC-ACHADO
                   IF WRK-PERDA-PROV > 0
                       MOVE WRK-MAP-PD-CRE TO WRK-LTX-DEB
                       MOVE WRK-PERDA-PROV TO WRK-LTX-VALOR
                       MOVE 'PERDA C/ PROVISAO' TO WRK-LTX-DESCR
                       PERFORM 0490-GRAVAR-LANCAMENTO
                   END-IF
                   IF WRK-PERDA-DESP > 0
                       MOVE WRK-MAP-PD-DEB TO WRK-LTX-DEB
                       MOVE WRK-PERDA-DESP TO WRK-LTX-VALOR
                       MOVE 'PERDA SEM PROVISAO' TO WRK-LTX-DESCR
                       PERFORM 0490-GRAVAR-LANCAMENTO
                   END-IF
               ELSE
                   MOVE 'CTAMAP' TO ERR-ARQUIVO
                   MOVE SPACES TO ERR-STATUS
                   MOVE 'EVENTO PD/RC SEM CONTAS - PERDA NAO LANCADA'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CONTAS DA PERDA NAO MAPEADAS NO CTAMAP -'
                           ' LANCAMENTO NAO GERADO'
               END-IF.

           0485-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-PD-ACHADO WRK-MAP-RC-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0486-LER-CTAMAP
                   PERFORM 0487-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.

           0486-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0487-GUARDAR-MAPA.
               IF MAP-EVENTO = 'PD'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-PD-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-PD-CRE
                   MOVE 'S' TO WRK-MAP-PD-ACHADO
               END-IF.
               IF MAP-EVENTO = 'RC'
                   MOVE MAP-CONTA-CRE TO WRK-MAP-RC-CRE
                   MOVE 'S' TO WRK-MAP-RC-ACHADO
               END-IF.
               PERFORM 0486-LER-CTAMAP.

           0490-GRAVAR-LANCAMENTO.
               OPEN EXTEND LEDGTXN.
               IF WRK-LEDGTXN-STATUS = '35'
                   CLOSE LEDGTXN
                   OPEN OUTPUT LEDGTXN
               END-IF.
               MOVE WRK-LTX-DEB    TO LTX-CONTA.
               MOVE WRK-DATA-HOJE  TO LTX-DATA.
               MOVE 'D'            TO LTX-TIPO.
               MOVE WRK-LTX-VALOR  TO LTX-VALOR.
               MOVE WRK-LTX-DESCR  TO LTX-DESCRICAO.
               MOVE ZEROS          TO LTX-CCUSTO.
               MOVE SPACE          TO LTX-ESTORNO.
               WRITE LEDGTXN-REC.
               MOVE WRK-MAP-RC-CRE TO LTX-CONTA.
               MOVE 'C'            TO LTX-TIPO.
               WRITE LEDGTXN-REC.
               CLOSE LEDGTXN.

      *    ********** CORRECAO DE NOTA (PRGCOB145): CHAVE =
      *    ********** MATRICULA+TERMO+MATERIA, VALOR = NOTA1 (3
      *    ********** DIGITOS) BRANCO NOTA2. MEDIA E RESULTADO
      *    ********** REFEITOS COMO NO PROGCOB08, COM A FREQUENCIA
      *    ********** JA GRAVADA NO HISTORICO
           0445-APLICAR-TRANSCPT.
               IF PA-VALOR-NOVO(1:3) IS NOT NUMERIC
                  OR PA-VALOR-NOVO(5:3) IS NOT NUMERIC
                   DISPLAY 'VALOR DA SOLICITACAO INVALIDO'
               ELSE
                   MOVE PA-VALOR-NOVO(1:3) TO WRK-NOTA-NOVA1(1:3)
                   MOVE PA-VALOR-NOVO(5:3) TO WRK-NOTA-NOVA2(1:3)
                   OPEN I-O TRANSCPT
                   MOVE PA-CHAVE(1:15) TO TRC-CHAVE
                   READ TRANSCPT
                       KEY IS TRC-CHAVE
                       INVALID KEY
                           MOVE '23' TO WRK-TRANSCPT-STATUS
                       NOT INVALID KEY
                           MOVE '00' TO WRK-TRANSCPT-STATUS
                   END-READ
                   IF NOT TRANSCPT-OK
                       DISPLAY 'NOTA DA SOLICITACAO NAO EXISTE NO'
                               ' HISTORICO'
                   ELSE
                       PERFORM 0446-LER-PESOS
                       PERFORM 0500-PREPARAR-AUDITORIA
                       MOVE TRANSCPT-REC TO AUD-TRL-ANTES
                       MOVE WRK-NOTA-NOVA1 TO TRC-NOTA1
                       MOVE WRK-NOTA-NOVA2 TO TRC-NOTA2
                       COMPUTE WRK-MEDIA-NOVA =
                               (WRK-NOTA-NOVA1 * WRK-PESO-NOTA1) +
                               (WRK-NOTA-NOVA2 * WRK-PESO-NOTA2)
                       MOVE WRK-MEDIA-NOVA TO TRC-MEDIA
                       EVALUATE WRK-MEDIA-NOVA
                           WHEN 6 THRU 10
                               MOVE 'APROVADO' TO TRC-RESULTADO
                           WHEN 2 THRU 5,9
                               MOVE 'RECUPERACAO' TO TRC-RESULTADO
                           WHEN OTHER
                               MOVE 'REPROVADO' TO TRC-RESULTADO
                       END-EVALUATE
                       IF TRC-FREQ-PCT < 75
                           MOVE 'REPROV FALTA' TO TRC-RESULTADO
                       END-IF
                       REWRITE TRANSCPT-REC
                       MOVE TRANSCPT-REC TO AUD-TRL-DEPOIS
                       PERFORM 9400-REGISTRAR-AUD-TRL
                       MOVE 'TRANSCPT' TO JRN-ARQUIVO
                       MOVE PA-CHAVE TO JRN-CHAVE
                       MOVE SPACES TO JRN-IMAGEM
                       MOVE TRANSCPT-REC TO JRN-IMAGEM
                       PERFORM 8500-JORNALIZAR
                       MOVE 'S' TO WRK-APLICOU
                   END-IF
                   CLOSE TRANSCPT
               END-IF.

           0446-LER-PESOS.
               OPEN INPUT WEIGHTPAR.
               IF WEIGHTPAR-OK
                   READ WEIGHTPAR
                       AT END CONTINUE
                   END-READ
                   IF WEIGHTPAR-OK
                       MOVE WGT-NOTA1 TO WRK-PESO-NOTA1
                       MOVE WGT-NOTA2 TO WRK-PESO-NOTA2
                   END-IF
                   CLOSE WEIGHTPAR
               END-IF.

      *    ********** A TRILHA LEVA SOLICITANTE E APROVADOR NO
      *    ********** CAMPO DE OPERADOR (SOL>APR)

           0600-REJEITAR.
               PERFORM 0280-LOCALIZAR-SOLICITACAO.
               PERFORM 0290-CONFERIR-DIREITO.
               EVALUATE TRUE
                   WHEN NOT PENDAPPR-OK
                       DISPLAY 'SOLICITACAO NAO ENCONTRADA'
                   WHEN NOT PA-PENDENTE
                       DISPLAY 'SOLICITACAO JA DECIDIDA'
                   WHEN NOT TEM-DIREITO
                       DISPLAY 'SEM DIREITO DE APROVACAO PARA '
                               PA-ARQUIVO
                   WHEN OTHER
                       MOVE 'R' TO PA-STATUS
                       MOVE WRK-USUARIO TO PA-APROVADOR
               MOVE WRK-USUARIO TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

      *    ********** PAPEL ATRIBUIDO OU RETIRADO NO JORNAL - A
      *    ********** CHAVE LEVA O INICIO DO USUARIO MAIS O PAPEL
           8510-JORNALIZAR-PAPEL.
               MOVE 'USERROLE'  TO JRN-ARQUIVO.
               MOVE SPACES      TO JRN-CHAVE.
               MOVE UR-USUARIO(1:12) TO JRN-CHAVE(1:12).
               MOVE UR-PAPEL    TO JRN-CHAVE(13:8).
               MOVE SPACES      TO JRN-IMAGEM.
               MOVE UR-REC      TO JRN-IMAGEM.
               MOVE WRK-USUARIO TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

           COPY AUDPROC.
           COPY ERRPROC.
           COPY SECPROC.
           COPY JRNPROC.
           COPY ROLPROC.
