           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB100.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = PAGAMENTO DE FORNECEDORES PELO BANCO. DOIS
      *    MODOS, LIDOS DO SYSIN:
      *    R - REMESSA: OS TITULOS DO CONTASPAG APROVADOS NA
      *        PROGRAMACAO (PROGCOB53 MODO A) VAO PARA O ARQUIVO DE
      *        REMESSA PAGREM (HEADER, UM DETALHE POR TITULO COM O
      *        BANCO/AGENCIA/CONTA DO FORNECEDOR NO SUPMAST, TRAILER
      *        COM QUANTIDADE, SOMA E HASH DAS CONTAS - MESMO DESENHO
      *        DA REMESSA DA FOLHA) E FICAM MARCADOS COMO ENVIADOS.
      *        FORNECEDOR SEM DADOS BANCARIOS E REJEITADO COM MOTIVO.
      *    T - RETORNO: O ARQUIVO DE RETORNO DO BANCO (PAGRET) BAIXA
      *        O CONTASPAG COMO A BAIXA MANUAL DO PROGCOB52 (SALDO
      *        REDUZIDO, LIQUIDADO QUANDO ZERA, LINHA NO PAGTOLOG).
      *        PAGAMENTO PARCIAL OU RECUSADO PELO BANCO DEIXA O
      *        TITULO EM ABERTO COM O MOTIVO, PARA VOLTAR A
      *        PROGRAMACAO. O TOTAL PAGO GERA O PAR FORNECEDORES (D)
      *        X BANCO (C) NO LEDGTXN (EVENTO PG DO CTAMAP) E O
      *        RELATORIO PAGRETREP LISTA O QUE FOI FEITO COM CADA
      *        LINHA DO RETORNO.
      *    RODA NA CADEIA NOTURNA (NITELY01): RETORNO DO DIA ANTES DA
      *    REMESSA NOVA.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - NOTA BLOQUEADA NA CONFERENCIA NOTA X
      *                         PEDIDO X RECEBIMENTO NAO VAI NA
      *                         REMESSA MESMO SE JA APROVADA.
      *    15/10/2026 HUGOVIE - LEDGTXN COM O INDICADOR DE ESTORNO
      *                         AUTOMATICO (LTX-ESTORNO) NO LAYOUT.
      *    15/10/2026 HUGOVIE - CONTASPAG COM O ICMS DA NOTA DE
      *                         FORNECEDOR (AP-ICMS) NO LAYOUT.
      *    15/10/2026 HUGOVIE - SUPMAST COM O DOCUMENTO FISCAL DO
      *                         FORNECEDOR (SUP-TIPO-DOC/SUP-CNPJ-CPF)
      *                         NO LAYOUT.
      *    15/10/2026 HUGOVIE - PAGAMENTO SEM AS CONTAS DO EVENTO PG
      *                         NO CTAMAP VAI PARA O ERRLOG E O PASSO
      *                         FICA COM RC 4 NO RUNSTAT; O RETORNO JA
      *                         BAIXOU OS TITULOS, ENTAO O PASSO FICA
      *                         REGISTRADO E O TOTAL PAGO EXIBIDO E
      *                         LANCADO A MAO NO LEDGTXN.
      *    15/10/2026 HUGOVIE - FALHA AO ABRIR CONTASPAG OU PAGRET
      *                         TERMINA COM RETURN-CODE 8 SEM REGISTRAR
      *                         O PASSO NO RUNCTL (RERODADA REFAZ).
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CONTASPAG ASSIGN TO "CONTASPAG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-CHAVE
                   FILE STATUS IS WRK-CONTASPAG-STATUS.
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT PAGREM ASSIGN TO "PAGREM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PAGREM-STATUS.
               SELECT PAGRET ASSIGN TO "PAGRET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PAGRET-STATUS.
               SELECT PAGRETREP ASSIGN TO "PAGRETREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PAGRETREP-STATUS.
               SELECT PAGTOLOG ASSIGN TO "PAGTOLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PAGTOLOG-STATUS.
               SELECT CTAMAP ASSIGN TO "CTAMAP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CTAMAP-STATUS.
               SELECT LEDGTXN ASSIGN TO "LEDGTXN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-LEDGTXN-STATUS.

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
           FD  CONTASPAG.
           01  AP-REC.
               05 AP-CHAVE.
                   10 AP-FORNEC  PIC 9(04).
                   10 AP-FATURA  PIC 9(06).
               05 AP-DT-EMISSAO PIC 9(08).
               05 AP-DT-VENCTO  PIC 9(08).
               05 AP-VALOR      PIC 9(08)V99.
               05 AP-SALDO      PIC 9(08)V99.
               05 AP-STATUS     PIC X(01).
                  88 AP-ABERTO     VALUE 'A'.
                  88 AP-LIQUIDADO  VALUE 'L'.
               05 AP-SIT-PAGTO  PIC X(01).
                  88 AP-PAGTO-LIVRE     VALUE ' '.
                  88 AP-PAGTO-APROVADO  VALUE 'P'.
                  88 AP-PAGTO-ENVIADO   VALUE 'E'.
                  88 AP-PAGTO-REJEITADO VALUE 'R'.
               05 AP-DT-APROVACAO PIC 9(08).
               05 AP-APROVADOR  PIC X(20).
               05 AP-MOTIVO     PIC X(25).
               05 AP-PEDIDO     PIC 9(06).
               05 AP-QT-FATURADA PIC 9(05).
               05 AP-PRECO-UNIT PIC 9(07)V99.
               05 AP-CONFERENCIA PIC X(01).
                  88 AP-CONF-PENDENTE   VALUE ' '.
                  88 AP-CONF-OK         VALUE 'M'.
                  88 AP-BLOQUEADO       VALUE 'B'.
                  88 AP-CONF-LIBERADO   VALUE 'L'.
               05 AP-MOTIVO-BLOQ PIC X(30).
               05 AP-LIBERADOR  PIC X(20).
               05 AP-ICMS       PIC 9(08)V99.

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

           FD  PAGREM.
           01  PAGREM-HEADER.
               05 PGH-TIPO        PIC X(01).
               05 PGH-DT-GERACAO  PIC 9(08).
               05 PGH-DATAHORA    PIC X(17).
           01  PAGREM-DETALHE.
               05 PGD-TIPO        PIC X(01).
               05 PGD-FORNEC      PIC 9(04).
               05 PGD-FATURA      PIC 9(06).
               05 PGD-BANCO       PIC 9(03).
               05 PGD-AGENCIA     PIC 9(04).
               05 PGD-CONTA       PIC 9(08).
               05 PGD-DT-PAGTO    PIC 9(08).
               05 PGD-VALOR       PIC 9(08)V99.
           01  PAGREM-TRAILER.
               05 PGT-TIPO        PIC X(01).
               05 PGT-QT          PIC 9(06).
               05 PGT-SOMA        PIC 9(10)V99.
               05 PGT-HASH-CONTAS PIC 9(12).

           FD  PAGRET.
           01  PAGRET-REC.
               05 PGR-FORNEC      PIC 9(04).
               05 PGR-FATURA      PIC 9(06).
               05 PGR-DATA        PIC 9(08).
               05 PGR-VALOR       PIC 9(08)V99.
               05 PGR-OCORRENCIA  PIC X(02).
                  88 PGR-PAGO     VALUE '00'.

           FD  PAGRETREP.
           01  PAGRETREP-REC     PIC X(100).

           FD  PAGTOLOG.
           01  PAGTOLOG-REC      PIC X(80).

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
           COPY RUNCOM.
           77 WRK-RUNSTAT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-RUNCTL-STATUS PIC X(02) VALUE SPACES.
               88 RUNCTL-OK      VALUE '00'.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CONTASPAG-STATUS PIC X(02) VALUE SPACES.
               88 CONTASPAG-OK        VALUE '00'.
               88 CONTASPAG-NOTFOUND  VALUE '23'.
               88 CONTASPAG-EOF       VALUE '10'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK        VALUE '00'.
               88 SUPMAST-NOTFOUND  VALUE '23'.
           77 WRK-PAGREM-STATUS    PIC X(02) VALUE SPACES.
           77 WRK-PAGRET-STATUS    PIC X(02) VALUE SPACES.
               88 PAGRET-OK      VALUE '00'.
               88 PAGRET-EOF     VALUE '10'.
           77 WRK-PAGRETREP-STATUS PIC X(02) VALUE SPACES.
           77 WRK-PAGTOLOG-STATUS  PIC X(02) VALUE SPACES.
           77 WRK-CTAMAP-STATUS PIC X(02) VALUE SPACES.
               88 CTAMAP-OK      VALUE '00'.
               88 CTAMAP-EOF     VALUE '10'.
           77 WRK-LEDGTXN-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MAP-ACHADO  PIC X(01) VALUE 'N'.
               88 MAP-ACHADO    VALUE 'S'.
           77 WRK-PROCESSAR   PIC X(01) VALUE 'N'.
               88 PROCESSAR     VALUE 'S'.
           77 WRK-MAP-DEB     PIC 9(05) VALUE ZEROS.
           77 WRK-MAP-CRE     PIC 9(05) VALUE ZEROS.
           77 WRK-MODO        PIC X(01) VALUE SPACES.
               88 MODO-REMESSA    VALUE 'R'.
               88 MODO-RETORNO    VALUE 'T'.
           77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
           77 WRK-REM-QT      PIC 9(06) VALUE ZEROS.
           77 WRK-REM-SOMA    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-REM-HASH    PIC 9(12) VALUE ZEROS.
           77 WRK-QT-LIDOS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-PAGOS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-PARCIAIS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REJEITADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-EXCECOES PIC 9(05) VALUE ZEROS.
           77 WRK-TOT-PAGO    PIC 9(10)V99 VALUE ZEROS.
           77 WRK-VALOR-PAGO  PIC 9(08)V99 VALUE ZEROS.
           77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-TOTAL-ED    PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-MOTIVO      PIC X(25) VALUE SPACES.
           77 WRK-RESULTADO   PIC X(20) VALUE SPACES.
           77 WRK-LINHA       PIC X(100) VALUE SPACES.
           77 WRK-DATAHORA    PIC X(17) VALUE SPACES.
           01 WRK-TIMESTAMP.
               02 WRK-TS-DATA  PIC 9(08).
               02 WRK-TS-HORA  PIC 9(08).

      *    ********** OCORRENCIAS DO RETORNO DE PAGAMENTOS DO BANCO
           01 WRK-TAB-OCOR-DEF.
               02 FILLER PIC X(27) VALUE
                  '01CONTA INEXISTENTE        '.
               02 FILLER PIC X(27) VALUE
                  '02CONTA ENCERRADA          '.
               02 FILLER PIC X(27) VALUE
                  '03AGENCIA INVALIDA         '.
               02 FILLER PIC X(27) VALUE
                  '04SALDO INSUFICIENTE       '.
               02 FILLER PIC X(27) VALUE
                  '05FAVORECIDO DIVERGENTE    '.
               02 FILLER PIC X(27) VALUE
                  '06DATA DE PAGTO INVALIDA   '.
           01 WRK-TAB-OCOR REDEFINES WRK-TAB-OCOR-DEF.
               02 WRK-OCOR OCCURS 6 TIMES.
                   05 WRK-OCOR-CODIGO  PIC X(02).
                   05 WRK-OCOR-MOTIVO  PIC X(25).
           77 WRK-OCOR-SUB    PIC 9(02) VALUE ZEROS.
           77 WRK-QT-OCOR     PIC 9(02) VALUE 6.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               DISPLAY 'MODO (R = REMESSA, T = RETORNO)...'.
               ACCEPT WRK-MODO.
               IF NOT MODO-REMESSA AND NOT MODO-RETORNO
                   DISPLAY 'MODO DESCONHECIDO - ' WRK-MODO
                           ' - NADA FEITO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF MODO-REMESSA
                   MOVE 'PRGC100R' TO RUN-PASSO
               ELSE
                   MOVE 'PRGC100T' TO RUN-PASSO
               END-IF.
               PERFORM 9300-VERIFICAR-RUNCTL.
               IF RUN-PASSO-JA-EXECUTADO OR RUN-FORA-DA-AGENDA
                   IF RUN-PASSO-JA-EXECUTADO
                       DISPLAY 'PAGAMENTOS DE FORNECEDORES (MODO '
                               WRK-MODO ') JA PROCESSADOS NA DATA '
                               RUN-DATA-NEGOCIO
                               ' - PASSO PULADO NA RERODADA'
                   END-IF
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   IF MODO-REMESSA
                       PERFORM 0200-GERAR-REMESSA
                   ELSE
                       PERFORM 0500-PROCESSAR-RETORNO
                   END-IF
                   IF PROCESSAR
                       PERFORM 9310-REGISTRAR-RUNCTL
                   END-IF
               END-IF.
               GOBACK.

      *    ********** CONTAS DO EVENTO PG (PAGAMENTO) NO CTAMAP
           0120-CARREGAR-CTAMAP.
               MOVE 'N' TO WRK-MAP-ACHADO.
               OPEN INPUT CTAMAP.
               IF CTAMAP-OK
                   PERFORM 0130-LER-CTAMAP
                   PERFORM 0140-GUARDAR-MAPA UNTIL CTAMAP-EOF
                   CLOSE CTAMAP
               END-IF.

           0130-LER-CTAMAP.
               READ CTAMAP
                   AT END MOVE '10' TO WRK-CTAMAP-STATUS
               END-READ.

           0140-GUARDAR-MAPA.
               IF MAP-EVENTO = 'PG'
                   MOVE MAP-CONTA-DEB TO WRK-MAP-DEB
                   MOVE MAP-CONTA-CRE TO WRK-MAP-CRE
                   MOVE 'S' TO WRK-MAP-ACHADO
               END-IF.
               PERFORM 0130-LER-CTAMAP.

      *    ******************************************************
      *    ***  REMESSA DOS TITULOS APROVADOS (PAGREM)
      *    ******************************************************
           0200-GERAR-REMESSA.
               OPEN I-O CONTASPAG.
               IF WRK-CONTASPAG-STATUS NOT = '00'
                   MOVE 'PRGCOB100' TO ERR-PROGRAMA
                   MOVE 'CONTASPAG' TO ERR-ARQUIVO
                   MOVE WRK-CONTASPAG-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR CONTAS A PAGAR'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'CONTAS A PAGAR INDISPONIVEL -'
                           ' REMESSA NAO GERADA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   OPEN INPUT SUPMAST
                   PERFORM 0210-ABRIR-REMESSA
                   MOVE LOW-VALUES TO AP-CHAVE
                   START CONTASPAG KEY IS GREATER THAN AP-CHAVE
                       INVALID KEY
                           MOVE '10' TO WRK-CONTASPAG-STATUS
                   END-START
                   PERFORM 0220-LER-TITULO
                           UNTIL CONTASPAG-EOF OR CONTASPAG-NOTFOUND
                   PERFORM 0280-FECHAR-REMESSA
                   CLOSE CONTASPAG
                   CLOSE SUPMAST
                   MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                   MOVE WRK-REM-QT   TO RUN-QT-GRAVADOS
                   IF WRK-QT-REJEITADOS > 0
                       MOVE 4 TO RUN-RC
                   END-IF
                   MOVE WRK-REM-SOMA TO WRK-TOTAL-ED
                   DISPLAY 'REMESSA DE PAGAMENTOS - TITULOS '
                           WRK-REM-QT ' TOTAL ' WRK-TOTAL-ED
                           ' SEM DADOS BANCARIOS '
                           WRK-QT-REJEITADOS
               END-IF.

           0210-ABRIR-REMESSA.
               MOVE ZEROS TO WRK-REM-QT WRK-REM-SOMA WRK-REM-HASH.
               OPEN OUTPUT PAGREM.
               PERFORM 0600-MONTAR-DATAHORA.
               MOVE 'H'           TO PGH-TIPO.
               MOVE WRK-DATA-HOJE TO PGH-DT-GERACAO.
               MOVE WRK-DATAHORA  TO PGH-DATAHORA.
               WRITE PAGREM-HEADER.

           0220-LER-TITULO.
               READ CONTASPAG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASPAG-STATUS
               END-READ.
               IF CONTASPAG-OK AND AP-ABERTO AND AP-PAGTO-APROVADO
                   AND AP-SALDO > 0 AND NOT AP-BLOQUEADO
                   ADD 1 TO WRK-QT-LIDOS
                   PERFORM 0230-ENVIAR-TITULO
               END-IF.

      *    ********** PAGA NO VENCIMENTO; JA VENCIDO, PAGA HOJE
           0230-ENVIAR-TITULO.
               MOVE AP-FORNEC TO SUP-CODIGO.
               READ SUPMAST
                   KEY IS SUP-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-SUPMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SUPMAST-STATUS
               END-READ.
               IF NOT SUPMAST-OK OR SUP-BANCO = ZEROS
                   OR SUP-CONTA = ZEROS
                   ADD 1 TO WRK-QT-REJEITADOS
                   MOVE 'R' TO AP-SIT-PAGTO
                   MOVE 'SEM DADOS BANCARIOS' TO AP-MOTIVO
               ELSE
                   MOVE 'D'         TO PGD-TIPO
                   MOVE AP-FORNEC   TO PGD-FORNEC
                   MOVE AP-FATURA   TO PGD-FATURA
                   MOVE SUP-BANCO   TO PGD-BANCO
                   MOVE SUP-AGENCIA TO PGD-AGENCIA
                   MOVE SUP-CONTA   TO PGD-CONTA
                   IF AP-DT-VENCTO < WRK-DATA-HOJE
                       MOVE WRK-DATA-HOJE TO PGD-DT-PAGTO
                   ELSE
                       MOVE AP-DT-VENCTO  TO PGD-DT-PAGTO
                   END-IF
                   MOVE AP-SALDO    TO PGD-VALOR
                   WRITE PAGREM-DETALHE
                   ADD 1         TO WRK-REM-QT
                   ADD AP-SALDO  TO WRK-REM-SOMA
                   ADD SUP-CONTA TO WRK-REM-HASH
                   MOVE 'E'      TO AP-SIT-PAGTO
                   MOVE SPACES   TO AP-MOTIVO
               END-IF.
               REWRITE AP-REC.

           0280-FECHAR-REMESSA.
               MOVE 'T'          TO PGT-TIPO.
               MOVE WRK-REM-QT   TO PGT-QT.
               MOVE WRK-REM-SOMA TO PGT-SOMA.
               MOVE WRK-REM-HASH TO PGT-HASH-CONTAS.
               WRITE PAGREM-TRAILER.
               CLOSE PAGREM.

      *    ******************************************************
      *    ***  RETORNO DE PAGAMENTOS DO BANCO (PAGRET)
      *    ******************************************************
           0500-PROCESSAR-RETORNO.
               OPEN INPUT PAGRET.
               IF WRK-PAGRET-STATUS NOT = '00'
                   MOVE 'PRGCOB100' TO ERR-PROGRAMA
                   MOVE 'PAGRET'    TO ERR-ARQUIVO
                   MOVE WRK-PAGRET-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO ABRIR RETORNO DE PAGAMENTOS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   DISPLAY 'RETORNO DE PAGAMENTOS INDISPONIVEL -'
                           ' NADA PROCESSADO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'S' TO WRK-PROCESSAR
                   OPEN I-O CONTASPAG
                   OPEN OUTPUT PAGRETREP
                   PERFORM 0510-CABECALHO-RETORNO
                   PERFORM 0120-CARREGAR-CTAMAP
                   PERFORM 0520-LER-PAGRET
                   PERFORM 0530-PROCESSAR-OCORRENCIA
                           UNTIL PAGRET-EOF
                   PERFORM 0590-TOTAIS-RETORNO
                   PERFORM 0950-CONTABILIZAR-PAGAMENTOS
                   CLOSE PAGRET
                   CLOSE CONTASPAG
                   CLOSE PAGRETREP
                   MOVE WRK-QT-LIDOS TO RUN-QT-LIDOS
                   MOVE WRK-QT-PAGOS TO RUN-QT-GRAVADOS
                   IF WRK-QT-PARCIAIS > 0 OR WRK-QT-REJEITADOS > 0
                       OR WRK-QT-EXCECOES > 0
                       MOVE 4 TO RUN-RC
                   END-IF
                   MOVE WRK-TOT-PAGO TO WRK-TOTAL-ED
                   DISPLAY 'RETORNO DE PAGAMENTOS - PAGOS '
                           WRK-QT-PAGOS ' PARCIAIS ' WRK-QT-PARCIAIS
                           ' REJEITADOS ' WRK-QT-REJEITADOS
                           ' EXCECOES ' WRK-QT-EXCECOES
                   DISPLAY 'TOTAL PAGO.. ' WRK-TOTAL-ED
               END-IF.

           0510-CABECALHO-RETORNO.
               MOVE SPACES TO WRK-LINHA.
               STRING 'RETORNO DE PAGAMENTOS A FORNECEDORES - '
                      WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO PAGRETREP-REC.
               WRITE PAGRETREP-REC.
               MOVE 'FORN NOTA   OC  VALOR PAGO BANCO  RESULTADO'
                    TO WRK-LINHA.
               MOVE 'MOTIVO' TO WRK-LINHA(58:6).
               MOVE WRK-LINHA TO PAGRETREP-REC.
               WRITE PAGRETREP-REC.

           0520-LER-PAGRET.
               READ PAGRET
                   AT END MOVE '10' TO WRK-PAGRET-STATUS
               END-READ.

           0530-PROCESSAR-OCORRENCIA.
               ADD 1 TO WRK-QT-LIDOS.
               MOVE SPACES TO WRK-MOTIVO WRK-RESULTADO.
               MOVE ZEROS  TO WRK-VALOR-PAGO.
               MOVE PGR-FORNEC TO AP-FORNEC.
               MOVE PGR-FATURA TO AP-FATURA.
               READ CONTASPAG
                   KEY IS AP-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-CONTASPAG-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CONTASPAG-STATUS
               END-READ.
               EVALUATE TRUE
                   WHEN NOT CONTASPAG-OK
                       ADD 1 TO WRK-QT-EXCECOES
                       MOVE 'EXCECAO' TO WRK-RESULTADO
                       MOVE 'TITULO NAO ENCONTRADO' TO WRK-MOTIVO
                   WHEN NOT AP-PAGTO-ENVIADO OR NOT AP-ABERTO
                       ADD 1 TO WRK-QT-EXCECOES
                       MOVE 'EXCECAO' TO WRK-RESULTADO
                       MOVE 'TITULO NAO ESTAVA NO BANCO' TO WRK-MOTIVO
                   WHEN PGR-PAGO
                       PERFORM 0540-BAIXAR-TITULO
                   WHEN OTHER
                       PERFORM 0560-REJEITAR-TITULO
               END-EVALUATE.
               PERFORM 0580-LINHA-RETORNO.
               PERFORM 0520-LER-PAGRET.

      *    ********** BAIXA COMO A MANUAL DO PROGCOB52; PARCIAL VOLTA
      *    ********** PARA A PROGRAMACAO COM O SALDO QUE SOBROU
           0540-BAIXAR-TITULO.
               IF PGR-VALOR > AP-SALDO
                   MOVE AP-SALDO TO WRK-VALOR-PAGO
                   ADD 1 TO WRK-QT-EXCECOES
                   MOVE 'PAGO MAIOR QUE O SALDO' TO WRK-MOTIVO
               ELSE
                   MOVE PGR-VALOR TO WRK-VALOR-PAGO
               END-IF.
               SUBTRACT WRK-VALOR-PAGO FROM AP-SALDO.
               MOVE SPACES TO AP-SIT-PAGTO.
               IF AP-SALDO = 0
                   MOVE 'L' TO AP-STATUS
                   MOVE SPACES TO AP-MOTIVO
                   MOVE 'LIQUIDADO' TO WRK-RESULTADO
                   ADD 1 TO WRK-QT-PAGOS
               ELSE
                   MOVE 'PAGAMENTO PARCIAL' TO AP-MOTIVO
                   MOVE AP-MOTIVO TO WRK-MOTIVO
                   MOVE 'PARCIAL - EM ABERTO' TO WRK-RESULTADO
                   ADD 1 TO WRK-QT-PARCIAIS
               END-IF.
               REWRITE AP-REC.
               ADD WRK-VALOR-PAGO TO WRK-TOT-PAGO.
               PERFORM 0550-REGISTRAR-PAGAMENTO.

      *    ********** MESMA LINHA DE LOG DA BAIXA MANUAL (PROGCOB52)
           0550-REGISTRAR-PAGAMENTO.
               PERFORM 0600-MONTAR-DATAHORA.
               MOVE SPACES TO PAGTOLOG-REC.
               STRING WRK-DATAHORA
                      ' FORNEC ' AP-FORNEC
                      ' NOTA ' AP-FATURA
                      ' PAGO ' WRK-VALOR-PAGO
                      ' SALDO ' AP-SALDO
                      DELIMITED BY SIZE
                      INTO PAGTOLOG-REC
               END-STRING.
               OPEN EXTEND PAGTOLOG.
               IF WRK-PAGTOLOG-STATUS = '35'
                   CLOSE PAGTOLOG
                   OPEN OUTPUT PAGTOLOG
               END-IF.
               WRITE PAGTOLOG-REC.
               CLOSE PAGTOLOG.

      *    ********** RECUSADO PELO BANCO - CONTINUA EM ABERTO COM O
      *    ********** MOTIVO, ESPERANDO NOVA APROVACAO
           0560-REJEITAR-TITULO.
               ADD 1 TO WRK-QT-REJEITADOS.
               MOVE 'REJEITADO PELO BANCO' TO WRK-MOTIVO.
               PERFORM 0570-BUSCAR-OCORRENCIA
                       VARYING WRK-OCOR-SUB FROM 1 BY 1
                       UNTIL WRK-OCOR-SUB > WRK-QT-OCOR.
               MOVE 'R'        TO AP-SIT-PAGTO.
               MOVE WRK-MOTIVO TO AP-MOTIVO.
               REWRITE AP-REC.
               MOVE 'REJEITADO - EM ABERTO' TO WRK-RESULTADO.

           0570-BUSCAR-OCORRENCIA.
               IF WRK-OCOR-CODIGO(WRK-OCOR-SUB) = PGR-OCORRENCIA
                   MOVE WRK-OCOR-MOTIVO(WRK-OCOR-SUB) TO WRK-MOTIVO
               END-IF.

           0580-LINHA-RETORNO.
               MOVE SPACES TO WRK-LINHA.
               MOVE PGR-FORNEC     TO WRK-LINHA(1:4).
               MOVE PGR-FATURA     TO WRK-LINHA(6:6).
               MOVE PGR-OCORRENCIA TO WRK-LINHA(13:2).
               MOVE PGR-VALOR      TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED   TO WRK-LINHA(16:13).
               MOVE WRK-RESULTADO  TO WRK-LINHA(37:20).
               MOVE WRK-MOTIVO     TO WRK-LINHA(58:25).
               MOVE WRK-LINHA TO PAGRETREP-REC.
               WRITE PAGRETREP-REC.

           0590-TOTAIS-RETORNO.
               MOVE WRK-TOT-PAGO TO WRK-TOTAL-ED.
               MOVE SPACES TO WRK-LINHA.
               STRING 'LIDOS ' WRK-QT-LIDOS
                      ' LIQUIDADOS ' WRK-QT-PAGOS
                      ' PARCIAIS ' WRK-QT-PARCIAIS
                      ' REJEITADOS ' WRK-QT-REJEITADOS
                      ' EXCECOES ' WRK-QT-EXCECOES
                      '  TOTAL PAGO ' WRK-TOTAL-ED
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               MOVE WRK-LINHA TO PAGRETREP-REC.
               WRITE PAGRETREP-REC.

           0600-MONTAR-DATAHORA.
               ACCEPT WRK-TS-DATA FROM DATE YYYYMMDD.
               ACCEPT WRK-TS-HORA FROM TIME.
               STRING WRK-TS-DATA DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WRK-TS-HORA DELIMITED BY SIZE
                      INTO WRK-DATAHORA
               END-STRING.

      *    ********** PAR FORNECEDORES (D) X BANCO (C) DO TOTAL PAGO
           0950-CONTABILIZAR-PAGAMENTOS.
               IF MAP-ACHADO AND WRK-TOT-PAGO > 0
                   OPEN EXTEND LEDGTXN
                   IF WRK-LEDGTXN-STATUS = '35'
                       CLOSE LEDGTXN
                       OPEN OUTPUT LEDGTXN
                   END-IF
                   MOVE WRK-MAP-DEB     TO LTX-CONTA
                   MOVE WRK-DATA-HOJE   TO LTX-DATA
                   MOVE 'D'             TO LTX-TIPO
                   MOVE WRK-TOT-PAGO    TO LTX-VALOR
                   MOVE 'PAGTO FORNECEDORES' TO LTX-DESCRICAO
                   MOVE ZEROS           TO LTX-CCUSTO
                   MOVE SPACE           TO LTX-ESTORNO
                   WRITE LEDGTXN-REC
                   MOVE WRK-MAP-CRE     TO LTX-CONTA
                   MOVE 'C'             TO LTX-TIPO
                   WRITE LEDGTXN-REC
                   CLOSE LEDGTXN
               ELSE
                   IF WRK-TOT-PAGO > 0
                       MOVE 'PRGCOB100' TO ERR-PROGRAMA
                       MOVE 'CTAMAP' TO ERR-ARQUIVO
                       MOVE SPACES TO ERR-STATUS
                       MOVE 'EVENTO PG SEM CONTAS - PAGTO NAO LANCADO'
                            TO ERR-MENSAGEM
                       PERFORM 9100-REGISTRAR-ERRO
                       DISPLAY 'SEM EVENTO PG NO CTAMAP - LANCAR A MAO'
                               ' O TOTAL PAGO NO LEDGTXN'
                       MOVE 4 TO RUN-RC
                   END-IF
               END-IF.

           COPY ERRPROC.
           COPY RUNPROC.
