           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB125.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = UNIFICACAO SUPERVISIONADA DE CLIENTES
      *    DUPLICADOS (PARES APONTADOS PELO PROGCOB124 NO DUPREP).
      *    SO ADM DO SECFILE ENTRA. O SUPERVISOR INFORMA O CODIGO A
      *    INCORPORAR E O CODIGO QUE FICA; CONFIRMADA A UNIFICACAO,
      *    PASSAM PARA O CODIGO QUE FICA: OS PEDIDOS DO ORDSTAT, AS
      *    FATURAS DO INVREG, OS ORCAMENTOS DO QUOTEREG, OS TITULOS
      *    DO CONTASREC (COM OS BOLETOS DO BOLREG E A REGUA DE
      *    COBRANCA DO DUNHIST, QUE TEM A MESMA CHAVE), A CONDICAO
      *    DE PAGAMENTO DO CUSTTERM (SO SE O CODIGO QUE FICA NAO
      *    TIVER A SUA), O CREDITO NAO APLICADO DO CREDCLI E O
      *    BLOQUEIO DE CREDITO DO CREDHOLD. O EM-ABERTO DO CODIGO
      *    QUE FICA (CUST-ABERTO) PASSA A SER A SOMA DOS DOIS E O
      *    CODIGO INCORPORADO FICA INATIVO (CUST-SITUACAO U COM O
      *    CODIGO QUE FICA EM CUST-COD-DESTINO) - NAO E EXCLUIDO,
      *    PARA O HISTORICO CONTINUAR LEGIVEL. O PRECO DO PRICELST
      *    E POR ITEM E FAIXA DE QUANTIDADE, SEM CLIENTE - NADA A
      *    TRANSFERIR. TODA UNIFICACAO VAI PARA A TRILHA DE
      *    AUDITORIA (AUDITTRL) E AS REGRAVACOES DO CUSTMAST PARA O
      *    JORNAL (MSTJRNL).
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - QUOTEREG COM A DATA DE ENTREGA
      *                         PROMETIDA (QRG-DT-ENTREGA) NO LAYOUT.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTMAST ASSIGN TO "CUSTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-CODIGO
                   FILE STATUS IS WRK-CUSTMAST-STATUS.
               SELECT ORDSTAT ASSIGN TO "ORDSTAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OST-PEDIDO
                   FILE STATUS IS WRK-ORDSTAT-STATUS.
               SELECT CONTASREC ASSIGN TO "CONTASREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AR-CHAVE
                   FILE STATUS IS WRK-CONTASREC-STATUS.
               SELECT BOLREG ASSIGN TO "BOLREG"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOL-CHAVE
                   FILE STATUS IS WRK-BOLREG-STATUS.
               SELECT DUNHIST ASSIGN TO "DUNHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DH-CHAVE
                   FILE STATUS IS WRK-DUNHIST-STATUS.
               SELECT CUSTTERM ASSIGN TO "CUSTTERM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CT-CLIENTE
                   FILE STATUS IS WRK-CUSTTERM-STATUS.
               SELECT CREDCLI ASSIGN TO "CREDCLI"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CCL-CLIENTE
                   FILE STATUS IS WRK-CREDCLI-STATUS.
               SELECT CREDHOLD ASSIGN TO "CREDHOLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CH-CLIENTE
                   FILE STATUS IS WRK-CREDHOLD-STATUS.
               SELECT INVREG ASSIGN TO "INVREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVREG-STATUS.
               SELECT QUOTEREG ASSIGN TO "QUOTEREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-QUOTEREG-STATUS.
               SELECT MRGTEMP ASSIGN TO "MRGTEMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MRGTEMP-STATUS.
               SELECT SECFILE ASSIGN TO "SECFILE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SEC-USUARIO
                   FILE STATUS IS WRK-SECFILE-STATUS.
               SELECT AUDITTRL ASSIGN TO "AUDITTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-AUDITTRL-STATUS.
               SELECT MSTJRNL ASSIGN TO "MSTJRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-MSTJRNL-STATUS.
               SELECT ERRLOG ASSIGN TO "ERRLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-ERRLOG-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  CUSTMAST.
           01  CUST-REC.
               05 CUST-CODIGO    PIC 9(06).
               05 CUST-NOME      PIC X(20).
               05 CUST-ENDERECO  PIC X(40).
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

           FD  ORDSTAT.
           01  OST-REC.
               05 OST-PEDIDO    PIC 9(06).
               05 OST-STATUS    PIC X(01).
               05 OST-CLIENTE   PIC 9(06).
               05 OST-UF        PIC X(02).
               05 OST-VALOR     PIC 9(07)V99.
               05 OST-FRETE     PIC 9(07)V99.
               05 OST-DATAHORA  PIC X(17).
               05 OST-TRANSP    PIC 9(02).

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

           FD  BOLREG.
           01  BOL-REC.
               05 BOL-CHAVE.
                   10 BOL-CLIENTE  PIC 9(06).
                   10 BOL-FATURA   PIC 9(06).
                   10 BOL-PARCELA  PIC 9(02).
               05 BOL-SITUACAO    PIC X(01).
               05 BOL-DT-VENCTO   PIC 9(08).
               05 BOL-VALOR       PIC 9(08)V99.
               05 BOL-ULT-INSTR   PIC X(02).
               05 BOL-DT-REMESSA  PIC 9(08).
               05 BOL-DT-RETORNO  PIC 9(08).
               05 BOL-MOTIVO      PIC X(02).

           FD  DUNHIST.
           01  DH-REC.
               05 DH-CHAVE.
                   10 DH-CLIENTE PIC 9(06).
                   10 DH-FATURA  PIC 9(06).
                   10 DH-PARCELA PIC 9(02).
               05 DH-ESTAGIO    PIC 9(01).
               05 DH-DT-ULTIMA  PIC 9(08).

           FD  CUSTTERM.
           01  CT-REC.
               05 CT-CLIENTE     PIC 9(06).
               05 CT-CONDPAG     PIC 9(02).

           FD  CREDCLI.
           01  CCL-REC.
               05 CCL-CLIENTE     PIC 9(06).
               05 CCL-SALDO       PIC 9(08)V99.
               05 CCL-DT-ULT-MOV  PIC 9(08).

           FD  CREDHOLD.
           01  CH-REC.
               05 CH-CLIENTE     PIC 9(06).
               05 CH-MOTIVO      PIC X(01).
                  88 CH-MOTIVO-PERDA   VALUE 'P'.
                  88 CH-MOTIVO-REVISAO VALUE 'R'.
                  88 CH-MOTIVO-MANUAL  VALUE 'M'.
                  88 CH-LIBERADO       VALUE 'L'.
               05 CH-DATA        PIC 9(08).
               05 CH-OPERADOR    PIC X(20).
               05 CH-OBS         PIC X(30).

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

           FD  QUOTEREG.
           01  QUOTEREG-REC.
               05 QRG-ORCAMENTO  PIC 9(06).
               05 QRG-CLIENTE    PIC 9(06).
               05 QRG-DT-EMISSAO PIC 9(08).
               05 QRG-DT-VALIDADE PIC 9(08).
               05 QRG-VALOR      PIC 9(08)V99.
               05 QRG-STATUS     PIC X(01).
               05 QRG-PEDIDO     PIC 9(06).
               05 QRG-DT-ENTREGA PIC 9(08).

           FD  MRGTEMP.
           01  MRGTEMP-REC       PIC X(82).

           FD  SECFILE.
           01  SEC-REC.
               05 SEC-USUARIO     PIC X(20).
               05 SEC-SENHA       PIC X(10).
               05 SEC-NIVEL       PIC 9(02).
               05 SEC-QT-ERRADAS  PIC 9(02).
               05 SEC-BLOQUEADO   PIC X(01).
                  88 SEC-CONTA-BLOQUEADA VALUE 'S'.
               05 SEC-DT-TROCA    PIC 9(08).

           FD  AUDITTRL.
           01  AUDITTRL-REC     PIC X(340).

           FD  MSTJRNL.
           01  MSTJRNL-REC.
               05 MJ-DATAHORA    PIC X(17).
               05 MJ-ARQUIVO     PIC X(08).
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           FD  ERRLOG.
           01  ERRLOG-REC       PIC X(80).

           WORKING-STORAGE SECTION.
           COPY AUDCOM.
           COPY JRNCOM.
           COPY ERRCOM.
           COPY SECCOM.
           77 WRK-AUDITTRL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-MSTJRNL-STATUS PIC X(02) VALUE SPACES.
           77 WRK-ERRLOG-STATUS PIC X(02) VALUE SPACES.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-NOTFOUND  VALUE '23'.
           77 WRK-ORDSTAT-STATUS PIC X(02) VALUE SPACES.
               88 ORDSTAT-OK         VALUE '00'.
           77 WRK-CONTASREC-STATUS PIC X(02) VALUE SPACES.
               88 CONTASREC-OK       VALUE '00'.
           77 WRK-BOLREG-STATUS PIC X(02) VALUE SPACES.
               88 BOLREG-OK          VALUE '00'.
           77 WRK-DUNHIST-STATUS PIC X(02) VALUE SPACES.
               88 DUNHIST-OK         VALUE '00'.
           77 WRK-CUSTTERM-STATUS PIC X(02) VALUE SPACES.
               88 CUSTTERM-OK        VALUE '00'.
           77 WRK-CREDCLI-STATUS PIC X(02) VALUE SPACES.
               88 CREDCLI-OK         VALUE '00'.
           77 WRK-CREDHOLD-STATUS PIC X(02) VALUE SPACES.
               88 CREDHOLD-OK        VALUE '00'.
           77 WRK-INVREG-STATUS PIC X(02) VALUE SPACES.
               88 INVREG-OK          VALUE '00'.
               88 INVREG-EOF         VALUE '10'.
           77 WRK-QUOTEREG-STATUS PIC X(02) VALUE SPACES.
               88 QUOTEREG-OK        VALUE '00'.
               88 QUOTEREG-EOF       VALUE '10'.
           77 WRK-MRGTEMP-STATUS PIC X(02) VALUE SPACES.
               88 MRGTEMP-EOF        VALUE '10'.
           77 WRK-SECFILE-STATUS PIC X(02) VALUE SPACES.
               88 SECFILE-OK     VALUE '00'.
           77 WRK-USUARIO  PIC X(20) VALUE SPACES.
           77 WRK-SENHA    PIC X(10) VALUE SPACES.
           77 WRK-NIVEL    PIC 9(02) VALUE ZEROS.
              88 ADM  VALUE 01.
           77 WRK-ACESSO-OK  PIC X(01) VALUE 'N'.
               88 ACESSO-LIBERADO VALUE 'S'.
           77 WRK-ARQUIVOS   PIC X(01) VALUE 'N'.
               88 ARQUIVOS-ABERTOS VALUE 'S'.
           77 WRK-FIM        PIC X(01) VALUE 'N'.
               88 FIM-UNIFICACAO  VALUE 'S'.
           77 WRK-FIM-LEITURA PIC X(01) VALUE 'N'.
               88 FIM-LEITURA     VALUE 'S'.
           77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
               88 CONFIRMOU     VALUE 'S'.
           77 WRK-CLIENTE    PIC 9(06) VALUE ZEROS.
           77 WRK-CLI-ANTIGO PIC 9(06) VALUE ZEROS.
           77 WRK-CLI-NOVO   PIC 9(06) VALUE ZEROS.
           77 WRK-CUST-ANTIGO PIC X(108) VALUE SPACES.
           77 WRK-ABERTO-ANTIGO PIC 9(07)V99 VALUE ZEROS.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
           77 WRK-QT-PEDIDOS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-FATURAS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-ORCAMENTOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-TITULOS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-BOLETOS    PIC 9(05) VALUE ZEROS.
           77 WRK-QT-COBRANCAS  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-CONFLITOS  PIC 9(05) VALUE ZEROS.
           77 WRK-QT-REAPONTADOS PIC 9(05) VALUE ZEROS.
           77 WRK-QT-AUD        PIC 9(05) VALUE ZEROS.
           77 WRK-AUD-ARQUIVO   PIC X(08) VALUE SPACES.
           77 WRK-AR-POSICAO    PIC X(14) VALUE SPACES.
           77 WRK-AR-SALVO      PIC X(51) VALUE SPACES.
           77 WRK-BOL-POSICAO   PIC X(14) VALUE SPACES.
           77 WRK-BOL-SALVO     PIC X(59) VALUE SPACES.
           77 WRK-DH-POSICAO    PIC X(14) VALUE SPACES.
           77 WRK-DH-SALVO      PIC X(23) VALUE SPACES.
           77 WRK-CONDPAG       PIC 9(02) VALUE ZEROS.
           77 WRK-SALDO-CRED    PIC 9(08)V99 VALUE ZEROS.
           77 WRK-CH-MOTIVO     PIC X(01) VALUE SPACES.
           77 WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               MOVE 'PRGCOB125' TO ERR-PROGRAMA.
               DISPLAY 'USUARIO DA UNIFICACAO DE CLIENTES...'.
               ACCEPT WRK-USUARIO.
               DISPLAY 'SENHA...'.
               ACCEPT WRK-SENHA.
               PERFORM 9200-VALIDAR-ACESSO-SEC.
               IF NOT ACESSO-LIBERADO OR NOT ADM
                   DISPLAY 'ACESSO RESTRITO A ADMINISTRADOR'
               ELSE
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   PERFORM 0050-ABRIR-ARQUIVOS
                   IF ARQUIVOS-ABERTOS
                       PERFORM 0100-UNIFICAR THRU 0100-SAIDA
                               UNTIL FIM-UNIFICACAO
                       PERFORM 0060-FECHAR-ARQUIVOS
                   END-IF
               END-IF.
               GOBACK.

      *    ********** CUSTMAST, ORDSTAT E CONTASREC SAO OBRIGATORIOS;
      *    ********** OS DEMAIS MESTRES SAO CRIADOS VAZIOS SE AINDA
      *    ********** NAO EXISTIREM (NADA A TRANSFERIR NELES)
           0050-ABRIR-ARQUIVOS.
               OPEN I-O CUSTMAST.
               OPEN I-O ORDSTAT.
               OPEN I-O CONTASREC.
               IF NOT CUSTMAST-OK OR NOT ORDSTAT-OK
                  OR NOT CONTASREC-OK
                   DISPLAY 'CADASTROS INDISPONIVEIS - CUSTMAST '
                           WRK-CUSTMAST-STATUS ' ORDSTAT '
                           WRK-ORDSTAT-STATUS ' CONTASREC '
                           WRK-CONTASREC-STATUS
                   MOVE 'CUSTMAST' TO ERR-ARQUIVO
                   MOVE WRK-CUSTMAST-STATUS TO ERR-STATUS
                   MOVE 'UNIFICACAO SEM OS CADASTROS BASICOS'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
                   CLOSE CUSTMAST ORDSTAT CONTASREC
               ELSE
                   OPEN I-O BOLREG
                   IF WRK-BOLREG-STATUS = '35'
                       OPEN OUTPUT BOLREG
                       CLOSE BOLREG
                       OPEN I-O BOLREG
                   END-IF
                   OPEN I-O DUNHIST
                   IF WRK-DUNHIST-STATUS = '35'
                       OPEN OUTPUT DUNHIST
                       CLOSE DUNHIST
                       OPEN I-O DUNHIST
                   END-IF
                   OPEN I-O CUSTTERM
                   IF WRK-CUSTTERM-STATUS = '35'
                       OPEN OUTPUT CUSTTERM
                       CLOSE CUSTTERM
                       OPEN I-O CUSTTERM
                   END-IF
                   OPEN I-O CREDCLI
                   IF WRK-CREDCLI-STATUS = '35'
                       OPEN OUTPUT CREDCLI
                       CLOSE CREDCLI
                       OPEN I-O CREDCLI
                   END-IF
                   OPEN I-O CREDHOLD
                   IF WRK-CREDHOLD-STATUS = '35'
                       OPEN OUTPUT CREDHOLD
                       CLOSE CREDHOLD
                       OPEN I-O CREDHOLD
                   END-IF
                   MOVE 'S' TO WRK-ARQUIVOS
               END-IF.

           0060-FECHAR-ARQUIVOS.
               CLOSE CUSTMAST.
               CLOSE ORDSTAT.
               CLOSE CONTASREC.
               CLOSE BOLREG.
               CLOSE DUNHIST.
               CLOSE CUSTTERM.
               CLOSE CREDCLI.
               CLOSE CREDHOLD.

      *    ********** UMA UNIFICACAO POR VEZ: CRITICA OS DOIS
      *    ********** CODIGOS, MOSTRA OS CADASTROS E PEDE CONFIRMACAO
           0100-UNIFICAR.
               DISPLAY '==============================='.
               DISPLAY ' UNIFICACAO DE CLIENTES'.
               DISPLAY '==============================='.
               DISPLAY 'CODIGO A INCORPORAR (ZEROS = SAIR)...'.
               MOVE ZEROS TO WRK-CLI-ANTIGO.
               ACCEPT WRK-CLI-ANTIGO.
               IF WRK-CLI-ANTIGO = ZEROS
                   MOVE 'S' TO WRK-FIM
                   GO TO 0100-SAIDA
               END-IF.
               DISPLAY 'CODIGO QUE FICA...'.
               MOVE ZEROS TO WRK-CLI-NOVO.
               ACCEPT WRK-CLI-NOVO.
               IF WRK-CLI-NOVO = WRK-CLI-ANTIGO
                   DISPLAY 'OS DOIS CODIGOS SAO IGUAIS'
                   GO TO 0100-SAIDA
               END-IF.
               MOVE WRK-CLI-NOVO TO WRK-CLIENTE.
               PERFORM 0150-LER-CLIENTE.
               IF NOT CUSTMAST-OK
                   DISPLAY 'CLIENTE ' WRK-CLI-NOVO ' NAO CADASTRADO'
                   GO TO 0100-SAIDA
               END-IF.
               IF CUST-INCORPORADO
                   DISPLAY 'CLIENTE ' WRK-CLI-NOVO
                           ' JA INCORPORADO AO CLIENTE '
                           CUST-COD-DESTINO
                   GO TO 0100-SAIDA
               END-IF.
               DISPLAY 'FICA.......' CUST-CODIGO ' ' CUST-NOME ' '
                       CUST-UF ' ' CUST-TIPO-DOC ' ' CUST-CNPJ-CPF.
               MOVE WRK-CLI-ANTIGO TO WRK-CLIENTE.
               PERFORM 0150-LER-CLIENTE.
               IF NOT CUSTMAST-OK
                   DISPLAY 'CLIENTE ' WRK-CLI-ANTIGO ' NAO CADASTRADO'
                   GO TO 0100-SAIDA
               END-IF.
               IF CUST-INCORPORADO
                   DISPLAY 'CLIENTE ' WRK-CLI-ANTIGO
                           ' JA INCORPORADO AO CLIENTE '
                           CUST-COD-DESTINO
                   GO TO 0100-SAIDA
               END-IF.
               DISPLAY 'INCORPORA..' CUST-CODIGO ' ' CUST-NOME ' '
                       CUST-UF ' ' CUST-TIPO-DOC ' ' CUST-CNPJ-CPF.
               MOVE CUST-REC    TO WRK-CUST-ANTIGO.
               MOVE CUST-ABERTO TO WRK-ABERTO-ANTIGO.
               DISPLAY 'CONFIRMA A UNIFICACAO - O CODIGO '
                       WRK-CLI-ANTIGO ' FICA INATIVO (S/N)...'.
               MOVE SPACES TO WRK-CONFIRMA.
               ACCEPT WRK-CONFIRMA.
               IF NOT CONFIRMOU
                   DISPLAY 'UNIFICACAO CANCELADA'
                   GO TO 0100-SAIDA
               END-IF.
               MOVE ZEROS TO WRK-QT-PEDIDOS WRK-QT-FATURAS
                             WRK-QT-ORCAMENTOS WRK-QT-TITULOS
                             WRK-QT-BOLETOS WRK-QT-COBRANCAS
                             WRK-QT-CONFLITOS WRK-QT-REAPONTADOS.
               PERFORM 0200-MOVER-PEDIDOS.
               PERFORM 0300-MOVER-FATURAS.
               PERFORM 0350-MOVER-ORCAMENTOS.
               PERFORM 0400-MOVER-TITULOS.
               PERFORM 0500-MOVER-CONDICAO THRU 0500-SAIDA.
               PERFORM 0550-MOVER-CREDITO THRU 0550-SAIDA.
               PERFORM 0600-HERDAR-BLOQUEIO THRU 0600-SAIDA.
               PERFORM 0700-ATUALIZAR-CADASTRO.
               DISPLAY 'CLIENTE ' WRK-CLI-ANTIGO
                       ' INCORPORADO AO CLIENTE ' WRK-CLI-NOVO.
               DISPLAY '  PEDIDOS ' WRK-QT-PEDIDOS
                       '  FATURAS ' WRK-QT-FATURAS
                       '  ORCAMENTOS ' WRK-QT-ORCAMENTOS.
               DISPLAY '  TITULOS ' WRK-QT-TITULOS
                       '  BOLETOS ' WRK-QT-BOLETOS
                       '  REGUA DE COBRANCA ' WRK-QT-COBRANCAS.
               IF WRK-QT-REAPONTADOS > ZEROS
                   DISPLAY '  CODIGOS JA INCORPORADOS AO '
                           WRK-CLI-ANTIGO ' REAPONTADOS: '
                           WRK-QT-REAPONTADOS
               END-IF.
               IF WRK-QT-CONFLITOS > ZEROS
                   DISPLAY '  ATENCAO - ' WRK-QT-CONFLITOS
                           ' REGISTRO(S) COM A MESMA CHAVE NO CODIGO'
                           ' QUE FICA - MANTIDOS NO CODIGO ANTIGO'
                   MOVE 'CONTASREC' TO ERR-ARQUIVO
                   MOVE SPACES TO ERR-STATUS
                   MOVE 'UNIFICACAO COM CHAVE REPETIDA NO DESTINO'
                        TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
               END-IF.
           0100-SAIDA.
               EXIT.

           0150-LER-CLIENTE.
               MOVE WRK-CLIENTE TO CUST-CODIGO.
               READ CUSTMAST
                   KEY IS CUST-CODIGO
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-READ.

      *    ********** PEDIDOS DO ORDSTAT (QUALQUER SITUACAO)
           0200-MOVER-PEDIDOS.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE ZEROS TO OST-PEDIDO.
               START ORDSTAT KEY IS NOT LESS THAN OST-PEDIDO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0210-MOVER-PEDIDO UNTIL FIM-LEITURA.
               MOVE 'ORDSTAT' TO WRK-AUD-ARQUIVO.
               MOVE WRK-QT-PEDIDOS TO WRK-QT-AUD.
               PERFORM 0800-AUDITAR-TRANSFERENCIA.

           0210-MOVER-PEDIDO.
               READ ORDSTAT NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-ORDSTAT-STATUS
               END-READ.
               IF NOT ORDSTAT-OK
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF OST-CLIENTE = WRK-CLI-ANTIGO
                       MOVE WRK-CLI-NOVO TO OST-CLIENTE
                       REWRITE OST-REC
                       ADD 1 TO WRK-QT-PEDIDOS
                   END-IF
               END-IF.

      *    ********** REGISTRO DE FATURAS (LINE SEQUENTIAL): COPIA
      *    ********** PARA O MRGTEMP TROCANDO O CLIENTE E DEVOLVE
           0300-MOVER-FATURAS.
               OPEN INPUT INVREG.
               IF INVREG-OK
                   OPEN OUTPUT MRGTEMP
                   PERFORM 0310-LER-FATURA
                   PERFORM 0320-COPIAR-FATURA UNTIL NOT INVREG-OK
                   CLOSE INVREG
                   CLOSE MRGTEMP
                   OPEN INPUT MRGTEMP
                   OPEN OUTPUT INVREG
                   PERFORM 0390-LER-TEMP
                   PERFORM 0330-DEVOLVER-FATURA UNTIL MRGTEMP-EOF
                   CLOSE MRGTEMP
                   CLOSE INVREG
               END-IF.
               MOVE 'INVREG' TO WRK-AUD-ARQUIVO.
               MOVE WRK-QT-FATURAS TO WRK-QT-AUD.
               PERFORM 0800-AUDITAR-TRANSFERENCIA.

           0310-LER-FATURA.
               READ INVREG
                   AT END MOVE '10' TO WRK-INVREG-STATUS
               END-READ.

           0320-COPIAR-FATURA.
               IF REG-CLIENTE = WRK-CLI-ANTIGO
                   MOVE WRK-CLI-NOVO TO REG-CLIENTE
                   ADD 1 TO WRK-QT-FATURAS
               END-IF.
               MOVE INVREG-REC TO MRGTEMP-REC.
               WRITE MRGTEMP-REC.
               PERFORM 0310-LER-FATURA.

           0330-DEVOLVER-FATURA.
               MOVE MRGTEMP-REC TO INVREG-REC.
               WRITE INVREG-REC.
               PERFORM 0390-LER-TEMP.

      *    ********** HISTORICO DE ORCAMENTOS, MESMO ESQUEMA
           0350-MOVER-ORCAMENTOS.
               OPEN INPUT QUOTEREG.
               IF QUOTEREG-OK
                   OPEN OUTPUT MRGTEMP
                   PERFORM 0360-LER-ORCAMENTO
                   PERFORM 0370-COPIAR-ORCAMENTO UNTIL NOT QUOTEREG-OK
                   CLOSE QUOTEREG
                   CLOSE MRGTEMP
                   OPEN INPUT MRGTEMP
                   OPEN OUTPUT QUOTEREG
                   PERFORM 0390-LER-TEMP
                   PERFORM 0380-DEVOLVER-ORCAMENTO UNTIL MRGTEMP-EOF
                   CLOSE MRGTEMP
                   CLOSE QUOTEREG
               END-IF.
               MOVE 'QUOTEREG' TO WRK-AUD-ARQUIVO.
               MOVE WRK-QT-ORCAMENTOS TO WRK-QT-AUD.
               PERFORM 0800-AUDITAR-TRANSFERENCIA.

           0360-LER-ORCAMENTO.
               READ QUOTEREG
                   AT END MOVE '10' TO WRK-QUOTEREG-STATUS
               END-READ.

           0370-COPIAR-ORCAMENTO.
               IF QRG-CLIENTE = WRK-CLI-ANTIGO
                   MOVE WRK-CLI-NOVO TO QRG-CLIENTE
                   ADD 1 TO WRK-QT-ORCAMENTOS
               END-IF.
               MOVE QUOTEREG-REC TO MRGTEMP-REC.
               WRITE MRGTEMP-REC.
               PERFORM 0360-LER-ORCAMENTO.

           0380-DEVOLVER-ORCAMENTO.
               MOVE MRGTEMP-REC TO QUOTEREG-REC.
               WRITE QUOTEREG-REC.
               PERFORM 0390-LER-TEMP.

           0390-LER-TEMP.
               READ MRGTEMP
                   AT END MOVE '10' TO WRK-MRGTEMP-STATUS
               END-READ.

      *    ********** O CLIENTE FAZ PARTE DA CHAVE DO CONTASREC, DO
      *    ********** BOLREG E DO DUNHIST: CADA REGISTRO E GRAVADO NA
      *    ********** CHAVE NOVA E EXCLUIDO NA ANTIGA. CHAVE QUE JA
      *    ********** EXISTE NO CODIGO QUE FICA NAO E SOBREPOSTA
           0400-MOVER-TITULOS.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE WRK-CLI-ANTIGO TO AR-CLIENTE.
               MOVE ZEROS TO AR-FATURA AR-PARCELA.
               MOVE AR-CHAVE TO WRK-AR-POSICAO.
               PERFORM 0410-MOVER-TITULO THRU 0410-SAIDA
                       UNTIL FIM-LEITURA.
               MOVE 'CONTASRE' TO WRK-AUD-ARQUIVO.
               MOVE WRK-QT-TITULOS TO WRK-QT-AUD.
               PERFORM 0800-AUDITAR-TRANSFERENCIA.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE WRK-CLI-ANTIGO TO BOL-CLIENTE.
               MOVE ZEROS TO BOL-FATURA BOL-PARCELA.
               MOVE BOL-CHAVE TO WRK-BOL-POSICAO.
               PERFORM 0430-MOVER-BOLETO THRU 0430-SAIDA
                       UNTIL FIM-LEITURA.
               MOVE 'BOLREG' TO WRK-AUD-ARQUIVO.
               MOVE WRK-QT-BOLETOS TO WRK-QT-AUD.
               PERFORM 0800-AUDITAR-TRANSFERENCIA.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE WRK-CLI-ANTIGO TO DH-CLIENTE.
               MOVE ZEROS TO DH-FATURA DH-PARCELA.
               MOVE DH-CHAVE TO WRK-DH-POSICAO.
               PERFORM 0450-MOVER-COBRANCA THRU 0450-SAIDA
                       UNTIL FIM-LEITURA.
               MOVE 'DUNHIST' TO WRK-AUD-ARQUIVO.
               MOVE WRK-QT-COBRANCAS TO WRK-QT-AUD.
               PERFORM 0800-AUDITAR-TRANSFERENCIA.

           0410-MOVER-TITULO.
               MOVE WRK-AR-POSICAO TO AR-CHAVE.
               START CONTASREC KEY IS GREATER THAN AR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               IF FIM-LEITURA
                   GO TO 0410-SAIDA
               END-IF.
               READ CONTASREC NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CONTASREC-STATUS
               END-READ.
               IF NOT CONTASREC-OK OR AR-CLIENTE NOT = WRK-CLI-ANTIGO
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 0410-SAIDA
               END-IF.
               MOVE AR-CHAVE TO WRK-AR-POSICAO.
               MOVE AR-REC   TO WRK-AR-SALVO.
               MOVE WRK-CLI-NOVO TO AR-CLIENTE.
               WRITE AR-REC
                   INVALID KEY
                       ADD 1 TO WRK-QT-CONFLITOS
                       DISPLAY 'TITULO ' AR-FATURA '/' AR-PARCELA
                               ' JA EXISTE NO CLIENTE ' WRK-CLI-NOVO
                       GO TO 0410-SAIDA
               END-WRITE.
               MOVE WRK-AR-POSICAO TO AR-CHAVE.
               DELETE CONTASREC RECORD.
               ADD 1 TO WRK-QT-TITULOS.
           0410-SAIDA.
               EXIT.

           0430-MOVER-BOLETO.
               MOVE WRK-BOL-POSICAO TO BOL-CHAVE.
               START BOLREG KEY IS GREATER THAN BOL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               IF FIM-LEITURA
                   GO TO 0430-SAIDA
               END-IF.
               READ BOLREG NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-BOLREG-STATUS
               END-READ.
               IF NOT BOLREG-OK OR BOL-CLIENTE NOT = WRK-CLI-ANTIGO
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 0430-SAIDA
               END-IF.
               MOVE BOL-CHAVE TO WRK-BOL-POSICAO.
               MOVE BOL-REC   TO WRK-BOL-SALVO.
               MOVE WRK-CLI-NOVO TO BOL-CLIENTE.
               WRITE BOL-REC
                   INVALID KEY
                       ADD 1 TO WRK-QT-CONFLITOS
                       GO TO 0430-SAIDA
               END-WRITE.
               MOVE WRK-BOL-POSICAO TO BOL-CHAVE.
               DELETE BOLREG RECORD.
               ADD 1 TO WRK-QT-BOLETOS.
           0430-SAIDA.
               EXIT.

           0450-MOVER-COBRANCA.
               MOVE WRK-DH-POSICAO TO DH-CHAVE.
               START DUNHIST KEY IS GREATER THAN DH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               IF FIM-LEITURA
                   GO TO 0450-SAIDA
               END-IF.
               READ DUNHIST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-DUNHIST-STATUS
               END-READ.
               IF NOT DUNHIST-OK OR DH-CLIENTE NOT = WRK-CLI-ANTIGO
                   MOVE 'S' TO WRK-FIM-LEITURA
                   GO TO 0450-SAIDA
               END-IF.
               MOVE DH-CHAVE TO WRK-DH-POSICAO.
               MOVE DH-REC   TO WRK-DH-SALVO.
               MOVE WRK-CLI-NOVO TO DH-CLIENTE.
               WRITE DH-REC
                   INVALID KEY
                       ADD 1 TO WRK-QT-CONFLITOS
                       GO TO 0450-SAIDA
               END-WRITE.
               MOVE WRK-DH-POSICAO TO DH-CHAVE.
               DELETE DUNHIST RECORD.
               ADD 1 TO WRK-QT-COBRANCAS.
           0450-SAIDA.
               EXIT.

      *    ********** CONDICAO DE PAGAMENTO: O CODIGO QUE FICA
      *    ********** MANTEM A SUA; SO HERDA SE NAO TIVER NENHUMA
           0500-MOVER-CONDICAO.
               MOVE WRK-CLI-ANTIGO TO CT-CLIENTE.
               READ CUSTTERM
                   KEY IS CT-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTTERM-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTTERM-STATUS
               END-READ.
               IF NOT CUSTTERM-OK
                   GO TO 0500-SAIDA
               END-IF.
               MOVE CT-CONDPAG TO WRK-CONDPAG.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE 'CUSTTERM' TO AUD-TRL-ARQUIVO.
               MOVE 'E'        TO AUD-TRL-ACAO.
               MOVE CT-REC     TO AUD-TRL-ANTES.
               DELETE CUSTTERM RECORD.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               MOVE WRK-CLI-NOVO TO CT-CLIENTE.
               READ CUSTTERM
                   KEY IS CT-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CUSTTERM-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTTERM-STATUS
               END-READ.
               IF CUSTTERM-OK
                   GO TO 0500-SAIDA
               END-IF.
               MOVE WRK-CLI-NOVO TO CT-CLIENTE.
               MOVE WRK-CONDPAG  TO CT-CONDPAG.
               WRITE CT-REC.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE WRK-CLI-NOVO TO AUD-TRL-CHAVE.
               MOVE 'CUSTTERM' TO AUD-TRL-ARQUIVO.
               MOVE 'I'        TO AUD-TRL-ACAO.
               MOVE CT-REC     TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               DISPLAY '  CONDICAO DE PAGAMENTO ' WRK-CONDPAG
                       ' HERDADA PELO CLIENTE ' WRK-CLI-NOVO.
           0500-SAIDA.
               EXIT.

      *    ********** CREDITO NAO APLICADO: O SALDO PASSA PARA O
      *    ********** CODIGO QUE FICA E O ANTIGO FICA ZERADO
           0550-MOVER-CREDITO.
               MOVE WRK-CLI-ANTIGO TO CCL-CLIENTE.
               READ CREDCLI
                   KEY IS CCL-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDCLI-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDCLI-STATUS
               END-READ.
               IF NOT CREDCLI-OK OR CCL-SALDO = ZEROS
                   GO TO 0550-SAIDA
               END-IF.
               MOVE CCL-SALDO TO WRK-SALDO-CRED.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE 'CREDCLI'  TO AUD-TRL-ARQUIVO.
               MOVE 'A'        TO AUD-TRL-ACAO.
               MOVE CCL-REC    TO AUD-TRL-ANTES.
               MOVE ZEROS         TO CCL-SALDO.
               MOVE WRK-DATA-HOJE TO CCL-DT-ULT-MOV.
               REWRITE CCL-REC.
               MOVE CCL-REC    TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE WRK-CLI-NOVO TO AUD-TRL-CHAVE.
               MOVE 'CREDCLI'  TO AUD-TRL-ARQUIVO.
               MOVE WRK-CLI-NOVO TO CCL-CLIENTE.
               READ CREDCLI
                   KEY IS CCL-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDCLI-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDCLI-STATUS
               END-READ.
               IF CREDCLI-OK
                   MOVE 'A'     TO AUD-TRL-ACAO
                   MOVE CCL-REC TO AUD-TRL-ANTES
                   ADD WRK-SALDO-CRED TO CCL-SALDO
                   MOVE WRK-DATA-HOJE TO CCL-DT-ULT-MOV
                   REWRITE CCL-REC
               ELSE
                   MOVE 'I'     TO AUD-TRL-ACAO
                   MOVE WRK-CLI-NOVO   TO CCL-CLIENTE
                   MOVE WRK-SALDO-CRED TO CCL-SALDO
                   MOVE WRK-DATA-HOJE  TO CCL-DT-ULT-MOV
                   WRITE CCL-REC
               END-IF.
               MOVE CCL-REC    TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               MOVE WRK-SALDO-CRED TO WRK-VALOR-ED.
               DISPLAY '  CREDITO NAO APLICADO TRANSFERIDO '
                       WRK-VALOR-ED.
           0550-SAIDA.
               EXIT.

      *    ********** BLOQUEIO DE CREDITO ATIVO NO CODIGO ANTIGO
      *    ********** PASSA PARA O CODIGO QUE FICA (SE ELE NAO ESTIVER
      *    ********** BLOQUEADO), COM O MESMO MOTIVO
           0600-HERDAR-BLOQUEIO.
               MOVE WRK-CLI-ANTIGO TO CH-CLIENTE.
               READ CREDHOLD
                   KEY IS CH-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDHOLD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDHOLD-STATUS
               END-READ.
               IF NOT CREDHOLD-OK OR CH-LIBERADO
                   GO TO 0600-SAIDA
               END-IF.
               MOVE CH-MOTIVO TO WRK-CH-MOTIVO.
               MOVE WRK-CLI-NOVO TO CH-CLIENTE.
               READ CREDHOLD
                   KEY IS CH-CLIENTE
                   INVALID KEY
                       MOVE '23' TO WRK-CREDHOLD-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CREDHOLD-STATUS
               END-READ.
               IF CREDHOLD-OK AND NOT CH-LIBERADO
                   GO TO 0600-SAIDA
               END-IF.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE WRK-CLI-NOVO TO AUD-TRL-CHAVE.
               MOVE 'CREDHOLD' TO AUD-TRL-ARQUIVO.
               IF CREDHOLD-OK
                   MOVE 'A'    TO AUD-TRL-ACAO
                   MOVE CH-REC TO AUD-TRL-ANTES
               ELSE
                   MOVE 'I'    TO AUD-TRL-ACAO
               END-IF.
               MOVE WRK-CLI-NOVO  TO CH-CLIENTE.
               MOVE WRK-CH-MOTIVO TO CH-MOTIVO.
               MOVE WRK-DATA-HOJE TO CH-DATA.
               MOVE WRK-USUARIO   TO CH-OPERADOR.
               MOVE SPACES        TO CH-OBS.
               STRING 'HERDADO DO CLIENTE ' WRK-CLI-ANTIGO
                      DELIMITED BY SIZE INTO CH-OBS
               END-STRING.
               IF CREDHOLD-OK
                   REWRITE CH-REC
               ELSE
                   WRITE CH-REC
               END-IF.
               MOVE CH-REC TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               DISPLAY '  BLOQUEIO DE CREDITO HERDADO PELO CLIENTE '
                       WRK-CLI-NOVO.
           0600-SAIDA.
               EXIT.

      *    ********** EM-ABERTO DO ANTIGO SOMADO NO QUE FICA; O
      *    ********** ANTIGO FICA INATIVO, APONTANDO PARA O QUE FICA.
      *    ********** CODIGOS JA INCORPORADOS AO ANTIGO PASSAM A
      *    ********** APONTAR DIRETO PARA O QUE FICA
           0700-ATUALIZAR-CADASTRO.
               MOVE WRK-CLI-NOVO TO WRK-CLIENTE.
               PERFORM 0150-LER-CLIENTE.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE WRK-CLI-NOVO TO AUD-TRL-CHAVE.
               MOVE 'CUSTMAST' TO AUD-TRL-ARQUIVO.
               MOVE 'A'        TO AUD-TRL-ACAO.
               MOVE CUST-REC   TO AUD-TRL-ANTES.
               ADD WRK-ABERTO-ANTIGO TO CUST-ABERTO
                   ON SIZE ERROR
                       DISPLAY 'VALOR EM ABERTO FORA DA FAIXA -'
                               ' NAO ATUALIZADO'
               END-ADD.
               REWRITE CUST-REC.
               MOVE CUST-REC   TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               PERFORM 8500-JORNALIZAR.
               MOVE WRK-CLI-ANTIGO TO WRK-CLIENTE.
               PERFORM 0150-LER-CLIENTE.
               PERFORM 0810-PREPARAR-AUDITORIA.
               MOVE 'CUSTMAST' TO AUD-TRL-ARQUIVO.
               MOVE 'A'        TO AUD-TRL-ACAO.
               MOVE CUST-REC   TO AUD-TRL-ANTES.
               MOVE ZEROS        TO CUST-ABERTO.
               MOVE 'U'          TO CUST-SITUACAO.
               MOVE WRK-CLI-NOVO TO CUST-COD-DESTINO.
               REWRITE CUST-REC.
               MOVE CUST-REC   TO AUD-TRL-DEPOIS.
               PERFORM 9400-REGISTRAR-AUD-TRL.
               PERFORM 8500-JORNALIZAR.
               MOVE 'N' TO WRK-FIM-LEITURA.
               MOVE ZEROS TO CUST-CODIGO.
               START CUSTMAST KEY IS NOT LESS THAN CUST-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LEITURA
               END-START.
               PERFORM 0750-REAPONTAR-INCORPORADO UNTIL FIM-LEITURA.

           0750-REAPONTAR-INCORPORADO.
               READ CUSTMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF NOT CUSTMAST-OK
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF CUST-INCORPORADO
                      AND CUST-COD-DESTINO = WRK-CLI-ANTIGO
                       PERFORM 0810-PREPARAR-AUDITORIA
                       MOVE CUST-CODIGO TO AUD-TRL-CHAVE
                       MOVE 'CUSTMAST'  TO AUD-TRL-ARQUIVO
                       MOVE 'A'         TO AUD-TRL-ACAO
                       MOVE CUST-REC    TO AUD-TRL-ANTES
                       MOVE WRK-CLI-NOVO TO CUST-COD-DESTINO
                       REWRITE CUST-REC
                       MOVE CUST-REC    TO AUD-TRL-DEPOIS
                       PERFORM 9400-REGISTRAR-AUD-TRL
                       PERFORM 8500-JORNALIZAR
                       ADD 1 TO WRK-QT-REAPONTADOS
                   END-IF
               END-IF.

      *    ********** RESUMO DA TRANSFERENCIA DE UM ARQUIVO NA TRILHA:
      *    ********** CLIENTE DE ORIGEM, DE DESTINO E QUANTIDADE
           0800-AUDITAR-TRANSFERENCIA.
               IF WRK-QT-AUD > ZEROS
                   PERFORM 0810-PREPARAR-AUDITORIA
                   MOVE WRK-AUD-ARQUIVO TO AUD-TRL-ARQUIVO
                   MOVE 'A'             TO AUD-TRL-ACAO
                   STRING 'CLIENTE ' WRK-CLI-ANTIGO
                          DELIMITED BY SIZE INTO AUD-TRL-ANTES
                   END-STRING
                   STRING 'CLIENTE ' WRK-CLI-NOVO ' - '
                          WRK-QT-AUD ' REGISTRO(S) UNIFICADO(S)'
                          DELIMITED BY SIZE INTO AUD-TRL-DEPOIS
                   END-STRING
                   PERFORM 9400-REGISTRAR-AUD-TRL
               END-IF.

           0810-PREPARAR-AUDITORIA.
               MOVE WRK-USUARIO    TO AUD-TRL-OPERADOR.
               MOVE WRK-CLI-ANTIGO TO AUD-TRL-CHAVE.
               MOVE SPACES         TO AUD-TRL-ANTES AUD-TRL-DEPOIS.

      *    ********** IMAGEM POSTERIOR DO CUSTMAST NO JORNAL
           8500-JORNALIZAR.
               MOVE 'CUSTMAST'   TO JRN-ARQUIVO.
               MOVE 'R'          TO JRN-ACAO.
               MOVE SPACES       TO JRN-CHAVE.
               MOVE CUST-CODIGO  TO JRN-CHAVE(1:6).
               MOVE SPACES       TO JRN-IMAGEM.
               MOVE CUST-REC     TO JRN-IMAGEM.
               MOVE WRK-USUARIO  TO JRN-OPERADOR.
               PERFORM 9500-REGISTRAR-JORNAL.

           COPY SECPROC.
           COPY ERRPROC.
           COPY AUDPROC.
           COPY JRNPROC.
