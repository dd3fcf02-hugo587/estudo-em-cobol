           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB123.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = QUALIDADE DO DOCUMENTO FISCAL NOS CADASTROS.
      *    PERCORRE O CUSTMAST E O SUPMAST E LISTA NO DOCREP TODO
      *    CLIENTE E FORNECEDOR AINDA SEM CNPJ/CPF VALIDO: DOCUMENTO
      *    NAO INFORMADO, TIPO DIFERENTE DE J (CNPJ) OU F (CPF),
      *    DIGITO VERIFICADOR QUE NAO CONFERE (MESMA CRITICA DA
      *    DIGITACAO, COPYBOOKS DOCCOM/DOCPROC) OU DOCUMENTO REPETIDO
      *    EM OUTRO CODIGO DO MESMO CADASTRO. A CORRECAO E FEITA NA
      *    ALTERACAO DO PROGCOB02 (CLIENTES) E DO PROGCOB51
      *    (FORNECEDORES). SO LE OS CADASTROS; PODE SER RODADO
      *    QUANTAS VEZES FOR PRECISO ATE A LISTA ZERAR.
      *    DATA 15/10/2026
      *    ALTERACOES
      *    15/10/2026 HUGOVIE - PROGRAMA CRIADO.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CLIENTE INCORPORADO NA UNIFICACAO DE
      *                         CADASTROS FICA FORA DA CONFERENCIA.
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
               SELECT SUPMAST ASSIGN TO "SUPMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUP-CODIGO
                   FILE STATUS IS WRK-SUPMAST-STATUS.
               SELECT DOCREP ASSIGN TO "DOCREP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-DOCREP-STATUS.
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

           FD  DOCREP.
           01  DOCREP-REC         PIC X(132).

           WORKING-STORAGE SECTION.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
               88 CUSTMAST-OK        VALUE '00'.
               88 CUSTMAST-EOF       VALUE '10'.
           77 WRK-SUPMAST-STATUS PIC X(02) VALUE SPACES.
               88 SUPMAST-OK         VALUE '00'.
               88 SUPMAST-EOF        VALUE '10'.
           77 WRK-DOCREP-STATUS PIC X(02) VALUE SPACES.
           COPY DOCCOM.
           77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
           77 WRK-DATA-LIMITE   PIC 9(08) VALUE ZEROS.
           77 WRK-CADASTRO      PIC X(11) VALUE SPACES.
           77 WRK-CODIGO        PIC 9(06) VALUE ZEROS.
           77 WRK-NOME          PIC X(20) VALUE SPACES.
           77 WRK-TIPO-DOC      PIC X(01) VALUE SPACES.
           77 WRK-CNPJ-CPF      PIC 9(14) VALUE ZEROS.
           77 WRK-MOTIVO        PIC X(40) VALUE SPACES.
           77 WRK-QT-LIDOS      PIC 9(06) VALUE ZEROS.
           77 WRK-QT-SEM-DOC    PIC 9(06) VALUE ZEROS.
           77 WRK-QT-TIPO-INV   PIC 9(06) VALUE ZEROS.
           77 WRK-QT-DV-INV     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-DUPLIC     PIC 9(06) VALUE ZEROS.
           77 WRK-QT-PENDENTES  PIC 9(06) VALUE ZEROS.
           77 WRK-TOT-PENDENTES PIC 9(06) VALUE ZEROS.
           77 WRK-QT-DOC        PIC 9(04) VALUE ZEROS.
           77 WRK-TD-SUB        PIC 9(04) VALUE ZEROS.
           77 WRK-TD-ACHADO     PIC 9(04) VALUE ZEROS.
           77 WRK-TAB-CHEIA     PIC X(01) VALUE 'N'.
               88 TAB-DOC-CHEIA     VALUE 'S'.
           77 WRK-LINHA         PIC X(132) VALUE SPACES.

      *    ********** DOCUMENTOS VALIDOS JA VISTOS NO CADASTRO QUE
      *    ********** ESTA SENDO LIDO, PARA ACHAR OS REPETIDOS
           01 WRK-TAB-DOC.
               02 WRK-TD OCCURS 5000 TIMES.
                   05 TD-TIPO       PIC X(01).
                   05 TD-NUMERO     PIC 9(14).
                   05 TD-CODIGO     PIC 9(06).

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               DISPLAY 'DATA EM QUE O CNPJ/CPF PASSA A SER OBRIGATORIO'
                       ' (AAAAMMDD, ZEROS = NAO INFORMAR)...'.
               ACCEPT WRK-DATA-LIMITE.
               OPEN OUTPUT DOCREP.
               MOVE SPACES TO WRK-LINHA.
               STRING 'CADASTROS SEM CNPJ/CPF VALIDO - EMITIDO EM '
                      WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               IF WRK-DATA-LIMITE NOT = ZEROS
                   STRING ' - OBRIGATORIO A PARTIR DE ' WRK-DATA-LIMITE
                          DELIMITED BY SIZE INTO WRK-LINHA(52:)
                   END-STRING
               END-IF.
               PERFORM 0390-GRAVAR-LINHA.
               PERFORM 0390-GRAVAR-LINHA.
               PERFORM 0100-CONFERIR-CLIENTES.
               PERFORM 0200-CONFERIR-FORNECEDORES.
               PERFORM 0390-GRAVAR-LINHA.
               STRING 'TOTAL A CORRIGIR (CLIENTES + FORNECEDORES)... '
                      WRK-TOT-PENDENTES
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0390-GRAVAR-LINHA.
               CLOSE DOCREP.
               DISPLAY 'CADASTROS A CORRIGIR..' WRK-TOT-PENDENTES.
               DISPLAY 'RELATORIO GRAVADO EM DOCREP'.
               GOBACK.

      *    ********** CLIENTES (CUSTMAST) - CORRIGIR NO PROGCOB02
           0100-CONFERIR-CLIENTES.
               MOVE 'CLIENTES' TO WRK-CADASTRO.
               PERFORM 0300-INICIAR-CADASTRO.
               OPEN INPUT CUSTMAST.
               IF NOT CUSTMAST-OK
                   STRING '  CADASTRO DE CLIENTES INDISPONIVEL -'
                          ' STATUS ' WRK-CUSTMAST-STATUS
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0390-GRAVAR-LINHA
               ELSE
                   PERFORM 0110-LER-CUSTMAST
                   PERFORM 0120-CONFERIR-CLIENTE UNTIL NOT CUSTMAST-OK
                   CLOSE CUSTMAST
                   PERFORM 0350-EMITIR-TOTAIS
               END-IF.

           0110-LER-CUSTMAST.
               READ CUSTMAST NEXT RECORD
                   AT END MOVE '10' TO WRK-CUSTMAST-STATUS
               END-READ.

      *    ********** CODIGO INCORPORADO A OUTRO NA UNIFICACAO DE
      *    ********** CADASTROS (PROGCOB125) ESTA INATIVO - FICA FORA
           0120-CONFERIR-CLIENTE.
               IF NOT CUST-INCORPORADO
                   MOVE CUST-CODIGO   TO WRK-CODIGO
                   MOVE CUST-NOME     TO WRK-NOME
                   MOVE CUST-TIPO-DOC TO WRK-TIPO-DOC
                   IF CUST-CNPJ-CPF IS NUMERIC
                       MOVE CUST-CNPJ-CPF TO WRK-CNPJ-CPF
                   ELSE
                       MOVE ZEROS TO WRK-CNPJ-CPF
                   END-IF
                   PERFORM 0310-CONFERIR-DOCUMENTO
               END-IF.
               PERFORM 0110-LER-CUSTMAST.

      *    ********** FORNECEDORES (SUPMAST) - CORRIGIR NO PROGCOB51
           0200-CONFERIR-FORNECEDORES.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE 'FORNECEDORES' TO WRK-CADASTRO.
               PERFORM 0300-INICIAR-CADASTRO.
               OPEN INPUT SUPMAST.
               IF NOT SUPMAST-OK
                   STRING '  CADASTRO DE FORNECEDORES INDISPONIVEL -'
                          ' STATUS ' WRK-SUPMAST-STATUS
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0390-GRAVAR-LINHA
               ELSE
                   PERFORM 0210-LER-SUPMAST
                   PERFORM 0220-CONFERIR-FORNECEDOR
                           UNTIL NOT SUPMAST-OK
                   CLOSE SUPMAST
                   PERFORM 0350-EMITIR-TOTAIS
               END-IF.

           0210-LER-SUPMAST.
               READ SUPMAST NEXT RECORD
                   AT END MOVE '10' TO WRK-SUPMAST-STATUS
               END-READ.

           0220-CONFERIR-FORNECEDOR.
               MOVE SUP-CODIGO   TO WRK-CODIGO.
               MOVE SUP-NOME     TO WRK-NOME.
               MOVE SUP-TIPO-DOC TO WRK-TIPO-DOC.
               IF SUP-CNPJ-CPF IS NUMERIC
                   MOVE SUP-CNPJ-CPF TO WRK-CNPJ-CPF
               ELSE
                   MOVE ZEROS TO WRK-CNPJ-CPF
               END-IF.
               PERFORM 0310-CONFERIR-DOCUMENTO.
               PERFORM 0210-LER-SUPMAST.

           0300-INICIAR-CADASTRO.
               MOVE ZEROS TO WRK-QT-LIDOS WRK-QT-SEM-DOC
                             WRK-QT-TIPO-INV WRK-QT-DV-INV
                             WRK-QT-DUPLIC WRK-QT-PENDENTES
                             WRK-QT-DOC.
               MOVE 'N' TO WRK-TAB-CHEIA.
               MOVE SPACES TO WRK-LINHA.
               STRING WRK-CADASTRO DELIMITED BY SPACE
                      ' SEM DOCUMENTO FISCAL VALIDO'
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0390-GRAVAR-LINHA.
               MOVE 'CODIGO NOME                 TIPO NUMERO'
                    TO WRK-LINHA.
               MOVE 'SITUACAO' TO WRK-LINHA(48:8).
               PERFORM 0390-GRAVAR-LINHA.

      *    ********** A CRITICA E A MESMA PARA OS DOIS CADASTROS
           0310-CONFERIR-DOCUMENTO.
               ADD 1 TO WRK-QT-LIDOS.
               MOVE SPACES TO WRK-MOTIVO.
               IF WRK-CNPJ-CPF = ZEROS
                   ADD 1 TO WRK-QT-SEM-DOC
                   MOVE 'NAO INFORMADO' TO WRK-MOTIVO
               ELSE
                   IF WRK-TIPO-DOC NOT = 'J' AND WRK-TIPO-DOC NOT = 'F'
                       ADD 1 TO WRK-QT-TIPO-INV
                       MOVE 'TIPO DIFERENTE DE J (CNPJ) E F (CPF)'
                            TO WRK-MOTIVO
                   ELSE
                       MOVE WRK-TIPO-DOC TO DOC-TIPO
                       MOVE WRK-CNPJ-CPF TO DOC-NUMERO
                       PERFORM 9800-VALIDAR-DOCUMENTO
                       IF NOT DOC-VALIDO
                           ADD 1 TO WRK-QT-DV-INV
                           MOVE 'DIGITO VERIFICADOR NAO CONFERE'
                                TO WRK-MOTIVO
                       ELSE
                           PERFORM 0320-PROCURAR-REPETIDO
                       END-IF
                   END-IF
               END-IF.
               IF WRK-MOTIVO NOT = SPACES
                   ADD 1 TO WRK-QT-PENDENTES
                   ADD 1 TO WRK-TOT-PENDENTES
                   MOVE WRK-CODIGO   TO WRK-LINHA(1:6)
                   MOVE WRK-NOME     TO WRK-LINHA(8:20)
                   MOVE WRK-TIPO-DOC TO WRK-LINHA(30:1)
                   MOVE WRK-CNPJ-CPF TO WRK-LINHA(33:14)
                   MOVE WRK-MOTIVO   TO WRK-LINHA(48:40)
                   PERFORM 0390-GRAVAR-LINHA
               END-IF.

      *    ********** O PRIMEIRO CODIGO COM O DOCUMENTO FICA COMO O
      *    ********** CERTO; OS SEGUINTES SAEM COMO REPETIDOS
           0320-PROCURAR-REPETIDO.
               MOVE ZEROS TO WRK-TD-ACHADO.
               PERFORM 0325-COMPARAR-DOCUMENTO
                       VARYING WRK-TD-SUB FROM 1 BY 1
                       UNTIL WRK-TD-SUB > WRK-QT-DOC
                          OR WRK-TD-ACHADO > 0.
               IF WRK-TD-ACHADO > 0
                   ADD 1 TO WRK-QT-DUPLIC
                   STRING 'REPETIDO - JA ESTA NO CODIGO '
                          TD-CODIGO(WRK-TD-ACHADO)
                          DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-STRING
               ELSE
                   IF WRK-QT-DOC < 5000
                       ADD 1 TO WRK-QT-DOC
                       MOVE WRK-TIPO-DOC TO TD-TIPO(WRK-QT-DOC)
                       MOVE WRK-CNPJ-CPF TO TD-NUMERO(WRK-QT-DOC)
                       MOVE WRK-CODIGO   TO TD-CODIGO(WRK-QT-DOC)
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
               END-IF.

           0325-COMPARAR-DOCUMENTO.
               IF TD-TIPO(WRK-TD-SUB) = WRK-TIPO-DOC
                  AND TD-NUMERO(WRK-TD-SUB) = WRK-CNPJ-CPF
                   MOVE WRK-TD-SUB TO WRK-TD-ACHADO
               END-IF.

           0350-EMITIR-TOTAIS.
               IF WRK-QT-PENDENTES = ZEROS
                   MOVE '  NENHUM' TO WRK-LINHA
                   PERFORM 0390-GRAVAR-LINHA
               END-IF.
               PERFORM 0390-GRAVAR-LINHA.
               STRING '  LIDOS ' WRK-QT-LIDOS
                      '  SEM DOCUMENTO ' WRK-QT-SEM-DOC
                      '  TIPO INVALIDO ' WRK-QT-TIPO-INV
                      '  DIGITO INVALIDO ' WRK-QT-DV-INV
                      '  REPETIDOS ' WRK-QT-DUPLIC
                      '  A CORRIGIR ' WRK-QT-PENDENTES
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0390-GRAVAR-LINHA.
               IF TAB-DOC-CHEIA
                   MOVE '  MAIS DE 5000 DOCUMENTOS VALIDOS - REPETIDOS'
                        TO WRK-LINHA
                   MOVE ' PROCURADOS SO ENTRE OS 5000 PRIMEIROS'
                        TO WRK-LINHA(46:)
                   PERFORM 0390-GRAVAR-LINHA
               END-IF.

           0390-GRAVAR-LINHA.
               MOVE WRK-LINHA TO DOCREP-REC.
               WRITE DOCREP-REC.
               MOVE SPACES TO WRK-LINHA.

           COPY DOCPROC.
