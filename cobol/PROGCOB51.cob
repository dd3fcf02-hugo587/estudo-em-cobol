      *                         GERACAO DE PEDIDOS DE COMPRA
      *                         (PROGCOB55) PARA SABER DE QUEM
      *                         COMPRAR O ITEM ABAIXO DO MINIMO.
      *    15/10/2026 HUGOVIE - DADOS BANCARIOS DO FORNECEDOR (BANCO,
      *                         AGENCIA E CONTA) PARA A REMESSA DE
      *                         PAGAMENTOS AO BANCO (PRGCOB100).
      *    15/10/2026 HUGOVIE - DOCUMENTO FISCAL DO FORNECEDOR (TIPO
      *                         J=CNPJ/F=CPF E NUMERO) NA INCLUSAO,
      *                         ALTERACAO E LISTAGEM, CRITICADO PELOS
      *                         DIGITOS VERIFICADORES (DOCCOM/DOCPROC) E
      *                         RECUSADO QUANDO JA CADASTRADO EM OUTRO
      *                         FORNECEDOR.
      ************************************
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
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

           FD  ITEMSUP.
           01  ISP-REC.
           77 WRK-ENDERECO   PIC X(40) VALUE SPACES.
           77 WRK-UF         PIC X(02) VALUE SPACES.
           77 WRK-PRAZO      PIC 9(03) VALUE ZEROS.
           77 WRK-BANCO      PIC 9(03) VALUE ZEROS.
           77 WRK-AGENCIA    PIC 9(04) VALUE ZEROS.
           77 WRK-CONTA      PIC 9(08) VALUE ZEROS.
           77 WRK-CONFIRMA   PIC X(01) VALUE SPACES.
               88 CONFIRMADO     VALUE 'S'.
           77 WRK-TIPO-DOC   PIC X(01) VALUE SPACES.
               88 TIPO-DOC-VALIDO VALUES 'J' 'F'.
           77 WRK-CNPJ-CPF   PIC 9(14) VALUE ZEROS.
           77 WRK-DOC-OK     PIC X(01) VALUE 'N'.
               88 DOC-OK         VALUE 'S'.
           77 WRK-DOC-DUPLIC PIC X(01) VALUE 'N'.
               88 DOC-DUPLICADO  VALUE 'S'.
           77 WRK-COD-DUPLIC PIC 9(04) VALUE ZEROS.
           77 WRK-SUP-SALVO  PIC X(99) VALUE SPACES.
           COPY DOCCOM.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
                   ACCEPT SUP-UF
                   DISPLAY 'PRAZO DE ENTREGA (DIAS)...'
                   ACCEPT SUP-PRAZO-DIAS
                   DISPLAY 'BANCO (3 DIGITOS, ZEROS = SEM CONTA)...'
                   ACCEPT SUP-BANCO
                   DISPLAY 'AGENCIA...'
                   ACCEPT SUP-AGENCIA
                   DISPLAY 'CONTA CORRENTE...'
                   ACCEPT SUP-CONTA
                   DISPLAY 'DOCUMENTO FISCAL DO FORNECEDOR'
                           ' (ENTER = NAO INFORMADO)'
                   PERFORM 0800-PEDIR-DOCUMENTO
                   MOVE WRK-TIPO-DOC TO SUP-TIPO-DOC
                   MOVE WRK-CNPJ-CPF TO SUP-CNPJ-CPF
                   WRITE SUP-REC
                   DISPLAY 'FORNECEDOR INCLUIDO..' WRK-CODIGO
               END-IF.
                   IF WRK-PRAZO NOT = ZEROS
                       MOVE WRK-PRAZO TO SUP-PRAZO-DIAS
                   END-IF
                   DISPLAY 'BANCO/AGENCIA/CONTA ATUAIS..' SUP-BANCO
                           '/' SUP-AGENCIA '/' SUP-CONTA
                   DISPLAY 'NOVO BANCO (ZEROS MANTEM)...'
                   MOVE ZEROS TO WRK-BANCO
                   ACCEPT WRK-BANCO
                   IF WRK-BANCO NOT = ZEROS
                       MOVE WRK-BANCO TO SUP-BANCO
                   END-IF
                   DISPLAY 'NOVA AGENCIA (ZEROS MANTEM)...'
                   MOVE ZEROS TO WRK-AGENCIA
                   ACCEPT WRK-AGENCIA
                   IF WRK-AGENCIA NOT = ZEROS
                       MOVE WRK-AGENCIA TO SUP-AGENCIA
                   END-IF
                   DISPLAY 'NOVA CONTA (ZEROS MANTEM)...'
                   MOVE ZEROS TO WRK-CONTA
                   ACCEPT WRK-CONTA
                   IF WRK-CONTA NOT = ZEROS
                       MOVE WRK-CONTA TO SUP-CONTA
                   END-IF
                   IF SUP-CNPJ-CPF IS NUMERIC
                       DISPLAY 'DOCUMENTO FISCAL ATUAL..' SUP-TIPO-DOC
                               ' ' SUP-CNPJ-CPF
                   ELSE
                       DISPLAY 'DOCUMENTO FISCAL ATUAL..NAO INFORMADO'
                   END-IF
                   DISPLAY 'NOVO DOCUMENTO (ENTER MANTEM O ATUAL)'
                   PERFORM 0800-PEDIR-DOCUMENTO
                   IF WRK-TIPO-DOC NOT = SPACES
                       MOVE WRK-TIPO-DOC TO SUP-TIPO-DOC
                       MOVE WRK-CNPJ-CPF TO SUP-CNPJ-CPF
                   END-IF
                   REWRITE SUP-REC
                   DISPLAY 'FORNECEDOR ALTERADO..' WRK-CODIGO
               END-IF.
                   DISPLAY ' FORNEC ' SUP-CODIGO ' ' SUP-NOME
                           ' UF ' SUP-UF
                           ' PRAZO ' SUP-PRAZO-DIAS ' DIAS'
                           ' BCO ' SUP-BANCO ' AG ' SUP-AGENCIA
                           ' CC ' SUP-CONTA
                   IF SUP-CNPJ-CPF IS NUMERIC
                       DISPLAY '        DOC ' SUP-TIPO-DOC
                               ' ' SUP-CNPJ-CPF
                   ELSE
                       DISPLAY '        DOC NAO INFORMADO'
                   END-IF
               END-IF.

      *    ********** VINCULO ITEM X FORNECEDOR USADO PELA GERACAO
                               ' FORNEC ' WRK-CODIGO
                   END-IF
               END-IF.

      *    ********** TIPO (J=CNPJ, F=CPF) E NUMERO DO DOCUMENTO
      *    ********** FISCAL, CRITICADO PELOS DIGITOS VERIFICADORES
      *    ********** E RECUSADO SE JA ESTIVER EM OUTRO FORNECEDOR;
      *    ********** TIPO EM BRANCO NAO INFORMA (OU MANTEM O ATUAL)
           0800-PEDIR-DOCUMENTO.
               MOVE SPACES TO WRK-TIPO-DOC.
               MOVE ZEROS  TO WRK-CNPJ-CPF.
               DISPLAY 'TIPO DO DOCUMENTO (J=CNPJ F=CPF)...'.
               ACCEPT WRK-TIPO-DOC FROM CONSOLE.
               PERFORM 0810-CRITICAR-TIPO-DOC
                       UNTIL WRK-TIPO-DOC = SPACES OR TIPO-DOC-VALIDO.
               IF WRK-TIPO-DOC NOT = SPACES
                   MOVE 'N' TO WRK-DOC-OK
                   PERFORM 0820-PEDIR-NUMERO-DOC UNTIL DOC-OK
               END-IF.

           0810-CRITICAR-TIPO-DOC.
               DISPLAY 'TIPO DESCONHECIDO - DIGITE J OU F'.
               MOVE SPACES TO WRK-TIPO-DOC.
               ACCEPT WRK-TIPO-DOC FROM CONSOLE.

           0820-PEDIR-NUMERO-DOC.
               DISPLAY 'NUMERO DO CNPJ/CPF (SO OS DIGITOS, ZEROS ='
                       ' DESISTE)...'.
               MOVE ZEROS TO WRK-CNPJ-CPF.
               ACCEPT WRK-CNPJ-CPF.
               IF WRK-CNPJ-CPF = ZEROS
                   DISPLAY 'DOCUMENTO NAO INFORMADO'
                   MOVE SPACES TO WRK-TIPO-DOC
                   MOVE 'S' TO WRK-DOC-OK
               ELSE
                   PERFORM 0830-CRITICAR-NUMERO-DOC
               END-IF.

           0830-CRITICAR-NUMERO-DOC.
               MOVE WRK-TIPO-DOC TO DOC-TIPO.
               MOVE WRK-CNPJ-CPF TO DOC-NUMERO.
               PERFORM 9800-VALIDAR-DOCUMENTO.
               IF NOT DOC-VALIDO
                   DISPLAY 'NUMERO INVALIDO OU DIGITO VERIFICADOR NAO'
                           ' CONFERE - DIGITE NOVAMENTE'
               ELSE
                   PERFORM 0840-VERIFICAR-DUPLICIDADE
                   IF DOC-DUPLICADO
                       DISPLAY 'DOCUMENTO JA CADASTRADO NO FORNECEDOR '
                               WRK-COD-DUPLIC ' - DIGITE NOVAMENTE'
                   ELSE
                       MOVE 'S' TO WRK-DOC-OK
                   END-IF
               END-IF.

      *    ********** A LEITURA PERCORRE O SUPMAST, POR ISSO O
      *    ********** REGISTRO EM TELA E GUARDADO E DEVOLVIDO
           0840-VERIFICAR-DUPLICIDADE.
               MOVE 'N' TO WRK-DOC-DUPLIC.
               MOVE SUP-REC TO WRK-SUP-SALVO.
               MOVE ZEROS TO SUP-CODIGO.
               START SUPMAST KEY IS GREATER THAN SUP-CODIGO
                   INVALID KEY
                       MOVE '10' TO WRK-SUPMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SUPMAST-STATUS
               END-START.
               PERFORM 0850-LER-DUPLICIDADE
                       UNTIL NOT SUPMAST-OK OR DOC-DUPLICADO.
               MOVE WRK-SUP-SALVO TO SUP-REC.
               MOVE '00' TO WRK-SUPMAST-STATUS.

           0850-LER-DUPLICIDADE.
               READ SUPMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-SUPMAST-STATUS
               END-READ.
               IF SUPMAST-OK
                  AND SUP-CODIGO NOT = WRK-CODIGO
                  AND SUP-TIPO-DOC = WRK-TIPO-DOC
                  AND SUP-CNPJ-CPF IS NUMERIC
                  AND SUP-CNPJ-CPF = WRK-CNPJ-CPF
                   MOVE 'S' TO WRK-DOC-DUPLIC
                   MOVE SUP-CODIGO TO WRK-COD-DUPLIC
               END-IF.

           COPY DOCPROC.
