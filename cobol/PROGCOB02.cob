      *                         DATA-HORA E OPERADOR, PARA O
      *                         ROLL-FORWARD DO PROGCOB94 REFAZER O
      *                         DIA EM CIMA DO BACKUP DO PROGCOB49.
      *    15/10/2026 HUGOVIE - CADASTRO PASSA A GUARDAR O DOCUMENTO
      *                         FISCAL DO CLIENTE (TIPO J=CNPJ/F=CPF E
      *                         NUMERO, CUST-TIPO-DOC/CUST-CNPJ-CPF),
      *                         DESTINATARIO DA NF-E EMITIDA PELO
      *                         PROGCOB28; IMAGENS DO JORNAL E DA TRILHA
      *                         AMPLIADAS PARA O NOVO TAMANHO DO
      *                         REGISTRO.
      *    15/10/2026 HUGOVIE - CNPJ/CPF CRITICADO PELOS DIGITOS
      *                         VERIFICADORES (COPYBOOKS DOCCOM/DOCPROC)
      *                         E RECUSADO QUANDO JA CADASTRADO EM OUTRO
      *                         CLIENTE.
      *    15/10/2026 HUGOVIE - CUSTMAST COM A SITUACAO DO CADASTRO
      *                         (CUST-SITUACAO/CUST-COD-DESTINO) NO
      *                         LAYOUT.
      *    15/10/2026 HUGOVIE - CODIGO INCORPORADO A OUTRO NA UNIFICACAO
      *                         DE CADASTROS FICA INATIVO - SO CONSULTA,
      *                         SEM ALTERACAO.
      ************************************
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
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

           FD  AUDITTRL.
           01  AUDITTRL-REC      PIC X(340).

           FD  PENDAPPR.
           01  PA-REC.
               05 MJ-ACAO        PIC X(01).
               05 MJ-CHAVE       PIC X(20).
               05 MJ-OPERADOR    PIC X(20).
               05 MJ-IMAGEM      PIC X(120).

           WORKING-STORAGE SECTION.
           COPY JRNCOM.
                  'DF' 'ES' 'GO' 'MA' 'MT' 'MS' 'MG' 'PA' 'PB' 'PR'
                  'PE' 'PI' 'RJ' 'RN' 'RS' 'RO' 'RR' 'SC' 'SP' 'SE'
                  'TO'.
           77 WRK-TIPO-DOC PIC X(01) VALUE SPACES.
               88 TIPO-DOC-VALIDO VALUES 'J' 'F'.
           77 WRK-CNPJ-CPF PIC 9(14) VALUE ZEROS.
           77 WRK-DOC-OK   PIC X(01) VALUE 'N'.
               88 DOC-OK       VALUE 'S'.
           77 WRK-DOC-DUPLIC PIC X(01) VALUE 'N'.
               88 DOC-DUPLICADO VALUE 'S'.
           77 WRK-COD-DUPLIC PIC 9(06) VALUE ZEROS.
           77 WRK-CUST-SALVO PIC X(108) VALUE SPACES.
           77 WRK-STATUS-SALVO PIC X(02) VALUE SPACES.
           COPY DOCCOM.
           77 WRK-LIMITE   PIC 9(07)V99 VALUE ZEROS.
           77 WRK-LIMITE-ED PIC ZZZZZZ9,99 VALUE ZEROS.
           77 WRK-CUSTMAST-STATUS PIC X(02) VALUE SPACES.
                       MOVE '23' TO WRK-CUSTMAST-STATUS
               END-READ.

               EVALUATE TRUE
                   WHEN CUSTMAST-OK AND CUST-INCORPORADO
                       MOVE CUST-NOME     TO WRK-NOME
                       MOVE CUST-ENDERECO TO WRK-ENDERECO
                       MOVE CUST-UF       TO WRK-UF
                       MOVE CUST-TIPO-DOC TO WRK-TIPO-DOC
                       MOVE CUST-CNPJ-CPF TO WRK-CNPJ-CPF
                       DISPLAY 'CLIENTE INCORPORADO AO CLIENTE '
                               CUST-COD-DESTINO
                               ' - CODIGO INATIVO, SEM ALTERACAO'
                   WHEN CUSTMAST-OK
                       MOVE CUST-REC      TO AUD-TRL-ANTES
                       MOVE CUST-NOME     TO WRK-NOME
                       MOVE CUST-ENDERECO TO WRK-ENDERECO
                       MOVE CUST-UF       TO WRK-UF
                       DISPLAY 'CLIENTE JA CADASTRADO - CONFIRME O NOME'
                               ' (ENTER MANTEM O ATUAL)'
                       PERFORM 0250-DIGITAR-NOME
                       DISPLAY 'CONFIRME O ENDERECO'
                               ' (ENTER MANTEM O ATUAL)'
                       PERFORM 0255-DIGITAR-ENDERECO
                       DISPLAY 'CONFIRME A UF'
                               ' (ENTER MANTEM A ATUAL)'
                       PERFORM 0256-DIGITAR-UF
                       IF CUST-CNPJ-CPF IS NUMERIC
                           DISPLAY 'DOCUMENTO FISCAL ATUAL..'
                                   CUST-TIPO-DOC ' ' CUST-CNPJ-CPF
                       ELSE
                           DISPLAY 'DOCUMENTO FISCAL ATUAL..'
                                   'NAO INFORMADO'
                       END-IF
                       DISPLAY 'CONFIRME O DOCUMENTO'
                               ' (ENTER MANTEM O ATUAL)'
                       PERFORM 0295-PEDIR-DOCUMENTO
                       IF WRK-NOME NOT = SPACES
                           MOVE WRK-NOME   TO CUST-NOME
                       END-IF
                       IF WRK-ENDERECO NOT = SPACES
                           MOVE WRK-ENDERECO TO CUST-ENDERECO
                       END-IF
                       IF WRK-UF NOT = SPACES
                           MOVE WRK-UF TO CUST-UF
                       END-IF
                       IF WRK-TIPO-DOC NOT = SPACES
                           MOVE WRK-TIPO-DOC TO CUST-TIPO-DOC
                           MOVE WRK-CNPJ-CPF TO CUST-CNPJ-CPF
                       ELSE
                           IF CUST-CNPJ-CPF IS NUMERIC
                               MOVE CUST-TIPO-DOC TO WRK-TIPO-DOC
                               MOVE CUST-CNPJ-CPF TO WRK-CNPJ-CPF
                           END-IF
                       END-IF
                       MOVE CUST-LIMITE TO WRK-LIMITE-ED
                       DISPLAY 'LIMITE DE CREDITO ATUAL..'
                               WRK-LIMITE-ED
                       DISPLAY 'NOVO LIMITE (ZEROS MANTEM)...'
                       MOVE ZEROS TO WRK-LIMITE
                       ACCEPT WRK-LIMITE
                       IF WRK-LIMITE NOT = ZEROS
                           PERFORM 8000-GRAVAR-PENDENCIA
                       END-IF
                       REWRITE CUST-REC
                       MOVE 'R' TO JRN-ACAO
                       PERFORM 8500-JORNALIZAR
                       MOVE 'A' TO AUD-TRL-ACAO
                       PERFORM 0310-REGISTRAR-AUDITORIA
                   WHEN OTHER
                       PERFORM 0260-CADASTRAR-CLIENTE
               END-EVALUATE.
               CLOSE CUSTMAST.

           0250-DIGITAR-NOME.
               MOVE SPACES TO WRK-UF.
               PERFORM 0290-PEDIR-UF UNTIL WRK-UF NOT = SPACES.

               DISPLAY 'DOCUMENTO FISCAL DO CLIENTE'
                       ' (ENTER = NAO INFORMADO)'.
               PERFORM 0295-PEDIR-DOCUMENTO.

               DISPLAY 'LIMITE DE CREDITO...'.
               ACCEPT WRK-LIMITE.

               MOVE WRK-UF       TO CUST-UF.
               MOVE WRK-LIMITE   TO CUST-LIMITE.
               MOVE ZEROS        TO CUST-ABERTO.
               MOVE WRK-TIPO-DOC TO CUST-TIPO-DOC.
               MOVE WRK-CNPJ-CPF TO CUST-CNPJ-CPF.
               MOVE SPACE        TO CUST-SITUACAO.
               MOVE ZEROS        TO CUST-COD-DESTINO.
               WRITE CUST-REC.
               MOVE 'W' TO JRN-ACAO.
               PERFORM 8500-JORNALIZAR.
                   END-IF
               END-IF.

      *    ********** TIPO (J=CNPJ, F=CPF) E NUMERO DO DOCUMENTO
      *    ********** FISCAL, DESTINATARIO DA NF-E; TIPO EM BRANCO
      *    ********** NAO INFORMA (OU MANTEM O ATUAL NA ALTERACAO)
           0295-PEDIR-DOCUMENTO.
               MOVE SPACES TO WRK-TIPO-DOC.
               MOVE ZEROS  TO WRK-CNPJ-CPF.
               DISPLAY 'TIPO DO DOCUMENTO (J=CNPJ F=CPF)..'.
               ACCEPT WRK-TIPO-DOC FROM CONSOLE.
               PERFORM 0296-CRITICAR-TIPO-DOC
                       UNTIL WRK-TIPO-DOC = SPACES OR TIPO-DOC-VALIDO.
               IF WRK-TIPO-DOC NOT = SPACES
                   MOVE 'N' TO WRK-DOC-OK
                   PERFORM 0297-PEDIR-NUMERO-DOC UNTIL DOC-OK
               END-IF.

           0296-CRITICAR-TIPO-DOC.
               DISPLAY 'TIPO DESCONHECIDO - DIGITE J OU F'.
               MOVE SPACES TO WRK-TIPO-DOC.
               ACCEPT WRK-TIPO-DOC FROM CONSOLE.

           0297-PEDIR-NUMERO-DOC.
               DISPLAY 'NUMERO DO CNPJ/CPF (SO OS DIGITOS, ZEROS ='
                       ' DESISTE)..'.
               MOVE ZEROS TO WRK-CNPJ-CPF.
               ACCEPT WRK-CNPJ-CPF.
               IF WRK-CNPJ-CPF = ZEROS
                   DISPLAY 'DOCUMENTO NAO INFORMADO'
                   MOVE SPACES TO WRK-TIPO-DOC
                   MOVE 'S' TO WRK-DOC-OK
               ELSE
                   PERFORM 0297-CRITICAR-NUMERO-DOC
               END-IF.

           0297-CRITICAR-NUMERO-DOC.
               MOVE WRK-TIPO-DOC TO DOC-TIPO.
               MOVE WRK-CNPJ-CPF TO DOC-NUMERO.
               PERFORM 9800-VALIDAR-DOCUMENTO.
               IF NOT DOC-VALIDO
                   DISPLAY 'NUMERO INVALIDO OU DIGITO VERIFICADOR NAO'
                           ' CONFERE - DIGITE NOVAMENTE'
               ELSE
                   PERFORM 0298-VERIFICAR-DUPLICIDADE
                   IF DOC-DUPLICADO
                       DISPLAY 'DOCUMENTO JA CADASTRADO NO CLIENTE '
                               WRK-COD-DUPLIC ' - DIGITE NOVAMENTE'
                   ELSE
                       MOVE 'S' TO WRK-DOC-OK
                   END-IF
               END-IF.

      *    ********** O MESMO CNPJ/CPF NAO PODE ESTAR EM OUTRO
      *    ********** CLIENTE; A LEITURA PERCORRE O CUSTMAST, POR
      *    ********** ISSO O REGISTRO EM TELA E GUARDADO E DEVOLVIDO
           0298-VERIFICAR-DUPLICIDADE.
               MOVE 'N' TO WRK-DOC-DUPLIC.
               MOVE CUST-REC TO WRK-CUST-SALVO.
               MOVE WRK-CUSTMAST-STATUS TO WRK-STATUS-SALVO.
               MOVE ZEROS TO CUST-CODIGO.
               START CUSTMAST KEY IS GREATER THAN CUST-CODIGO
                   INVALID KEY
                       MOVE '10' TO WRK-CUSTMAST-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-CUSTMAST-STATUS
               END-START.
               PERFORM 0299-LER-DUPLICIDADE
                       UNTIL WRK-CUSTMAST-STATUS NOT = '00'
                          OR DOC-DUPLICADO.
               MOVE WRK-CUST-SALVO TO CUST-REC.
               MOVE WRK-STATUS-SALVO TO WRK-CUSTMAST-STATUS.

           0299-LER-DUPLICIDADE.
               READ CUSTMAST NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-CUSTMAST-STATUS
               END-READ.
               IF CUSTMAST-OK
                  AND CUST-CODIGO NOT = WRK-CODIGO
                  AND NOT CUST-INCORPORADO
                  AND CUST-TIPO-DOC = WRK-TIPO-DOC
                  AND CUST-CNPJ-CPF IS NUMERIC
                  AND CUST-CNPJ-CPF = WRK-CNPJ-CPF
                   MOVE 'S' TO WRK-DOC-DUPLIC
                   MOVE CUST-CODIGO TO WRK-COD-DUPLIC
               END-IF.

           0310-REGISTRAR-AUDITORIA.
               MOVE WRK-OPERADOR TO AUD-TRL-OPERADOR.
               MOVE 'CUSTMAST'   TO AUD-TRL-ARQUIVO.
               DISPLAY 'NOME..' WRK-NOME.
               DISPLAY 'ENDERECO..' WRK-ENDERECO.
               DISPLAY 'UF..' WRK-UF.
               DISPLAY 'DOCUMENTO..' WRK-TIPO-DOC ' ' WRK-CNPJ-CPF.


      *    ********** GRAVA A SOLICITACAO NA FILA DE APROVACAO

           COPY AUDPROC.
           COPY JRNPROC.
           COPY DOCPROC.
