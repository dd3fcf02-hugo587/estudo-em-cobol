      *****************************************************
      ***   COPYBOOK INBPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFOS COMUNS DE CONFERENCIA DOS
      ***              ARQUIVOS RECEBIDOS DE FORA (HEADER,
      ***              TRAILER, QUANTIDADE, TOTAL DE CONTROLE E
      ***              REPETICAO) - VER INBCOM. O PROGRAMA
      ***              HOSPEDEIRO DEVE TER COPY INBCOM, ERRCOM E
      ***              ERRPROC, SELECT/FD DE ERRLOG E DO INBREG
      ***              (INDEXED, RECORD KEY IR-CHAVE, LAYOUT
      ***              IR-ARQUIVO X(08), IR-REMETENTE X(08),
      ***              IR-DT-ARQUIVO 9(08), IR-SEQ 9(06),
      ***              IR-QT-REGISTROS 9(07), IR-TOTAL 9(13)V99,
      ***              IR-DATAHORA X(17), IR-PROGRAMA X(09) -
      ***              LRECL 78) E O CAMPO WRK-INBREG-STATUS.
      ***              USO: PREENCHER ERR-PROGRAMA E INB-ARQUIVO,
      ***              PERFORM 9150-INICIAR-CONFERENCIA, LER O
      ***              ARQUIVO INTEIRO MOVENDO CADA REGISTRO PARA
      ***              INB-REGISTRO E FAZENDO PERFORM
      ***              9155-CLASSIFICAR-REGISTRO (SE INB-E-DETALHE,
      ***              SOMAR O TOTAL DE CONTROLE EM INB-SOMA-DET),
      ***              FECHAR E FAZER PERFORM 9160-VALIDAR-ARQUIVO.
      ***              SE INB-ARQUIVO-RECUSADO O MOTIVO JA FOI
      ***              GRAVADO NO ERRLOG E O PROGRAMA NAO DEVE
      ***              PROCESSAR. AO TERMINAR O PROCESSAMENTO COM
      ***              SUCESSO, PERFORM 9170-REGISTRAR-ARQUIVO.
      ***              STATUS GRAVADOS NO ERRLOG: 91 HEADER,
      ***              92 TRAILER/ORDEM, 93 QUANTIDADE, 94 TOTAL,
      ***              95 ARQUIVO REPETIDO.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9150-9199, LIVRE DENTRO DA FAIXA
      ***                        DE ERRPROC (9100-9110), POIS A
      ***                        CONFERENCIA GRAVA NO MESMO ERRLOG.
      *****************************************************
       9150-INICIAR-CONFERENCIA.
           MOVE ZEROS  TO INB-QT-HEADER INB-QT-TRAILER
                          INB-QT-DETALHE INB-QT-FORA-ORDEM
                          INB-SOMA-DET INB-DT-ARQUIVO INB-SEQ
                          INB-QT-INFORMADA INB-TOTAL-INFORMADO.
           MOVE SPACES TO INB-REMETENTE INB-MOTIVO INB-STATUS.
           MOVE 'N'    TO INB-HEADER-VALIDO INB-TRAILER-VALIDO.
           MOVE 'A'    TO INB-SITUACAO.

       9155-CLASSIFICAR-REGISTRO.
           EVALUATE INB-H-TIPO
               WHEN 'HDR'
                   MOVE 'H' TO INB-TIPO-REG
                   ADD 1 TO INB-QT-HEADER
                   IF INB-QT-HEADER > 1 OR INB-QT-DETALHE > 0
                      OR INB-QT-TRAILER > 0
                       ADD 1 TO INB-QT-FORA-ORDEM
                   ELSE
                       IF INB-H-DATA IS NUMERIC
                          AND INB-H-SEQ IS NUMERIC
                          AND INB-H-REMETENTE NOT = SPACES
                           MOVE INB-H-REMETENTE TO INB-REMETENTE
                           MOVE INB-H-DATA      TO INB-DT-ARQUIVO
                           MOVE INB-H-SEQ       TO INB-SEQ
                           MOVE 'S' TO INB-HEADER-VALIDO
                       END-IF
                   END-IF
               WHEN 'TRL'
                   MOVE 'T' TO INB-TIPO-REG
                   ADD 1 TO INB-QT-TRAILER
                   IF INB-QT-TRAILER > 1
                       ADD 1 TO INB-QT-FORA-ORDEM
                   ELSE
                       IF INB-T-QTDE IS NUMERIC
                          AND INB-T-TOTAL IS NUMERIC
                           MOVE INB-T-QTDE    TO INB-QT-INFORMADA
                           MOVE INB-T-TOTAL-N TO INB-TOTAL-INFORMADO
                           MOVE 'S' TO INB-TRAILER-VALIDO
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'D' TO INB-TIPO-REG
                   ADD 1 TO INB-QT-DETALHE
                   IF INB-QT-HEADER = 0 OR INB-QT-TRAILER > 0
                       ADD 1 TO INB-QT-FORA-ORDEM
                   END-IF
           END-EVALUATE.

       9160-VALIDAR-ARQUIVO.
           EVALUATE TRUE
               WHEN INB-QT-HEADER = 0
                   MOVE '91' TO INB-STATUS
                   MOVE 'ARQUIVO SEM REGISTRO HEADER' TO INB-MOTIVO
               WHEN INB-QT-HEADER > 1
                   MOVE '91' TO INB-STATUS
                   MOVE 'ARQUIVO COM MAIS DE UM HEADER'
                     TO INB-MOTIVO
               WHEN NOT INB-HEADER-OK
                   MOVE '91' TO INB-STATUS
                   MOVE 'HEADER COM REMETENTE/DATA/SEQ INVALIDOS'
                     TO INB-MOTIVO
               WHEN INB-QT-TRAILER = 0
                   MOVE '92' TO INB-STATUS
                   MOVE 'ARQUIVO SEM TRAILER - POSSIVEL TRUNCADO'
                     TO INB-MOTIVO
               WHEN INB-QT-TRAILER > 1 OR INB-QT-FORA-ORDEM > 0
                   MOVE '92' TO INB-STATUS
                   MOVE 'REGISTROS FORA DA ORDEM HEADER/DET/TRL'
                     TO INB-MOTIVO
               WHEN NOT INB-TRAILER-OK
                   MOVE '92' TO INB-STATUS
                   MOVE 'TRAILER COM QTDE/TOTAL NAO NUMERICOS'
                     TO INB-MOTIVO
               WHEN INB-QT-DETALHE NOT = INB-QT-INFORMADA
                   MOVE '93' TO INB-STATUS
                   MOVE 'QTDE DE DETALHES DIFERE DO TRAILER'
                     TO INB-MOTIVO
               WHEN INB-SOMA-DET NOT = INB-TOTAL-INFORMADO
                   MOVE '94' TO INB-STATUS
                   MOVE 'TOTAL DE CONTROLE DIFERE DO TRAILER'
                     TO INB-MOTIVO
               WHEN OTHER
                   PERFORM 9165-PROCURAR-REGISTRO
           END-EVALUATE.

           IF INB-STATUS NOT = SPACES
               MOVE 'R'          TO INB-SITUACAO
               MOVE INB-ARQUIVO  TO ERR-ARQUIVO
               MOVE INB-STATUS   TO ERR-STATUS
               MOVE INB-MOTIVO   TO ERR-MENSAGEM
               PERFORM 9100-REGISTRAR-ERRO
               DISPLAY 'ARQUIVO ' INB-ARQUIVO ' RECUSADO - '
                       INB-MOTIVO
           ELSE
               DISPLAY 'ARQUIVO ' INB-ARQUIVO ' CONFERIDO - '
                       INB-REMETENTE ' ' INB-DT-ARQUIVO ' SEQ '
                       INB-SEQ ' QTDE ' INB-QT-DETALHE
           END-IF.

       9165-PROCURAR-REGISTRO.
           OPEN INPUT INBREG.
           IF WRK-INBREG-STATUS = '00'
               MOVE INB-ARQUIVO    TO IR-ARQUIVO
               MOVE INB-REMETENTE  TO IR-REMETENTE
               MOVE INB-DT-ARQUIVO TO IR-DT-ARQUIVO
               MOVE INB-SEQ        TO IR-SEQ
               READ INBREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE '95' TO INB-STATUS
                       STRING 'ARQUIVO JA PROCESSADO EM '
                                          DELIMITED BY SIZE
                              IR-DATAHORA(1:8) DELIMITED BY SIZE
                              ' POR '     DELIMITED BY SIZE
                              IR-PROGRAMA DELIMITED BY SPACE
                              INTO INB-MOTIVO
                       END-STRING
               END-READ
               CLOSE INBREG
           END-IF.

       9170-REGISTRAR-ARQUIVO.
           OPEN I-O INBREG.
           IF WRK-INBREG-STATUS = '35'
               OPEN OUTPUT INBREG
               CLOSE INBREG
               OPEN I-O INBREG
           END-IF.
           PERFORM 9175-MONTAR-DATAHORA-INB.
           MOVE INB-ARQUIVO         TO IR-ARQUIVO.
           MOVE INB-REMETENTE       TO IR-REMETENTE.
           MOVE INB-DT-ARQUIVO      TO IR-DT-ARQUIVO.
           MOVE INB-SEQ             TO IR-SEQ.
           MOVE INB-QT-DETALHE      TO IR-QT-REGISTROS.
           MOVE INB-TOTAL-INFORMADO TO IR-TOTAL.
           MOVE INB-DATAHORA        TO IR-DATAHORA.
           MOVE ERR-PROGRAMA        TO IR-PROGRAMA.
           WRITE IR-REC
               INVALID KEY
                   MOVE INB-ARQUIVO TO ERR-ARQUIVO
                   MOVE WRK-INBREG-STATUS TO ERR-STATUS
                   MOVE 'FALHA AO REGISTRAR ARQUIVO PROCESSADO'
                     TO ERR-MENSAGEM
                   PERFORM 9100-REGISTRAR-ERRO
           END-WRITE.
           CLOSE INBREG.

       9175-MONTAR-DATAHORA-INB.
           ACCEPT INB-TS-DATA FROM DATE YYYYMMDD.
           ACCEPT INB-TS-HORA FROM TIME.
           STRING INB-TS-DATA DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  INB-TS-HORA DELIMITED BY SIZE
                  INTO INB-DATAHORA
           END-STRING.
