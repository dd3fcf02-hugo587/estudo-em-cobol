      *****************************************************
      ***   COPYBOOK KDXPROC
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = PARAGRAFO COMUM DE GRAVACAO DO KARDEX DE
      ***              ESTOQUE (STKMOV). O PROGRAMA HOSPEDEIRO
      ***              DEVE DECLARAR SELECT/FD DO STKMOV (LINE
      ***              SEQUENTIAL, LAYOUT SMV-DATAHORA X(17),
      ***              SMV-ITEM 9(04), SMV-DEPTO 9(02), SMV-TIPO
      ***              X(02), SMV-QTDE S9(07), SMV-CUSTO
      ***              9(07)V99, SMV-DOCUMENTO X(12), SMV-OPERADOR
      ***              X(20), SMV-PROGRAMA X(09), SMV-SALDO S9(07)
      ***              - LRECL 89) E O CAMPO WRK-STKMOV-STATUS,
      ***              ALEM DE COPY KDXCOM NA WORKING-STORAGE.
      ***              USO: DEPOIS DE GRAVAR O STOCKMST, PREENCHER
      ***              KDX-TIPO/QTDE/CUSTO/DOCUMENTO/OPERADOR/
      ***              PROGRAMA E PERFORM 9600-REGISTRAR-MOVIMENTO
      ***              (ITEM, DEPARTAMENTO E SALDO SAO TOMADOS DO
      ***              PROPRIO STK-REC).
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO. NUMERACAO
      ***                        9600-9699 RESERVADA, DEPOIS DE
      ***                        JRNPROC (9500).
      *****************************************************
       9600-REGISTRAR-MOVIMENTO.
           PERFORM 9610-MONTAR-DATAHORA-KDX.
           MOVE STK-ITEM      TO KDX-ITEM.
           MOVE STK-DEPTO     TO KDX-DEPTO.
           MOVE STK-SALDO     TO KDX-SALDO.
           MOVE KDX-DATAHORA  TO SMV-DATAHORA.
           MOVE KDX-ITEM      TO SMV-ITEM.
           MOVE KDX-DEPTO     TO SMV-DEPTO.
           MOVE KDX-TIPO      TO SMV-TIPO.
           MOVE KDX-QTDE      TO SMV-QTDE.
           MOVE KDX-CUSTO     TO SMV-CUSTO.
           MOVE KDX-DOCUMENTO TO SMV-DOCUMENTO.
           MOVE KDX-OPERADOR  TO SMV-OPERADOR.
           MOVE KDX-PROGRAMA  TO SMV-PROGRAMA.
           MOVE KDX-SALDO     TO SMV-SALDO.
           OPEN EXTEND STKMOV.
           IF WRK-STKMOV-STATUS = '35'
               CLOSE STKMOV
               OPEN OUTPUT STKMOV
           END-IF.
           WRITE STKMOV-REC.
           CLOSE STKMOV.

       9610-MONTAR-DATAHORA-KDX.
           ACCEPT KDX-TS-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-TS-HORA FROM TIME.
           STRING KDX-TS-DATA DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  KDX-TS-HORA DELIMITED BY SIZE
                  INTO KDX-DATAHORA
           END-STRING.
