      *****************************************************
      ***   COPYBOOK KDXCOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DO KARDEX DE ESTOQUE
      ***              (STKMOV): TODO PROGRAMA QUE ALTERA O
      ***              STK-SALDO DO STOCKMST ANEXA UM MOVIMENTO
      ***              COM ITEM, DEPARTAMENTO, DATA-HORA, TIPO,
      ***              QUANTIDADE (COM SINAL), CUSTO, DOCUMENTO
      ***              DE ORIGEM, OPERADOR, PROGRAMA E O SALDO
      ***              DEPOIS DO MOVIMENTO, PARA O PROGCOB103
      ***              RECONSTRUIR O SALDO E APONTAR DIVERGENCIA.
      ***   TIPOS: EM ENTRADA MANUAL (PROGCOB50)
      ***          RC RECEBIMENTO DE PEDIDO (PROGCOB56)
      ***          VD VENDA / DV DEVOLUCAO (PROGCOB15)
      ***          FR BAIXA DO LOTE DE FRETE (PROGCOB09)
      ***          CN ESTORNO DE CANCELAMENTO (PROGCOB69)
      ***          IN AJUSTE DE INVENTARIO (PROGCOB65)
      ***          TS/TE SAIDA/ENTRADA DE TRANSFERENCIA ENTRE
      ***                DEPARTAMENTOS (PROGCOB104)
      ***          RM RETORNO DE DEVOLUCAO INSPECIONADA
      ***             (PRGCOB130)
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      ***   15/10/2026 HUGOVIE - TIPO RM (DEVOLUCAO DE MERCADORIA).
      *****************************************************
       77 KDX-ITEM      PIC 9(04) VALUE ZEROS.
       77 KDX-DEPTO     PIC 9(02) VALUE ZEROS.
       77 KDX-TIPO      PIC X(02) VALUE SPACES.
       77 KDX-QTDE      PIC S9(07) VALUE ZEROS.
       77 KDX-CUSTO     PIC 9(07)V99 VALUE ZEROS.
       77 KDX-DOCUMENTO PIC X(12) VALUE SPACES.
       77 KDX-OPERADOR  PIC X(20) VALUE SPACES.
       77 KDX-PROGRAMA  PIC X(09) VALUE SPACES.
       77 KDX-SALDO     PIC S9(07) VALUE ZEROS.
       77 KDX-DATAHORA  PIC X(17) VALUE SPACES.
       01 KDX-TIMESTAMP.
           02 KDX-TS-DATA PIC 9(08).
           02 KDX-TS-HORA PIC 9(08).
