           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRGCOB152.
      *********************************
      ****** AREA DE COMENTARIOS
      *****AUTOR = HUGO VIEIRA  HUGOVIE
      *****OBJETIVO = METAS DE VENDAS. A GERENCIA COMERCIAL MANTEM
      *    NO SALESTGT A META MENSAL DE CADA VENDEDOR (COMMTAB) E DE
      *    CADA DEPARTAMENTO (DEPTMAST), E O RELATORIO DE
      *    ATINGIMENTO (SALESATT) MOSTRA, PARA A COMPETENCIA
      *    PEDIDA: META, REALIZADO E % ATINGIDO DO MES; META,
      *    REALIZADO E % ACUMULADOS NO ANO (JANEIRO ATE O MES); E O
      *    REALIZADO NO MESMO MES DO ANO ANTERIOR, COM A VARIACAO.
      *    O REALIZADO DO VENDEDOR E O FATURADO NO INVREG (REG-TOTAL
      *    DAS FATURAS COM REG-VENDEDOR) MENOS AS NOTAS DE CREDITO
      *    DO CREDREG SOBRE ESSAS FATURAS, PELA DATA DE CADA
      *    DOCUMENTO; O DO DEPARTAMENTO E A CONSOLIDACAO DIARIA DO
      *    SALESHIS (VENDAS MENOS DEVOLUCOES DO CAIXA). A MESMA META
      *    DO VENDEDOR E USADA PELO PROGCOB89 PARA A TAXA ACELERADA
      *    DE COMISSAO.
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
               SELECT SALESTGT ASSIGN TO "SALESTGT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TGT-CHAVE
                   FILE STATUS IS WRK-SALESTGT-STATUS.
               SELECT COMMTAB ASSIGN TO "COMMTAB"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMM-VENDEDOR
                   FILE STATUS IS WRK-COMMTAB-STATUS.
               SELECT DEPTMAST ASSIGN TO "DEPTMAST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPT-CODIGO
                   FILE STATUS IS WRK-DEPTMAST-STATUS.
               SELECT INVREG ASSIGN TO "INVREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-INVREG-STATUS.
               SELECT CREDREG ASSIGN TO "CREDREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-CREDREG-STATUS.
               SELECT SALESHIS ASSIGN TO "SALESHIS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SALESHIS-STATUS.
               SELECT SALESATT ASSIGN TO "SALESATT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-SALESATT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  SALESTGT.
           01  TGT-REC.
               05 TGT-CHAVE.
                   10 TGT-TIPO    PIC X(01).
                      88 TGT-DO-VENDEDOR VALUE 'V'.
                      88 TGT-DO-DEPTO    VALUE 'D'.
                   10 TGT-CODIGO  PIC 9(03).
                   10 TGT-ANOMES  PIC 9(06).
               05 TGT-VALOR       PIC 9(10)V99.
               05 TGT-DT-ALTERACAO PIC 9(08).

           FD  COMMTAB.
           01  CMM-REC.
               05 CMM-VENDEDOR   PIC 9(03).
               05 CMM-NOME       PIC X(20).
               05 CMM-PCT        PIC 9(02)V99.
               05 CMM-MATRICULA  PIC 9(06).
               05 CMM-PCT-ACEL   PIC 9(02)V99.

           FD  DEPTMAST.
           01  DPT-REC.
               05 DPT-CODIGO     PIC 9(02).
               05 DPT-NOME       PIC X(20).
               05 DPT-ATIVO      PIC X(01).
                  88 DPT-ATIVO-SIM VALUE 'S'.

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

           FD  CREDREG.
           01  CREDREG-REC.
               05 CRG-NOTA      PIC 9(06).
               05 CRG-FATURA    PIC 9(06).
               05 CRG-CLIENTE   PIC 9(06).
               05 CRG-DATA      PIC 9(08).
               05 CRG-VALOR     PIC 9(08)V99.
               05 CRG-ABATIDO   PIC 9(08)V99.

           FD  SALESHIS.
           01  SALESHIS-REC.
               05 SH-DATA     PIC 9(08).
               05 SH-DEPTO    PIC 9(02).
               05 SH-QT       PIC 9(03).
               05 SH-VALOR    PIC S9(08)V99.

           FD  SALESATT.
           01  SALESATT-REC     PIC X(132).

           WORKING-STORAGE SECTION.
           77 WRK-SALESTGT-STATUS PIC X(02) VALUE SPACES.
               88 SALESTGT-OK       VALUE '00'.
               88 SALESTGT-NOTFOUND VALUE '23'.
               88 SALESTGT-EOF      VALUE '10'.
           77 WRK-COMMTAB-STATUS PIC X(02) VALUE SPACES.
               88 COMMTAB-OK        VALUE '00'.
           77 WRK-DEPTMAST-STATUS PIC X(02) VALUE SPACES.
               88 DEPTMAST-OK       VALUE '00'.
           77 WRK-INVREG-STATUS PIC X(02) VALUE SPACES.
               88 INVREG-OK     VALUE '00'.
               88 INVREG-EOF    VALUE '10'.
           77 WRK-CREDREG-STATUS PIC X(02) VALUE SPACES.
               88 CREDREG-OK    VALUE '00'.
               88 CREDREG-EOF   VALUE '10'.
           77 WRK-SALESHIS-STATUS PIC X(02) VALUE SPACES.
               88 SALESHIS-OK   VALUE '00'.
               88 SALESHIS-EOF  VALUE '10'.
           77 WRK-SALESATT-STATUS PIC X(02) VALUE SPACES.
           77 WRK-OPCAO      PIC X(01) VALUE SPACES.
               88 OPCAO-VENDEDOR VALUE 'V'.
               88 OPCAO-DEPTO    VALUE 'D'.
               88 OPCAO-EXCLUIR  VALUE 'E'.
               88 OPCAO-LISTAR   VALUE 'L'.
               88 OPCAO-RELATORIO VALUE 'R'.
               88 OPCAO-SAIR     VALUE '0'.
           77 WRK-TIPO       PIC X(01) VALUE SPACES.
           77 WRK-CODIGO     PIC 9(03) VALUE ZEROS.
           77 WRK-NOME       PIC X(20) VALUE SPACES.
           77 WRK-CADASTRO   PIC X(01) VALUE 'N'.
               88 CADASTRO-OK  VALUE 'S'.
           77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
      *    ********** COMPETENCIA DO RELATORIO E JANELAS DE DATA
           77 WRK-ANOMES     PIC 9(06) VALUE ZEROS.
           77 WRK-ANO        PIC 9(04) VALUE ZEROS.
           77 WRK-MES        PIC 9(02) VALUE ZEROS.
           77 WRK-ANOMES-INI PIC 9(06) VALUE ZEROS.
           77 WRK-ANOMES-ANT PIC 9(06) VALUE ZEROS.
           77 WRK-MOV-DATA   PIC 9(08) VALUE ZEROS.
           77 WRK-MOV-ANOMES PIC 9(06) VALUE ZEROS.
           77 WRK-MOV-DIA    PIC 9(02) VALUE ZEROS.
           77 WRK-MOV-VALOR  PIC S9(10)V99 VALUE ZEROS.
           77 WRK-NO-MES     PIC X(01) VALUE 'N'.
               88 NO-MES       VALUE 'S'.
           77 WRK-NO-ANO     PIC X(01) VALUE 'N'.
               88 NO-ANO       VALUE 'S'.
           77 WRK-NO-ANT     PIC X(01) VALUE 'N'.
               88 NO-MES-ANT   VALUE 'S'.
      *    ********** FATURA X VENDEDOR, PARA ATRIBUIR AS NOTAS DE
      *    ********** CREDITO AO VENDEDOR DA FATURA ORIGINAL
           77 WRK-QT-FAT     PIC 9(04) VALUE ZEROS.
           01 WRK-TAB-FATURAS.
               02 WRK-FT OCCURS 5000 TIMES.
                   05 WRK-FT-FATURA   PIC 9(06).
                   05 WRK-FT-VENDEDOR PIC 9(03).
           77 WRK-FT-SUB     PIC 9(04) VALUE ZEROS.
           77 WRK-ACHOU      PIC X(01) VALUE 'N'.
               88 ACHOU-FATURA VALUE 'S'.
           77 WRK-LISTOU     PIC X(01) VALUE 'N'.
               88 LISTOU-META  VALUE 'S'.
           77 WRK-TGT-ANO    PIC 9(04) VALUE ZEROS.
           77 WRK-TGT-MES    PIC 9(02) VALUE ZEROS.
           77 WRK-CAD-ABERTO PIC X(01) VALUE 'N'.
               88 CAD-ABERTO   VALUE 'S'.
           77 WRK-QT-FAT-FORA PIC 9(05) VALUE ZEROS.
           77 WRK-QT-CRED-FORA PIC 9(05) VALUE ZEROS.
      *    ********** ACUMULADORES POR VENDEDOR (1-999) E POR
      *    ********** DEPARTAMENTO (1-99)
           01 WRK-TAB-VEND.
               02 WRK-VD OCCURS 999 TIMES.
                   05 WRK-VD-META-MES  PIC 9(10)V99.
                   05 WRK-VD-META-ANO  PIC 9(11)V99.
                   05 WRK-VD-REAL-MES  PIC S9(10)V99.
                   05 WRK-VD-REAL-ANO  PIC S9(11)V99.
                   05 WRK-VD-REAL-ANT  PIC S9(10)V99.
           01 WRK-TAB-DEPTO.
               02 WRK-DP OCCURS 99 TIMES.
                   05 WRK-DP-META-MES  PIC 9(10)V99.
                   05 WRK-DP-META-ANO  PIC 9(11)V99.
                   05 WRK-DP-REAL-MES  PIC S9(10)V99.
                   05 WRK-DP-REAL-ANO  PIC S9(11)V99.
                   05 WRK-DP-REAL-ANT  PIC S9(10)V99.
           77 WRK-SUB        PIC 9(04) VALUE ZEROS.
      *    ********** LINHA DO RELATORIO (VENDEDOR, DEPTO OU TOTAL)
           77 WRK-PR-META-MES PIC 9(11)V99 VALUE ZEROS.
           77 WRK-PR-META-ANO PIC 9(11)V99 VALUE ZEROS.
           77 WRK-PR-REAL-MES PIC S9(11)V99 VALUE ZEROS.
           77 WRK-PR-REAL-ANO PIC S9(11)V99 VALUE ZEROS.
           77 WRK-PR-REAL-ANT PIC S9(11)V99 VALUE ZEROS.
           77 WRK-TT-META-MES PIC 9(11)V99 VALUE ZEROS.
           77 WRK-TT-META-ANO PIC 9(11)V99 VALUE ZEROS.
           77 WRK-TT-REAL-MES PIC S9(11)V99 VALUE ZEROS.
           77 WRK-TT-REAL-ANO PIC S9(11)V99 VALUE ZEROS.
           77 WRK-TT-REAL-ANT PIC S9(11)V99 VALUE ZEROS.
           77 WRK-PCT        PIC S9(05)V9 VALUE ZEROS.
           77 WRK-QT-LINHAS  PIC 9(04) VALUE ZEROS.
           77 WRK-QT-ACIMA   PIC 9(04) VALUE ZEROS.
           77 WRK-VALOR-ED   PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-PCT-ED     PIC -ZZZ9,9 VALUE ZEROS.
           77 WRK-META-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           77 WRK-COD-ED     PIC ZZ9 VALUE ZEROS.
           77 WRK-LINHA      PIC X(132) VALUE SPACES.

           PROCEDURE DIVISION.
           0001-PRINCIPAL.
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
               OPEN I-O SALESTGT.
               IF WRK-SALESTGT-STATUS = '35'
                   CLOSE SALESTGT
                   OPEN OUTPUT SALESTGT
                   CLOSE SALESTGT
                   OPEN I-O SALESTGT
               END-IF.
               IF WRK-SALESTGT-STATUS NOT = '00'
                   DISPLAY 'METAS DE VENDAS INDISPONIVEIS -'
                           ' STATUS ' WRK-SALESTGT-STATUS
               ELSE
                   PERFORM 0100-LOOP-MENU UNTIL OPCAO-SAIR
                   CLOSE SALESTGT
               END-IF.
               GOBACK.

           0100-LOOP-MENU.
               DISPLAY '==============================='.
               DISPLAY ' METAS DE VENDAS'.
               DISPLAY ' V - META MENSAL DE VENDEDOR'.
               DISPLAY ' D - META MENSAL DE DEPARTAMENTO'.
               DISPLAY ' E - EXCLUIR META'.
               DISPLAY ' L - LISTAR METAS DO ANO'.
               DISPLAY ' R - RELATORIO DE ATINGIMENTO (SALESATT)'.
               DISPLAY ' 0 - SAIR'.
               DISPLAY '==============================='.
               DISPLAY 'OPCAO...'.
               ACCEPT WRK-OPCAO.
               EVALUATE TRUE
                   WHEN OPCAO-VENDEDOR
                       MOVE 'V' TO WRK-TIPO
                       PERFORM 0200-MANTER-META
                   WHEN OPCAO-DEPTO
                       MOVE 'D' TO WRK-TIPO
                       PERFORM 0200-MANTER-META
                   WHEN OPCAO-EXCLUIR
                       PERFORM 0300-EXCLUIR-META
                   WHEN OPCAO-LISTAR
                       PERFORM 0400-LISTAR-METAS
                   WHEN OPCAO-RELATORIO
                       PERFORM 0500-ATINGIMENTO
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE.

      *    ********** INCLUI OU ALTERA A META DE UM MES; O VENDEDOR
      *    ********** TEM DE ESTAR NO COMMTAB E O DEPTO NO DEPTMAST
           0200-MANTER-META.
               PERFORM 0250-PEDIR-CODIGO.
               IF CADASTRO-OK
                   DISPLAY WRK-NOME
                   DISPLAY 'COMPETENCIA DA META (AAAAMM)...'
                   ACCEPT WRK-ANOMES
                   DIVIDE WRK-ANOMES BY 100
                          GIVING WRK-ANO REMAINDER WRK-MES
                   IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 2000
                       DISPLAY 'COMPETENCIA INVALIDA'
                   ELSE
                       PERFORM 0270-LER-META
                       IF SALESTGT-OK
                           MOVE TGT-VALOR TO WRK-META-ED
                           DISPLAY 'META ATUAL.........' WRK-META-ED
                       END-IF
                       DISPLAY 'VALOR DA META (0000000000,00)...'
                       ACCEPT TGT-VALOR
                       MOVE WRK-DATA-HOJE TO TGT-DT-ALTERACAO
                       IF SALESTGT-OK
                           REWRITE TGT-REC
                           DISPLAY 'META ALTERADA'
                       ELSE
                           WRITE TGT-REC
                           DISPLAY 'META INCLUIDA'
                       END-IF
                   END-IF
               END-IF.

           0250-PEDIR-CODIGO.
               MOVE 'N' TO WRK-CADASTRO.
               MOVE SPACES TO WRK-NOME.
               IF WRK-TIPO = 'V'
                   DISPLAY 'CODIGO DO VENDEDOR (3 DIGITOS)...'
                   ACCEPT WRK-CODIGO
                   PERFORM 0255-LER-VENDEDOR
               ELSE
                   DISPLAY 'CODIGO DO DEPARTAMENTO (2 DIGITOS)...'
                   ACCEPT WRK-CODIGO
                   PERFORM 0260-LER-DEPTO
               END-IF.

           0255-LER-VENDEDOR.
               OPEN INPUT COMMTAB.
               IF COMMTAB-OK
                   MOVE WRK-CODIGO TO CMM-VENDEDOR
                   READ COMMTAB
                       KEY IS CMM-VENDEDOR
                       INVALID KEY
                           DISPLAY 'VENDEDOR NAO CADASTRADO NO COMMTAB'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-CADASTRO
                           MOVE CMM-NOME TO WRK-NOME
                   END-READ
                   CLOSE COMMTAB
               ELSE
                   DISPLAY 'TABELA DE COMISSAO INDISPONIVEL -'
                           ' STATUS ' WRK-COMMTAB-STATUS
               END-IF.

           0260-LER-DEPTO.
               IF WRK-CODIGO < 1 OR WRK-CODIGO > 99
                   DISPLAY 'DEPARTAMENTO INVALIDO'
               ELSE
                   OPEN INPUT DEPTMAST
                   IF DEPTMAST-OK
                       MOVE WRK-CODIGO TO DPT-CODIGO
                       READ DEPTMAST
                           KEY IS DPT-CODIGO
                           INVALID KEY
                               DISPLAY 'DEPARTAMENTO NAO CADASTRADO'
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-CADASTRO
                               MOVE DPT-NOME TO WRK-NOME
                       END-READ
                       CLOSE DEPTMAST
                   ELSE
                       DISPLAY 'CADASTRO DE DEPARTAMENTOS'
                               ' INDISPONIVEL - STATUS '
                               WRK-DEPTMAST-STATUS
                   END-IF
               END-IF.

           0270-LER-META.
               MOVE WRK-TIPO   TO TGT-TIPO.
               MOVE WRK-CODIGO TO TGT-CODIGO.
               MOVE WRK-ANOMES TO TGT-ANOMES.
               READ SALESTGT
                   KEY IS TGT-CHAVE
                   INVALID KEY
                       MOVE '23' TO WRK-SALESTGT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SALESTGT-STATUS
               END-READ.

           0300-EXCLUIR-META.
               DISPLAY 'TIPO (V - VENDEDOR, D - DEPARTAMENTO)...'.
               ACCEPT WRK-TIPO.
               IF WRK-TIPO NOT = 'V' AND WRK-TIPO NOT = 'D'
                   DISPLAY 'TIPO INVALIDO'
               ELSE
                   DISPLAY 'CODIGO...'
                   ACCEPT WRK-CODIGO
                   DISPLAY 'COMPETENCIA (AAAAMM)...'
                   ACCEPT WRK-ANOMES
                   PERFORM 0270-LER-META
                   IF SALESTGT-OK
                       DELETE SALESTGT
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR A META'
                           NOT INVALID KEY
                               DISPLAY 'META EXCLUIDA'
                       END-DELETE
                   ELSE
                       DISPLAY 'META NAO ENCONTRADA'
                   END-IF
               END-IF.

      *    ********** METAS CADASTRADAS DE UM ANO, NA TELA
           0400-LISTAR-METAS.
               DISPLAY 'ANO (AAAA)...'.
               ACCEPT WRK-ANO.
               MOVE LOW-VALUES TO TGT-CHAVE.
               MOVE 'N' TO WRK-LISTOU.
               START SALESTGT KEY IS NOT LESS THAN TGT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-SALESTGT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SALESTGT-STATUS
               END-START.
               PERFORM 0410-LER-PROXIMA.
               PERFORM 0420-LISTAR-META UNTIL SALESTGT-EOF.
               IF NOT LISTOU-META
                   DISPLAY 'NENHUMA META NO ANO ' WRK-ANO
               END-IF.

           0410-LER-PROXIMA.
               IF NOT SALESTGT-EOF
                   READ SALESTGT NEXT RECORD
                       AT END
                           MOVE '10' TO WRK-SALESTGT-STATUS
                   END-READ
               END-IF.

           0420-LISTAR-META.
               DIVIDE TGT-ANOMES BY 100
                      GIVING WRK-TGT-ANO REMAINDER WRK-TGT-MES.
               IF WRK-TGT-ANO = WRK-ANO
                   MOVE 'S' TO WRK-LISTOU
                   MOVE TGT-VALOR TO WRK-META-ED
                   DISPLAY TGT-TIPO ' ' TGT-CODIGO ' ' TGT-ANOMES
                           ' ' WRK-META-ED ' ALTERADA EM '
                           TGT-DT-ALTERACAO
               END-IF.
               PERFORM 0410-LER-PROXIMA.

      *    ********** RELATORIO DE ATINGIMENTO DA COMPETENCIA
           0500-ATINGIMENTO.
               DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM)...'.
               ACCEPT WRK-ANOMES.
               DIVIDE WRK-ANOMES BY 100
                      GIVING WRK-ANO REMAINDER WRK-MES.
               IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-ANO < 2000
                   DISPLAY 'COMPETENCIA INVALIDA'
               ELSE
                   COMPUTE WRK-ANOMES-INI = (WRK-ANO * 100) + 1
                   COMPUTE WRK-ANOMES-ANT = WRK-ANOMES - 100
                   PERFORM 0510-ZERAR-VENDEDOR
                           VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > 999
                   PERFORM 0515-ZERAR-DEPTO
                           VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > 99
                   MOVE ZEROS TO WRK-QT-FAT WRK-QT-FAT-FORA
                                 WRK-QT-CRED-FORA
                   PERFORM 0520-CARREGAR-METAS
                   PERFORM 0550-ACUMULAR-FATURAS
                   PERFORM 0580-ABATER-CREDITOS
                   PERFORM 0600-ACUMULAR-DEPTOS
                   PERFORM 0700-EMITIR-RELATORIO
               END-IF.

           0510-ZERAR-VENDEDOR.
               MOVE ZEROS TO WRK-VD-META-MES(WRK-SUB)
                             WRK-VD-META-ANO(WRK-SUB)
                             WRK-VD-REAL-MES(WRK-SUB)
                             WRK-VD-REAL-ANO(WRK-SUB)
                             WRK-VD-REAL-ANT(WRK-SUB).

           0515-ZERAR-DEPTO.
               MOVE ZEROS TO WRK-DP-META-MES(WRK-SUB)
                             WRK-DP-META-ANO(WRK-SUB)
                             WRK-DP-REAL-MES(WRK-SUB)
                             WRK-DP-REAL-ANO(WRK-SUB)
                             WRK-DP-REAL-ANT(WRK-SUB).

      *    ********** METAS DO ANO ATE A COMPETENCIA
           0520-CARREGAR-METAS.
               MOVE LOW-VALUES TO TGT-CHAVE.
               START SALESTGT KEY IS NOT LESS THAN TGT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-SALESTGT-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WRK-SALESTGT-STATUS
               END-START.
               PERFORM 0410-LER-PROXIMA.
               PERFORM 0530-GUARDAR-META UNTIL SALESTGT-EOF.

           0530-GUARDAR-META.
               IF TGT-ANOMES >= WRK-ANOMES-INI
                  AND TGT-ANOMES <= WRK-ANOMES
                  AND TGT-CODIGO > 0
                   IF TGT-DO-VENDEDOR
                       ADD TGT-VALOR
                           TO WRK-VD-META-ANO(TGT-CODIGO)
                       IF TGT-ANOMES = WRK-ANOMES
                           ADD TGT-VALOR
                               TO WRK-VD-META-MES(TGT-CODIGO)
                       END-IF
                   END-IF
                   IF TGT-DO-DEPTO AND TGT-CODIGO <= 99
                       ADD TGT-VALOR
                           TO WRK-DP-META-ANO(TGT-CODIGO)
                       IF TGT-ANOMES = WRK-ANOMES
                           ADD TGT-VALOR
                               TO WRK-DP-META-MES(TGT-CODIGO)
                       END-IF
                   END-IF
               END-IF.
               PERFORM 0410-LER-PROXIMA.

      *    ********** FATURADO POR VENDEDOR (INVREG)
           0550-ACUMULAR-FATURAS.
               OPEN INPUT INVREG.
               IF NOT INVREG-OK
                   DISPLAY 'REGISTRO DE FATURAS INDISPONIVEL'
               ELSE
                   PERFORM 0555-LER-INVREG
                   PERFORM 0560-TRATAR-FATURA UNTIL INVREG-EOF
                   CLOSE INVREG
               END-IF.

           0555-LER-INVREG.
               READ INVREG
                   AT END MOVE '10' TO WRK-INVREG-STATUS
               END-READ.

           0560-TRATAR-FATURA.
               IF REG-VENDEDOR > 0
                   IF WRK-QT-FAT < 5000
                       ADD 1 TO WRK-QT-FAT
                       MOVE REG-FATURA   TO WRK-FT-FATURA(WRK-QT-FAT)
                       MOVE REG-VENDEDOR TO WRK-FT-VENDEDOR(WRK-QT-FAT)
                   ELSE
                       ADD 1 TO WRK-QT-FAT-FORA
                   END-IF
                   MOVE REG-DATA  TO WRK-MOV-DATA
                   MOVE REG-TOTAL TO WRK-MOV-VALOR
                   PERFORM 0650-CLASSIFICAR-DATA
                   IF NO-ANO
                       ADD WRK-MOV-VALOR
                           TO WRK-VD-REAL-ANO(REG-VENDEDOR)
                   END-IF
                   IF NO-MES
                       ADD WRK-MOV-VALOR
                           TO WRK-VD-REAL-MES(REG-VENDEDOR)
                   END-IF
                   IF NO-MES-ANT
                       ADD WRK-MOV-VALOR
                           TO WRK-VD-REAL-ANT(REG-VENDEDOR)
                   END-IF
               END-IF.
               PERFORM 0555-LER-INVREG.

      *    ********** NOTAS DE CREDITO, PELA DATA DA NOTA, CONTRA O
      *    ********** VENDEDOR DA FATURA ORIGINAL
           0580-ABATER-CREDITOS.
               OPEN INPUT CREDREG.
               IF CREDREG-OK
                   PERFORM 0585-LER-CREDREG
                   PERFORM 0590-TRATAR-CREDITO UNTIL CREDREG-EOF
                   CLOSE CREDREG
               END-IF.

           0585-LER-CREDREG.
               READ CREDREG
                   AT END MOVE '10' TO WRK-CREDREG-STATUS
               END-READ.

           0590-TRATAR-CREDITO.
               MOVE CRG-DATA TO WRK-MOV-DATA.
               PERFORM 0650-CLASSIFICAR-DATA.
               IF NO-ANO OR NO-MES-ANT
                   MOVE 'N' TO WRK-ACHOU
                   PERFORM 0595-PROCURAR-FATURA
                           VARYING WRK-FT-SUB FROM 1 BY 1
                           UNTIL WRK-FT-SUB > WRK-QT-FAT
                           OR ACHOU-FATURA
                   IF NOT ACHOU-FATURA
                       ADD 1 TO WRK-QT-CRED-FORA
                   END-IF
               END-IF.
               PERFORM 0585-LER-CREDREG.

           0595-PROCURAR-FATURA.
               IF WRK-FT-FATURA(WRK-FT-SUB) = CRG-FATURA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE WRK-FT-VENDEDOR(WRK-FT-SUB) TO WRK-SUB
                   IF NO-ANO
                       SUBTRACT CRG-VALOR FROM WRK-VD-REAL-ANO(WRK-SUB)
                   END-IF
                   IF NO-MES
                       SUBTRACT CRG-VALOR FROM WRK-VD-REAL-MES(WRK-SUB)
                   END-IF
                   IF NO-MES-ANT
                       SUBTRACT CRG-VALOR FROM WRK-VD-REAL-ANT(WRK-SUB)
                   END-IF
               END-IF.

      *    ********** VENDAS LIQUIDAS POR DEPARTAMENTO (SALESHIS; A
      *    ********** LINHA DE DEPTO 00 E O TOTAL GERAL DO DIA)
           0600-ACUMULAR-DEPTOS.
               OPEN INPUT SALESHIS.
               IF NOT SALESHIS-OK
                   DISPLAY 'HISTORICO DE VENDAS INDISPONIVEL'
               ELSE
                   PERFORM 0605-LER-HISTORICO
                   PERFORM 0610-TRATAR-HISTORICO UNTIL SALESHIS-EOF
                   CLOSE SALESHIS
               END-IF.

           0605-LER-HISTORICO.
               READ SALESHIS
                   AT END MOVE '10' TO WRK-SALESHIS-STATUS
               END-READ.

           0610-TRATAR-HISTORICO.
               IF SH-DEPTO > 0
                   MOVE SH-DATA  TO WRK-MOV-DATA
                   MOVE SH-VALOR TO WRK-MOV-VALOR
                   PERFORM 0650-CLASSIFICAR-DATA
                   IF NO-ANO
                       ADD WRK-MOV-VALOR TO WRK-DP-REAL-ANO(SH-DEPTO)
                   END-IF
                   IF NO-MES
                       ADD WRK-MOV-VALOR TO WRK-DP-REAL-MES(SH-DEPTO)
                   END-IF
                   IF NO-MES-ANT
                       ADD WRK-MOV-VALOR TO WRK-DP-REAL-ANT(SH-DEPTO)
                   END-IF
               END-IF.
               PERFORM 0605-LER-HISTORICO.

      *    ********** MES DA COMPETENCIA, ACUMULADO DO ANO ATE ELA E
      *    ********** MESMO MES DO ANO ANTERIOR
           0650-CLASSIFICAR-DATA.
               DIVIDE WRK-MOV-DATA BY 100
                      GIVING WRK-MOV-ANOMES REMAINDER WRK-MOV-DIA.
               MOVE 'N' TO WRK-NO-MES WRK-NO-ANO WRK-NO-ANT.
               IF WRK-MOV-ANOMES = WRK-ANOMES
                   MOVE 'S' TO WRK-NO-MES
               END-IF.
               IF WRK-MOV-ANOMES >= WRK-ANOMES-INI
                  AND WRK-MOV-ANOMES <= WRK-ANOMES
                   MOVE 'S' TO WRK-NO-ANO
               END-IF.
               IF WRK-MOV-ANOMES = WRK-ANOMES-ANT
                   MOVE 'S' TO WRK-NO-ANT
               END-IF.

           0700-EMITIR-RELATORIO.
               OPEN OUTPUT SALESATT.
               MOVE ZEROS TO WRK-QT-LINHAS WRK-QT-ACIMA.
               MOVE SPACES TO WRK-LINHA.
               STRING 'ATINGIMENTO DE METAS DE VENDAS - COMPETENCIA '
                      WRK-ANOMES '  EMITIDO EM ' WRK-DATA-HOJE
                      DELIMITED BY SIZE INTO WRK-LINHA
               END-STRING.
               PERFORM 0790-IMPRIMIR.
               PERFORM 0790-IMPRIMIR.
               MOVE 'VENDEDORES - FATURADO (INVREG) MENOS NOTAS DE'
                    TO WRK-LINHA.
               MOVE ' CREDITO (CREDREG)' TO WRK-LINHA(47:).
               PERFORM 0790-IMPRIMIR.
               PERFORM 0780-CABECALHO.
               PERFORM 0785-ZERAR-TOTAL.
               MOVE 'N' TO WRK-CAD-ABERTO.
               OPEN INPUT COMMTAB.
               IF COMMTAB-OK
                   MOVE 'S' TO WRK-CAD-ABERTO
               END-IF.
               PERFORM 0710-LINHA-VENDEDOR
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 999.
               IF CAD-ABERTO
                   CLOSE COMMTAB
               END-IF.
               PERFORM 0770-LINHA-TOTAL.
               PERFORM 0790-IMPRIMIR.
               MOVE 'DEPARTAMENTOS - VENDAS LIQUIDAS DO CAIXA'
                    TO WRK-LINHA.
               MOVE ' (SALESHIS)' TO WRK-LINHA(41:).
               PERFORM 0790-IMPRIMIR.
               PERFORM 0780-CABECALHO.
               PERFORM 0785-ZERAR-TOTAL.
               MOVE 'N' TO WRK-CAD-ABERTO.
               OPEN INPUT DEPTMAST.
               IF DEPTMAST-OK
                   MOVE 'S' TO WRK-CAD-ABERTO
               END-IF.
               PERFORM 0730-LINHA-DEPTO
                       VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > 99.
               IF CAD-ABERTO
                   CLOSE DEPTMAST
               END-IF.
               PERFORM 0770-LINHA-TOTAL.
               IF WRK-QT-FAT-FORA > 0 OR WRK-QT-CRED-FORA > 0
                   PERFORM 0790-IMPRIMIR
                   STRING 'FATURAS ALEM DA TABELA ' WRK-QT-FAT-FORA
                          '  NOTAS DE CREDITO SEM FATURA DE VENDEDOR '
                          WRK-QT-CRED-FORA
                          DELIMITED BY SIZE INTO WRK-LINHA
                   END-STRING
                   PERFORM 0790-IMPRIMIR
               END-IF.
               CLOSE SALESATT.
               DISPLAY 'RELATORIO GRAVADO EM SALESATT - LINHAS '
                       WRK-QT-LINHAS ' ACIMA DA META ' WRK-QT-ACIMA.

           0710-LINHA-VENDEDOR.
               IF WRK-VD-META-ANO(WRK-SUB) NOT = 0
                  OR WRK-VD-REAL-ANO(WRK-SUB) NOT = 0
                  OR WRK-VD-REAL-ANT(WRK-SUB) NOT = 0
                   MOVE WRK-VD-META-MES(WRK-SUB) TO WRK-PR-META-MES
                   MOVE WRK-VD-META-ANO(WRK-SUB) TO WRK-PR-META-ANO
                   MOVE WRK-VD-REAL-MES(WRK-SUB) TO WRK-PR-REAL-MES
                   MOVE WRK-VD-REAL-ANO(WRK-SUB) TO WRK-PR-REAL-ANO
                   MOVE WRK-VD-REAL-ANT(WRK-SUB) TO WRK-PR-REAL-ANT
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
                   IF CAD-ABERTO
                       MOVE WRK-SUB TO CMM-VENDEDOR
                       READ COMMTAB
                           KEY IS CMM-VENDEDOR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CMM-NOME TO WRK-NOME
                       END-READ
                   END-IF
                   PERFORM 0750-LINHA-DETALHE
               END-IF.

           0730-LINHA-DEPTO.
               IF WRK-DP-META-ANO(WRK-SUB) NOT = 0
                  OR WRK-DP-REAL-ANO(WRK-SUB) NOT = 0
                  OR WRK-DP-REAL-ANT(WRK-SUB) NOT = 0
                   MOVE WRK-DP-META-MES(WRK-SUB) TO WRK-PR-META-MES
                   MOVE WRK-DP-META-ANO(WRK-SUB) TO WRK-PR-META-ANO
                   MOVE WRK-DP-REAL-MES(WRK-SUB) TO WRK-PR-REAL-MES
                   MOVE WRK-DP-REAL-ANO(WRK-SUB) TO WRK-PR-REAL-ANO
                   MOVE WRK-DP-REAL-ANT(WRK-SUB) TO WRK-PR-REAL-ANT
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
                   IF CAD-ABERTO
                       MOVE WRK-SUB TO DPT-CODIGO
                       READ DEPTMAST
                           KEY IS DPT-CODIGO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE DPT-NOME TO WRK-NOME
                       END-READ
                   END-IF
                   PERFORM 0750-LINHA-DETALHE
               END-IF.

           0750-LINHA-DETALHE.
               ADD 1 TO WRK-QT-LINHAS.
               IF WRK-PR-META-MES > 0
                  AND WRK-PR-REAL-MES > WRK-PR-META-MES
                   ADD 1 TO WRK-QT-ACIMA
               END-IF.
               ADD WRK-PR-META-MES TO WRK-TT-META-MES.
               ADD WRK-PR-META-ANO TO WRK-TT-META-ANO.
               ADD WRK-PR-REAL-MES TO WRK-TT-REAL-MES.
               ADD WRK-PR-REAL-ANO TO WRK-TT-REAL-ANO.
               ADD WRK-PR-REAL-ANT TO WRK-TT-REAL-ANT.
               MOVE WRK-SUB TO WRK-COD-ED.
               MOVE WRK-COD-ED TO WRK-LINHA(1:3).
               MOVE WRK-NOME   TO WRK-LINHA(5:20).
               PERFORM 0760-COLUNAS-VALORES.
               PERFORM 0790-IMPRIMIR.

      *    ********** COLUNAS: META E REALIZADO DO MES, %, META E
      *    ********** REALIZADO NO ANO, %, MESMO MES ANO ANTERIOR E
      *    ********** VARIACAO SOBRE ELE
           0760-COLUNAS-VALORES.
               MOVE WRK-PR-META-MES TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(26:14).
               MOVE WRK-PR-REAL-MES TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(41:14).
               IF WRK-PR-META-MES > 0
                   COMPUTE WRK-PCT ROUNDED =
                           WRK-PR-REAL-MES * 100 / WRK-PR-META-MES
                       ON SIZE ERROR
                           MOVE 9999,9 TO WRK-PCT
                   END-COMPUTE
                   MOVE WRK-PCT TO WRK-PCT-ED
                   MOVE WRK-PCT-ED TO WRK-LINHA(56:7)
               ELSE
                   MOVE '   -   ' TO WRK-LINHA(56:7)
               END-IF.
               MOVE WRK-PR-META-ANO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(64:14).
               MOVE WRK-PR-REAL-ANO TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(79:14).
               IF WRK-PR-META-ANO > 0
                   COMPUTE WRK-PCT ROUNDED =
                           WRK-PR-REAL-ANO * 100 / WRK-PR-META-ANO
                       ON SIZE ERROR
                           MOVE 9999,9 TO WRK-PCT
                   END-COMPUTE
                   MOVE WRK-PCT TO WRK-PCT-ED
                   MOVE WRK-PCT-ED TO WRK-LINHA(94:7)
               ELSE
                   MOVE '   -   ' TO WRK-LINHA(94:7)
               END-IF.
               MOVE WRK-PR-REAL-ANT TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED TO WRK-LINHA(102:14).
               IF WRK-PR-REAL-ANT > 0
                   COMPUTE WRK-PCT ROUNDED =
                           (WRK-PR-REAL-MES - WRK-PR-REAL-ANT)
                           * 100 / WRK-PR-REAL-ANT
                       ON SIZE ERROR
                           MOVE 9999,9 TO WRK-PCT
                   END-COMPUTE
                   MOVE WRK-PCT TO WRK-PCT-ED
                   MOVE WRK-PCT-ED TO WRK-LINHA(117:7)
               ELSE
                   MOVE '   -   ' TO WRK-LINHA(117:7)
               END-IF.

           0770-LINHA-TOTAL.
               MOVE WRK-TT-META-MES TO WRK-PR-META-MES.
               MOVE WRK-TT-META-ANO TO WRK-PR-META-ANO.
               MOVE WRK-TT-REAL-MES TO WRK-PR-REAL-MES.
               MOVE WRK-TT-REAL-ANO TO WRK-PR-REAL-ANO.
               MOVE WRK-TT-REAL-ANT TO WRK-PR-REAL-ANT.
               MOVE 'TOTAL' TO WRK-LINHA(5:20).
               PERFORM 0760-COLUNAS-VALORES.
               PERFORM 0790-IMPRIMIR.

           0780-CABECALHO.
               MOVE 'COD'           TO WRK-LINHA(1:3).
               MOVE 'NOME'          TO WRK-LINHA(5:4).
               MOVE 'META MES'      TO WRK-LINHA(32:8).
               MOVE 'REALIZADO MES' TO WRK-LINHA(42:13).
               MOVE 'ATING%'        TO WRK-LINHA(57:6).
               MOVE 'META ANO'      TO WRK-LINHA(70:8).
               MOVE 'REALIZADO ANO' TO WRK-LINHA(80:13).
               MOVE 'ATING%'        TO WRK-LINHA(95:6).
               MOVE 'MES ANO ANT.'  TO WRK-LINHA(104:12).
               MOVE 'VAR.%'         TO WRK-LINHA(119:5).
               PERFORM 0790-IMPRIMIR.

           0785-ZERAR-TOTAL.
               MOVE ZEROS TO WRK-TT-META-MES WRK-TT-META-ANO
                             WRK-TT-REAL-MES WRK-TT-REAL-ANO
                             WRK-TT-REAL-ANT.

           0790-IMPRIMIR.
               MOVE WRK-LINHA TO SALESATT-REC.
               WRITE SALESATT-REC.
               MOVE SPACES TO WRK-LINHA.
