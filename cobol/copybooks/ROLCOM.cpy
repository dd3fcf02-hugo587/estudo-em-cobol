      *****************************************************
      ***   COPYBOOK ROLCOM
      ***   AREA DE COMENTARIOS - REMARKS
      ***   OBJETIVO = CAMPOS COMUNS DOS PAPEIS DE ACESSO. O
      ***              PERFIL DE UM USUARIO (ROL-PERFIL) E A SOMA
      ***              DOS PAPEIS ATIVOS QUE ELE TEM NO USERROLE,
      ***              CADA UM DESCRITO NO ROLEMAST (MANTIDOS PELO
      ***              PROGCOB41): OPCOES DO MENU (PROGCOB18),
      ***              DIREITOS DE APROVACAO POR ARQUIVO DA
      ***              SOLICITACAO (MESA PROGCOB92, PAYVAR DO
      ***              PRGCOB135) E FUNCOES DE NEGOCIO (PED, LIB,
      ***              REC...) CONFRONTADAS COM OS PARES
      ***              INCOMPATIVEIS DO SODRULES.
      ***              USUARIO SEM PAPEL NENHUM (ROL-SEM-PAPEL)
      ***              CONTINUA NA REGRA ANTIGA DO SEC-NIVEL; COM
      ***              PAPEL, VALEM SO OS PAPEIS.
      ***              ROL-TAB-SOD E PREENCHIDA PELO HOSPEDEIRO NA
      ***              LEITURA DO SODRULES, ANTES DO 9280.
      ***   AUTOR: HUGO VIEIRA
      ***   ALTERACOES
      ***   15/10/2026 HUGOVIE - COPYBOOK CRIADO.
      *****************************************************
       77 ROL-USUARIO        PIC X(20) VALUE SPACES.
       77 ROL-CONSULTA       PIC X(08) VALUE SPACES.
       77 ROL-RESULTADO      PIC X(01) VALUE 'N'.
           88 ROL-AUTORIZADO VALUE 'S'.
       77 ROL-CONFLITO       PIC X(01) VALUE 'N'.
           88 ROL-EM-CONFLITO VALUE 'S'.
       77 ROL-FUNC-A         PIC X(03) VALUE SPACES.
       77 ROL-FUNC-B         PIC X(03) VALUE SPACES.
       01 ROL-PERFIL.
           02 ROL-QT-PAPEIS  PIC 9(02).
               88 ROL-SEM-PAPEL VALUE ZEROS.
           02 ROL-PAPEL      PIC X(08) OCCURS 10 TIMES.
           02 ROL-QT-OPCOES  PIC 9(02).
           02 ROL-OPCOES     PIC X(40).
           02 ROL-QT-APROVA  PIC 9(02).
           02 ROL-APROVA     PIC X(08) OCCURS 30 TIMES.
           02 ROL-QT-FUNCOES PIC 9(02).
           02 ROL-FUNCAO     PIC X(03) OCCURS 30 TIMES.
       01 ROL-TAB-SOD.
           02 ROL-QT-SOD     PIC 9(02) VALUE ZEROS.
           02 ROL-SOD OCCURS 20 TIMES.
               05 ROL-SOD-A  PIC X(03).
               05 ROL-SOD-B  PIC X(03).
       77 ROL-Z-I            PIC 9(02) VALUE ZEROS.
       77 ROL-Z-J            PIC 9(02) VALUE ZEROS.
       77 ROL-Z-K            PIC 9(02) VALUE ZEROS.
       77 ROL-Z-QT           PIC 9(02) VALUE ZEROS.
       77 ROL-Z-ACHOU        PIC X(01) VALUE 'N'.
           88 ROL-Z-ACHADO   VALUE 'S'.
       77 ROL-Z-TEM-A        PIC X(01) VALUE 'N'.
       77 ROL-Z-FIM          PIC X(01) VALUE 'N'.
           88 ROL-Z-FIM-LEITURA VALUE 'S'.
