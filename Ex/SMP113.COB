      * AS CONTAS CONTABEIS VEM DO CTACONF.TXT       *
      * (3 LINHAS: CONVENIO, GLOSA, PARTICULAR) COM  *
      * PADRAO INTERNO QUANDO O ARQUIVO NAO EXISTE.  *
      * GERADO O JORNAL, O MES FICA FECHADO NO       *
      * CADPERIODO: NADA MAIS E LANCADO COM DATA     *
      * NELE E ELE NAO E EXPORTADO DE NOVO ATE SER   *
      * REABERTO (NIVEL 3) PELO CADPERIODO.          *
      *                                              *
      * LAYOUT DO JORNAL.TXT (POSICOES FIXAS):       *
      *   01-08  CONTA CONTABIL        9(08)         *
      *   17-17  D=DEBITO C=CREDITO    X(01)         *
      *   18-30  VALOR (2 DEC IMPLIC.) 9(13)         *
      *   31-60  HISTORICO             X(30)         *
      * O DIARIO E O FECHAMENTO DO MES SAO DA        *
      * CLINICA TODA: SO A MATRIZ GERA               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT CADPERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-COMPET
                    FILE STATUS  IS ST-ERRO.
           SELECT JORNALTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTACONF.TXT".
       01 REGCTACONF      PIC X(08).
      *
       FD CADPERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERIODO.DAT".
       01 REGPERIODO.
          03 PER-COMPET        PIC 9(06).
          03 PER-SITUACAO      PIC X(01).
          03 PER-DATAFECHA     PIC 9(08).
          03 PER-OPERFECHA     PIC X(10).
          03 PER-DATAREAB      PIC 9(08).
          03 PER-OPERREAB      PIC X(10).
          03 PER-MOTIVO        PIC X(30).
      *
       FD JORNALTX
               LABEL RECORD IS STANDARD
       77 W-PRECONVTRB PIC 9(06) VALUE ZEROS.
       77 W-PRECIDTRB PIC 9(06) VALUE ZEROS.
       77 W-QTDLIN   PIC 9(04) VALUE ZEROS.
       77 W-TEMPER   PIC X(01) VALUE "N".
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-DSAA   PIC 9(04).
          03 W-DSMM   PIC 9(02).
          03 W-DSDD   PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-COMPET.
          03 W-CPAA   PIC 9(04) VALUE ZEROS.
          03 W-CPMM   PIC 9(02) VALUE ZEROS.
          03 LJ-DC       PIC X(01).
          03 LJ-VALOR    PIC 9(11)V99.
          03 LJ-HIST     PIC X(30).
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT113.
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-FIL.
                MOVE ZEROS TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-TODAS NOT = "S"
                   MOVE "*EXPORTACAO SO PELA MATRIZ (TODAS FILIAIS)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
      *
      *****************************************************
      * CONTAS CONFIGURAVEIS: 3 LINHAS DO CTACONF.TXT      *
                    MOVE REGCTACONF TO W-CTAPART.
           CLOSE CTACONF.
       LER-CONF-FIM.
      *
      *****************************************************
      * MES JA FECHADO (JORNAL JA EXPORTADO) NAO E GERADO  *
      * DE NOVO: O CONTABIL JA TEM ESTE JORNAL             *
      *****************************************************
      *
       INC-PERIODO.
           OPEN I-O CADPERIODO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPERIODO
                 CLOSE CADPERIODO
                 GO TO INC-PERIODO
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPERIODO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           MOVE "N" TO W-TEMPER
           MOVE W-COMPET6 TO PER-COMPET
           READ CADPERIODO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPER
              IF PER-SITUACAO = "F"
                 MOVE "*MES JA FECHADO - REABRIR NO CADPERIODO*"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPERIODO
                 GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPERIODO
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
      *
      *****************************************************
      * CONSULTAS COM FATURAMENTO NO MES: PAGAS ACUMULAM   *
      * RECEITA POR OPERADORA, GLOSADAS ACUMULAM A BAIXA.  *
      * LIDAS PELA CHAVE DE DATA: CONSULTA DEPOIS DO FIM   *
      * DO MES NAO PODE TER SIDO FATURADA NELE             *
      *****************************************************
      *
       POS-DATA.
           MOVE ZEROS TO CON-DATA
           START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CAIXA.
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF CON-DATA (1:6) > W-COMPET
              GO TO SOMA-CAIXA.
           IF CON-FATURADO NOT = "S"
              GO TO LER-CONS01.
           IF CON-DATAFAT (1:6) NOT = W-COMPET
           MOVE "*** JORNAL.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * FECHA O MES EXPORTADO (REGISTRO NOVO, OU O DE UMA
      * REABERTURA ANTERIOR, QUE GUARDA O MOTIVO DELA)
      *
       FECHA-MES.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-COMPET6  TO PER-COMPET
           MOVE "F"        TO PER-SITUACAO
           MOVE W-DATASYS9 TO PER-DATAFECHA
           MOVE SESSAO-OPERADOR TO PER-OPERFECHA
           IF SESSAO-OPERADOR = LOW-VALUES
              MOVE SPACES TO PER-OPERFECHA.
           IF W-TEMPER = "S"
              REWRITE REGPERIODO
           ELSE
              MOVE ZEROS  TO PER-DATAREAB
              MOVE SPACES TO PER-OPERREAB PER-MOTIVO
              WRITE REGPERIODO.
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADPERIODO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (17, 05) "COMPETENCIA FECHADA NO CADPERIODO".
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCONV CADPROC CADCAIXA
                 CADPRECO CADPERIODO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
