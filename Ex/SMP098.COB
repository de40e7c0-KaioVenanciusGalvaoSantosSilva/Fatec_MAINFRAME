      * DA CONSULTA. A OPERADORA E A DO CONVENIO DA  *
      * VISITA (CON-CONVUSO), OU DO CADASTRO QUANDO  *
      * A VISITA NAO ESCOLHEU                        *
      * LE PELA CHAVE DE DATA (CON-DATA), DA DATA    *
      * INICIAL DIGITADA (ZEROS = TODAS) ATE HOJE.   *
      * SO CONTA CONSULTAS DAS FILIAIS DO OPERADOR   *
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
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DESDE.
          03 W-DESDEDD PIC 9(02) VALUE ZEROS.
          03 W-DESDEMM PIC 9(02) VALUE ZEROS.
          03 W-DESDEAA PIC 9(04) VALUE ZEROS.
       01 W-DESDENUM.
          03 W-DESDENAA PIC 9(04) VALUE ZEROS.
          03 W-DESDENMM PIC 9(02) VALUE ZEROS.
          03 W-DESDENDD PIC 9(02) VALUE ZEROS.
       01 W-DESDEN9 REDEFINES W-DESDENUM PIC 9(08).
      *
      * ACUMULADORES POR OPERADORA: 5 FAIXAS DE ATRASO
      *
                03 L-TOT       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-OPERTRAB   PIC X(24) VALUE SPACES.
       01 W-TOTLIN     PIC 9(12)V99 VALUE ZEROS.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELAGING.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT098.
               VALUE  " PAGAS EM FAIXAS DE DIAS".
           05  LINE 09  COLUMN 01
               VALUE  "    DESDE A DATA DO FATURAMENTO (30/60/90/120)".
           05  LINE 10  COLUMN 01
               VALUE  "    CONSULTAS A PARTIR DE (ZEROS=TODAS) :".
           05  TW-DESDE
               LINE 10  COLUMN 43  PIC 99/99/9999
               USING  W-DESDE
               HIGHLIGHT.
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT098.
       INC-DESDE.
                ACCEPT TW-DESDE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                MOVE W-DESDEAA TO W-DESDENAA
                MOVE W-DESDEMM TO W-DESDENMM
                MOVE W-DESDEDD TO W-DESDENDD
                IF W-DESDEN9 NOT = ZEROS
                   IF W-DESDEMM < 01 OR W-DESDEMM > 12
                      OR W-DESDEDD < 01 OR W-DESDEDD > 31
                      MOVE "*** DATA INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-DESDE.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       POS-DATA.
                MOVE W-DESDEN9 TO CON-DATA
                START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
                IF ST-ERRO NOT = "00"
                   GO TO GERA-REL.
       LER-CONS01.
                READ CADCONSULTA NEXT RECORD
                IF ST-ERRO NOT = "00"
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE CON-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-CONS01.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM > W-DATASYS9
                   GO TO GERA-REL.
       FIL-ABERTO.
                IF CON-FATURADO NOT = "S"
                   GO TO LER-CONS01.
              MOVE "ERRO ABERTURA DO ARQUIVO AGINGTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGAGINGTX FROM CAB0
           MOVE SPACES TO REGAGINGTX
           WRITE REGAGINGTX
                            + TBT-FX(4) + TBT-FX(5)
           MOVE W-TOTLIN TO L-TOT
           WRITE REGAGINGTX FROM LINOPER
           CLOSE AGINGTX.
           IF SPL-GERADO = "S"
              STRING "DESDE " W-DESDEDD "/" W-DESDEMM "/"
                     W-DESDEAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "CONSULTAS EM ABERTO : "
           DISPLAY (16, 28) W-TOTITENS
           MOVE "*** RELAGING.TXT GERADO ***" TO MENS
