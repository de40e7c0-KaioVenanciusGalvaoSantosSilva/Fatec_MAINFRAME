       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP213.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CATALOGO DE RELATORIOS: CONSULTA E           *
      * REIMPRESSAO. LISTA AS EXECUCOES GRAVADAS NO  *
      * CADSPOOL (GRVSPOOL) A PARTIR DA DATA         *
      * INFORMADA, DE UM PROGRAMA OU DE TODOS, COM   *
      * OPERADOR, DATA/HORA, LINHAS, PAGINAS E       *
      * FILIAL. ESCOLHENDO O NUMERO DA LINHA MOSTRA  *
      * OS PARAMETROS USADOS E, CONFIRMANDO, COPIA A *
      * EXECUCAO GUARDADA (SPnnnnnn.TXT) PARA O      *
      * REIMPRES.TXT COM UMA LINHA DE IDENTIFICACAO  *
      * NO TOPO. LIMITE DE 200 EXECUCOES NA LISTA.   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SP-NUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SP-PROG
                                   WITH DUPLICATES.
           SELECT SPLORIG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT REIMPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
          03 SP-NUM            PIC 9(06).
          03 SP-PROG           PIC X(12).
          03 SP-ARQORIG        PIC X(20).
          03 SP-ARQSPOOL       PIC X(12).
          03 SP-PARAM          PIC X(40).
          03 SP-OPER           PIC X(10).
          03 SP-DATA.
             05 SP-DATAAA      PIC 9(04).
             05 SP-DATAMM      PIC 9(02).
             05 SP-DATADD      PIC 9(02).
          03 SP-HORA.
             05 SP-HORAHH      PIC 9(02).
             05 SP-HORAMM      PIC 9(02).
             05 SP-HORASS      PIC 9(02).
          03 SP-LINHAS         PIC 9(07).
          03 SP-PAGINAS        PIC 9(05).
          03 SP-FILIAL         PIC 9(02).
      *
       FD SPLORIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQORIG.
       01 REGSPLORIG        PIC X(250).
      *
       FD REIMPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REIMPRES.TXT".
       01 REGREIMPTX        PIC X(250).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP213".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CHEIO        PIC X(01) VALUE "N".
       77 W-QTD          PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-INI          PIC 9(03) VALUE ZEROS.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-NR           PIC 9(03) VALUE ZEROS.
       77 W-LINHAS       PIC 9(07) VALUE ZEROS.
       01 W-PROGFIL      PIC X(12) VALUE SPACES.
       01 W-ARQORIG      PIC X(20) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATAINI.
          03 W-DIDD    PIC 9(02) VALUE ZEROS.
          03 W-DIMM    PIC 9(02) VALUE ZEROS.
          03 W-DIAA    PIC 9(04) VALUE ZEROS.
       01 W-LIMINI.
          03 W-LIAA    PIC 9(04).
          03 W-LIMM    PIC 9(02).
          03 W-LIDD    PIC 9(02).
      *---------[ VALIDACAO DE DATA (VALDATA) ]---------------------
       01 VLD-OK        PIC X(01) VALUE SPACES.
      *
      *---------[ LISTA DE EXECUCOES ]-----------------------------
      *
       01 TAB-SPOOL.
          03 TB-ITEM   OCCURS 200 TIMES.
             05 TB-NUM    PIC 9(06).
             05 TB-LIN    PIC X(74).
      *
       01 LINTELA.
          03 LT-NUM    PIC 9(06).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-PROG   PIC X(08).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-DD     PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 LT-MM     PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 LT-AA     PIC 9(04).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-HH     PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 LT-MI     PIC 9(02).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-OPER   PIC X(10).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-LINHAS PIC ZZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-PAG    PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-FIL    PIC 99.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-ARQ    PIC X(13).
       01 LINSEL.
          03 LS-NR     PIC ZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LS-LIN    PIC X(74).
       01 LINLIMPA     PIC X(78) VALUE SPACES.
      *
       01 LINREIMP.
          03 FILLER    PIC X(15) VALUE "*** REIMPRESSAO".
          03 FILLER    PIC X(05) VALUE " NR. ".
          03 LR-NUM    PIC 9(06).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LR-PROG   PIC X(12).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LR-ARQ    PIC X(20).
          03 FILLER    PIC X(11) VALUE " GERADO EM ".
          03 LR-DD     PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 LR-MM     PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 LR-AA     PIC 9(04).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LR-HH     PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 LR-MI     PIC 9(02).
          03 FILLER    PIC X(05) VALUE " POR ".
          03 LR-OPER   PIC X(10).
          03 FILLER    PIC X(04) VALUE " ***".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT213.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             *** CATALOGO DE RELATORIOS ***".
           05  LINE 04  COLUMN 01
               VALUE  " PROGRAMA (BRANCO=TODOS) :".
           05  LINE 04  COLUMN 42
               VALUE  "A PARTIR DE :  /  /".
           05  LINE 06  COLUMN 01
               VALUE  " NR NUMERO PROGRAMA DATA       HORA  OPERADOR".
           05  LINE 06  COLUMN 50
               VALUE  "LINHAS   PAG FL ARQUIVO".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-PROGFIL
               LINE 04  COLUMN 28  PIC X(12)
               USING  W-PROGFIL
               HIGHLIGHT.
           05  TW-DIDD
               LINE 04  COLUMN 55  PIC 9(02)
               USING  W-DIDD
               HIGHLIGHT.
           05  TW-DIMM
               LINE 04  COLUMN 58  PIC 9(02)
               USING  W-DIMM
               HIGHLIGHT.
           05  TW-DIAA
               LINE 04  COLUMN 61  PIC 9(04)
               USING  W-DIAA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * DATA INICIAL PADRAO: PRIMEIRO DIA DO MES ANTERIOR
      *
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE SPACES TO W-PROGFIL
                MOVE 01 TO W-DIDD
                IF W-DSMM = 01
                   MOVE 12 TO W-DIMM
                   COMPUTE W-DIAA = W-DSAA - 1
                ELSE
                   COMPUTE W-DIMM = W-DSMM - 1
                   MOVE W-DSAA TO W-DIAA.
       INC-001.
                DISPLAY SMT213.
       INC-PROG.
                ACCEPT TW-PROGFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
       INC-DATA.
                ACCEPT TW-DIDD
                ACCEPT TW-DIMM
                ACCEPT TW-DIAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-PROG.
                CALL "VALDATA" USING W-DIDD W-DIMM W-DIAA VLD-OK
                IF VLD-OK = "N" OR W-DIAA < 2000
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
                MOVE W-DIAA TO W-LIAA
                MOVE W-DIMM TO W-LIMM
                MOVE W-DIDD TO W-LIDD.
      *
      *****************************************************
      * MONTA A LISTA: PELO PROGRAMA (CHAVE ALTERNATIVA)   *
      * OU TODO O CATALOGO EM ORDEM DE NUMERO              *
      *****************************************************
      *
       MONTA.
           OPEN INPUT CADSPOOL
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM RELATORIO CATALOGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-QTD
           MOVE "N" TO W-CHEIO
           IF W-PROGFIL = SPACES
              MOVE ZEROS TO SP-NUM
              START CADSPOOL KEY IS NOT LESS THAN SP-NUM
           ELSE
              MOVE W-PROGFIL TO SP-PROG
              START CADSPOOL KEY IS NOT LESS THAN SP-PROG.
           IF ST-ERRO NOT = "00"
              GO TO MONTA-FIM.
       MONTA-LER.
           READ CADSPOOL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MONTA-FIM.
           IF W-PROGFIL NOT = SPACES AND SP-PROG NOT = W-PROGFIL
              GO TO MONTA-FIM.
           IF SP-DATA < W-LIMINI
              GO TO MONTA-LER.
           IF W-QTD NOT < 200
              MOVE "S" TO W-CHEIO
              GO TO MONTA-FIM.
           MOVE SP-NUM      TO LT-NUM
           MOVE SP-PROG     TO LT-PROG
           MOVE SP-DATADD   TO LT-DD
           MOVE SP-DATAMM   TO LT-MM
           MOVE SP-DATAAA   TO LT-AA
           MOVE SP-HORAHH   TO LT-HH
           MOVE SP-HORAMM   TO LT-MI
           MOVE SP-OPER     TO LT-OPER
           MOVE SP-LINHAS   TO LT-LINHAS
           MOVE SP-PAGINAS  TO LT-PAG
           MOVE SP-FILIAL   TO LT-FIL
           MOVE SP-ARQORIG  TO LT-ARQ
           ADD 1 TO W-QTD
           MOVE SP-NUM      TO TB-NUM(W-QTD)
           MOVE LINTELA     TO TB-LIN(W-QTD)
           GO TO MONTA-LER.
       MONTA-FIM.
           CLOSE CADSPOOL
           IF W-QTD = ZEROS
              MOVE "*** NENHUM RELATORIO NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-CHEIO = "S"
              MOVE "*** LISTA LIMITADA A 200 EXECUCOES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE 1 TO W-INI.
      *
       MOS-PAG.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           MOVE W-INI TO W-IX
           MOVE 07 TO W-LIN.
       MOS-LIN.
           IF W-IX > W-QTD OR W-LIN > 21
              GO TO MOS-OPC.
           MOVE W-IX         TO LS-NR
           MOVE TB-LIN(W-IX) TO LS-LIN
           DISPLAY (W-LIN, 01) LINSEL
           ADD 1 TO W-IX
           ADD 1 TO W-LIN
           GO TO MOS-LIN.
      *
      * NUMERO DA LINHA ESCOLHE A EXECUCAO; 000 PASSA A PAGINA
      *
       MOS-OPC.
           MOVE ZEROS TO W-NR
           DISPLAY (22, 02) LINLIMPA
           DISPLAY (22, 02) "NR DA LINHA (000=PROXIMA PAGINA, ESC=SAI)"
           DISPLAY (22, 44) " : "
           ACCEPT (22, 47) W-NR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
              GO TO INC-001.
           IF W-NR = ZEROS
              ADD 15 TO W-INI
              IF W-INI > W-QTD
                 MOVE 1 TO W-INI
                 GO TO MOS-PAG
              ELSE
                 GO TO MOS-PAG.
           IF W-NR > W-QTD
              MOVE "*** NUMERO FORA DA LISTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
      *
      *****************************************************
      * EXECUCAO ESCOLHIDA: PARAMETROS E REIMPRESSAO       *
      *****************************************************
      *
       SEL-001.
           OPEN INPUT CADSPOOL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADSPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
           MOVE TB-NUM(W-NR) TO SP-NUM
           READ CADSPOOL
           IF ST-ERRO NOT = "00"
              CLOSE CADSPOOL
              MOVE "*** EXECUCAO EXPURGADA DO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
           CLOSE CADSPOOL
           DISPLAY (22, 02) LINLIMPA
           DISPLAY (22, 02) "PARAM.: "
           DISPLAY (22, 10) SP-PARAM.
       SEL-OPC.
           DISPLAY (22, 52) "REIMPRIMIR (S/N) : "
           MOVE SPACES TO W-OPCAO
           ACCEPT (22, 71) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO MOS-OPC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-OPC.
       SEL-REIMP.
           MOVE SP-ARQSPOOL TO W-ARQORIG
           OPEN INPUT SPLORIG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO DA EXECUCAO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
           OPEN OUTPUT REIMPTX
           IF ST-ERRO3 NOT = "00"
              CLOSE SPLORIG
              MOVE "ERRO ABERTURA DO ARQUIVO REIMPTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
           MOVE SP-NUM     TO LR-NUM
           MOVE SP-PROG    TO LR-PROG
           MOVE SP-ARQORIG TO LR-ARQ
           MOVE SP-DATADD  TO LR-DD
           MOVE SP-DATAMM  TO LR-MM
           MOVE SP-DATAAA  TO LR-AA
           MOVE SP-HORAHH  TO LR-HH
           MOVE SP-HORAMM  TO LR-MI
           MOVE SP-OPER    TO LR-OPER
           MOVE LINREIMP TO REGREIMPTX
           WRITE REGREIMPTX
           MOVE SPACES TO REGREIMPTX
           WRITE REGREIMPTX
           MOVE ZEROS TO W-LINHAS.
       SEL-COPIA.
           READ SPLORIG NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO SEL-FIM.
           MOVE REGSPLORIG TO REGREIMPTX
           WRITE REGREIMPTX
           ADD 1 TO W-LINHAS
           GO TO SEL-COPIA.
       SEL-FIM.
           CLOSE SPLORIG REIMPTX
           MOVE "*** REIMPRESSAO GERADA EM REIMPRES.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOS-OPC.
      *
       LIMPA-LIN.
           MOVE 07 TO W-LIN.
       LIMPA-LIN-LP.
           DISPLAY (W-LIN, 01) LINLIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 23
              GO TO LIMPA-LIN-LP.
       LIMPA-LIN-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
