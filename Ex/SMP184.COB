       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSUS.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * CONVENIO SUS POR FILIAL. A FILIAL QUE ATENDE    *
      * PELO SUS INDICA QUAL CODIGO DO CADCONV E O SUS  *
      * (CONSULTA COM ESSE CONVENIO E PRODUCAO SUS E    *
      * NAO SAI NA GUIA DOS CONVENIOS), O CNES DO       *
      * ESTABELECIMENTO E OS DADOS DO CABECALHO DO BPA  *
      * (ORGAO DE ORIGEM E ORGAO DE DESTINO).           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SUS-FILIAL
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC
                    ALTERNATE RECORD KEY IS PLANO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUS.DAT".
       01 REGSUS.
          03 SUS-FILIAL        PIC 9(02).
          03 SUS-CONVENIO      PIC 9(06).
          03 SUS-CNES          PIC 9(07).
          03 SUS-ORGNOME       PIC X(30).
          03 SUS-ORGSIGLA      PIC X(06).
          03 SUS-CNPJ          PIC 9(14).
          03 SUS-DESTNOME      PIC X(40).
          03 SUS-DESTIND       PIC X(01).
          03 SUS-DATAALT       PIC 9(08).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO         PIC 9(06).
          03 NOMEC          PIC X(30).
          03 PLANO          PIC 9(02).
          03 DATAVALID.
             05 NUMDD       PIC 9(02).
             05 NUMMM       PIC 9(02).
             05 NUMAA       PIC 9(04).
          03 OPERADORA      PIC X(30).
          03 ANSCODIGO      PIC 9(06).
          03 PERCOBERTURA   PIC 9(03)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADSUS".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTCONV       PIC X(30) VALUE SPACES.
       01 TXTDEST       PIC X(09) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE   "          CONVENIO SUS DA FILIAL".
           05  LINE 05  COLUMN 01
               VALUE  "    FILIAL            : ".
           05  LINE 07  COLUMN 01
               VALUE  "    CONVENIO SUS      : ".
           05  LINE 09  COLUMN 01
               VALUE  "    CNES DA UNIDADE   : ".
           05  LINE 12  COLUMN 01
               VALUE  "    ORGAO DE ORIGEM   : ".
           05  LINE 13  COLUMN 01
               VALUE  "    SIGLA DA ORIGEM   : ".
           05  LINE 14  COLUMN 01
               VALUE  "    CNPJ DA ORIGEM    : ".
           05  LINE 17  COLUMN 01
               VALUE  "    ORGAO DE DESTINO  : ".
           05  LINE 18  COLUMN 01
               VALUE  "    DESTINO           :    ( M=MUNICIPAL".
           05  LINE 18  COLUMN 42
               VALUE  "  E=ESTADUAL )".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TSUSFILIAL
               LINE 05  COLUMN 25  PIC 9(02)
               USING  SUS-FILIAL
               HIGHLIGHT.
           05  TSUSCONV
               LINE 07  COLUMN 25  PIC 9(06)
               USING  SUS-CONVENIO
               HIGHLIGHT.
           05  TTXTCONV
               LINE 07  COLUMN 33  PIC X(30)
               USING  TXTCONV
               HIGHLIGHT.
           05  TSUSCNES
               LINE 09  COLUMN 25  PIC 9(07)
               USING  SUS-CNES
               HIGHLIGHT.
           05  TSUSORGNOME
               LINE 12  COLUMN 25  PIC X(30)
               USING  SUS-ORGNOME
               HIGHLIGHT.
           05  TSUSORGSIGLA
               LINE 13  COLUMN 25  PIC X(06)
               USING  SUS-ORGSIGLA
               HIGHLIGHT.
           05  TSUSCNPJ
               LINE 14  COLUMN 25  PIC 9(14)
               USING  SUS-CNPJ
               HIGHLIGHT.
           05  TSUSDESTNOME
               LINE 17  COLUMN 25  PIC X(40)
               USING  SUS-DESTNOME
               HIGHLIGHT.
           05  TSUSDESTIND
               LINE 18  COLUMN 25  PIC X(01)
               USING  SUS-DESTIND
               HIGHLIGHT.
           05  TTXTDEST
               LINE 18  COLUMN 58  PIC X(09)
               USING  TXTDEST
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADSUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSUS
                 CLOSE CADSUS
                 MOVE "*** ARQUIVO CADSUS FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSUS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*ARQUIVO CADCONV NAO ENCONTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO SUS-ORGNOME SUS-ORGSIGLA SUS-DESTNOME
                          SUS-DESTIND TXTCONV TXTDEST
           MOVE ZEROS  TO SUS-FILIAL SUS-CONVENIO SUS-CNES SUS-CNPJ
                          SUS-DATAALT W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TSUSFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF SUS-FILIAL = ZEROS
              MOVE "*Insira o codigo da filial*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       LER-CADSUS.
           READ CADSUS
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-CONV THRU MOSTRA-CONV-FIM
                PERFORM MOSTRA-DEST THRU MOSTRA-DEST-FIM
                DISPLAY TELA2
                MOVE "*** FILIAL JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADSUS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** FILIAL SEM CONVENIO SUS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TSUSCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           MOVE SUS-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*CONVENIO NAO CADASTRADO NO CADCONV*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE NOMEC TO TXTCONV
           DISPLAY TTXTCONV.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TSUSCNES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF SUS-CNES = ZEROS
              MOVE "*Insira o CNES da unidade*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TSUSORGNOME
              ACCEPT TSUSORGSIGLA
              ACCEPT TSUSCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF SUS-ORGNOME = SPACES OR SUS-ORGSIGLA = SPACES
              MOVE "*Insira o nome e a sigla do orgao de origem*"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF SUS-CNPJ = ZEROS
              MOVE "*Insira o CNPJ do orgao de origem*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TSUSDESTNOME
              ACCEPT TSUSDESTIND
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF SUS-DESTIND = "m" MOVE "M" TO SUS-DESTIND.
           IF SUS-DESTIND = "e" MOVE "E" TO SUS-DESTIND.
           IF SUS-DESTNOME = SPACES
              MOVE "*Insira o nome do orgao de destino*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF SUS-DESTIND NOT = "M" AND NOT = "E"
              MOVE "*DIGITE M=MUNICIPAL  E=ESTADUAL*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM MOSTRA-DEST THRU MOSTRA-DEST-FIM
           DISPLAY TTXTDEST
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO SUS-DATAALT.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGSUS
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*FILIAL JA EXISTE, NAO GRAVADA*" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (25, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (25, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (25, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADSUS RECORD
                IF ST-ERRO = "00"
                   MOVE "*** FILIAL EXCLUIDA DO SUS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGSUS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CONVENIO SUS ALTERADO ***    " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-CONV.
           MOVE SPACES TO TXTCONV
           MOVE SUS-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO = "00"
              MOVE NOMEC TO TXTCONV
           ELSE
              MOVE "*CONVENIO EXCLUIDO*" TO TXTCONV.
       MOSTRA-CONV-FIM.
           EXIT.
      *
       MOSTRA-DEST.
           MOVE SPACES TO TXTDEST
           IF SUS-DESTIND = "M"
              MOVE "MUNICIPAL" TO TXTDEST.
           IF SUS-DESTIND = "E"
              MOVE "ESTADUAL" TO TXTDEST.
       MOSTRA-DEST-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSUS CADCONV.
           EXIT PROGRAM.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (25, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (25, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
