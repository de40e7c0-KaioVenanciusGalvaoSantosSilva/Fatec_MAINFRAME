       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVACINA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MANUTENCAO DO CADASTRO DE VACINAS E DO ESQUEMA  *
      * DE DOSES (QUANTIDADE DE DOSES, INTERVALO ENTRE  *
      * DOSES EM DIAS E JANELA DE IDADE EM MESES PARA A *
      * PRIMEIRA DOSE). O CODIGO E VALIDADO PELO        *
      * CADVACAPL NO REGISTRO DE APLICACAO. VAC-MEDIC   *
      * LIGA A VACINA AO ITEM DO CADMEDIC (OPCIONAL).   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VAC-NOME
                                   WITH DUPLICATES.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-PRINCIPIO
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
          03 VAC-CODIGO        PIC 9(04).
          03 VAC-NOME          PIC X(30).
          03 VAC-QTDOSES       PIC 9(01).
          03 VAC-INTERVALO     PIC 9(03).
          03 VAC-IDADEMIN      PIC 9(03).
          03 VAC-IDADEMAX      PIC 9(03).
          03 VAC-MEDIC         PIC 9(06).
          03 VAC-STATUS        PIC X(01).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO      PIC 9(06).
          03 MEDIC-NOME        PIC X(30).
          03 MEDIC-PRINCIPIO   PIC X(30).
          03 MEDIC-CONTROLADO  PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADVACINA".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTMEDIC      PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     CADASTRO DE VACINAS".
           05  LINE 05  COLUMN 01
               VALUE  "    CODIGO          : ".
           05  LINE 07  COLUMN 01
               VALUE  "    NOME DA VACINA  : ".
           05  LINE 09  COLUMN 01
               VALUE  "    QTDE DE DOSES   :     (1 A 9)".
           05  LINE 11  COLUMN 01
               VALUE  "    INTERVALO DOSES :     DIAS".
           05  LINE 13  COLUMN 01
               VALUE  "    IDADE 1A DOSE   :     A     MESES".
           05  LINE 14  COLUMN 01
               VALUE  "                      (MAXIMO 000 = SEM LIMITE)".
           05  LINE 16  COLUMN 01
               VALUE  "    COD. CADMEDIC   : ".
           05  LINE 18  COLUMN 01
               VALUE  "    STATUS :   ( A=ATIVA  I=INATIVA )".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TVACCODIGO
               LINE 05  COLUMN 23  PIC 9(04)
               USING  VAC-CODIGO
               HIGHLIGHT.
           05  TVACNOME
               LINE 07  COLUMN 23  PIC X(30)
               USING  VAC-NOME
               HIGHLIGHT.
           05  TVACQTDOSES
               LINE 09  COLUMN 23  PIC 9(01)
               USING  VAC-QTDOSES
               HIGHLIGHT.
           05  TVACINTERVALO
               LINE 11  COLUMN 23  PIC 9(03)
               USING  VAC-INTERVALO
               HIGHLIGHT.
           05  TVACIDADEMIN
               LINE 13  COLUMN 23  PIC 9(03)
               USING  VAC-IDADEMIN
               HIGHLIGHT.
           05  TVACIDADEMAX
               LINE 13  COLUMN 29  PIC 9(03)
               USING  VAC-IDADEMAX
               HIGHLIGHT.
           05  TVACMEDIC
               LINE 16  COLUMN 23  PIC 9(06)
               USING  VAC-MEDIC
               HIGHLIGHT.
           05  TTXTMEDIC
               LINE 16  COLUMN 31  PIC X(30)
               USING  TXTMEDIC
               HIGHLIGHT.
           05  TVACSTATUS
               LINE 18  COLUMN 14  PIC X(01)
               USING  VAC-STATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADVACINA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVACINA
                 CLOSE CADVACINA
                 MOVE "*** ARQUIVO CADVACINA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACINA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDIC
                 CLOSE CADMEDIC
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           MOVE ZEROS  TO VAC-CODIGO VAC-QTDOSES VAC-INTERVALO
                          VAC-IDADEMIN VAC-IDADEMAX VAC-MEDIC W-SEL
           MOVE SPACES TO VAC-NOME VAC-STATUS TXTMEDIC
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TVACCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           IF VAC-CODIGO = ZEROS
              MOVE "*Insira o codigo da vacina*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       LER-CADVACINA.
           READ CADVACINA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM LER-MEDIC THRU LER-MEDIC-FIM
                DISPLAY TELA2
                MOVE "*** VACINA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADVACINA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO VAC-STATUS
                MOVE "*** VACINA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TVACNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF VAC-NOME = SPACES
              MOVE "*Insira o nome da vacina*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TVACQTDOSES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R4A.
           IF VAC-QTDOSES = ZEROS
              MOVE "*Insira a quantidade de doses (1 a 9)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TVACINTERVALO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5A.
           IF VAC-QTDOSES > 1 AND VAC-INTERVALO = ZEROS
              MOVE "*Insira o intervalo entre as doses*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TVACIDADEMIN
              ACCEPT TVACIDADEMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R6A.
           IF VAC-IDADEMAX NOT = ZEROS
              AND VAC-IDADEMAX < VAC-IDADEMIN
              MOVE "*IDADE MAXIMA MENOR QUE A MINIMA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *
       R7.
           DISPLAY TELA2
              ACCEPT TVACMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R7A.
           MOVE SPACES TO TXTMEDIC
           IF VAC-MEDIC = ZEROS
              GO TO R8.
           MOVE VAC-MEDIC TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICAMENTO NAO CADASTRADO NO CADMEDIC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE MEDIC-NOME TO TXTMEDIC.
      *
       R8.
           DISPLAY TELA2
              ACCEPT TVACSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
       R8A.
           IF VAC-STATUS = "a" MOVE "A" TO VAC-STATUS.
           IF VAC-STATUS = "i" MOVE "I" TO VAC-STATUS.
           IF VAC-STATUS NOT = "A" AND NOT = "I"
              MOVE "*DIGITE A=ATIVA  I=INATIVA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGVACINA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*VACINA JA EXISTE,NAO GRAVADA*" TO MENS
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
                DELETE CADVACINA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** VACINA EXCLUIDA ***" TO MENS
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
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGVACINA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** VACINA ALTERADA ***      " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************************
      * NOME DO MEDICAMENTO LIGADO A VACINA         *
      **********************************************
      *
       LER-MEDIC.
           MOVE SPACES TO TXTMEDIC
           IF VAC-MEDIC = ZEROS
              GO TO LER-MEDIC-FIM.
           MOVE VAC-MEDIC TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO = "00"
              MOVE MEDIC-NOME TO TXTMEDIC.
       LER-MEDIC-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADVACINA CADMEDIC.
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
