       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADINTER.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * TABELA DE INTERACOES ENTRE PRINCIPIOS ATIVOS    *
      * (MEDIC-PRINCIPIO DO CADMEDIC) COM GRAVIDADE,    *
      * CONSULTADA PELO CADRECEITA NA PRESCRICAO.       *
      * O PAR E GRAVADO EM ORDEM ALFABETICA (PRINCIPIO  *
      * 1 MENOR QUE O 2), QUALQUER QUE SEJA A ORDEM DE  *
      * DIGITACAO. GRAVIDADE 3 BLOQUEIA A PRESCRICAO    *
      * ATE O MEDICO CONFIRMAR COM JUSTIFICATIVA.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INT-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       01 REGINTER.
          03 INT-CHAVE.
             05 INT-PRINC1     PIC X(30).
             05 INT-PRINC2     PIC X(30).
          03 INT-GRAVIDADE     PIC 9(01).
          03 INT-DESCRICAO     PIC X(40).
          03 INT-DATAALT       PIC 9(08).
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
       77 W-PROGID          PIC X(12) VALUE "CADINTER".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-PRINCAUX    PIC X(30) VALUE SPACES.
       01 TXTGRAV       PIC X(08) VALUE SPACES.
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
               VALUE   "     INTERACOES ENTRE PRINCIPIOS ATIVOS".
           05  LINE 05  COLUMN 01
               VALUE  "    PRINCIPIO ATIVO 1 : ".
           05  LINE 07  COLUMN 01
               VALUE  "    PRINCIPIO ATIVO 2 : ".
           05  LINE 09  COLUMN 01
               VALUE  "    GRAVIDADE         :    ( 1=LEVE  2=MODERADA".
           05  LINE 09  COLUMN 50
               VALUE  "  3=GRAVE )".
           05  LINE 11  COLUMN 01
               VALUE  "    DESCRICAO         : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TINTPRINC1
               LINE 05  COLUMN 25  PIC X(30)
               USING  INT-PRINC1
               HIGHLIGHT.
           05  TINTPRINC2
               LINE 07  COLUMN 25  PIC X(30)
               USING  INT-PRINC2
               HIGHLIGHT.
           05  TINTGRAV
               LINE 09  COLUMN 25  PIC 9(01)
               USING  INT-GRAVIDADE
               HIGHLIGHT.
           05  TTXTGRAV
               LINE 09  COLUMN 63  PIC X(08)
               USING  TXTGRAV
               HIGHLIGHT.
           05  TINTDESC
               LINE 11  COLUMN 25  PIC X(40)
               USING  INT-DESCRICAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADINTER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINTER
                 CLOSE CADINTER
                 MOVE "*** ARQUIVO CADINTER FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*ARQUIVO CADMEDIC NAO ENCONTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO INT-PRINC1 INT-PRINC2 INT-DESCRICAO TXTGRAV
           MOVE ZEROS  TO INT-GRAVIDADE INT-DATAALT W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TINTPRINC1
              ACCEPT TINTPRINC2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           IF INT-PRINC1 = SPACES OR INT-PRINC2 = SPACES
              MOVE "*Insira os dois principios ativos*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF INT-PRINC1 = INT-PRINC2
              MOVE "*PRINCIPIOS IGUAIS - USE O ALERTA DE DUPLICIDADE*"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE INT-PRINC1 TO MEDIC-PRINCIPIO
           READ CADMEDIC KEY IS MEDIC-PRINCIPIO
           IF ST-ERRO NOT = "00"
              MOVE "*PRINCIPIO 1 SEM MEDICAMENTO NO CADMEDIC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE INT-PRINC2 TO MEDIC-PRINCIPIO
           READ CADMEDIC KEY IS MEDIC-PRINCIPIO
           IF ST-ERRO NOT = "00"
              MOVE "*PRINCIPIO 2 SEM MEDICAMENTO NO CADMEDIC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF INT-PRINC1 > INT-PRINC2
              MOVE INT-PRINC1 TO W-PRINCAUX
              MOVE INT-PRINC2 TO INT-PRINC1
              MOVE W-PRINCAUX TO INT-PRINC2.
           DISPLAY TELA2.

       LER-CADINTER.
           READ CADINTER
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-GRAV THRU MOSTRA-GRAV-FIM
                DISPLAY TELA2
                MOVE "*** INTERACAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADINTER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** INTERACAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TINTGRAV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF INT-GRAVIDADE < 1 OR INT-GRAVIDADE > 3
              MOVE "*DIGITE 1=LEVE  2=MODERADA  3=GRAVE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM MOSTRA-GRAV THRU MOSTRA-GRAV-FIM
           DISPLAY TTXTGRAV.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TINTDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R4A.
           IF INT-DESCRICAO = SPACES
              MOVE "*Descreva o efeito da interacao*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO INT-DATAALT.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGINTER
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*INTERACAO JA EXISTE, NAO GRAVADA*" TO MENS
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
                DELETE CADINTER RECORD
                IF ST-ERRO = "00"
                   MOVE "*** INTERACAO EXCLUIDA ***" TO MENS
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
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGINTER
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** INTERACAO ALTERADA ***       " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-GRAV.
           MOVE SPACES TO TXTGRAV
           IF INT-GRAVIDADE = 1
              MOVE "LEVE" TO TXTGRAV.
           IF INT-GRAVIDADE = 2
              MOVE "MODERADA" TO TXTGRAV.
           IF INT-GRAVIDADE = 3
              MOVE "GRAVE" TO TXTGRAV.
       MOSTRA-GRAV-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADINTER CADMEDIC.
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
