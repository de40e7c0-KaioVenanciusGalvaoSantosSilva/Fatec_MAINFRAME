       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTMIN.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MANUTENCAO DO PONTO DE REPOSICAO DO ESTOQUE     *
      * POR ITEM DO CADMEDIC E FILIAL: SALDO MINIMO E   *
      * QUANTIDADE SUGERIDA DE COMPRA. USADO NO         *
      * RELATORIO DE REPOSICAO (SMP148).                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MIN-CHAVE
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
       FD CADESTMIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMIN.DAT".
       01 REGESTMIN.
          03 MIN-CHAVE.
             05 MIN-ITEM       PIC 9(06).
             05 MIN-FILIAL     PIC 9(02).
          03 MIN-PONTO         PIC 9(07).
          03 MIN-COMPRA        PIC 9(07).
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
       77 W-PROGID          PIC X(12) VALUE "CADESTMIN".
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
               VALUE          "     PONTO DE REPOSICAO DO ESTOQUE".
           05  LINE 05  COLUMN 01
               VALUE  "    ITEM (CADMEDIC) : ".
           05  LINE 07  COLUMN 01
               VALUE  "    FILIAL          : ".
           05  LINE 09  COLUMN 01
               VALUE  "    SALDO MINIMO    : ".
           05  LINE 11  COLUMN 01
               VALUE  "    QTDE DE COMPRA  : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMINITEM
               LINE 05  COLUMN 23  PIC 9(06)
               USING  MIN-ITEM
               HIGHLIGHT.
           05  TTXTMEDIC
               LINE 05  COLUMN 31  PIC X(30)
               USING  TXTMEDIC
               HIGHLIGHT.
           05  TMINFILIAL
               LINE 07  COLUMN 23  PIC 9(02)
               USING  MIN-FILIAL
               HIGHLIGHT.
           05  TMINPONTO
               LINE 09  COLUMN 23  PIC 9(07)
               USING  MIN-PONTO
               HIGHLIGHT.
           05  TMINCOMPRA
               LINE 11  COLUMN 23  PIC 9(07)
               USING  MIN-COMPRA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADESTMIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTMIN
                 CLOSE CADESTMIN
                 MOVE "*** ARQUIVO CADESTMIN FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTMIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMEDIC NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTMIN
              GO TO ROT-FIMP.
      *
       R1.
           MOVE ZEROS  TO MIN-ITEM MIN-FILIAL MIN-PONTO MIN-COMPRA
                          W-SEL
           MOVE SPACES TO TXTMEDIC
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TMINITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE MIN-ITEM TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*ITEM NAO CADASTRADO NO CADMEDIC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE MEDIC-NOME TO TXTMEDIC.
       R3.
           DISPLAY TELA2
              ACCEPT TMINFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF MIN-FILIAL = ZEROS
              MOVE "*Insira a filial*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       LER-CADESTMIN.
           READ CADESTMIN
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** PONTO DE REPOSICAO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADESTMIN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS TO MIN-PONTO MIN-COMPRA
                MOVE "*** PONTO DE REPOSICAO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TMINPONTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R5.
           DISPLAY TELA2
              ACCEPT TMINCOMPRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MIN-COMPRA = ZEROS
              MOVE "*Insira a quantidade de compra*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGESTMIN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*REGISTRO JA EXISTE,NAO GRAVADO*" TO MENS
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
                      GO TO R4.
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
                DELETE CADESTMIN RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGESTMIN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PONTO DE REPOSICAO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADESTMIN CADMEDIC.
       ROT-FIMP.
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
