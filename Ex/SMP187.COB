       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSIGTAP.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * DE-PARA DO CODIGO TUSS (TABELA CADPROC) PARA O  *
      * CODIGO SIGTAP DE 10 DIGITOS DO SUS, USADO NO    *
      * BPA. O INSTRUMENTO DIZ SE O PROCEDIMENTO VAI NO *
      * BPA INDIVIDUALIZADO (I = UMA LINHA POR PACIENTE *
      * COM CNS) OU NO CONSOLIDADO (C = QUANTIDADE POR  *
      * CBO, PROCEDIMENTO E IDADE).                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSIGTAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SG-TUSS
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSIGTAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIGTAP.DAT".
       01 REGSIGTAP.
          03 SG-TUSS           PIC 9(08).
          03 SG-SIGTAP         PIC 9(10).
          03 SG-INSTR          PIC X(01).
          03 SG-DESCRICAO      PIC X(30).
          03 SG-DATAALT        PIC 9(08).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-CID          PIC 9(06).
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADSIGTAP".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-TUSS        PIC 9(08) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTTUSS       PIC X(30) VALUE SPACES.
       01 TXTINSTR      PIC X(15) VALUE SPACES.
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
               VALUE   "      PROCEDIMENTOS TUSS X CODIGO SIGTAP".
           05  LINE 05  COLUMN 01
               VALUE  "    CODIGO TUSS       : ".
           05  LINE 07  COLUMN 01
               VALUE  "    CODIGO SIGTAP     : ".
           05  LINE 09  COLUMN 01
               VALUE  "    INSTRUMENTO       :    ( I=INDIVIDUALIZADO".
           05  LINE 09  COLUMN 48
               VALUE  "  C=CONSOLIDADO )".
           05  LINE 11  COLUMN 01
               VALUE  "    DESCRICAO SIGTAP  : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TSGTUSS
               LINE 05  COLUMN 25  PIC 9(08)
               USING  SG-TUSS
               HIGHLIGHT.
           05  TTXTTUSS
               LINE 05  COLUMN 35  PIC X(30)
               USING  TXTTUSS
               HIGHLIGHT.
           05  TSGSIGTAP
               LINE 07  COLUMN 25  PIC 9(10)
               USING  SG-SIGTAP
               HIGHLIGHT.
           05  TSGINSTR
               LINE 09  COLUMN 25  PIC X(01)
               USING  SG-INSTR
               HIGHLIGHT.
           05  TTXTINSTR
               LINE 10  COLUMN 25  PIC X(15)
               USING  TXTINSTR
               HIGHLIGHT.
           05  TSGDESC
               LINE 11  COLUMN 25  PIC X(30)
               USING  SG-DESCRICAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADSIGTAP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSIGTAP
                 CLOSE CADSIGTAP
                 MOVE "*** ARQUIVO CADSIGTAP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIGTAP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*ARQUIVO CADPROC NAO ENCONTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO SG-INSTR SG-DESCRICAO TXTTUSS TXTINSTR
           MOVE ZEROS  TO SG-TUSS SG-SIGTAP SG-DATAALT W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TSGTUSS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE SG-TUSS TO W-TUSS
           PERFORM BUS-TUSS THRU BUS-TUSS-FIM
           IF W-ACHOU = "N"
              MOVE "*CODIGO TUSS NAO EXISTE NA TABELA (CADPROC)*"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PROC-DESCRICAO TO TXTTUSS
           DISPLAY TTXTTUSS.
      *
       LER-CADSIGTAP.
           READ CADSIGTAP
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-INSTR THRU MOSTRA-INSTR-FIM
                DISPLAY TELA2
                MOVE "*** PROCEDIMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADSIGTAP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** PROCEDIMENTO SEM CODIGO SIGTAP ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TSGSIGTAP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF SG-SIGTAP < 0101010000
              MOVE "*CODIGO SIGTAP INVALIDO (10 DIGITOS)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TSGINSTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF SG-INSTR = "i" MOVE "I" TO SG-INSTR.
           IF SG-INSTR = "c" MOVE "C" TO SG-INSTR.
           IF SG-INSTR NOT = "I" AND NOT = "C"
              MOVE "*DIGITE I=INDIVIDUALIZADO  C=CONSOLIDADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM MOSTRA-INSTR THRU MOSTRA-INSTR-FIM
           DISPLAY TSGINSTR TTXTINSTR.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TSGDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF SG-DESCRICAO = SPACES
              MOVE TXTTUSS TO SG-DESCRICAO
              DISPLAY TSGDESC.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO SG-DATAALT.
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
                WRITE REGSIGTAP
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*PROCEDIMENTO JA EXISTE, NAO GRAVADO*" TO MENS
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
                DELETE CADSIGTAP RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CODIGO SIGTAP EXCLUIDO ***" TO MENS
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
                REWRITE REGSIGTAP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CODIGO SIGTAP ALTERADO ***   " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * PROCURA O CODIGO TUSS NA TABELA (CADPROC E CHAVEADO*
      * PELO CID; A TABELA E PEQUENA E E VARRIDA INTEIRA)  *
      *****************************************************
      *
       BUS-TUSS.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO PROC-CID
           START CADPROC KEY IS NOT LESS THAN PROC-CID
           IF ST-ERRO NOT = "00"
              GO TO BUS-TUSS-FIM.
       BUS-TUSS-LP.
           READ CADPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-TUSS-FIM.
           IF PROC-CODIGO NOT = W-TUSS
              GO TO BUS-TUSS-LP.
           MOVE "S" TO W-ACHOU.
       BUS-TUSS-FIM.
           EXIT.
      *
       MOSTRA-INSTR.
           MOVE SPACES TO TXTINSTR
           IF SG-INSTR = "I"
              MOVE "INDIVIDUALIZADO" TO TXTINSTR.
           IF SG-INSTR = "C"
              MOVE "CONSOLIDADO" TO TXTINSTR.
       MOSTRA-INSTR-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADSIGTAP CADPROC.
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
