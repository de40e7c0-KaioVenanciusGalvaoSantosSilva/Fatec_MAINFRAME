       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADANALITO.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MANUTENCAO DAS FAIXAS DE REFERENCIA POR ANALITO *
      * CHAVE CODIGO DO ANALITO + SEXO (M/F OU A=AMBOS) *
      * + IDADE INICIAL DA FAIXA (ANOS). VALORES FORA   *
      * DA FAIXA MIN/MAX SAO SINALIZADOS ABAIXO/ACIMA;  *
      * FORA DOS LIMITES CRITICOS, CRITICO. LIMITE      *
      * CRITICO ZERADO = SEM LIMITE NAQUELE LADO. A     *
      * AVALIACAO E FEITA PELA SUBROTINA FAIXAREF.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADANALITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADANALITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANALITO.DAT".
       01 REGANALITO.
          03 AN-CHAVE.
             05 AN-CODIGO      PIC X(06).
             05 AN-SEXO        PIC X(01).
             05 AN-IDADEINI    PIC 9(03).
          03 AN-IDADEFIM       PIC 9(03).
          03 AN-DESCRICAO      PIC X(30).
          03 AN-UNIDADE        PIC X(10).
          03 AN-REFMIN         PIC 9(05)V999.
          03 AN-REFMAX         PIC 9(05)V999.
          03 AN-CRITMIN        PIC 9(05)V999.
          03 AN-CRITMAX        PIC 9(05)V999.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADANALITO".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     FAIXAS DE REFERENCIA DE ANALITOS".
           05  LINE 05  COLUMN 01
               VALUE  "    CODIGO ANALITO  :".
           05  LINE 07  COLUMN 01
               VALUE  "    SEXO            :   (M=MASC F=FEM A=AMBOS)".
           05  LINE 09  COLUMN 01
               VALUE  "    IDADE (ANOS)    :     A".
           05  LINE 11  COLUMN 01
               VALUE  "    DESCRICAO       :".
           05  LINE 13  COLUMN 01
               VALUE  "    UNIDADE         :".
           05  LINE 15  COLUMN 01
               VALUE  "    REFERENCIA      :           A".
           05  LINE 17  COLUMN 01
               VALUE  "    LIMITE CRITICO  :           A".
           05  LINE 18  COLUMN 01
               VALUE  "                       (ZERO = SEM LIMITE)".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TANCODIGO
               LINE 05  COLUMN 23  PIC X(06)
               USING  AN-CODIGO
               HIGHLIGHT.
           05  TANSEXO
               LINE 07  COLUMN 23  PIC X(01)
               USING  AN-SEXO
               HIGHLIGHT.
           05  TANIDADEINI
               LINE 09  COLUMN 23  PIC 9(03)
               USING  AN-IDADEINI
               HIGHLIGHT.
           05  TANIDADEFIM
               LINE 09  COLUMN 29  PIC 9(03)
               USING  AN-IDADEFIM
               HIGHLIGHT.
           05  TANDESCRICAO
               LINE 11  COLUMN 23  PIC X(30)
               USING  AN-DESCRICAO
               HIGHLIGHT.
           05  TANUNIDADE
               LINE 13  COLUMN 23  PIC X(10)
               USING  AN-UNIDADE
               HIGHLIGHT.
           05  TANREFMIN
               LINE 15  COLUMN 23  PIC 99999,999
               USING  AN-REFMIN
               HIGHLIGHT.
           05  TANREFMAX
               LINE 15  COLUMN 35  PIC 99999,999
               USING  AN-REFMAX
               HIGHLIGHT.
           05  TANCRITMIN
               LINE 17  COLUMN 23  PIC 99999,999
               USING  AN-CRITMIN
               HIGHLIGHT.
           05  TANCRITMAX
               LINE 17  COLUMN 35  PIC 99999,999
               USING  AN-CRITMAX
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADANALITO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADANALITO
                 CLOSE CADANALITO
                 MOVE "*** ARQUIVO CADANALITO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADANALITO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE ZEROS  TO AN-IDADEINI AN-IDADEFIM AN-REFMIN AN-REFMAX
                          AN-CRITMIN AN-CRITMAX W-SEL
           MOVE SPACES TO AN-CODIGO AN-SEXO AN-DESCRICAO AN-UNIDADE
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TANCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AN-CODIGO = SPACES
              MOVE "*Insira o codigo do analito*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           DISPLAY TELA2
              ACCEPT TANSEXO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF AN-SEXO = "m" MOVE "M" TO AN-SEXO.
           IF AN-SEXO = "f" MOVE "F" TO AN-SEXO.
           IF AN-SEXO = "a" MOVE "A" TO AN-SEXO.
           IF AN-SEXO NOT = "M" AND NOT = "F" AND NOT = "A"
              MOVE "*DIGITE M=MASC  F=FEM  A=AMBOS*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           DISPLAY TELA2
              ACCEPT TANIDADEINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
      *
       LER-CADANALITO.
           READ CADANALITO
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** FAIXA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADANALITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE 999 TO AN-IDADEFIM
                MOVE ZEROS TO AN-REFMIN AN-REFMAX AN-CRITMIN AN-CRITMAX
                MOVE SPACES TO AN-DESCRICAO AN-UNIDADE
                MOVE "*** FAIXA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TANIDADEFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF AN-IDADEFIM < AN-IDADEINI
              MOVE "*IDADE FINAL MENOR QUE A INICIAL*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           DISPLAY TELA2
              ACCEPT TANDESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF AN-DESCRICAO = SPACES
              MOVE "*Insira a descricao do analito*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           DISPLAY TELA2
              ACCEPT TANUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF AN-UNIDADE = SPACES
              MOVE "*Insira a unidade de medida*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           DISPLAY TELA2
              ACCEPT TANREFMIN
              ACCEPT TANREFMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF AN-REFMAX = ZEROS OR AN-REFMAX < AN-REFMIN
              MOVE "*FAIXA DE REFERENCIA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
           DISPLAY TELA2
              ACCEPT TANCRITMIN
              ACCEPT TANCRITMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF AN-CRITMIN NOT = ZEROS AND AN-CRITMIN > AN-REFMIN
              MOVE "*LIMITE CRITICO MINIMO ACIMA DA FAIXA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF AN-CRITMAX NOT = ZEROS AND AN-CRITMAX < AN-REFMAX
              MOVE "*LIMITE CRITICO MAXIMO ABAIXO DA FAIXA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           DISPLAY TELA2.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGANALITO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*FAIXA JA EXISTE,NAO GRAVADA*" TO MENS
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
                      GO TO R5.
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
                DELETE CADANALITO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** FAIXA EXCLUIDA ***" TO MENS
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
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGANALITO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** FAIXA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADANALITO.
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
