       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTMOV.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MOVIMENTO DE ESTOQUE DE MEDICAMENTOS E MATERIAL *
      * ENTRADA (COMPRA), SAIDA E DESCARTE POR ITEM DO  *
      * CADMEDIC, FILIAL E LOTE. MOSTRA OS LOTES COM    *
      * SALDO DO ITEM NA FILIAL; O LANCAMENTO E FEITO   *
      * PELA SUBROTINA GRVESTQ (SAIDA SEM LOTE = FEFO). *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-PRINCIPIO
                                   WITH DUPLICATES.
       SELECT CADESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTQ-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESTQ-VALIDADE
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO      PIC 9(06).
          03 MEDIC-NOME        PIC X(30).
          03 MEDIC-PRINCIPIO   PIC X(30).
          03 MEDIC-CONTROLADO  PIC X(01).
      *
       FD CADESTOQUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQUE.DAT".
       01 REGESTOQUE.
          03 ESTQ-CHAVE.
             05 ESTQ-ITEM      PIC 9(06).
             05 ESTQ-FILIAL    PIC 9(02).
             05 ESTQ-LOTE      PIC X(15).
          03 ESTQ-VALIDADE     PIC 9(08).
          03 ESTQ-SALDO        PIC 9(07).
          03 ESTQ-DATAULT      PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID      PIC X(12) VALUE "CADESTMOV".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 VLD-OK        PIC X(01) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *
      * PARAMETROS DA SUBROTINA GRVESTQ
      *
       01 W-ETIPO       PIC X(01) VALUE SPACES.
       01 W-EITEM       PIC 9(06) VALUE ZEROS.
       01 W-EFILIAL     PIC 9(02) VALUE ZEROS.
       01 W-ELOTE       PIC X(15) VALUE SPACES.
       01 W-EVALIDADE.
          03 W-EVALAA   PIC 9(04) VALUE ZEROS.
          03 W-EVALMM   PIC 9(02) VALUE ZEROS.
          03 W-EVALDD   PIC 9(02) VALUE ZEROS.
       01 W-EVALIDADE9 REDEFINES W-EVALIDADE PIC 9(08).
       01 W-EQTDE       PIC 9(07) VALUE ZEROS.
       01 W-EVALUNIT    PIC 9(07)V99 VALUE ZEROS.
       01 W-EDOC        PIC X(27) VALUE SPACES.
       01 W-ERET        PIC X(01) VALUE SPACES.
       01 W-NF          PIC X(15) VALUE SPACES.
      *
       01 LINLOTE.
          03 LL-LOTE     PIC X(15).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LL-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LL-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LL-AA       PIC 9(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LL-SALDO    PIC Z.ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LL-VENC     PIC X(07).
       01 W-VALORED     PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMEDIC NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
      *****************************************************
      * TIPO DO MOVIMENTO, ITEM E FILIAL                   *
      *****************************************************
      *
       R1.
           MOVE ZEROS  TO W-EITEM W-EVALIDADE9 W-EQTDE W-EVALUNIT
           MOVE SPACES TO W-ETIPO W-ELOTE W-NF W-EDOC.
       R1A.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "MOVIMENTO DE ESTOQUE"
           DISPLAY (04, 03)
              "TIPO   :    (E=ENTRADA  S=SAIDA  D=DESCARTE)"
           DISPLAY (05, 03) "ITEM   : "
           DISPLAY (06, 03) "FILIAL : "
           ACCEPT (04, 12) W-ETIPO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ETIPO = "e" MOVE "E" TO W-ETIPO.
           IF W-ETIPO = "s" MOVE "S" TO W-ETIPO.
           IF W-ETIPO = "d" MOVE "D" TO W-ETIPO.
           IF W-ETIPO NOT = "E" AND NOT = "S" AND NOT = "D"
              MOVE "*DIGITE E=ENTRADA  S=SAIDA  D=DESCARTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
       R2.
           ACCEPT (05, 12) W-EITEM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           MOVE W-EITEM TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*ITEM NAO CADASTRADO NO CADMEDIC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (05, 20) MEDIC-NOME.
       R3.
           ACCEPT (06, 12) W-EFILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-EFILIAL = ZEROS
              MOVE "*Insira a filial*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM LIS-LOTE THRU LIS-LOTE-FIM.
      *
      *****************************************************
      * LOTE, VALIDADE (SO NA ENTRADA), QUANTIDADE         *
      *****************************************************
      *
       R4.
           DISPLAY (18, 03) "LOTE   : "
           IF W-ETIPO = "S"
              DISPLAY (18, 30) "(EM BRANCO = VENCE PRIMEIRO)".
           ACCEPT (18, 12) W-ELOTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-ELOTE = SPACES AND W-ETIPO NOT = "S"
              MOVE "*Insira o lote*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-ETIPO NOT = "E"
              GO TO R6.
       R5.
           DISPLAY (18, 30) "VALIDADE :   /  /        "
           ACCEPT (18, 41) W-EVALDD WITH UPDATE
           ACCEPT (18, 44) W-EVALMM WITH UPDATE
           ACCEPT (18, 47) W-EVALAA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-EVALMM < 01 OR W-EVALMM > 12
              OR W-EVALDD < 01 OR W-EVALDD > 31
              MOVE "*VALIDADE INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           CALL "VALDATA" USING W-EVALDD W-EVALMM W-EVALAA VLD-OK
           IF VLD-OK = "N"
              MOVE "*VALIDADE INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-EVALIDADE9 < W-DATASYS9
              MOVE "*LOTE JA VENCIDO - ENTRADA RECUSADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           DISPLAY (19, 03) "QTDE   : "
           ACCEPT (19, 12) W-EQTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-EQTDE = ZEROS
              MOVE "*Insira a quantidade*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF W-ETIPO NOT = "E"
              GO TO R8.
       R7.
           DISPLAY (19, 30) "VALOR UNIT. : "
           ACCEPT (19, 44) W-EVALUNIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
       R8.
           DISPLAY (20, 03) "DOCTO  : "
           ACCEPT (20, 12) W-NF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-NF = SPACES AND W-ETIPO = "E"
              MOVE "*Insira a nota fiscal da compra*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE W-NF TO W-EDOC.
      *
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (22, 40) "DADOS OK (S/N) : "
           ACCEPT (22, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           CALL "GRVESTQ" USING W-ETIPO W-EITEM W-EFILIAL W-ELOTE
                                W-EVALIDADE9 W-EQTDE W-EVALUNIT
                                W-EDOC W-ERET
           IF W-ERET = "S"
              DISPLAY (18, 12) W-ELOTE
              MOVE "*** MOVIMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-ERET = "N"
              MOVE "*SALDO INSUFICIENTE OU LOTE INEXISTENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-ERET = "V"
              MOVE "*LOTE VENCIDO - USE D=DESCARTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE "ERRO NA GRAVACAO DO ESTOQUE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************************
      * LOTES COM SALDO DO ITEM NA FILIAL (ATE 8 LINHAS)   *
      *****************************************************
      *
       LIS-LOTE.
           DISPLAY (08, 03)
              "LOTE             VALIDADE        SALDO"
           MOVE 8 TO W-LINHA
           OPEN INPUT CADESTOQUE
           IF ST-ERRO NOT = "00"
              GO TO LIS-LOTE-FIM.
           MOVE W-EITEM   TO ESTQ-ITEM
           MOVE W-EFILIAL TO ESTQ-FILIAL
           MOVE LOW-VALUES TO ESTQ-LOTE
           START CADESTOQUE KEY IS NOT LESS THAN ESTQ-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LIS-LOTE-FC.
       LIS-LOTE-LP.
           READ CADESTOQUE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LIS-LOTE-FC.
           IF ESTQ-ITEM NOT = W-EITEM
              OR ESTQ-FILIAL NOT = W-EFILIAL
              GO TO LIS-LOTE-FC.
           IF ESTQ-SALDO = ZEROS
              GO TO LIS-LOTE-LP.
           IF W-LINHA NOT < 16
              DISPLAY (17, 03) "(HA MAIS LOTES COM SALDO)"
              GO TO LIS-LOTE-FC.
           MOVE ESTQ-LOTE          TO LL-LOTE
           MOVE ESTQ-VALIDADE (7:2) TO LL-DD
           MOVE ESTQ-VALIDADE (5:2) TO LL-MM
           MOVE ESTQ-VALIDADE (1:4) TO LL-AA
           MOVE ESTQ-SALDO         TO LL-SALDO
           MOVE SPACES TO LL-VENC
           IF ESTQ-VALIDADE < W-DATASYS9
              MOVE "VENCIDO" TO LL-VENC.
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 03) LINLOTE
           GO TO LIS-LOTE-LP.
       LIS-LOTE-FC.
           CLOSE CADESTOQUE.
       LIS-LOTE-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADMEDIC
           DISPLAY (01, 01) ERASE.
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
