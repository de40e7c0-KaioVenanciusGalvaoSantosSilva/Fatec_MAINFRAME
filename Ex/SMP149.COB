       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONMAT.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MATERIAL E MEDICAMENTO USADOS NA CONSULTA       *
      * (INJETAVEIS, CURATIVOS...). CADA LINHA DA BAIXA *
      * NO ESTOQUE DA FILIAL DA CONSULTA PELA SUBROTINA *
      * GRVESTQ (TIPO S, DOCUMENTO = CONSULTA-CHAVE).   *
      * LOTE EM BRANCO = LOTE QUE VENCE PRIMEIRO. A     *
      * EXCLUSAO DA LINHA DEVOLVE A QUANTIDADE AO LOTE  *
      * (TIPO R). CHAMADO PELO CADCONSULTA (SMP009).    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONMAT-CHAVE
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
       FD CADCONMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONMAT.DAT".
       01 REGCONMAT.
          03 CONMAT-CHAVE.
             05 CMT-CONSCHAVE   PIC X(27).
             05 CMT-SEQ         PIC 9(02).
          03 CMT-ITEM           PIC 9(06).
          03 CMT-FILIAL         PIC 9(02).
          03 CMT-LOTE           PIC X(15).
          03 CMT-QTDE           PIC 9(05).
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
       77 W-PROGID      PIC X(12) VALUE "CADCONMAT".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       77 W-ULTSEQ      PIC 9(02) VALUE ZEROS.
       77 W-NUMSEQ      PIC 9(02) VALUE ZEROS.
       77 W-FILIAL      PIC 9(02) VALUE ZEROS.
      *
      * PARAMETROS DA SUBROTINA GRVESTQ
      *
       01 W-ETIPO       PIC X(01) VALUE SPACES.
       01 W-EITEM       PIC 9(06) VALUE ZEROS.
       01 W-EFILIAL     PIC 9(02) VALUE ZEROS.
       01 W-ELOTE       PIC X(15) VALUE SPACES.
       01 W-EVALIDADE   PIC 9(08) VALUE ZEROS.
       01 W-EQTDE       PIC 9(07) VALUE ZEROS.
       01 W-EVALUNIT    PIC 9(07)V99 VALUE ZEROS.
       01 W-EDOC        PIC X(27) VALUE SPACES.
       01 W-ERET        PIC X(01) VALUE SPACES.
      *
       01 LINMAT.
          03 LM-SEQ     PIC Z9.
          03 FILLER     PIC X(02) VALUE ") ".
          03 LM-ITEM    PIC 9(06).
          03 FILLER     PIC X(01) VALUE " ".
          03 LM-NOME    PIC X(30).
          03 FILLER     PIC X(01) VALUE " ".
          03 LM-LOTE    PIC X(15).
          03 FILLER     PIC X(01) VALUE " ".
          03 LM-QTDE    PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CMT-L-CHAVE    PIC X(27).
       01 CMT-L-FILIAL   PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMT-L-CHAVE CMT-L-FILIAL.
       R0.
           OPEN I-O CADCONMAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONMAT
                 CLOSE CADCONMAT
                 OPEN I-O CADCONMAT
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONMAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMEDIC NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONMAT
              GO TO ROT-FIMP.
           MOVE CMT-L-FILIAL TO W-FILIAL.
      *
      *****************************************************
      * MOSTRA O MATERIAL JA BAIXADO PARA A CONSULTA       *
      *****************************************************
      *
       R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "MATERIAL E MEDICAMENTO USADOS NA CONSULTA"
           DISPLAY (03, 03)
              "SEQ ITEM   DESCRICAO                      LOTE"
           DISPLAY (03, 63) "QTDE"
           MOVE ZEROS TO W-ULTSEQ
           MOVE 3 TO W-LINHA
           MOVE CMT-L-CHAVE TO CMT-CONSCHAVE
           MOVE ZEROS TO CMT-SEQ
           START CADCONMAT KEY IS NOT LESS THAN CONMAT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1-LP.
           READ CADCONMAT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF CMT-CONSCHAVE NOT = CMT-L-CHAVE
              GO TO R2.
           MOVE CMT-SEQ TO W-ULTSEQ LM-SEQ
           MOVE CMT-ITEM TO LM-ITEM MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MEDIC-NOME.
           MOVE MEDIC-NOME TO LM-NOME
           MOVE CMT-LOTE   TO LM-LOTE
           MOVE CMT-QTDE   TO LM-QTDE
           ADD 1 TO W-LINHA
           IF W-LINHA < 19
              DISPLAY (W-LINHA, 03) LINMAT.
           GO TO R1-LP.
      *
       R2.
           DISPLAY (20, 03) "FILIAL DO ESTOQUE : "
           DISPLAY (20, 23) W-FILIAL
           DISPLAY (21, 03)
              "I=INCLUIR MATERIAL  E=EXCLUIR (DEVOLVE)  V=VOLTAR"
           DISPLAY (22, 03) "OPCAO : "
           ACCEPT (22, 12) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO ROT-FIM.
           IF W-OPCAO = "I" OR "i"
              GO TO INC-001.
           IF W-OPCAO = "E" OR "e"
              GO TO EXC-001.
           GO TO R2.
      *
      *****************************************************
      * INCLUSAO: BAIXA NO ESTOQUE E GRAVA A LINHA         *
      *****************************************************
      *
       INC-001.
           IF W-ULTSEQ = 99
              MOVE "*LIMITE DE 99 LINHAS POR CONSULTA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS  TO W-EITEM W-EQTDE W-EVALIDADE W-EVALUNIT
           MOVE SPACES TO W-ELOTE
           DISPLAY (23, 03) "ITEM : "
           ACCEPT (23, 10) W-EITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-EITEM = ZEROS
              GO TO R1.
           MOVE W-EITEM TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*ITEM NAO CADASTRADO NO CADMEDIC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY (23, 18) MEDIC-NOME
           MOVE 1 TO W-EQTDE.
       INC-002.
           DISPLAY (24, 03) "QTDE :          LOTE : "
           ACCEPT (24, 10) W-EQTDE WITH UPDATE
           ACCEPT (24, 26) W-ELOTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-EQTDE = ZEROS OR W-EQTDE > 99999
              MOVE "*QUANTIDADE INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE "S"         TO W-ETIPO
           MOVE W-FILIAL    TO W-EFILIAL
           MOVE CMT-L-CHAVE TO W-EDOC
           CALL "GRVESTQ" USING W-ETIPO W-EITEM W-EFILIAL W-ELOTE
                                W-EVALIDADE W-EQTDE W-EVALUNIT
                                W-EDOC W-ERET
           IF W-ERET = "N"
              MOVE "*SALDO INSUFICIENTE OU LOTE INEXISTENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF W-ERET = "V"
              MOVE "*LOTE VENCIDO - NAO PODE SER USADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF W-ERET NOT = "S"
              MOVE "ERRO NA GRAVACAO DO ESTOQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CMT-L-CHAVE TO CMT-CONSCHAVE
           COMPUTE CMT-SEQ = W-ULTSEQ + 1
           MOVE W-EITEM     TO CMT-ITEM
           MOVE W-EFILIAL   TO CMT-FILIAL
           MOVE W-ELOTE     TO CMT-LOTE
           MOVE W-EQTDE     TO CMT-QTDE
           WRITE REGCONMAT
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DA LINHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *
      *****************************************************
      * EXCLUSAO: DEVOLVE A QUANTIDADE AO MESMO LOTE       *
      *****************************************************
      *
       EXC-001.
           MOVE ZEROS TO W-NUMSEQ
           DISPLAY (23, 03) "SEQUENCIA DA LINHA : "
           ACCEPT (23, 25) W-NUMSEQ
           IF W-NUMSEQ = ZEROS
              GO TO R1.
           MOVE CMT-L-CHAVE TO CMT-CONSCHAVE
           MOVE W-NUMSEQ    TO CMT-SEQ
           READ CADCONMAT
           IF ST-ERRO NOT = "00"
              MOVE "*LINHA NAO ENCONTRADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "R"         TO W-ETIPO
           MOVE CMT-ITEM    TO W-EITEM
           MOVE CMT-FILIAL  TO W-EFILIAL
           MOVE CMT-LOTE    TO W-ELOTE
           MOVE ZEROS       TO W-EVALIDADE W-EVALUNIT
           MOVE CMT-QTDE    TO W-EQTDE
           MOVE CMT-L-CHAVE TO W-EDOC
           CALL "GRVESTQ" USING W-ETIPO W-EITEM W-EFILIAL W-ELOTE
                                W-EVALIDADE W-EQTDE W-EVALUNIT
                                W-EDOC W-ERET
           IF W-ERET NOT = "S"
              MOVE "*ERRO NA DEVOLUCAO AO ESTOQUE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DELETE CADCONMAT RECORD
           GO TO R1.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCONMAT CADMEDIC
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
