      * MODO R = REAJUSTE: APLICA UM PERCENTUAL SOBRE A *
      * ULTIMA VIGENCIA DE CADA CID DO CONVENIO E ABRE  *
      * AS LINHAS NOVAS NA DATA INFORMADA.              *
      * DUPLO CONTROLE: INCLUSAO, ALTERACAO, EXCLUSAO E *
      * REAJUSTE VIRAM PEDIDO (GRVAPROV, COM O MOTIVO); *
      * SO SAO GRAVADOS QUANDO O SUPERVISOR APROVA NO   *
      * SMP172, QUE CHAMA ESTE PROGRAMA EM MODO DE      *
      * EXECUCAO (APV-EX-MODO = S, SEM TELA).           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 TBR-ENT OCCURS 200 TIMES.
             05 TBR-CID   PIC 9(06).
             05 TBR-VALOR PIC 9(07)V99.
      *---------[ APROVACAO DO SUPERVISOR (GRVAPROV / SMP172) ]-----
       01 SOL-TIPO       PIC X(01) VALUE "P".
       01 SOL-DESCR      PIC X(60) VALUE SPACES.
       01 SOL-MOTIVO     PIC X(40) VALUE SPACES.
       01 SOL-NUM        PIC 9(06) VALUE ZEROS.
       01 SOL-RET        PIC X(01) VALUE SPACES.
       01 SOL-OPWORD     PIC X(03) VALUE SPACES.
       01 SOL-VALANT     PIC ZZZZZZ9,99.
       01 SOL-VALNOV     PIC ZZZZZZ9,99.
       01 SOL-PERCED     PIC ZZ9,99.
       01 W-VALANT       PIC 9(07)V99 VALUE ZEROS.
       01 W-EXEC1        PIC X(01) VALUE "N".
      *
      * DADOS DO PEDIDO: I/A/E = LINHA DA TABELA; R = REAJUSTE
      *
       01 SOL-PRE.
          03 SOL-PRE-OPER   PIC X(01).
          03 SOL-PRE-CONV   PIC 9(06).
          03 SOL-PRE-CID    PIC 9(06).
          03 SOL-PRE-VIG    PIC 9(08).
          03 SOL-PRE-VALOR  PIC 9(07)V99.
          03 FILLER         PIC X(30).
       01 SOL-PRER REDEFINES SOL-PRE.
          03 FILLER         PIC X(01).
          03 SOL-RJ-CONV    PIC 9(06).
          03 SOL-RJ-PERC    PIC 9(03)V99.
          03 SOL-RJ-VIG     PIC 9(08).
          03 FILLER         PIC X(40).
       01 APV-EXEC EXTERNAL.
          03 APV-EX-MODO    PIC X(01).
          03 APV-EX-DADOS   PIC X(60).
          03 APV-EX-RESULT  PIC X(01).
          03 APV-EX-MENS    PIC X(50).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE "N" TO W-EXEC1
           OPEN I-O CADPRECO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 NEXT SENTENCE.
      *
       R1.
      *
      * MODO DE EXECUCAO (PEDIDO APROVADO NO SMP172): VAI DIRETO
      * A GRAVACAO; QUALQUER VOLTA A R1 ENCERRA A EXECUCAO
      *
           IF APV-EX-MODO = "S"
              IF W-EXEC1 = "S"
                 GO TO ROT-FIM
              ELSE
                 MOVE "S" TO W-EXEC1
                 GO TO EXE-001.
           MOVE ZEROS TO PRE-CONVENIO PRE-CID PRE-VIGENCIA PRE-VALOR
           MOVE ZEROS TO W-SEL.
       R1A.
           READ CADPRECO
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE PRE-VALOR TO W-VALANT
                DISPLAY TELA2
                MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-OPC.
                MOVE "I" TO SOL-PRE-OPER
                GO TO PRE-SOL.
       INC-WR1.
                WRITE REGPRECO
                IF ST-ERRO = "00" OR "02"
                      MOVE "S" TO APV-EX-RESULT
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO EXC-OPC.
                MOVE "E" TO SOL-PRE-OPER
                GO TO PRE-SOL.
       EXC-DL1.
                DELETE CADPRECO RECORD
                IF ST-ERRO = "00"
                   MOVE "S" TO APV-EX-RESULT
                   MOVE "*** PRECO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO ALT-OPC.
                MOVE "A" TO SOL-PRE-OPER
                GO TO PRE-SOL.
       ALT-RW1.
                REWRITE REGPRECO
                IF ST-ERRO = "00" OR "02"
                   MOVE "S" TO APV-EX-RESULT
                   MOVE "*** PRECO ALTERADO ***            " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
              GO TO R1A.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO RJ-OPC.
           MOVE "R" TO SOL-PRE-OPER
           GO TO PRE-SOL.
      *
       RJ-COLETA.
           MOVE ZEROS TO W-QTDRJ W-QTDGRAV
           DISPLAY (14, 27) W-QTDGRAV
           MOVE "*** REAJUSTE CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF APV-EX-MODO = "S"
              MOVE "S" TO APV-EX-RESULT
              GO TO R1.
           GO TO R1A.
      *
      *****************************************************
      * PEDIDO DE APROVACAO: A LINHA (OU O REAJUSTE) SO E  *
      * GRAVADA QUANDO O SUPERVISOR APROVAR (SMP172)       *
      *****************************************************
      *
       PRE-SOL.
           MOVE SPACES TO SOL-MOTIVO
           DISPLAY (13, 05) "MOTIVO : "
           ACCEPT (13, 14) SOL-MOTIVO
           IF SOL-MOTIVO = SPACES
              MOVE "*Informe o motivo da mudanca de preco*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-SOL.
           MOVE SOL-PRE-OPER TO SOL-OPWORD
           MOVE SPACES TO SOL-PRE SOL-DESCR
           MOVE SOL-OPWORD (1:1) TO SOL-PRE-OPER
           IF SOL-PRE-OPER = "R"
              GO TO PRE-SOL-RJ.
           MOVE PRE-CONVENIO TO SOL-PRE-CONV
           MOVE PRE-CID      TO SOL-PRE-CID
           MOVE PRE-VIGENCIA TO SOL-PRE-VIG
           MOVE PRE-VALOR    TO SOL-PRE-VALOR SOL-VALNOV
           MOVE W-VALANT     TO SOL-VALANT
           IF SOL-PRE-OPER = "I"
              MOVE "INC" TO SOL-OPWORD.
           IF SOL-PRE-OPER = "A"
              MOVE "ALT" TO SOL-OPWORD.
           IF SOL-PRE-OPER = "E"
              MOVE "EXC" TO SOL-OPWORD.
           IF SOL-PRE-OPER = "A"
              STRING SOL-OPWORD   DELIMITED BY SIZE
                     " CONV "     DELIMITED BY SIZE
                     PRE-CONVENIO DELIMITED BY SIZE
                     " CID "      DELIMITED BY SIZE
                     PRE-CID      DELIMITED BY SIZE
                     " VG "       DELIMITED BY SIZE
                     PRE-VIGENCIA DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     SOL-VALANT   DELIMITED BY SIZE
                     ">"          DELIMITED BY SIZE
                     SOL-VALNOV   DELIMITED BY SIZE
                     INTO SOL-DESCR
           ELSE
              STRING SOL-OPWORD   DELIMITED BY SIZE
                     " CONV "     DELIMITED BY SIZE
                     PRE-CONVENIO DELIMITED BY SIZE
                     " CID "      DELIMITED BY SIZE
                     PRE-CID      DELIMITED BY SIZE
                     " VG "       DELIMITED BY SIZE
                     PRE-VIGENCIA DELIMITED BY SIZE
                     " "          DELIMITED BY SIZE
                     SOL-VALNOV   DELIMITED BY SIZE
                     INTO SOL-DESCR.
           GO TO PRE-SOL-GRV.
       PRE-SOL-RJ.
           MOVE W-RJCONV TO SOL-RJ-CONV
           MOVE W-RJPERC TO SOL-RJ-PERC SOL-PERCED
           MOVE W-RJVIG  TO SOL-RJ-VIG
           STRING "REAJUSTE CONV " DELIMITED BY SIZE
                  W-RJCONV         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  SOL-PERCED       DELIMITED BY SIZE
                  "% VIGENCIA "    DELIMITED BY SIZE
                  W-RJVIG          DELIMITED BY SIZE
                  INTO SOL-DESCR.
       PRE-SOL-GRV.
           CALL "GRVAPROV" USING SOL-TIPO SOL-PRE SOL-DESCR
                                 SOL-MOTIVO SOL-NUM SOL-RET
           MOVE SPACES TO MENS
           IF SOL-RET = "S"
              STRING "*** PEDIDO " DELIMITED BY SIZE
                     SOL-NUM       DELIMITED BY SIZE
                     " AGUARDANDO O SUPERVISOR ***" DELIMITED BY SIZE
                     INTO MENS
           ELSE
              IF SOL-RET = "D"
                 STRING "*JA HA PEDIDO PENDENTE: " DELIMITED BY SIZE
                        SOL-NUM       DELIMITED BY SIZE
                        "*"           DELIMITED BY SIZE
                        INTO MENS
              ELSE
                 MOVE "ERRO NA GRAVACAO DO PEDIDO (CADAPROV)" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *****************************************************
      * EXECUCAO DO PEDIDO APROVADO (CHAMADA PELO SMP172)  *
      *****************************************************
      *
       EXE-001.
           MOVE APV-EX-DADOS TO SOL-PRE
           IF SOL-PRE-OPER = "R"
              MOVE SOL-RJ-CONV TO W-RJCONV
              MOVE SOL-RJ-PERC TO W-RJPERC
              MOVE SOL-RJ-VIG  TO W-RJVIG
              GO TO RJ-COLETA.
           MOVE SOL-PRE-CONV TO PRE-CONVENIO
           MOVE SOL-PRE-CID  TO PRE-CID
           MOVE SOL-PRE-VIG  TO PRE-VIGENCIA
           IF SOL-PRE-OPER = "I"
              MOVE SOL-PRE-VALOR TO PRE-VALOR
              GO TO INC-WR1.
           READ CADPRECO
           IF ST-ERRO NOT = "00"
              MOVE "*PRECO DO PEDIDO NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF SOL-PRE-OPER = "E"
              GO TO EXC-DL1.
           MOVE SOL-PRE-VALOR TO PRE-VALOR
           GO TO ALT-RW1.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPRECO.
       ROT-MENS1.
               DISPLAY (25, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
               IF APV-EX-MODO = "S"
                  MOVE MENS TO APV-EX-MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
