      * CHAVE JA EXISTENTE DO SOBREVIVENTE SAO       *
      * MANTIDOS NO DUPLICADO E CONTADOS COMO        *
      * PENDENCIA (NADA E PERDIDO EM SILENCIO).      *
      * DUPLO CONTROLE: O OPERADOR SO PEDE A         *
      * UNIFICACAO (GRVAPROV, COM O MOTIVO); ELA E   *
      * EXECUTADA QUANDO O SUPERVISOR APROVA NO      *
      * SMP172, QUE CHAMA ESTE PROGRAMA EM MODO DE   *
      * EXECUCAO (APV-EX-MODO = S, SEM TELA).        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
          03 LR-MOV      PIC ZZZZ9.
          03 FILLER      PIC X(13) VALUE "  PENDENTES: ".
          03 LR-PEND     PIC ZZZZ9.
      *---------[ APROVACAO DO SUPERVISOR (GRVAPROV / SMP172) ]-----
       01 SOL-TIPO       PIC X(01) VALUE "M".
       01 SOL-DADOS      PIC X(60) VALUE SPACES.
       01 SOL-DESCR      PIC X(60) VALUE SPACES.
       01 SOL-MOTIVO     PIC X(40) VALUE SPACES.
       01 SOL-NUM        PIC 9(06) VALUE ZEROS.
       01 SOL-RET        PIC X(01) VALUE SPACES.
       01 W-EXEC1        PIC X(01) VALUE "N".
       01 APV-EXEC EXTERNAL.
          03 APV-EX-MODO    PIC X(01).
          03 APV-EX-DADOS   PIC X(60).
          03 APV-EX-RESULT  PIC X(01).
          03 APV-EX-MENS    PIC X(50).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT106.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE "N" TO W-EXEC1
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
                 GO TO ROT-FIM.
      *
       R1.
      *
      * MODO DE EXECUCAO (PEDIDO APROVADO NO SMP172): OS DOIS CPF
      * VEM DO PEDIDO; QUALQUER VOLTA A R1/R2/R3 ENCERRA
      *
           IF APV-EX-MODO = "S"
              IF W-EXEC1 = "S"
                 GO TO ROT-FIM
              ELSE
                 MOVE "S" TO W-EXEC1
                 MOVE APV-EX-DADOS (1:11)  TO W-CPFFICA
                 MOVE APV-EX-DADOS (12:11) TO W-CPFSAI
                 GO TO R2A.
           MOVE ZEROS TO W-CPFFICA W-CPFSAI
           MOVE SPACES TO TXTNOMEFICA TXTNOMESAI
           DISPLAY SMT106.
       R2.
           IF APV-EX-MODO = "S"
              GO TO R1.
           DISPLAY SMT106
              ACCEPT TW-CPFFICA
           ACCEPT W-ACT FROM ESCAPE KEY
              GO TO R2.
           MOVE NOME OF REGPACI TO TXTNOMEFICA
           DISPLAY TTXTNOMEFICA.
       R2B.
           IF APV-EX-MODO = "S"
              GO TO R3A.
       R3.
           IF APV-EX-MODO = "S"
              GO TO R1.
           DISPLAY SMT106
              ACCEPT TW-CPFSAI
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY TTXTNOMESAI.
      *
       R4.
           IF APV-EX-MODO = "S"
              GO TO R4-EXE.
           DISPLAY (12, 05)
              "TODOS OS REGISTROS DO DUPLICADO SERAO REAPONTADOS"
           DISPLAY (13, 05)
              "E O CADASTRO DUPLICADO SERA EXCLUIDO."
           DISPLAY (15, 05) "PEDIR A UNIFICACAO AO SUPERVISOR (S/N) : "
           ACCEPT (15, 47) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** UNIFICACAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4.
      *
      *****************************************************
      * PEDIDO DE APROVACAO: A UNIFICACAO SO E FEITA       *
      * QUANDO O SUPERVISOR APROVAR (SMP172)               *
      *****************************************************
      *
       R4-SOL.
           MOVE SPACES TO SOL-MOTIVO
           DISPLAY (17, 05) "MOTIVO : "
           ACCEPT (17, 14) SOL-MOTIVO
           IF SOL-MOTIVO = SPACES
              MOVE "*Informe o motivo da unificacao*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-SOL.
           MOVE SPACES TO SOL-DADOS SOL-DESCR
           MOVE W-CPFFICA TO SOL-DADOS (1:11)
           MOVE W-CPFSAI  TO SOL-DADOS (12:11)
           STRING "UNIFICA " DELIMITED BY SIZE
                  W-CPFSAI   DELIMITED BY SIZE
                  " EM "     DELIMITED BY SIZE
                  W-CPFFICA  DELIMITED BY SIZE
                  INTO SOL-DESCR
           CALL "GRVAPROV" USING SOL-TIPO SOL-DADOS SOL-DESCR
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
       R4-EXE.
           MOVE 16 TO W-LINHA.
      *
      *****************************************************
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 05) "TOTAL MOVIDO : "
           DISPLAY (W-LINHA, 21) W-TOTMOVIDOS
           IF APV-EX-MODO = "S"
              GO TO PROC-FIM-EXE.
           MOVE "*** UNIFICACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 05) "TECLE ALGO PARA VOLTAR."
           ACCEPT (23, 30) W-OPCAO
           MOVE ZEROS TO W-TOTMOVIDOS W-TOTPEND
           GO TO R1.
       PROC-FIM-EXE.
           MOVE "S" TO APV-EX-RESULT
           MOVE "*** UNIFICACAO CONCLUIDA ***" TO MENS
           IF W-TOTPEND > ZEROS
              MOVE "*UNIFICADO COM PENDENCIAS, DUPLICADO MANTIDO*"
                                                        TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO W-TOTMOVIDOS W-TOTPEND
           GO TO ROT-FIM.
      *
      *****************************************************
      * CADAGENDA: O CPF NAO FAZ PARTE DA CHAVE, BASTA     *
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
           IF APV-EX-MODO = "S"
              MOVE MENS TO APV-EX-MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
