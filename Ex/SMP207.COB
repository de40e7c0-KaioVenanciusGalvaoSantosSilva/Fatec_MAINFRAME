       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP207.
       AUTHOR. KAIO V G S S
      *************************************************
      * TROCA DO AMBIENTE DE TRABALHO DO TERMINAL:    *
      * P=PRODUCAO  T=TREINAMENTO. NO TREINAMENTO A   *
      * PASTA CORRENTE PASSA A SER A PASTA TREINO     *
      * (GERADA PELO SMP206 COM DADOS MASCARADOS), E  *
      * TODOS OS PROGRAMAS CHAMADOS PELO MENU ABREM   *
      * OS ARQUIVOS DE LA. O AMBIENTE FICA EM         *
      * SESSAO-AMBIENTE (EXTERNAL) P/ O MENU MOSTRAR  *
      * O AVISO DE TREINAMENTO NA TELA.               *
      *************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF                  PIC 9(11).
          03 NOME                 PIC X(30).
          03 FILLER               PIC X(199).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP207".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       01 W-DIRTREINO    PIC X(07) VALUE "TREINO ".
       01 W-DIRPROD      PIC X(03) VALUE ".. ".
       01 W-TXTAMB       PIC X(14) VALUE SPACES.
       01 SESSAO-AMBIENTE   PIC X(01) EXTERNAL.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT207.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** AMBIENTE DE TRABALHO ***".
           05  LINE 06  COLUMN 05
               VALUE  "AMBIENTE ATUAL :".
           05  TW-TXTAMB
               LINE 06  COLUMN 22  PIC X(14)
               USING  W-TXTAMB.
           05  LINE 09  COLUMN 05
               VALUE  "NOVO AMBIENTE (P=PRODUCAO T=TREINAMENTO) :".
           05  TW-OPCAO
               LINE 09  COLUMN 48  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF SESSAO-AMBIENTE NOT = "T"
              MOVE "P" TO SESSAO-AMBIENTE.
           IF SESSAO-AMBIENTE = "T"
              MOVE "TREINAMENTO" TO W-TXTAMB
           ELSE
              MOVE "PRODUCAO" TO W-TXTAMB.
       INC-001.
                MOVE SPACES TO W-OPCAO
                DISPLAY SMT207.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
                IF W-OPCAO = "t" MOVE "T" TO W-OPCAO.
                IF W-OPCAO NOT = "P" AND "T"
                   MOVE "*** DIGITE P OU T ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-OPCAO = SESSAO-AMBIENTE
                   MOVE "*** O TERMINAL JA ESTA NESTE AMBIENTE ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO = "P"
                   GO TO VOLTA-PROD.
      *
      * ENTRADA NO TREINAMENTO: A PASTA TEM QUE EXISTIR E TER
      * O CADPACI GERADO; SENAO O TERMINAL FICA NA PRODUCAO
      *
       ENTRA-TREINO.
                CALL "CBL_CHANGE_DIR" USING W-DIRTREINO
                IF RETURN-CODE NOT = 0
                   MOVE "*** BASE DE TREINAMENTO NAO GERADA ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                OPEN INPUT CADPACI
                IF ST-ERRO NOT = "00"
                   CALL "CBL_CHANGE_DIR" USING W-DIRPROD
                   MOVE "*** BASE DE TREINAMENTO INCOMPLETA ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                CLOSE CADPACI
                MOVE "T" TO SESSAO-AMBIENTE
                MOVE "*** AMBIENTE DE TREINAMENTO ATIVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMP.
      *
       VOLTA-PROD.
                CALL "CBL_CHANGE_DIR" USING W-DIRPROD
                IF RETURN-CODE NOT = 0
                   MOVE "*** ERRO AO VOLTAR PARA A PRODUCAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                MOVE "P" TO SESSAO-AMBIENTE
                MOVE "*** AMBIENTE DE PRODUCAO ATIVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
