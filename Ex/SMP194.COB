       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTPDUR.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * DURACAO DA CONSULTA POR TIPO DE VISITA:         *
      * 1=PRIMEIRA CONSULTA  2=RETORNO  3=PROCEDIMENTO. *
      * UM REGISTRO POR ESPECIALIDADE (CRM EM BRANCO),  *
      * COM EXCECAO OPCIONAL POR MEDICO (CRM/UF         *
      * PREENCHIDO). ESPECIALIDADE 00 SEM CRM E O       *
      * PADRAO DA CLINICA. DURACAO ZERO USA O NIVEL     *
      * ACIMA: MEDICO, ESPECIALIDADE, CLINICA E POR FIM *
      * 40/15/60 MINUTOS (SUBROTINA VERDURAC).          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTPDUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTPDUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPDUR.DAT".
       01 REGTPDUR.
          03 TD-CHAVE.
             05 TD-ESPEC        PIC 9(02).
             05 TD-CRM.
                07 TD-CRMNUM    PIC 9(06).
                07 TD-CRMUF     PIC X(02).
          03 TD-DURTAB.
             05 TD-DURPRI       PIC 9(03).
             05 TD-DURRET       PIC 9(03).
             05 TD-DURPRO       PIC 9(03).
          03 TD-DURTABR REDEFINES TD-DURTAB.
             05 TD-DURACAO      PIC 9(03) OCCURS 3 TIMES.
          03 TD-DATAALT         PIC 9(08).
          03 TD-OPER            PIC X(10).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM-CHAVE.
             05 CRM          PIC 9(06).
             05 CRM-UF       PIC X(02).
          03 NOME            PIC X(30).
          03 ESPECIALIDADE   PIC 9(02).
          03 SEXO            PIC X(01).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD          PIC 9(03).
             05 NUMEROTEL1   PIC 9(05).
             05 NUMEROTEL2   PIC 9(04).
             05 TIPOTEL      PIC X(01).
          03 STATUSMED       PIC X(01).
          03 QTDEESPEC       PIC 9(01).
          03 ESPECTAB OCCURS 5 TIMES.
             05 ESPECOD      PIC 9(02).
          03 DATACADASTRO.
             05 CADDD        PIC 9(02).
             05 CADMM        PIC 9(02).
             05 CADAA        PIC 9(04).
          03 DATAULTALT.
             05 ALTDD        PIC 9(02).
             05 ALTMM        PIC 9(02).
             05 ALTAA        PIC 9(04).
          03 FILIALMED        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADTPDUR".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-TEMESP      PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
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
               VALUE   "         DURACAO DA CONSULTA POR TIPO".
           05  LINE 05  COLUMN 01
               VALUE  "    ESPECIALIDADE     :".
           05  LINE 05  COLUMN 45
               VALUE  "(00=PADRAO DA CLINICA)".
           05  LINE 07  COLUMN 01
               VALUE  "    CRM / UF          :       /".
           05  LINE 08  COLUMN 05
               VALUE  "(ZERO=PADRAO DA ESPECIALIDADE)".
           05  LINE 11  COLUMN 01
               VALUE  "    PRIMEIRA CONSULTA :     MIN".
           05  LINE 13  COLUMN 01
               VALUE  "    RETORNO           :     MIN".
           05  LINE 15  COLUMN 01
               VALUE  "    PROCEDIMENTO      :     MIN".
           05  LINE 17  COLUMN 05
               VALUE  "(ZERO=USA A DURACAO DO NIVEL ACIMA)".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTDESPEC
               LINE 05  COLUMN 25  PIC 9(02)
               USING  TD-ESPEC
               HIGHLIGHT.
           05  TTDCRMNUM
               LINE 07  COLUMN 25  PIC 9(06)
               USING  TD-CRMNUM
               HIGHLIGHT.
           05  TTDCRMUF
               LINE 07  COLUMN 32  PIC X(02)
               USING  TD-CRMUF
               HIGHLIGHT.
           05  TTXTNOME
               LINE 07  COLUMN 38  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TTDDURPRI
               LINE 11  COLUMN 25  PIC 9(03)
               USING  TD-DURPRI
               HIGHLIGHT.
           05  TTDDURRET
               LINE 13  COLUMN 25  PIC 9(03)
               USING  TD-DURRET
               HIGHLIGHT.
           05  TTDDURPRO
               LINE 15  COLUMN 25  PIC 9(03)
               USING  TD-DURPRO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADTPDUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTPDUR
                 CLOSE CADTPDUR
                 MOVE "*** ARQUIVO CADTPDUR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTPDUR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*ARQUIVO CADMED NAO ENCONTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO TD-CRMUF TD-OPER TXTNOME
           MOVE ZEROS  TO TD-ESPEC TD-CRMNUM TD-DURTAB TD-DATAALT
                          W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TTDESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
      *
      * CRM EM BRANCO = DURACAO DA ESPECIALIDADE; O PADRAO DA
      * CLINICA (ESPECIALIDADE 00) NAO TEM EXCECAO POR MEDICO
      *
       R3.
           DISPLAY TELA2
              ACCEPT TTDCRMNUM
              ACCEPT TTDCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF TD-CRMNUM = ZEROS
              MOVE SPACES TO TD-CRMUF TXTNOME
              DISPLAY TTXTNOME
              GO TO LER-CADTPDUR.
           IF TD-ESPEC = ZEROS
              MOVE "*PADRAO DA CLINICA NAO TEM EXCECAO POR CRM*"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE TD-CRMNUM TO CRM
           MOVE TD-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE NOME TO TXTNOME
           DISPLAY TTXTNOME
           PERFORM VER-ESP THRU VER-ESP-FIM
           IF W-TEMESP = "N"
              MOVE "*ESPECIALIDADE NAO CADASTRADA P/O MEDICO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       LER-CADTPDUR.
           READ CADTPDUR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** DURACAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADTPDUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** DURACAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TTDDURPRI
              ACCEPT TTDDURRET
              ACCEPT TTDDURPRO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R4A.
           IF TD-DURTAB = ZEROS
              MOVE "*Insira a duracao de ao menos um tipo*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF TD-DURPRI > 480 OR TD-DURRET > 480 OR TD-DURPRO > 480
              MOVE "*DURACAO MAXIMA: 480 MINUTOS*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9      TO TD-DATAALT
           MOVE SESSAO-OPERADOR TO TD-OPER.
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
                WRITE REGTPDUR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*DURACAO JA EXISTE, NAO GRAVADA*" TO MENS
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
                DELETE CADTPDUR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DURACAO EXCLUIDA ***" TO MENS
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
                REWRITE REGTPDUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DURACAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * A ESPECIALIDADE DIGITADA E DO MEDICO (PRINCIPAL OU *
      * UMA DAS ADICIONAIS DO ESPECTAB)?                   *
      *****************************************************
      *
       VER-ESP.
           MOVE "N" TO W-TEMESP
           IF ESPECIALIDADE = TD-ESPEC
              MOVE "S" TO W-TEMESP
              GO TO VER-ESP-FIM.
           MOVE ZEROS TO W-IND.
       VER-ESP-LP.
           ADD 1 TO W-IND
           IF W-IND > 5
              GO TO VER-ESP-FIM.
           IF ESPECOD (W-IND) = TD-ESPEC
              MOVE "S" TO W-TEMESP
              GO TO VER-ESP-FIM.
           GO TO VER-ESP-LP.
       VER-ESP-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADTPDUR CADMED.
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
