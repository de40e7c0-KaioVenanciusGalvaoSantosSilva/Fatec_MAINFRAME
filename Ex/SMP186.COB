       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMEDSUS.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * IDENTIFICACAO SUS DO MEDICO: CNS PROFISSIONAL E *
      * CBO (CLASSIFICACAO BRASILEIRA DE OCUPACOES),    *
      * EXIGIDOS NO BPA. ARQUIVO A PARTE DO CADMED, COM *
      * A MESMA CHAVE (CRM/UF). NA INCLUSAO O CBO VEM   *
      * SUGERIDO PELA ESPECIALIDADE DO MEDICO.          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CRM
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
       FD CADMEDSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDSUS.DAT".
       01 REGMEDSUS.
          03 MS-CRM.
             05 MS-CRMNUM      PIC 9(06).
             05 MS-CRMUF       PIC X(02).
          03 MS-CNS            PIC 9(15).
          03 MS-CBO            PIC X(06).
          03 MS-DATAALT        PIC 9(08).
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
       77 W-PROGID          PIC X(12) VALUE "CADMEDSUS".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
      *
      * CBO SUGERIDO PELA ESPECIALIDADE (TABREF "ESP" 01 A 09)
      *
       01 TABCBO.
          03 FILLER PIC X(30) VALUE "225125225285225250225124225120".
          03 FILLER PIC X(24) VALUE "225250225225225135225180".
       01 TABCBOR REDEFINES TABCBO.
          03 TBCBO      PIC X(06) OCCURS 9 TIMES.
      *
      * CONFERENCIA DO CNS
      *
       01 W-CNS         PIC 9(15) VALUE ZEROS.
       01 W-CNSR REDEFINES W-CNS.
          03 W-CNSDIG   PIC 9(01) OCCURS 15 TIMES.
       77 W-IXC         PIC 9(02) VALUE ZEROS.
       77 W-CNSSOMA     PIC 9(05) VALUE ZEROS.
       77 W-CNSRESTO    PIC 9(02) VALUE ZEROS.
       77 W-CNSQUOC     PIC 9(05) VALUE ZEROS.
       77 W-CNSOK       PIC X(01) VALUE "N".
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
               VALUE   "         IDENTIFICACAO SUS DO MEDICO".
           05  LINE 05  COLUMN 01
               VALUE  "    CRM / UF          :       /".
           05  LINE 07  COLUMN 01
               VALUE  "    CNS PROFISSIONAL  : ".
           05  LINE 09  COLUMN 01
               VALUE  "    CBO               : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMSCRMNUM
               LINE 05  COLUMN 25  PIC 9(06)
               USING  MS-CRMNUM
               HIGHLIGHT.
           05  TMSCRMUF
               LINE 05  COLUMN 32  PIC X(02)
               USING  MS-CRMUF
               HIGHLIGHT.
           05  TTXTNOME
               LINE 05  COLUMN 38  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TMSCNS
               LINE 07  COLUMN 25  PIC 9(15)
               USING  MS-CNS
               HIGHLIGHT.
           05  TMSCBO
               LINE 09  COLUMN 25  PIC X(06)
               USING  MS-CBO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADMEDSUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDSUS
                 CLOSE CADMEDSUS
                 MOVE "*** ARQUIVO CADMEDSUS FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDSUS" TO MENS
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
           MOVE SPACES TO MS-CRMUF MS-CBO TXTNOME
           MOVE ZEROS  TO MS-CRMNUM MS-CNS MS-DATAALT W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TMSCRMNUM
              ACCEPT TMSCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE MS-CRMNUM TO CRM
           MOVE MS-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO TXTNOME
           DISPLAY TTXTNOME.
      *
       LER-CADMEDSUS.
           READ CADMEDSUS
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** MEDICO JA IDENTIFICADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADMEDSUS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** MEDICO SEM IDENTIFICACAO SUS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF ESPECIALIDADE > ZEROS AND ESPECIALIDADE < 10
              MOVE TBCBO (ESPECIALIDADE) TO MS-CBO.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TMSCNS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           MOVE MS-CNS TO W-CNS
           PERFORM VALIDA-CNS THRU VALIDA-CNS-FIM
           IF W-CNSOK = "N"
              MOVE "*NUMERO DO CNS PROFISSIONAL INVALIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TMSCBO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF MS-CBO = SPACES OR MS-CBO NOT NUMERIC
              MOVE "*CBO: 6 DIGITOS (EX.: 225125)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO MS-DATAALT.
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
                WRITE REGMEDSUS
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*MEDICO JA EXISTE, NAO GRAVADO*" TO MENS
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
                DELETE CADMEDSUS RECORD
                IF ST-ERRO = "00"
                   MOVE "*** IDENTIFICACAO SUS EXCLUIDA ***" TO MENS
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
                REWRITE REGMEDSUS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** IDENTIFICACAO SUS ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * CONFERE O CNS EM W-CNS: PRIMEIRO DIGITO 1,2,7,8,9  *
      * E SOMA PONDERADA (PESOS 15 A 1) MULTIPLA DE 11     *
      *****************************************************
      *
       VALIDA-CNS.
           MOVE "N" TO W-CNSOK
           IF W-CNSDIG (1) NOT = 1 AND NOT = 2 AND NOT = 7
              AND NOT = 8 AND NOT = 9
              GO TO VALIDA-CNS-FIM.
           MOVE ZEROS TO W-CNSSOMA
           MOVE 1 TO W-IXC.
       VALIDA-CNS-LP.
           COMPUTE W-CNSSOMA = W-CNSSOMA +
                   W-CNSDIG (W-IXC) * (16 - W-IXC)
           ADD 1 TO W-IXC
           IF W-IXC < 16
              GO TO VALIDA-CNS-LP.
           DIVIDE W-CNSSOMA BY 11 GIVING W-CNSQUOC
                  REMAINDER W-CNSRESTO
           IF W-CNSRESTO = ZEROS
              MOVE "S" TO W-CNSOK.
       VALIDA-CNS-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADMEDSUS CADMED.
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
