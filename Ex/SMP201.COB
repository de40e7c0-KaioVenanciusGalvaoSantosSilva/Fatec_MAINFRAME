       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRASTR.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * REGRAS DE RASTREAMENTO PREVENTIVO (CAMPANHAS):  *
      * UM REGISTRO POR ITEM (MAMOGRAFIA, PAPANICOLAU,  *
      * COLONOSCOPIA, GLICEMIA...) COM SEXO (M/F OU     *
      * A=AMBOS), FAIXA DE IDADE, INTERVALO EM MESES    *
      * ENTRE EXAMES E, SE INFORMADO, O CID QUE O       *
      * PACIENTE PRECISA TER TIDO EM ALGUMA CONSULTA    *
      * (EX.: GLICEMIA ANUAL SO PARA DIABETICOS).       *
      * O EXAME QUE CUMPRE O ITEM NO CADEXAME E O DE    *
      * CODIGO EXA-PROCCID IGUAL AO DA REGRA OU, PARA   *
      * EXAMES SEM CODIGO, O DE EXA-TIPO IGUAL AO TIPO  *
      * DA REGRA. SO AS REGRAS ATIVAS (S) ENTRAM NA     *
      * LISTA DE PENDENCIAS (SMP202R).                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRASTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RAS-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRASTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRASTR.DAT".
       01 REGRASTR.
          03 RAS-CODIGO         PIC 9(03).
          03 RAS-DESCRICAO      PIC X(30).
          03 RAS-SEXO           PIC X(01).
          03 RAS-IDADEMIN       PIC 9(03).
          03 RAS-IDADEMAX       PIC 9(03).
          03 RAS-INTERVALO      PIC 9(03).
          03 RAS-CID            PIC 9(06).
          03 RAS-EXAPROC        PIC 9(06).
          03 RAS-EXATIPO        PIC X(20).
          03 RAS-ATIVO          PIC X(01).
          03 RAS-DATAALT        PIC 9(08).
          03 RAS-OPER           PIC X(10).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CODIGO         PIC 9(06).
          03 DENOMINACAO    PIC X(30).
          03 OBSER          PIC X(30).
          03 DATACID.
             05 CI-NUMERODD PIC 9(02).
             05 CI-NUMEROMM PIC 9(02).
             05 CI-NUMEROAA PIC 9(04).
          03 CAPITULO       PIC 9(02).
          03 CATEGORIA      PIC X(03).
          03 STATUSCID      PIC X(01).
          03 MOTIVOINATIVACAO  PIC X(30).
          03 CID-NOTIFICA      PIC X(01).
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
       77 W-PROGID          PIC X(12) VALUE "CADRASTR".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-TEMCID      PIC X(01) VALUE "N".
       77 W-TEMPROC     PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTSEXO       PIC X(10) VALUE SPACES.
       01 TXTCID        PIC X(30) VALUE SPACES.
       01 TXTPROC       PIC X(30) VALUE SPACES.
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
               VALUE   "         REGRAS DE RASTREAMENTO PREVENTIVO".
           05  LINE 05  COLUMN 01
               VALUE  "    CODIGO            :".
           05  LINE 07  COLUMN 01
               VALUE  "    DESCRICAO         :".
           05  LINE 09  COLUMN 01
               VALUE  "    SEXO (M/F/A)      :".
           05  LINE 11  COLUMN 01
               VALUE  "    IDADE             :     A".
           05  LINE 11  COLUMN 45
               VALUE  "(ANOS)".
           05  LINE 13  COLUMN 01
               VALUE  "    INTERVALO (MESES) :".
           05  LINE 15  COLUMN 01
               VALUE  "    CID EXIGIDO       :".
           05  LINE 15  COLUMN 63
               VALUE  "(0 = TODOS)".
           05  LINE 17  COLUMN 01
               VALUE  "    CODIGO DO EXAME   :".
           05  LINE 18  COLUMN 01
               VALUE  "    TIPO DO EXAME     :".
           05  LINE 18  COLUMN 47
               VALUE  "(EXAMES SEM CODIGO)".
           05  LINE 20  COLUMN 01
               VALUE  "    ATIVA (S/N)       :".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRASCODIGO
               LINE 05  COLUMN 25  PIC 9(03)
               USING  RAS-CODIGO
               HIGHLIGHT.
           05  TRASDESCRICAO
               LINE 07  COLUMN 25  PIC X(30)
               USING  RAS-DESCRICAO
               HIGHLIGHT.
           05  TRASSEXO
               LINE 09  COLUMN 25  PIC X(01)
               USING  RAS-SEXO
               HIGHLIGHT.
           05  TTXTSEXO
               LINE 09  COLUMN 29  PIC X(10)
               USING  TXTSEXO
               HIGHLIGHT.
           05  TRASIDADEMIN
               LINE 11  COLUMN 25  PIC 9(03)
               USING  RAS-IDADEMIN
               HIGHLIGHT.
           05  TRASIDADEMAX
               LINE 11  COLUMN 31  PIC 9(03)
               USING  RAS-IDADEMAX
               HIGHLIGHT.
           05  TRASINTERVALO
               LINE 13  COLUMN 25  PIC 9(03)
               USING  RAS-INTERVALO
               HIGHLIGHT.
           05  TRASCID
               LINE 15  COLUMN 25  PIC 9(06)
               USING  RAS-CID
               HIGHLIGHT.
           05  TTXTCID
               LINE 15  COLUMN 32  PIC X(30)
               USING  TXTCID
               HIGHLIGHT.
           05  TRASEXAPROC
               LINE 17  COLUMN 25  PIC 9(06)
               USING  RAS-EXAPROC
               HIGHLIGHT.
           05  TTXTPROC
               LINE 17  COLUMN 32  PIC X(30)
               USING  TXTPROC
               HIGHLIGHT.
           05  TRASEXATIPO
               LINE 18  COLUMN 25  PIC X(20)
               USING  RAS-EXATIPO
               HIGHLIGHT.
           05  TRASATIVO
               LINE 20  COLUMN 25  PIC X(01)
               USING  RAS-ATIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADRASTR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRASTR
                 CLOSE CADRASTR
                 MOVE "*** ARQUIVO CADRASTR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRASTR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
      *
      * SEM CADCID/CADPROC O CID E O CODIGO DO EXAME NAO SAO
      * CONFERIDOS
      *
       R0A.
           MOVE "N" TO W-TEMCID W-TEMPROC
           OPEN INPUT CADCID
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMCID.
           OPEN INPUT CADPROC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMPROC.
      *
       R1.
           MOVE SPACES TO RAS-DESCRICAO RAS-SEXO RAS-EXATIPO RAS-OPER
                          TXTSEXO TXTCID TXTPROC
           MOVE ZEROS  TO RAS-CODIGO RAS-IDADEMIN RAS-IDADEMAX
                          RAS-INTERVALO RAS-CID RAS-EXAPROC
                          RAS-DATAALT W-SEL
           MOVE "S" TO RAS-ATIVO
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TRASCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RAS-CODIGO = ZEROS
              MOVE "*Insira o codigo da regra*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       LER-CADRASTR.
           READ CADRASTR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM LER-TXT THRU LER-TXT-FIM
                DISPLAY TELA2
                MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADRASTR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** REGRA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TRASDESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF RAS-DESCRICAO = SPACES
              MOVE "*Insira a descricao do item*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TRASSEXO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RAS-SEXO = "m" OR "f" OR "a"
              INSPECT RAS-SEXO CONVERTING "mfa" TO "MFA".
           IF RAS-SEXO NOT = "M" AND NOT = "F" AND NOT = "A"
              MOVE "*SEXO: M=MASCULINO F=FEMININO A=AMBOS*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM LER-TXT THRU LER-TXT-FIM
           DISPLAY TTXTSEXO.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TRASIDADEMIN
              ACCEPT TRASIDADEMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF RAS-IDADEMAX = ZEROS
              MOVE 999 TO RAS-IDADEMAX.
           IF RAS-IDADEMIN > RAS-IDADEMAX
              MOVE "*IDADE MINIMA MAIOR QUE A MAXIMA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TRASINTERVALO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RAS-INTERVALO = ZEROS
              MOVE "*Insira o intervalo em meses*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *
       R7.
           DISPLAY TELA2
              ACCEPT TRASCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           PERFORM LER-TXT THRU LER-TXT-FIM
           DISPLAY TTXTCID
           IF RAS-CID NOT = ZEROS AND W-TEMCID = "S"
              AND TXTCID = SPACES
              MOVE "*CID NAO CADASTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *
       R8.
           DISPLAY TELA2
              ACCEPT TRASEXAPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           PERFORM LER-TXT THRU LER-TXT-FIM
           DISPLAY TTXTPROC
           IF RAS-EXAPROC NOT = ZEROS AND W-TEMPROC = "S"
              AND TXTPROC = SPACES
              MOVE "*CODIGO DO EXAME NAO CADASTRADO NO CADPROC*"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      *
       R9.
           DISPLAY TELA2
              ACCEPT TRASEXATIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF RAS-EXAPROC = ZEROS AND RAS-EXATIPO = SPACES
              MOVE "*INFORME O CODIGO OU O TIPO DO EXAME*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      *
       R10.
           DISPLAY TELA2
              ACCEPT TRASATIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF RAS-ATIVO = "s" OR "n"
              INSPECT RAS-ATIVO CONVERTING "sn" TO "SN".
           IF RAS-ATIVO NOT = "S" AND NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9      TO RAS-DATAALT
           MOVE SESSAO-OPERADOR TO RAS-OPER.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRASTR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** REGRA GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*REGRA JA EXISTE, NAO GRAVADA*" TO MENS
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
                DELETE CADRASTR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGRA EXCLUIDA ***" TO MENS
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
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRASTR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGRA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * TEXTOS DA TELA: SEXO, DENOMINACAO DO CID (CADCID)  *
      * E DESCRICAO DO EXAME (CADPROC)                     *
      *****************************************************
      *
       LER-TXT.
           MOVE SPACES TO TXTSEXO TXTCID TXTPROC
           IF RAS-SEXO = "M"
              MOVE "MASCULINO" TO TXTSEXO.
           IF RAS-SEXO = "F"
              MOVE "FEMININO" TO TXTSEXO.
           IF RAS-SEXO = "A"
              MOVE "AMBOS" TO TXTSEXO.
           IF RAS-CID = ZEROS
              MOVE "TODOS OS PACIENTES" TO TXTCID
           ELSE
              IF W-TEMCID = "S"
                 MOVE RAS-CID TO CODIGO
                 READ CADCID
                 IF ST-ERRO2 = "00"
                    MOVE DENOMINACAO TO TXTCID.
           IF RAS-EXAPROC = ZEROS OR W-TEMPROC NOT = "S"
              GO TO LER-TXT-FIM.
           MOVE RAS-EXAPROC TO PROC-CID
           READ CADPROC
           IF ST-ERRO2 = "00"
              MOVE PROC-DESCRICAO TO TXTPROC.
       LER-TXT-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADRASTR
           IF W-TEMCID = "S"
              CLOSE CADCID.
           IF W-TEMPROC = "S"
              CLOSE CADPROC.
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
