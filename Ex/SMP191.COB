       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCREDEN.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * CREDENCIAIS DO MEDICO COM VENCIMENTO: UM        *
      * REGISTRO POR MEDICO (CRM/UF), TIPO DE DOCUMENTO *
      * E ESPECIALIDADE, COM NUMERO E VALIDADE.         *
      * TIPOS: 1=REGISTRO NO CRM  2=TITULO DE           *
      * ESPECIALISTA (RQE), UM POR ESPECIALIDADE DO     *
      * MEDICO  3=SEGURO DE RESPONSABILIDADE CIVIL      *
      * 4=CONTRATO COM A CLINICA. FORA DO TIPO 2 A      *
      * ESPECIALIDADE E SEMPRE 00. DOCUMENTO VENCIDO    *
      * BLOQUEIA NOVAS MARCACOES (SUBROTINA VERCRED).   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCREDEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
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
       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
       01 REGCREDEN.
          03 CRD-CHAVE.
             05 CRD-CRM.
                07 CRD-CRMNUM   PIC 9(06).
                07 CRD-CRMUF    PIC X(02).
             05 CRD-TIPO        PIC 9(01).
             05 CRD-ESPEC       PIC 9(02).
          03 CRD-NUMERO         PIC X(20).
          03 CRD-VALIDADE.
             05 CRD-VALAA       PIC 9(04).
             05 CRD-VALMM       PIC 9(02).
             05 CRD-VALDD       PIC 9(02).
          03 CRD-VALIDADE9 REDEFINES CRD-VALIDADE PIC 9(08).
          03 CRD-DATAALT        PIC 9(08).
          03 CRD-OPER           PIC X(10).
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
       77 W-PROGID          PIC X(12) VALUE "CADCREDEN".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-TEMESP      PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 TXTTIPO       PIC X(12) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
      *
      * VALIDADE DIGITADA EM DD/MM/AAAA
      *
       01 W-VALTELA.
          03 W-VTDD     PIC 9(02) VALUE ZEROS.
          03 W-VTMM     PIC 9(02) VALUE ZEROS.
          03 W-VTAA     PIC 9(04) VALUE ZEROS.
      *
      * DESCRICAO DOS TIPOS DE DOCUMENTO (1 A 4)
      *
       01 TABTIPO.
          03 FILLER PIC X(24) VALUE "REGISTRO CRMTITULO RQE ".
          03 FILLER PIC X(24) VALUE "SEGURO RC   CONTRATO    ".
       01 TABTIPOR REDEFINES TABTIPO.
          03 TBTIPO         PIC X(12) OCCURS 4 TIMES.
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
               VALUE   "         CREDENCIAIS DO MEDICO".
           05  LINE 05  COLUMN 01
               VALUE  "    CRM / UF          :       /".
           05  LINE 07  COLUMN 01
               VALUE  "    TIPO DOCUMENTO    :".
           05  LINE 07  COLUMN 45
               VALUE  "1=CRM 2=RQE 3=SEGURO 4=CONTRATO".
           05  LINE 09  COLUMN 01
               VALUE  "    ESPECIALIDADE     :".
           05  LINE 09  COLUMN 45
               VALUE  "(SO PARA RQE)".
           05  LINE 11  COLUMN 01
               VALUE  "    NUMERO            : ".
           05  LINE 13  COLUMN 01
               VALUE  "    VALIDADE          :   /  /".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRDCRMNUM
               LINE 05  COLUMN 25  PIC 9(06)
               USING  CRD-CRMNUM
               HIGHLIGHT.
           05  TCRDCRMUF
               LINE 05  COLUMN 32  PIC X(02)
               USING  CRD-CRMUF
               HIGHLIGHT.
           05  TTXTNOME
               LINE 05  COLUMN 38  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TCRDTIPO
               LINE 07  COLUMN 25  PIC 9(01)
               USING  CRD-TIPO
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 07  COLUMN 28  PIC X(12)
               USING  TXTTIPO
               HIGHLIGHT.
           05  TCRDESPEC
               LINE 09  COLUMN 25  PIC 9(02)
               USING  CRD-ESPEC
               HIGHLIGHT.
           05  TCRDNUMERO
               LINE 11  COLUMN 25  PIC X(20)
               USING  CRD-NUMERO
               HIGHLIGHT.
           05  TVTDD
               LINE 13  COLUMN 25  PIC 9(02)
               USING  W-VTDD
               HIGHLIGHT.
           05  TVTMM
               LINE 13  COLUMN 28  PIC 9(02)
               USING  W-VTMM
               HIGHLIGHT.
           05  TVTAA
               LINE 13  COLUMN 31  PIC 9(04)
               USING  W-VTAA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADCREDEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCREDEN
                 CLOSE CADCREDEN
                 MOVE "*** ARQUIVO CADCREDEN FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCREDEN" TO MENS
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
           MOVE SPACES TO CRD-CRMUF CRD-NUMERO CRD-OPER TXTNOME
                          TXTTIPO
           MOVE ZEROS  TO CRD-CRMNUM CRD-TIPO CRD-ESPEC CRD-VALIDADE9
                          CRD-DATAALT W-VALTELA W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TCRDCRMNUM
              ACCEPT TCRDCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE CRD-CRMNUM TO CRM
           MOVE CRD-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO TXTNOME
           DISPLAY TTXTNOME.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TCRDTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF CRD-TIPO < 1 OR CRD-TIPO > 4
              MOVE "*TIPO: 1=CRM 2=RQE 3=SEGURO 4=CONTRATO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE TBTIPO (CRD-TIPO) TO TXTTIPO
           DISPLAY TTXTTIPO
           IF CRD-TIPO NOT = 2
              MOVE ZEROS TO CRD-ESPEC
              GO TO LER-CADCREDEN.
      *
      * O RQE E POR ESPECIALIDADE, QUE TEM QUE SER DO MEDICO
      *
       R3B.
           DISPLAY TELA2
              ACCEPT TCRDESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R3C.
           PERFORM VER-ESP THRU VER-ESP-FIM
           IF W-TEMESP = "N"
              MOVE "*ESPECIALIDADE NAO CADASTRADA P/O MEDICO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3B.
      *
       LER-CADCREDEN.
           READ CADCREDEN
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE CRD-VALDD TO W-VTDD
                MOVE CRD-VALMM TO W-VTMM
                MOVE CRD-VALAA TO W-VTAA
                DISPLAY TELA2
                MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCREDEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TCRDNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CRD-NUMERO = SPACES
              MOVE "*Insira o numero do documento*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TVTDD
              ACCEPT TVTMM
              ACCEPT TVTAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5A.
           IF W-VTDD < 1 OR W-VTDD > 31 OR W-VTMM < 1 OR W-VTMM > 12
              OR W-VTAA < 2000
              MOVE "*VALIDADE INVALIDA (DD/MM/AAAA)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-VTDD TO CRD-VALDD
           MOVE W-VTMM TO CRD-VALMM
           MOVE W-VTAA TO CRD-VALAA
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9      TO CRD-DATAALT
           MOVE SESSAO-OPERADOR TO CRD-OPER
           IF CRD-VALIDADE9 < W-DATASYS9
              MOVE "*ATENCAO: DOCUMENTO JA VENCIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
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
                WRITE REGCREDEN
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*DOCUMENTO JA EXISTE, NAO GRAVADO*" TO MENS
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
                DELETE CADCREDEN RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
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
                REWRITE REGCREDEN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DOCUMENTO ALTERADO ***" TO MENS
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
           IF CRD-ESPEC = ZEROS
              GO TO VER-ESP-FIM.
           IF ESPECIALIDADE = CRD-ESPEC
              MOVE "S" TO W-TEMESP
              GO TO VER-ESP-FIM.
           MOVE ZEROS TO W-IND.
       VER-ESP-LP.
           ADD 1 TO W-IND
           IF W-IND > 5
              GO TO VER-ESP-FIM.
           IF ESPECOD (W-IND) = CRD-ESPEC
              MOVE "S" TO W-TEMESP
              GO TO VER-ESP-FIM.
           GO TO VER-ESP-LP.
       VER-ESP-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCREDEN CADMED.
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
