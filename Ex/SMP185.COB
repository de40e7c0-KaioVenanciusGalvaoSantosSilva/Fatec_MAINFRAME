       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPACSUS.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * IDENTIFICACAO SUS DO PACIENTE: CARTAO NACIONAL  *
      * DE SAUDE (CNS), RACA/COR, ETNIA, NACIONALIDADE  *
      * E MUNICIPIO DE RESIDENCIA (CODIGO IBGE), DADOS  *
      * EXIGIDOS NO BPA INDIVIDUALIZADO. ARQUIVO A PARTE*
      * DO CADPACI, COM A MESMA CHAVE (CPF).            *
      * O CNS E CONFERIDO PELO DIGITO: COMECA COM 1, 2, *
      * 7, 8 OU 9 E A SOMA DOS 15 DIGITOS MULTIPLICADOS *
      * POR 15, 14 ... 1 E MULTIPLA DE 11.              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CPF
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACSUS.DAT".
       01 REGPACSUS.
          03 PS-CPF            PIC 9(11).
          03 PS-CNS            PIC 9(15).
          03 PS-RACA           PIC 9(02).
          03 PS-ETNIA          PIC 9(04).
          03 PS-NACION         PIC 9(03).
          03 PS-IBGE           PIC 9(06).
          03 PS-DATAALT        PIC 9(08).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF             PIC 9(11).
          03 NOME            PIC X(30).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 SEXO            PIC X(01).
          03 GENERO          PIC X(01).
          03 RESPONSAVELNOME PIC X(20).
          03 RESPONSAVELCPF  PIC 9(11).
          03 CONVENIO        PIC 9(04).
          03 TIPOBENEF       PIC X(01).
          03 TITULARCPF      PIC 9(11).
          03 CEPC            PIC 9(08).
          03 NUMEROENDERECO  PIC 9(04).
          03 COMPLEMENTO     PIC X(10).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD             PIC 9(03).
             05 NUMEROTEL1      PIC 9(05).
             05 NUMEROTEL2      PIC 9(04).
             05 TIPOTEL         PIC X(01).
          03 EMERGENCIANOME  PIC X(20).
          03 TELEFONEEMERG.
             05 DDDEMERG        PIC 9(03).
             05 NUMEROTEL1EMERG PIC 9(05).
             05 NUMEROTEL2EMERG PIC 9(04).
             05 TIPOTELEMERG    PIC X(01).
          03 ALERGIAS        PIC X(30).
          03 CONSENTLGPD     PIC X(01).
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADPACSUS".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOME       PIC X(30) VALUE SPACES.
       01 TXTRACA       PIC X(15) VALUE SPACES.
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
               VALUE   "        IDENTIFICACAO SUS DO PACIENTE".
           05  LINE 05  COLUMN 01
               VALUE  "    CPF DO PACIENTE   : ".
           05  LINE 07  COLUMN 01
               VALUE  "    CARTAO SUS (CNS)  : ".
           05  LINE 09  COLUMN 01
               VALUE  "    RACA/COR          : ".
           05  LINE 10  COLUMN 01
               VALUE  "      01=BRANCA 02=PRETA 03=PARDA 04=AMARELA".
           05  LINE 10  COLUMN 47
               VALUE  " 05=INDIGENA 99=SEM INFORMACAO".
           05  LINE 12  COLUMN 01
               VALUE  "    ETNIA (INDIGENA)  : ".
           05  LINE 14  COLUMN 01
               VALUE  "    NACIONALIDADE     :       (010=BRASILEIRA)".
           05  LINE 16  COLUMN 01
               VALUE  "    MUNICIPIO (IBGE)  : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPSCPF
               LINE 05  COLUMN 25  PIC 9(11)
               USING  PS-CPF
               HIGHLIGHT.
           05  TTXTNOME
               LINE 05  COLUMN 38  PIC X(30)
               USING  TXTNOME
               HIGHLIGHT.
           05  TPSCNS
               LINE 07  COLUMN 25  PIC 9(15)
               USING  PS-CNS
               HIGHLIGHT.
           05  TPSRACA
               LINE 09  COLUMN 25  PIC 9(02)
               USING  PS-RACA
               HIGHLIGHT.
           05  TTXTRACA
               LINE 09  COLUMN 30  PIC X(15)
               USING  TXTRACA
               HIGHLIGHT.
           05  TPSETNIA
               LINE 12  COLUMN 25  PIC 9(04)
               USING  PS-ETNIA
               HIGHLIGHT.
           05  TPSNACION
               LINE 14  COLUMN 25  PIC 9(03)
               USING  PS-NACION
               HIGHLIGHT.
           05  TPSIBGE
               LINE 16  COLUMN 25  PIC 9(06)
               USING  PS-IBGE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADPACSUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPACSUS
                 CLOSE CADPACSUS
                 MOVE "*** ARQUIVO CADPACSUS FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACSUS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO TXTNOME TXTRACA
           MOVE ZEROS  TO PS-CPF PS-CNS PS-RACA PS-ETNIA PS-IBGE
                          PS-DATAALT W-SEL
           MOVE 10     TO PS-NACION
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TPSCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE PS-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*PACIENTE NAO CADASTRADO NO CADPACI*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME OF REGPACI TO TXTNOME
           DISPLAY TTXTNOME.
      *
       LER-CADPACSUS.
           READ CADPACSUS
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOSTRA-RACA THRU MOSTRA-RACA-FIM
                DISPLAY TELA2
                MOVE "*** PACIENTE JA IDENTIFICADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPACSUS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** PACIENTE SEM CARTAO SUS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TPSCNS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           MOVE PS-CNS TO W-CNS
           PERFORM VALIDA-CNS THRU VALIDA-CNS-FIM
           IF W-CNSOK = "N"
              MOVE "*NUMERO DO CARTAO SUS INVALIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TPSRACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PS-RACA = ZEROS
              MOVE 99 TO PS-RACA.
           IF PS-RACA > 5 AND PS-RACA NOT = 99
              MOVE "*RACA/COR: 01 A 05 OU 99*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM MOSTRA-RACA THRU MOSTRA-RACA-FIM
           DISPLAY TPSRACA TTXTRACA.
           IF PS-RACA NOT = 5
              MOVE ZEROS TO PS-ETNIA
              DISPLAY TPSETNIA
              GO TO R6.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TPSETNIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PS-ETNIA = ZEROS
              MOVE "*Insira a etnia do paciente indigena*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TPSNACION
              ACCEPT TPSIBGE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PS-NACION = ZEROS
              MOVE "*Insira a nacionalidade (010=BRASILEIRA)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF PS-IBGE < 110000
              MOVE "*CODIGO IBGE DO MUNICIPIO INVALIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO PS-DATAALT.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPACSUS
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*PACIENTE JA EXISTE, NAO GRAVADO*" TO MENS
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
                DELETE CADPACSUS RECORD
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
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPACSUS
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
      *
       MOSTRA-RACA.
           MOVE SPACES TO TXTRACA
           IF PS-RACA = 1
              MOVE "BRANCA" TO TXTRACA.
           IF PS-RACA = 2
              MOVE "PRETA" TO TXTRACA.
           IF PS-RACA = 3
              MOVE "PARDA" TO TXTRACA.
           IF PS-RACA = 4
              MOVE "AMARELA" TO TXTRACA.
           IF PS-RACA = 5
              MOVE "INDIGENA" TO TXTRACA.
           IF PS-RACA = 99
              MOVE "SEM INFORMACAO" TO TXTRACA.
       MOSTRA-RACA-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPACSUS CADPACI.
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
