       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCART.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * CARTEIRINHAS DE BENEFICIARIO (CADCARTEIRA)      *
      * UMA POR PACIENTE E CONVENIO: NUMERO DA          *
      * CARTEIRA, PLANO/PRODUTO E VALIDADE (INICIO E    *
      * FIM; FIM EM BRANCO = SEM VENCIMENTO). CONFERIDA *
      * PELA SUBROTINA VERCART NO CHECK-IN, NA          *
      * ELEGIBILIDADE (SMP129) E LEVADA NO LOTE TISS    *
      * (SMP096). CONVENIO FORA DO CADASTRO DO PACIENTE *
      * (CONVENIO/CONVENIO2) SO GERA AVISO.             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCARTEIRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARTEIRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCONV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC
                    ALTERNATE RECORD KEY IS PLANO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCARTEIRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTEIRA.DAT".
       01 REGCARTEIRA.
          03 CARTEIRA-CHAVE.
             05 CRT-CPF         PIC 9(11).
             05 CRT-CONVENIO    PIC 9(04).
          03 CRT-NUMERO         PIC X(20).
          03 CRT-PRODUTO        PIC X(20).
          03 CRT-VALINI.
             05 CRT-INIAA       PIC 9(04).
             05 CRT-INIMM       PIC 9(02).
             05 CRT-INIDD       PIC 9(02).
          03 CRT-VALFIM.
             05 CRT-FIMAA       PIC 9(04).
             05 CRT-FIMMM       PIC 9(02).
             05 CRT-FIMDD       PIC 9(02).
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO          PIC 9(06).
          03 NOMEC           PIC X(30).
          03 PLANO           PIC 9(02).
          03 DATAVALID.
             05 NUMDD        PIC 9(02).
             05 NUMMM        PIC 9(02).
             05 NUMAA        PIC 9(04).
          03 OPERADORA       PIC X(30).
          03 ANSCODIGO       PIC 9(06).
          03 PERCOBERTURA    PIC 9(03)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADCART".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 VLD-OK        PIC X(01) VALUE SPACES.
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 TXTNOMECONV   PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     CARTEIRINHAS DE BENEFICIARIO".
           05  LINE 05  COLUMN 01
               VALUE  "    CPF DO PACIENTE : ".
           05  LINE 07  COLUMN 01
               VALUE  "    CONVENIO        : ".
           05  LINE 10  COLUMN 01
               VALUE  "    NUMERO CARTEIRA : ".
           05  LINE 12  COLUMN 01
               VALUE  "    PLANO/PRODUTO   : ".
           05  LINE 14  COLUMN 01
               VALUE  "    VALIDA A PARTIR :   /  /    ".
           05  LINE 16  COLUMN 01
               VALUE  "    VALIDA ATE      :   /  /    ".
           05  LINE 16  COLUMN 35
               VALUE  "(EM BRANCO = SEM VENCIMENTO)".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRTCPF
               LINE 05  COLUMN 23  PIC 9(11)
               USING  CRT-CPF
               HIGHLIGHT.
           05  TTXTNOMEPACI
               LINE 05  COLUMN 36  PIC X(30)
               USING  TXTNOMEPACI.
           05  TCRTCONV
               LINE 07  COLUMN 23  PIC 9(04)
               USING  CRT-CONVENIO
               HIGHLIGHT.
           05  TTXTNOMECONV
               LINE 07  COLUMN 36  PIC X(30)
               USING  TXTNOMECONV.
           05  TCRTNUMERO
               LINE 10  COLUMN 23  PIC X(20)
               USING  CRT-NUMERO
               HIGHLIGHT.
           05  TCRTPRODUTO
               LINE 12  COLUMN 23  PIC X(20)
               USING  CRT-PRODUTO
               HIGHLIGHT.
           05  TCRTINIDD
               LINE 14  COLUMN 23  PIC 9(02)
               USING  CRT-INIDD
               HIGHLIGHT.
           05  TCRTINIMM
               LINE 14  COLUMN 26  PIC 9(02)
               USING  CRT-INIMM
               HIGHLIGHT.
           05  TCRTINIAA
               LINE 14  COLUMN 29  PIC 9(04)
               USING  CRT-INIAA
               HIGHLIGHT.
           05  TCRTFIMDD
               LINE 16  COLUMN 23  PIC 9(02)
               USING  CRT-FIMDD
               HIGHLIGHT.
           05  TCRTFIMMM
               LINE 16  COLUMN 26  PIC 9(02)
               USING  CRT-FIMMM
               HIGHLIGHT.
           05  TCRTFIMAA
               LINE 16  COLUMN 29  PIC 9(04)
               USING  CRT-FIMAA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADCARTEIRA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCARTEIRA
                 CLOSE CADCARTEIRA
                 MOVE "*** ARQUIVO CADCARTEIRA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARTEIRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0B.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADCONV NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
       R1.
           MOVE SPACES TO CRT-NUMERO CRT-PRODUTO TXTNOMEPACI
                          TXTNOMECONV
           MOVE ZEROS  TO CRT-CPF CRT-CONVENIO CRT-VALINI CRT-VALFIM
                          W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TCRTCPF
              ACCEPT TCRTCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           IF CRT-CPF = ZEROS
              MOVE "*Insira o CPF do paciente*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CRT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*PACIENTE NAO CADASTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME OF REGPACI TO TXTNOMEPACI
           DISPLAY TTXTNOMEPACI.
       R2B.
           IF CRT-CONVENIO = ZEROS
              MOVE "*Insira o codigo do convenio*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CRT-CONVENIO TO CODIGO OF REGCONV
           READ CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "*CONVENIO NAO CADASTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOMEC TO TXTNOMECONV
           DISPLAY TTXTNOMECONV
           IF CRT-CONVENIO NOT = CONVENIO AND NOT = CONVENIO2
              MOVE "*AVISO: CONVENIO FORA DO CADASTRO DO PACIENTE*"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       LER-CADCARTEIRA.
           READ CADCARTEIRA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** CARTEIRINHA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCARTEIRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CARTEIRINHA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TCRTNUMERO
              ACCEPT TCRTPRODUTO
              ACCEPT TCRTINIDD
              ACCEPT TCRTINIMM
              ACCEPT TCRTINIAA
              ACCEPT TCRTFIMDD
              ACCEPT TCRTFIMMM
              ACCEPT TCRTFIMAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF CRT-NUMERO = SPACES
              MOVE "*Insira o numero da carteirinha*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF CRT-INIDD = ZEROS OR CRT-INIMM = ZEROS
              OR CRT-INIAA = ZEROS OR CRT-INIMM > 12
              MOVE "*Insira o inicio da validade*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           CALL "VALDATA" USING CRT-INIDD CRT-INIMM CRT-INIAA VLD-OK
           IF VLD-OK = "N" OR CRT-INIDD > 31
              MOVE "*Inicio da validade inexistente*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
      * VALIDADE FINAL E OPCIONAL (CARTEIRA SEM VENCIMENTO)
      *
       R3B.
           IF CRT-VALFIM = ZEROS
              GO TO R3C.
           IF CRT-FIMDD = ZEROS OR CRT-FIMMM = ZEROS
              OR CRT-FIMAA = ZEROS OR CRT-FIMMM > 12
              MOVE "*Fim da validade incompleto*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           CALL "VALDATA" USING CRT-FIMDD CRT-FIMMM CRT-FIMAA VLD-OK
           IF VLD-OK = "N" OR CRT-FIMDD > 31
              MOVE "*Fim da validade inexistente*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF CRT-VALFIM < CRT-VALINI
              MOVE "*Fim da validade antes do inicio*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
       R3C.
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCARTEIRA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*CARTEIRINHA JA EXISTE,NAO GRAVADA*" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
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
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCARTEIRA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CARTEIRINHA EXCLUIDA ***" TO MENS
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
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCARTEIRA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CARTEIRINHA ALTERADA ***      " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCARTEIRA CADPACI CADCONV.
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
