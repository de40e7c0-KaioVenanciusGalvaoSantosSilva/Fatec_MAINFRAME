       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXRES.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * RESULTADOS ESTRUTURADOS DE EXAMES POR ANALITO   *
      * CHAVE = CHAVE DO EXAME NO CADEXAME (CPF + DATA  *
      * DA CONSULTA + CRM + ITEM) + CODIGO DO ANALITO.  *
      * O VALOR E AVALIADO PELA SUBROTINA FAIXAREF      *
      * CONTRA O CADANALITO CONFORME SEXO E IDADE DO    *
      * PACIENTE NA DATA DO RESULTADO:                  *
      *   N=NORMAL B=ABAIXO A=ACIMA C=CRITICO           *
      *   BRANCO=SEM FAIXA CADASTRADA                   *
      * REVISAO (VISTO) SO PELO MEDICO SOLICITANTE; SE  *
      * O VALOR FOR ALTERADO O VISTO E CANCELADO.       *
      * LINHAS DE ANALITO TAMBEM SAO GRAVADAS PELA      *
      * IMPORTACAO DO LABORATORIO (SMP103).             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEXRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ER-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ER-CRMSOL
                                   WITH DUPLICATES.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
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
       FD CADEXRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXRES.DAT".
       01 REGEXRES.
          03 ER-CHAVE.
             05 ER-EXACHAVE.
                07 ER-CPF      PIC 9(11).
                07 ER-DATA.
                   09 ER-DATAAA PIC 9(04).
                   09 ER-DATAMM PIC 9(02).
                   09 ER-DATADD PIC 9(02).
                07 ER-CRM.
                   09 ER-CRMNUM PIC 9(06).
                   09 ER-CRMUF  PIC X(02).
                07 ER-SEQ      PIC 9(02).
             05 ER-ANALITO     PIC X(06).
          03 ER-CRMSOL         PIC X(08).
          03 ER-DATARES        PIC 9(08).
          03 ER-VALOR          PIC 9(05)V999.
          03 ER-UNIDADE        PIC X(10).
          03 ER-REFMIN         PIC 9(05)V999.
          03 ER-REFMAX         PIC 9(05)V999.
          03 ER-FLAG           PIC X(01).
          03 ER-REVISADO       PIC X(01).
          03 ER-CRMREV         PIC X(08).
          03 ER-DATAREV        PIC 9(08).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
          03 EXAME-CHAVE.
             05 EXA-CPF        PIC 9(11).
             05 EXA-DATA.
                07 EXA-DATAAA  PIC 9(04).
                07 EXA-DATAMM  PIC 9(02).
                07 EXA-DATADD  PIC 9(02).
             05 EXA-CRM.
                07 EXA-CRMNUM  PIC 9(06).
                07 EXA-CRMUF   PIC X(02).
             05 EXA-SEQ        PIC 9(02).
          03 EXA-TIPO          PIC X(20).
          03 EXA-DATAPEDIDO.
             05 EXA-PEDAA      PIC 9(04).
             05 EXA-PEDMM      PIC 9(02).
             05 EXA-PEDDD      PIC 9(02).
          03 EXA-DATARESULT.
             05 EXA-RESAA      PIC 9(04).
             05 EXA-RESMM      PIC 9(02).
             05 EXA-RESDD      PIC 9(02).
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
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
       77 W-PROGID          PIC X(12) VALUE "CADEXRES".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 VLD-OK        PIC X(01) VALUE SPACES.
       01 ACS-PROG      PIC X(12) VALUE "SMP164".
       01 ACS-CPF       PIC 9(11) VALUE ZEROS.
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 TXTTIPO       PIC X(20) VALUE SPACES.
       01 TXTFLAG       PIC X(10) VALUE SPACES.
       01 W-VALANT      PIC 9(05)V999 VALUE ZEROS.
       01 W-DATASYS     PIC 9(08) VALUE ZEROS.
       01 W-CRMREV.
          03 W-CRMREVNUM PIC 9(06) VALUE ZEROS.
          03 W-CRMREVUF  PIC X(02) VALUE SPACES.
       01 W-DATARES.
          03 W-RESDD    PIC 9(02) VALUE ZEROS.
          03 W-RESMM    PIC 9(02) VALUE ZEROS.
          03 W-RESAA    PIC 9(04) VALUE ZEROS.
       01 W-RESNUM.
          03 W-RNUMAA   PIC 9(04) VALUE ZEROS.
          03 W-RNUMMM   PIC 9(02) VALUE ZEROS.
          03 W-RNUMDD   PIC 9(02) VALUE ZEROS.
       01 W-RESNUM9 REDEFINES W-RESNUM PIC 9(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     RESULTADOS DE EXAMES POR ANALITO".
           05  LINE 04  COLUMN 01
               VALUE  "    CPF PACIENTE    :".
           05  LINE 05  COLUMN 01
               VALUE  "    PACIENTE        :".
           05  LINE 07  COLUMN 01
               VALUE  "    DATA CONSULTA   :   /  /".
           05  LINE 08  COLUMN 01
               VALUE  "    CRM SOLIC. / UF :        /".
           05  LINE 09  COLUMN 01
               VALUE  "    ITEM DO PEDIDO  :".
           05  LINE 11  COLUMN 01
               VALUE  "    ANALITO         :".
           05  LINE 13  COLUMN 01
               VALUE  "    DATA RESULTADO  :   /  /".
           05  LINE 15  COLUMN 01
               VALUE  "    VALOR           :".
           05  LINE 16  COLUMN 01
               VALUE  "    REFERENCIA      :           A".
           05  LINE 17  COLUMN 01
               VALUE  "    SITUACAO        :".
           05  LINE 19  COLUMN 01
               VALUE  "    REVISADO (S/N)  :".
           05  LINE 20  COLUMN 01
               VALUE  "    CRM REVISOR / UF:        /".
           05  LINE 21  COLUMN 01
               VALUE  "    DATA DA REVISAO :".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TERCPF
               LINE 04  COLUMN 23  PIC 9(11)
               USING  ER-CPF
               HIGHLIGHT.
           05  TTXTNOMEPACI
               LINE 05  COLUMN 23  PIC X(30)
               USING  TXTNOMEPACI
               HIGHLIGHT.
           05  TERDATADD
               LINE 07  COLUMN 22  PIC 9(02)
               USING  ER-DATADD
               HIGHLIGHT.
           05  TERDATAMM
               LINE 07  COLUMN 25  PIC 9(02)
               USING  ER-DATAMM
               HIGHLIGHT.
           05  TERDATAAA
               LINE 07  COLUMN 28  PIC 9(04)
               USING  ER-DATAAA
               HIGHLIGHT.
           05  TERCRMNUM
               LINE 08  COLUMN 23  PIC 9(06)
               USING  ER-CRMNUM
               HIGHLIGHT.
           05  TERCRMUF
               LINE 08  COLUMN 30  PIC X(02)
               USING  ER-CRMUF
               HIGHLIGHT.
           05  TERSEQ
               LINE 09  COLUMN 23  PIC 9(02)
               USING  ER-SEQ
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 09  COLUMN 28  PIC X(20)
               USING  TXTTIPO
               HIGHLIGHT.
           05  TERANALITO
               LINE 11  COLUMN 23  PIC X(06)
               USING  ER-ANALITO
               HIGHLIGHT.
           05  TRESDD
               LINE 13  COLUMN 22  PIC 9(02)
               USING  W-RESDD
               HIGHLIGHT.
           05  TRESMM
               LINE 13  COLUMN 25  PIC 9(02)
               USING  W-RESMM
               HIGHLIGHT.
           05  TRESAA
               LINE 13  COLUMN 28  PIC 9(04)
               USING  W-RESAA
               HIGHLIGHT.
           05  TERVALOR
               LINE 15  COLUMN 23  PIC 99999,999
               USING  ER-VALOR
               HIGHLIGHT.
           05  TERUNIDADE
               LINE 15  COLUMN 34  PIC X(10)
               USING  ER-UNIDADE
               HIGHLIGHT.
           05  TERREFMIN
               LINE 16  COLUMN 23  PIC 99999,999
               USING  ER-REFMIN
               HIGHLIGHT.
           05  TERREFMAX
               LINE 16  COLUMN 35  PIC 99999,999
               USING  ER-REFMAX
               HIGHLIGHT.
           05  TTXTFLAG
               LINE 17  COLUMN 23  PIC X(10)
               USING  TXTFLAG
               HIGHLIGHT.
           05  TERREVISADO
               LINE 19  COLUMN 23  PIC X(01)
               USING  ER-REVISADO
               HIGHLIGHT.
           05  TCRMREVNUM
               LINE 20  COLUMN 23  PIC 9(06)
               USING  W-CRMREVNUM
               HIGHLIGHT.
           05  TCRMREVUF
               LINE 20  COLUMN 30  PIC X(02)
               USING  W-CRMREVUF
               HIGHLIGHT.
           05  TERDATAREV
               LINE 21  COLUMN 23  PIC 99999999
               USING  ER-DATAREV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADEXRES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEXRES
                 CLOSE CADEXRES
                 MOVE "*** ARQUIVO CADEXRES FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXRES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADEXAME NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEXRES
              GO TO ROT-FIMP.
       R0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEXRES CADEXAME
              GO TO ROT-FIMP.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD.
      *
       R1.
           MOVE ZEROS  TO ER-CPF ER-DATA ER-CRMNUM ER-SEQ ER-DATARES
                          ER-VALOR ER-REFMIN ER-REFMAX ER-DATAREV
                          W-SEL W-DATARES W-CRMREVNUM W-VALANT
           MOVE SPACES TO ER-CRMUF ER-ANALITO ER-CRMSOL ER-UNIDADE
                          ER-FLAG ER-REVISADO ER-CRMREV W-CRMREVUF
                          TXTNOMEPACI TXTTIPO TXTFLAG
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TERCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE ER-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*PACIENTE NAO CADASTRADO NO CADPACI*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME OF REGPACI TO TXTNOMEPACI
           MOVE ER-CPF TO ACS-CPF
           CALL "GRVACESSO" USING ACS-PROG ACS-CPF.
       R3.
           DISPLAY TELA2
              ACCEPT TERDATADD
              ACCEPT TERDATAMM
              ACCEPT TERDATAAA
              ACCEPT TERCRMNUM
              ACCEPT TERCRMUF
              ACCEPT TERSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           MOVE ER-EXACHAVE TO EXAME-CHAVE
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*EXAME NAO CADASTRADO NO CADEXAME*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE EXA-TIPO TO TXTTIPO.
       R4.
           DISPLAY TELA2
              ACCEPT TERANALITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF ER-ANALITO = SPACES
              MOVE "*Insira o codigo do analito*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       LER-CADEXRES.
           READ CADEXRES
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOS-RES THRU MOS-RES-FIM
                DISPLAY TELA2
                MOVE "*** ANALITO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADEXRES" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE EXA-CRM TO ER-CRMSOL
                MOVE ZEROS TO ER-VALOR ER-REFMIN ER-REFMAX ER-DATAREV
                              W-CRMREVNUM W-VALANT
                MOVE SPACES TO ER-UNIDADE ER-FLAG ER-CRMREV W-CRMREVUF
                               TXTFLAG
                MOVE "N" TO ER-REVISADO
                MOVE EXA-DATARESULT TO ER-DATARES
                MOVE "*** ANALITO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF ER-DATARES = ZEROS
              MOVE W-DATASYS TO ER-DATARES.
           PERFORM MOS-RES THRU MOS-RES-FIM.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TRESDD
              ACCEPT TRESMM
              ACCEPT TRESAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-RESMM < 01 OR W-RESMM > 12
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           CALL "VALDATA" USING W-RESDD W-RESMM W-RESAA VLD-OK
           IF VLD-OK = "N"
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-RESAA TO W-RNUMAA
           MOVE W-RESMM TO W-RNUMMM
           MOVE W-RESDD TO W-RNUMDD
           IF W-RESNUM9 < ER-DATA
              MOVE "*RESULTADO ANTERIOR A CONSULTA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-RESNUM9 TO ER-DATARES.
       R6.
           DISPLAY TELA2
              ACCEPT TERVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           CALL "FAIXAREF" USING ER-ANALITO SEXO OF REGPACI
                                 DATANASCIMENTO OF REGPACI
                                 ER-DATARES ER-VALOR ER-UNIDADE
                                 ER-REFMIN ER-REFMAX ER-FLAG
           PERFORM MOS-FLAG THRU MOS-FLAG-FIM
           IF W-SEL = 1 AND ER-REVISADO = "S"
              AND ER-VALOR NOT = W-VALANT
              MOVE "N" TO ER-REVISADO
              MOVE SPACES TO ER-CRMREV W-CRMREVUF
              MOVE ZEROS TO ER-DATAREV W-CRMREVNUM
              MOVE "*VALOR ALTERADO - VISTO CANCELADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF ER-FLAG = "C"
              MOVE "*** ATENCAO: VALOR CRITICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R7.
           DISPLAY TELA2
              ACCEPT TERREVISADO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF ER-REVISADO = "s" MOVE "S" TO ER-REVISADO.
           IF ER-REVISADO = "n" MOVE "N" TO ER-REVISADO.
           IF ER-REVISADO NOT = "S" AND NOT = "N"
              MOVE "*DIGITE S=REVISADO  N=PENDENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF ER-REVISADO = "N"
              MOVE SPACES TO ER-CRMREV W-CRMREVUF
              MOVE ZEROS TO ER-DATAREV W-CRMREVNUM
              GO TO R9.
       R8.
           DISPLAY TELA2
              ACCEPT TCRMREVNUM
              ACCEPT TCRMREVUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-CRMREV NOT = ER-CRM
              MOVE "*SO O MEDICO SOLICITANTE PODE REVISAR*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF ER-CRMREV NOT = W-CRMREV
              MOVE W-CRMREV  TO ER-CRMREV
              MOVE W-DATASYS TO ER-DATAREV.
           IF ER-DATAREV = ZEROS
              MOVE W-DATASYS TO ER-DATAREV.
       R9.
           DISPLAY TELA2.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEXRES
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*ANALITO JA EXISTE,NAO GRAVADO*" TO MENS
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
                      MOVE ER-VALOR TO W-VALANT
                      GO TO R5.
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
                DELETE CADEXRES RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ANALITO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEXRES
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** RESULTADO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************************
      * DATA DO RESULTADO, VISTO E SITUACAO NA TELA *
      **********************************************
      *
       MOS-RES.
           MOVE ER-DATARES TO W-RESNUM9
           MOVE W-RNUMDD TO W-RESDD
           MOVE W-RNUMMM TO W-RESMM
           MOVE W-RNUMAA TO W-RESAA
           MOVE ER-CRMREV TO W-CRMREV
           IF ER-CRMREV = SPACES
              MOVE ZEROS TO W-CRMREVNUM.
           PERFORM MOS-FLAG THRU MOS-FLAG-FIM.
       MOS-RES-FIM.
           EXIT.
      *
       MOS-FLAG.
           MOVE "SEM FAIXA" TO TXTFLAG
           IF ER-FLAG = "N" MOVE "NORMAL"  TO TXTFLAG.
           IF ER-FLAG = "B" MOVE "ABAIXO"  TO TXTFLAG.
           IF ER-FLAG = "A" MOVE "ACIMA"   TO TXTFLAG.
           IF ER-FLAG = "C" MOVE "CRITICO" TO TXTFLAG.
       MOS-FLAG-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADEXRES CADEXAME CADPACI.
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
