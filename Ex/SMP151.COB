       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREPCTR.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MANUTENCAO DOS CONTRATOS DE REPASSE POR MEDICO  *
      * CHAVE CRM + TIPO DE VISITA (0=TODAS 1=PRIMEIRA  *
      * 2=RETORNO 3=PROCEDIMENTO) + INICIO DA VIGENCIA. *
      * MODO P = PERCENTUAL SOBRE O VALOR FATURADO;     *
      * MODO F = VALOR FIXO POR CONSULTA. FIM DA        *
      * VIGENCIA ZERADO = CONTRATO EM ABERTO. O CALCULO *
      * E FEITO PELA SUBROTINA CALCREP.                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREPCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREPCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPCTR.DAT".
       01 REGREPCTR.
          03 RCT-CHAVE.
             05 RCT-CRM.
                07 RCT-CRMNUM  PIC 9(06).
                07 RCT-CRMUF   PIC X(02).
             05 RCT-TIPOVIS    PIC 9(01).
             05 RCT-VIGINI     PIC 9(08).
          03 RCT-VIGFIM        PIC 9(08).
          03 RCT-MODO          PIC X(01).
          03 RCT-PERC          PIC 9(03)V99.
          03 RCT-VALFIXO       PIC 9(07)V99.
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
       77 W-PROGID          PIC X(12) VALUE "CADREPCTR".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 VLD-OK        PIC X(01) VALUE SPACES.
       01 TXTMED        PIC X(30) VALUE SPACES.
       01 W-VIGINI.
          03 W-VINIDD   PIC 9(02) VALUE ZEROS.
          03 W-VINIMM   PIC 9(02) VALUE ZEROS.
          03 W-VINIAA   PIC 9(04) VALUE ZEROS.
       01 W-VIGFIM.
          03 W-VFIMDD   PIC 9(02) VALUE ZEROS.
          03 W-VFIMMM   PIC 9(02) VALUE ZEROS.
          03 W-VFIMAA   PIC 9(04) VALUE ZEROS.
       01 W-VIGNUM.
          03 W-VNUMAA   PIC 9(04) VALUE ZEROS.
          03 W-VNUMMM   PIC 9(02) VALUE ZEROS.
          03 W-VNUMDD   PIC 9(02) VALUE ZEROS.
       01 W-VIGNUM9 REDEFINES W-VIGNUM PIC 9(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     CONTRATOS DE REPASSE POR MEDICO".
           05  LINE 05  COLUMN 01
               VALUE  "    CRM / UF        :        /".
           05  LINE 07  COLUMN 01
               VALUE  "    TIPO DE VISITA  :   (0=TODAS 1=PRIMEIRA".
           05  LINE 07  COLUMN 45
               VALUE  " 2=RETORNO 3=PROCEDIMENTO)".
           05  LINE 09  COLUMN 01
               VALUE  "    INICIO VIGENCIA :   /  /".
           05  LINE 11  COLUMN 01
               VALUE  "    FIM VIGENCIA    :   /  /      (ZERO=ABERTO)".
           05  LINE 13  COLUMN 01
               VALUE  "    MODO            :   (P=PERCENTUAL F=FIXO)".
           05  LINE 15  COLUMN 01
               VALUE  "    PERCENTUAL      :".
           05  LINE 17  COLUMN 01
               VALUE  "    VALOR FIXO      :".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRCTCRMNUM
               LINE 05  COLUMN 23  PIC 9(06)
               USING  RCT-CRMNUM
               HIGHLIGHT.
           05  TRCTCRMUF
               LINE 05  COLUMN 30  PIC X(02)
               USING  RCT-CRMUF
               HIGHLIGHT.
           05  TTXTMED
               LINE 05  COLUMN 34  PIC X(30)
               USING  TXTMED
               HIGHLIGHT.
           05  TRCTTIPOVIS
               LINE 07  COLUMN 23  PIC 9(01)
               USING  RCT-TIPOVIS
               HIGHLIGHT.
           05  TVINIDD
               LINE 09  COLUMN 22  PIC 9(02)
               USING  W-VINIDD
               HIGHLIGHT.
           05  TVINIMM
               LINE 09  COLUMN 25  PIC 9(02)
               USING  W-VINIMM
               HIGHLIGHT.
           05  TVINIAA
               LINE 09  COLUMN 28  PIC 9(04)
               USING  W-VINIAA
               HIGHLIGHT.
           05  TVFIMDD
               LINE 11  COLUMN 22  PIC 9(02)
               USING  W-VFIMDD
               HIGHLIGHT.
           05  TVFIMMM
               LINE 11  COLUMN 25  PIC 9(02)
               USING  W-VFIMMM
               HIGHLIGHT.
           05  TVFIMAA
               LINE 11  COLUMN 28  PIC 9(04)
               USING  W-VFIMAA
               HIGHLIGHT.
           05  TRCTMODO
               LINE 13  COLUMN 23  PIC X(01)
               USING  RCT-MODO
               HIGHLIGHT.
           05  TRCTPERC
               LINE 15  COLUMN 23  PIC 999,99
               USING  RCT-PERC
               HIGHLIGHT.
           05  TRCTVALFIXO
               LINE 17  COLUMN 23  PIC 9999999,99
               USING  RCT-VALFIXO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADREPCTR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREPCTR
                 CLOSE CADREPCTR
                 MOVE "*** ARQUIVO CADREPCTR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREPCTR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMED NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPCTR
              GO TO ROT-FIMP.
      *
       R1.
           MOVE ZEROS  TO RCT-CRMNUM RCT-TIPOVIS RCT-VIGINI RCT-VIGFIM
                          RCT-PERC RCT-VALFIXO W-SEL
           MOVE ZEROS  TO W-VIGINI W-VIGFIM
           MOVE SPACES TO RCT-CRMUF RCT-MODO TXTMED
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TRCTCRMNUM
              ACCEPT TRCTCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE RCT-CRMNUM TO CRM
           MOVE RCT-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME OF REGMED TO TXTMED.
       R3.
           DISPLAY TELA2
              ACCEPT TRCTTIPOVIS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF RCT-TIPOVIS > 3
              MOVE "*TIPO DE VISITA INVALIDO (0 A 3)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           DISPLAY TELA2
              ACCEPT TVINIDD
              ACCEPT TVINIMM
              ACCEPT TVINIAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-VINIMM < 01 OR W-VINIMM > 12
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           CALL "VALDATA" USING W-VINIDD W-VINIMM W-VINIAA VLD-OK
           IF VLD-OK = "N"
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-VINIAA TO W-VNUMAA
           MOVE W-VINIMM TO W-VNUMMM
           MOVE W-VINIDD TO W-VNUMDD
           MOVE W-VIGNUM9 TO RCT-VIGINI.
      *
       LER-CADREPCTR.
           READ CADREPCTR
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOS-VIGFIM THRU MOS-VIGFIM-FIM
                DISPLAY TELA2
                MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADREPCTR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "P" TO RCT-MODO
                MOVE ZEROS TO RCT-VIGFIM RCT-PERC RCT-VALFIXO
                              W-VIGFIM
                MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TVFIMDD
              ACCEPT TVFIMMM
              ACCEPT TVFIMAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-VIGFIM = ZEROS
              MOVE ZEROS TO RCT-VIGFIM
              GO TO R6.
           IF W-VFIMMM < 01 OR W-VFIMMM > 12
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           CALL "VALDATA" USING W-VFIMDD W-VFIMMM W-VFIMAA VLD-OK
           IF VLD-OK = "N"
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-VFIMAA TO W-VNUMAA
           MOVE W-VFIMMM TO W-VNUMMM
           MOVE W-VFIMDD TO W-VNUMDD
           IF W-VIGNUM9 < RCT-VIGINI
              MOVE "*FIM DA VIGENCIA ANTES DO INICIO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-VIGNUM9 TO RCT-VIGFIM.
       R6.
           DISPLAY TELA2
              ACCEPT TRCTMODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RCT-MODO = "p" MOVE "P" TO RCT-MODO.
           IF RCT-MODO = "f" MOVE "F" TO RCT-MODO.
           IF RCT-MODO NOT = "P" AND NOT = "F"
              MOVE "*DIGITE P=PERCENTUAL  F=FIXO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF RCT-MODO = "F"
              MOVE ZEROS TO RCT-PERC
              GO TO R8.
           MOVE ZEROS TO RCT-VALFIXO.
       R7.
           DISPLAY TELA2
              ACCEPT TRCTPERC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RCT-PERC = ZEROS OR RCT-PERC > 100
              MOVE "*PERCENTUAL DE REPASSE INVALIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           GO TO R9.
       R8.
           DISPLAY TELA2
              ACCEPT TRCTVALFIXO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RCT-VALFIXO = ZEROS
              MOVE "*Insira o valor fixo por consulta*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
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
                WRITE REGREPCTR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*CONTRATO JA EXISTE,NAO GRAVADO*" TO MENS
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
                DELETE CADREPCTR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CONTRATO EXCLUIDO ***" TO MENS
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
                REWRITE REGREPCTR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CONTRATO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************************
      * FIM DA VIGENCIA GRAVADO (AAAAMMDD) NA TELA  *
      **********************************************
      *
       MOS-VIGFIM.
           MOVE RCT-VIGFIM TO W-VIGNUM9
           MOVE W-VNUMDD TO W-VFIMDD
           MOVE W-VNUMMM TO W-VFIMMM
           MOVE W-VNUMAA TO W-VFIMAA.
       MOS-VIGFIM-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADREPCTR CADMED.
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
