       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREPMED.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * DADOS DE PAGAMENTO DO REPASSE POR MEDICO (CRM): *
      * PESSOA FISICA/JURIDICA, CPF/CNPJ, BANCO,        *
      * AGENCIA E CONTA DO CREDITO E QUAIS RETENCOES    *
      * (IRRF, ISS, INSS) SE APLICAM. USADO PELO        *
      * FECHAMENTO MENSAL DO REPASSE (SMP153).          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREPMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPM-CRM
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
       FD CADREPMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPMED.DAT".
       01 REGREPMED.
          03 RPM-CRM.
             05 RPM-CRMNUM     PIC 9(06).
             05 RPM-CRMUF      PIC X(02).
          03 RPM-PESSOA        PIC X(01).
          03 RPM-DOCTO         PIC 9(14).
          03 RPM-BANCO         PIC 9(03).
          03 RPM-AGENCIA       PIC 9(05).
          03 RPM-CONTA         PIC X(12).
          03 RPM-RETIRRF       PIC X(01).
          03 RPM-RETISS        PIC X(01).
          03 RPM-RETINSS       PIC X(01).
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
       77 W-PROGID          PIC X(12) VALUE "CADREPMED".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTMED        PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     DADOS DE PAGAMENTO DO REPASSE".
           05  LINE 05  COLUMN 01
               VALUE  "    CRM / UF        :        /".
           05  LINE 07  COLUMN 01
               VALUE  "    PESSOA          :   (F=FISICA J=JURIDICA)".
           05  LINE 09  COLUMN 01
               VALUE  "    CPF / CNPJ      :".
           05  LINE 11  COLUMN 01
               VALUE  "    BANCO           :".
           05  LINE 12  COLUMN 01
               VALUE  "    AGENCIA         :".
           05  LINE 13  COLUMN 01
               VALUE  "    CONTA           :".
           05  LINE 15  COLUMN 01
               VALUE  "    RETEM IRRF      :   (S/N)".
           05  LINE 16  COLUMN 01
               VALUE  "    RETEM ISS       :   (S/N)".
           05  LINE 17  COLUMN 01
               VALUE "    RETEM INSS      :   (S/N - PESSOA FISICA)".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRPMCRMNUM
               LINE 05  COLUMN 23  PIC 9(06)
               USING  RPM-CRMNUM
               HIGHLIGHT.
           05  TRPMCRMUF
               LINE 05  COLUMN 30  PIC X(02)
               USING  RPM-CRMUF
               HIGHLIGHT.
           05  TTXTMED
               LINE 05  COLUMN 34  PIC X(30)
               USING  TXTMED
               HIGHLIGHT.
           05  TRPMPESSOA
               LINE 07  COLUMN 23  PIC X(01)
               USING  RPM-PESSOA
               HIGHLIGHT.
           05  TRPMDOCTO
               LINE 09  COLUMN 23  PIC 9(14)
               USING  RPM-DOCTO
               HIGHLIGHT.
           05  TRPMBANCO
               LINE 11  COLUMN 23  PIC 9(03)
               USING  RPM-BANCO
               HIGHLIGHT.
           05  TRPMAGENCIA
               LINE 12  COLUMN 23  PIC 9(05)
               USING  RPM-AGENCIA
               HIGHLIGHT.
           05  TRPMCONTA
               LINE 13  COLUMN 23  PIC X(12)
               USING  RPM-CONTA
               HIGHLIGHT.
           05  TRPMRETIRRF
               LINE 15  COLUMN 23  PIC X(01)
               USING  RPM-RETIRRF
               HIGHLIGHT.
           05  TRPMRETISS
               LINE 16  COLUMN 23  PIC X(01)
               USING  RPM-RETISS
               HIGHLIGHT.
           05  TRPMRETINSS
               LINE 17  COLUMN 23  PIC X(01)
               USING  RPM-RETINSS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADREPMED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREPMED
                 CLOSE CADREPMED
                 MOVE "*** ARQUIVO CADREPMED FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREPMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMED NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPMED
              GO TO ROT-FIMP.
      *
       R1.
           MOVE ZEROS  TO RPM-CRMNUM RPM-DOCTO RPM-BANCO RPM-AGENCIA
                          W-SEL
           MOVE SPACES TO RPM-CRMUF RPM-PESSOA RPM-CONTA RPM-RETIRRF
                          RPM-RETISS RPM-RETINSS TXTMED
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TRPMCRMNUM
              ACCEPT TRPMCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           MOVE RPM-CRMNUM TO CRM
           MOVE RPM-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME OF REGMED TO TXTMED.
      *
       LER-CADREPMED.
           READ CADREPMED
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** MEDICO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADREPMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "F" TO RPM-PESSOA
                MOVE "S" TO RPM-RETIRRF RPM-RETISS RPM-RETINSS
                MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TRPMPESSOA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF RPM-PESSOA = "f" MOVE "F" TO RPM-PESSOA.
           IF RPM-PESSOA = "j" MOVE "J" TO RPM-PESSOA.
           IF RPM-PESSOA NOT = "F" AND NOT = "J"
              MOVE "*DIGITE F=FISICA  J=JURIDICA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           DISPLAY TELA2
              ACCEPT TRPMDOCTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RPM-DOCTO = ZEROS
              MOVE "*Insira o CPF ou CNPJ do favorecido*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           DISPLAY TELA2
              ACCEPT TRPMBANCO
              ACCEPT TRPMAGENCIA
              ACCEPT TRPMCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF RPM-BANCO = ZEROS OR RPM-AGENCIA = ZEROS
              OR RPM-CONTA = SPACES
              MOVE "*Insira banco, agencia e conta*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           IF RPM-PESSOA = "J"
              MOVE "N" TO RPM-RETINSS.
           DISPLAY TELA2
              ACCEPT TRPMRETIRRF
              ACCEPT TRPMRETISS
           IF RPM-PESSOA = "F"
              ACCEPT TRPMRETINSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RPM-RETIRRF = "s" MOVE "S" TO RPM-RETIRRF.
           IF RPM-RETIRRF = "n" MOVE "N" TO RPM-RETIRRF.
           IF RPM-RETISS  = "s" MOVE "S" TO RPM-RETISS.
           IF RPM-RETISS  = "n" MOVE "N" TO RPM-RETISS.
           IF RPM-RETINSS = "s" MOVE "S" TO RPM-RETINSS.
           IF RPM-RETINSS = "n" MOVE "N" TO RPM-RETINSS.
           IF (RPM-RETIRRF NOT = "S" AND NOT = "N")
              OR (RPM-RETISS NOT = "S" AND NOT = "N")
              OR (RPM-RETINSS NOT = "S" AND NOT = "N")
              MOVE "*RETENCOES: DIGITE APENAS S OU N*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
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
                WRITE REGREPMED
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*MEDICO JA EXISTE,NAO GRAVADO*" TO MENS
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
                DELETE CADREPMED RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
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
                REWRITE REGREPMED
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS ALTERADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADREPMED CADMED.
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
