      **************************************************
      * MANUTENCAO DO CADASTRO DE OPERADORES DO SISTEMA *
      * (LOGIN, SENHA E NIVEL DE PERMISSAO 1/2/3)       *
      * E DAS FILIAIS EM QUE O OPERADOR PODE TRABALHAR: *
      * ATE 5 FILIAIS (00 = MATRIZ), OU TODAS QUANDO    *
      * MARCADO COMO MATRIZ (TODAS AS FILIAIS = S).     *
      * A REGRA E APLICADA PELA SUBROTINA VERFILIAL.    *
      * GUARDA TAMBEM O CRM DO OPERADOR MEDICO E SE ELE *
      * VE DIAGNOSTICO RESTRITO DE QUALQUER MEDICO      *
      * (SUBROTINA VERSIGILO).                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 USR-BLOQ          PIC X(01).
          03 USR-HIST.
             05 USR-HISTSEN    PIC X(10) OCCURS 3 TIMES.
          03 USR-FILTODAS      PIC X(01).
          03 USR-FILIAIS.
             05 USR-FIL1       PIC 9(02).
             05 USR-FIL2       PIC 9(02).
             05 USR-FIL3       PIC 9(02).
             05 USR-FIL4       PIC 9(02).
             05 USR-FIL5       PIC 9(02).
          03 USR-FILTAB REDEFINES USR-FILIAIS.
             05 USR-FILIAL     PIC 9(02) OCCURS 5 TIMES.
          03 USR-CRM.
             05 USR-CRMNUM     PIC 9(06).
             05 USR-CRMUF      PIC X(02).
          03 USR-SIGILO        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               LINE 11  COLUMN 14  PIC 9(01)
               USING  USR-NIVEL
               HIGHLIGHT.
           05  LINE 15  COLUMN 01
               VALUE  "    TODAS AS FILIAIS :   (S=MATRIZ/TODAS".
           05  LINE 15  COLUMN 41
               VALUE  "  N=SO AS LISTADAS)".
           05  LINE 17  COLUMN 01
               VALUE  "    FILIAIS  :                  (00=MATRIZ)".
           05  TUSRFILTODAS
               LINE 15  COLUMN 24  PIC X(01)
               USING  USR-FILTODAS
               HIGHLIGHT.
           05  TUSRFIL1
               LINE 17  COLUMN 16  PIC 9(02)
               USING  USR-FIL1
               HIGHLIGHT.
           05  TUSRFIL2
               LINE 17  COLUMN 19  PIC 9(02)
               USING  USR-FIL2
               HIGHLIGHT.
           05  TUSRFIL3
               LINE 17  COLUMN 22  PIC 9(02)
               USING  USR-FIL3
               HIGHLIGHT.
           05  TUSRFIL4
               LINE 17  COLUMN 25  PIC 9(02)
               USING  USR-FIL4
               HIGHLIGHT.
           05  TUSRFIL5
               LINE 17  COLUMN 28  PIC 9(02)
               USING  USR-FIL5
               HIGHLIGHT.
           05  LINE 19  COLUMN 01
               VALUE  "    CRM MEDICO :          UF :     (SO PARA".
           05  LINE 19  COLUMN 44
               VALUE  " OPERADOR MEDICO)".
           05  LINE 21  COLUMN 01
               VALUE  "    DIAG. RESTRITO :   (S=VE TODOS  N=SO DO".
           05  LINE 21  COLUMN 44
               VALUE  " PROPRIO CRM)".
           05  TUSRCRMNUM
               LINE 19  COLUMN 18  PIC 9(06)
               USING  USR-CRMNUM
               HIGHLIGHT.
           05  TUSRCRMUF
               LINE 19  COLUMN 32  PIC X(02)
               USING  USR-CRMUF
               HIGHLIGHT.
           05  TUSRSIGILO
               LINE 21  COLUMN 22  PIC X(01)
               USING  USR-SIGILO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE SPACES TO USR-LOGIN USR-SENHA USR-NOME USR-HIST
           MOVE ZEROS  TO USR-NIVEL USR-DATATROCA USR-FALHAS
           MOVE "N"    TO USR-BLOQ
           MOVE "N"    TO USR-FILTODAS
           MOVE ZEROS  TO USR-FILIAIS
           MOVE ZEROS  TO USR-CRMNUM
           MOVE SPACES TO USR-CRMUF
           MOVE "N"    TO USR-SIGILO
           MOVE ZEROS  TO W-SEL
           DISPLAY TELA2.
       R2.
             IF ST-ERRO = "00"
                MOVE USR-SENHA TO W-SENHAANT
                MOVE USR-HIST  TO W-HISTANT
                GO TO LER-CADUSER-ACH
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADUSER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*NIVEL DEVE SER 1, 2 OU 3*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
      * FILIAIS DO OPERADOR: MATRIZ VE TODAS; SENAO SO AS
      * LISTADAS (SEM LISTA = SO A FILIAL 00)
      *
       R6.
           DISPLAY TELA2
              ACCEPT TUSRFILTODAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R6A.
           IF USR-FILTODAS = "s"
              MOVE "S" TO USR-FILTODAS.
           IF USR-FILTODAS = "n"
              MOVE "N" TO USR-FILTODAS.
           IF USR-FILTODAS NOT = "S" AND NOT = "N"
              MOVE "*TODAS AS FILIAIS: DIGITE S OU N*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF USR-FILTODAS = "S"
              MOVE ZEROS TO USR-FILIAIS
              GO TO R8.
       R7.
           DISPLAY TELA2
              ACCEPT TUSRFIL1
              ACCEPT TUSRFIL2
              ACCEPT TUSRFIL3
              ACCEPT TUSRFIL4
              ACCEPT TUSRFIL5
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
      *
      * CRM DO OPERADOR MEDICO: O DIAGNOSTICO RESTRITO E ABERTO
      * AO MEDICO DA CONSULTA E A QUEM TEM DIAG. RESTRITO = S
      *
       R8.
           DISPLAY TELA2
              ACCEPT TUSRCRMNUM
              ACCEPT TUSRCRMUF
              ACCEPT TUSRSIGILO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R8A.
           IF USR-CRMNUM = ZEROS
              MOVE SPACES TO USR-CRMUF.
           IF USR-CRMNUM NOT = ZEROS AND USR-CRMUF = SPACES
              MOVE "*INFORME A UF DO CRM*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF USR-SIGILO = "s"
              MOVE "S" TO USR-SIGILO.
           IF USR-SIGILO = "n" OR USR-SIGILO = SPACES
              MOVE "N" TO USR-SIGILO.
           IF USR-SIGILO NOT = "S" AND NOT = "N"
              MOVE "*DIAG. RESTRITO: DIGITE S OU N*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R7A.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * CADASTRO ANTIGO, SEM O CAMPO DE FILIAIS PREENCHIDO, E
      * MOSTRADO COMO TODAS AS FILIAIS (COMO O VERFILIAL TRATA)
      *
       LER-CADUSER-ACH.
                IF USR-FILTODAS NOT = "S" AND NOT = "N"
                   MOVE "S"   TO USR-FILTODAS
                   MOVE ZEROS TO USR-FILIAIS.
                IF USR-SIGILO NOT = "S" AND NOT = "N"
                   MOVE "N"    TO USR-SIGILO
                   MOVE ZEROS  TO USR-CRMNUM
                   MOVE SPACES TO USR-CRMUF.
                DISPLAY TELA2
                MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
