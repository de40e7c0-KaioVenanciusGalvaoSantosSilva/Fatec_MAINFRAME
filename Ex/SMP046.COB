          03 USR-BLOQ          PIC X(01).
          03 USR-HIST.
             05 USR-HISTSEN    PIC X(10) OCCURS 3 TIMES.
          03 USR-FILTODAS      PIC X(01).
          03 USR-FILIAIS.
             05 USR-FILIAL     PIC 9(02) OCCURS 5 TIMES.
          03 USR-CRM.
             05 USR-CRMNUM     PIC 9(06).
             05 USR-CRMUF      PIC X(02).
          03 USR-SIGILO        PIC X(01).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 W-LOGIN           PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 SESSAO-AMBIENTE   PIC X(01) EXTERNAL.
       01 W-SENHA           PIC X(10) VALUE SPACES.
       01 W-NIVEL           PIC 9(01) VALUE ZEROS.
       01 W-TENTATIVAS      PIC 9(01) VALUE ZEROS.
      * NIVEL MINIMO EXIGIDO POR OPCAO DO MENU (POSICAO = OPCAO):
      * 1=RECEPCAO  2=CADASTROS/RELATORIOS  3=ADMINISTRACAO
      * POSICOES 55 EM DIANTE = PAGINA 2 DO MENU
      * OPCAO 94 = PAGINA 3 (CADMENU3, COM TABELA PROPRIA)
      *
       01 TABNIVEIS.
          03 FILLER PIC X(54) VALUE
               "222212112111122221111111112333122213333222323223122121".
          03 FILLER PIC X(36) VALUE
               "112221122211331212222311111222212322".
          03 FILLER PIC X(09) VALUE "223133333".
       01 FILLER REDEFINES TABNIVEIS.
          03 TBNIV          PIC 9(01) OCCURS 99 TIMES.
      *-----------------------------------------------------------------
               VALUE  "92 REL.REC.GLOSAS".
           05  LINE 05  COLUMN 54
               VALUE  "93 CADPARAM".
           05  LINE 06  COLUMN 54
               VALUE  "94 PAGINA 3".
           05  LINE 21  COLUMN 02
               VALUE  "55 PAGINA 1".
           05  LINE 22  COLUMN 02
                 MOVE ZEROS  TO USR-FALHAS
                 MOVE "N"    TO USR-BLOQ
                 MOVE SPACES TO USR-HIST
                 MOVE ZEROS  TO USR-CRMNUM
                 MOVE SPACES TO USR-CRMUF
                 MOVE "N"    TO USR-SIGILO
                 WRITE REGUSER
                 CLOSE CADUSER
                 MOVE "*USUARIO PADRAO ADMIN/ADMIN FOI CRIADO*"
      *
       LOGIN3.
           MOVE W-LOGIN TO SESSAO-OPERADOR
           MOVE "P" TO SESSAO-AMBIENTE
           OPEN OUTPUT SESSAO
           IF ST-ERRO2 = "00"
              MOVE W-LOGIN TO REGSESSAO
           DISPLAY TELAMENU.
       R2.
           DISPLAY TELAMENU
           IF SESSAO-AMBIENTE = "T"
              DISPLAY (24, 02) "*** AMBIENTE DE TREINAMENTO ***".
              ACCEPT TOPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
           DISPLAY TELAMEN2.
       R2B.
           DISPLAY TELAMEN2
           IF SESSAO-AMBIENTE = "T"
              DISPLAY (24, 02) "*** AMBIENTE DE TREINAMENTO ***".
              ACCEPT TOPCAO2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CALL "SMP136"      GO TO R1.
           IF W-OPCAO = 93
                   CALL "CADPARAM"    GO TO R1.
           IF W-OPCAO = 94
                   CALL "CADMENU3" USING W-NIVEL
                   GO TO R1B.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
