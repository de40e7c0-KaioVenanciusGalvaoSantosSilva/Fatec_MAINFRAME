       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPERIODO.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * CONTROLE DO PERIODO CONTABIL (MES/ANO). O MES   *
      * E FECHADO AUTOMATICAMENTE QUANDO O SMP113 GERA  *
      * O JORNAL.TXT; AQUI E POSSIVEL CONSULTAR, FECHAR *
      * MANUALMENTE OU REABRIR. MES FECHADO NAO ACEITA  *
      * LANCAMENTOS DATADOS NELE (CAIXA, CONSULTA,      *
      * ESTORNO E RETORNOS) - O AJUSTE TARDIO VAI PARA  *
      * O PERIODO ABERTO. A REABERTURA EXIGE OPERADOR   *
      * NIVEL 3 (CADUSER) E O MOTIVO, QUE FICA NO       *
      * REGISTRO E NA TRILHA DE AUDITORIA (CADAUDIT).   *
      * SITUACAO: F=FECHADO  A=REABERTO                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-COMPET
                    FILE STATUS  IS ST-ERRO.
       SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-LOGIN
                    FILE STATUS  IS ST-ERRO.
       SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERIODO.DAT".
       01 REGPERIODO.
          03 PER-COMPET.
             05 PER-COMPAA     PIC 9(04).
             05 PER-COMPMM     PIC 9(02).
          03 PER-SITUACAO      PIC X(01).
          03 PER-DATAFECHA     PIC 9(08).
          03 PER-OPERFECHA     PIC X(10).
          03 PER-DATAREAB      PIC 9(08).
          03 PER-OPERREAB      PIC X(10).
          03 PER-MOTIVO        PIC X(30).
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-LOGIN         PIC X(10).
          03 USR-SENHA         PIC X(10).
          03 USR-NIVEL         PIC 9(01).
          03 USR-NOME          PIC X(30).
          03 USR-DATATROCA     PIC 9(08).
          03 USR-FALHAS        PIC 9(02).
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
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO        PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADPERIODO".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-DESCSIT     PIC X(20) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DTIN.
          03 W-DIAA     PIC 9(04).
          03 W-DIMM     PIC 9(02).
          03 W-DIDD     PIC 9(02).
       01 W-DTIN9 REDEFINES W-DTIN PIC 9(08).
       01 W-DTOUT.
          03 W-DODD     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-DOMM     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 W-DOAA     PIC 9(04).
      *---------[ TRILHA DE AUDITORIA (GRVAUDIT) ]------------------
       01 AUD-ARQ       PIC X(08) VALUE "CADPERIO".
       01 AUD-CHAVE     PIC X(11) VALUE SPACES.
       01 AUD-CAMPO     PIC X(15) VALUE SPACES.
       01 AUD-VALANT    PIC X(30) VALUE SPACES.
       01 AUD-VALNOV    PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     PERIODO CONTABIL - FECHAMENTO MENSAL".
           05  LINE 05  COLUMN 01
               VALUE  "    COMPETENCIA (MM/AAAA) :   /".
           05  LINE 07  COLUMN 01
               VALUE  "    SITUACAO              :".
           05  LINE 09  COLUMN 01
               VALUE  "    FECHADO EM            :            POR".
           05  LINE 11  COLUMN 01
               VALUE  "    REABERTO EM           :            POR".
           05  LINE 13  COLUMN 01
               VALUE  "    MOTIVO DA REABERTURA  :".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPERCOMPMM
               LINE 05  COLUMN 29  PIC 9(02)
               USING  PER-COMPMM
               HIGHLIGHT.
           05  TPERCOMPAA
               LINE 05  COLUMN 32  PIC 9(04)
               USING  PER-COMPAA
               HIGHLIGHT.
           05  TPERMOTIVO
               LINE 13  COLUMN 29  PIC X(30)
               USING  PER-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADPERIODO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPERIODO
                 CLOSE CADPERIODO
                 MOVE "*** ARQUIVO CADPERIODO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPERIODO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPERIODO
              GO TO ROT-FIMP.
      *
      * OPERADOR LOGADO: VEM DO ITEM EXTERNAL GRAVADO PELO
      * CADMENU NO LOGIN (VALE NA UNIDADE DE EXECUCAO DO
      * TERMINAL); O SESSAO.DAT E SO RECURSO PARA EXECUCAO
      * FORA DO MENU
      *
       R0B.
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR
              GO TO R1.
           OPEN INPUT SESSAO
           IF ST-ERRO2 = "00"
              READ SESSAO NEXT RECORD
              IF ST-ERRO2 = "00"
                 MOVE REGSESSAO TO W-OPERADOR
                 CLOSE SESSAO
              ELSE
                 CLOSE SESSAO
           ELSE
              MOVE SPACES TO W-OPERADOR.
      *
       R1.
           MOVE ZEROS  TO PER-COMPAA PER-COMPMM PER-DATAFECHA
                          PER-DATAREAB W-SEL
           MOVE SPACES TO PER-SITUACAO PER-OPERFECHA PER-OPERREAB
                          PER-MOTIVO
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TPERCOMPMM
              ACCEPT TPERCOMPAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PER-COMPMM < 1 OR PER-COMPMM > 12 OR PER-COMPAA = ZEROS
              MOVE "*MES/ANO DE COMPETENCIA INVALIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       LER-CADPERIODO.
           READ CADPERIODO
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE 1 TO W-SEL
                PERFORM MOS-PERIODO THRU MOS-PERIODO-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADPERIODO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS  TO W-SEL PER-DATAFECHA PER-DATAREAB
                MOVE SPACES TO PER-SITUACAO PER-OPERFECHA
                               PER-OPERREAB PER-MOTIVO
                PERFORM MOS-PERIODO THRU MOS-PERIODO-FIM
                MOVE "*** MES AINDA NAO FECHADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *****************************************
      * F=FECHAR  R=REABRIR  N=NOVA CONSULTA  *
      *****************************************
      *
       ACE-001.
                DISPLAY (25, 12)
                     "F=FECHAR   R=REABRIR   N=NOVA CONSULTA"
                ACCEPT (25, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "f" MOVE "F" TO W-OPCAO.
                IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
                IF W-OPCAO NOT = "F" AND W-OPCAO NOT = "R"
                    AND W-OPCAO NOT = "N" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "R"
                   GO TO REA-001.
      *
       FEC-001.
                IF PER-SITUACAO = "F"
                   MOVE "*** MES JA ESTA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       FEC-OPC.
                DISPLAY (25, 40) "FECHAR O MES (S/N) : ".
                ACCEPT (25, 61) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MES NAO FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-OPC.
       FEC-WR1.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE "F"         TO PER-SITUACAO
                MOVE W-DATASYS9  TO PER-DATAFECHA
                MOVE W-OPERADOR  TO PER-OPERFECHA
                IF W-SEL = 1
                   REWRITE REGPERIODO
                ELSE
                   WRITE REGPERIODO.
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADPERIODO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE PER-COMPET       TO AUD-CHAVE
                MOVE "FECHAMENTO"     TO AUD-CAMPO
                MOVE "ABERTO"         TO AUD-VALANT
                MOVE "FECHADO MANUAL" TO AUD-VALNOV
                CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                      AUD-VALANT AUD-VALNOV
                MOVE "*** MES FECHADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************************
      * REABERTURA: SO OPERADOR NIVEL 3, COM MOTIVO        *
      *****************************************************
      *
       REA-001.
                IF PER-SITUACAO NOT = "F"
                   MOVE "*** MES NAO ESTA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE W-OPERADOR TO USR-LOGIN
                READ CADUSER
                IF ST-ERRO NOT = "00"
                   MOVE ZEROS TO USR-NIVEL.
                IF W-OPERADOR = SPACES OR USR-NIVEL < 3
                   MOVE "*REABERTURA EXIGE OPERADOR NIVEL 3*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       REA-002.
                MOVE SPACES TO PER-MOTIVO
                DISPLAY TELA2
                PERFORM MOS-PERIODO THRU MOS-PERIODO-FIM
                ACCEPT TPERMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF PER-MOTIVO = SPACES
                   MOVE "*Insira o motivo da reabertura*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-002.
       REA-OPC.
                DISPLAY (25, 40) "REABRIR O MES (S/N) : ".
                ACCEPT (25, 62) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** MES CONTINUA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-OPC.
       REA-RW1.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE "A"         TO PER-SITUACAO
                MOVE W-DATASYS9  TO PER-DATAREAB
                MOVE W-OPERADOR  TO PER-OPERREAB
                REWRITE REGPERIODO
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO CADPERIODO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE PER-COMPET  TO AUD-CHAVE
                MOVE "REABERTURA" TO AUD-CAMPO
                MOVE "FECHADO"   TO AUD-VALANT
                MOVE PER-MOTIVO  TO AUD-VALNOV
                CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                      AUD-VALANT AUD-VALNOV
                MOVE "*** MES REABERTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************************
      * EXIBE A SITUACAO, DATAS E OPERADORES DO MES        *
      *****************************************************
      *
       MOS-PERIODO.
                MOVE "ABERTO"   TO W-DESCSIT
                IF PER-SITUACAO = "F"
                   MOVE "FECHADO"  TO W-DESCSIT.
                IF PER-SITUACAO = "A"
                   MOVE "REABERTO" TO W-DESCSIT.
                DISPLAY (07, 29) W-DESCSIT
                MOVE PER-DATAFECHA TO W-DTIN9
                PERFORM MOS-DATA THRU MOS-DATA-FIM
                DISPLAY (09, 29) W-DTOUT
                DISPLAY (09, 44) PER-OPERFECHA
                MOVE PER-DATAREAB TO W-DTIN9
                PERFORM MOS-DATA THRU MOS-DATA-FIM
                DISPLAY (11, 29) W-DTOUT
                DISPLAY (11, 44) PER-OPERREAB
                DISPLAY (13, 29) PER-MOTIVO.
       MOS-PERIODO-FIM.
                EXIT.
      *
       MOS-DATA.
                MOVE W-DIDD TO W-DODD
                MOVE W-DIMM TO W-DOMM
                MOVE W-DIAA TO W-DOAA.
       MOS-DATA-FIM.
                EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPERIODO CADUSER.
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
