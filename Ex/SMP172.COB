       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP172.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * APROVACAO DAS OPERACOES SENSIVEIS (DUPLO        *
      * CONTROLE). MOSTRA, UM A UM, OS PEDIDOS          *
      * PENDENTES DO CADAPROV (GRAVADOS PELO GRVAPROV)  *
      * COM QUEM PEDIU, O QUE E O MOTIVO. SO OPERADOR   *
      * NIVEL 3 (SUPERVISOR) ACESSA, E QUEM PEDIU NAO   *
      * PODE APROVAR O PROPRIO PEDIDO.                  *
      * A=APROVAR: CHAMA O PROGRAMA DA OPERACAO EM MODO *
      *   DE EXECUCAO (APV-EX-MODO = S), SEM TELA, COM  *
      *   OS DADOS DO PEDIDO; SITUACAO A=EXECUTADO OU   *
      *   F=APROVADO MAS A EXECUCAO FALHOU (A MENSAGEM  *
      *   DO PROGRAMA FICA NA OBSERVACAO).              *
      * R=REJEITAR: SITUACAO R, COM O MOTIVO.           *
      * AS DECISOES VAO PARA A TRILHA DE AUDITORIA.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APV-NUM
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
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
          03 APV-NUM           PIC 9(06).
          03 APV-TIPO          PIC X(01).
          03 APV-DADOS         PIC X(60).
          03 APV-DESCR         PIC X(60).
          03 APV-MOTIVO        PIC X(40).
          03 APV-SOLIC         PIC X(10).
          03 APV-DATASOL       PIC 9(08).
          03 APV-HORASOL       PIC 9(06).
          03 APV-SITUACAO      PIC X(01).
          03 APV-APROV         PIC X(10).
          03 APV-DATAAPR       PIC 9(08).
          03 APV-HORAAPR       PIC 9(06).
          03 APV-OBS           PIC X(50).
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
       77 W-PROGID          PIC X(12) VALUE "SMP172".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-QTDPEND     PIC 9(04) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-DESCTIPO    PIC X(30) VALUE SPACES.
       01 W-REJEICAO    PIC X(50) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-HORASYS.
          03 W-HSHH     PIC 9(02).
          03 W-HSMM     PIC 9(02).
          03 W-HSSS     PIC 9(02).
          03 W-HSCC     PIC 9(02).
       01 W-HORASYS6.
          03 W-H6HH     PIC 9(02).
          03 W-H6MM     PIC 9(02).
          03 W-H6SS     PIC 9(02).
       01 W-HORASYS9 REDEFINES W-HORASYS6 PIC 9(06).
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
       01 W-HRIN.
          03 W-HIHH     PIC 9(02).
          03 W-HIMM     PIC 9(02).
          03 W-HISS     PIC 9(02).
       01 W-HRIN9 REDEFINES W-HRIN PIC 9(06).
       01 W-HROUT.
          03 W-HOHH     PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HOMM     PIC 9(02).
      *---------[ EXECUCAO DO PEDIDO APROVADO ]---------------------
       01 APV-EXEC EXTERNAL.
          03 APV-EX-MODO    PIC X(01).
          03 APV-EX-DADOS   PIC X(60).
          03 APV-EX-RESULT  PIC X(01).
          03 APV-EX-MENS    PIC X(50).
      *---------[ TRILHA DE AUDITORIA (GRVAUDIT) ]------------------
       01 AUD-ARQ       PIC X(08) VALUE "CADAPROV".
       01 AUD-CHAVE     PIC X(11) VALUE SPACES.
       01 AUD-CAMPO     PIC X(15) VALUE SPACES.
       01 AUD-VALANT    PIC X(30) VALUE SPACES.
       01 AUD-VALNOV    PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     APROVACAO DE OPERACOES SENSIVEIS".
           05  LINE 05  COLUMN 01
               VALUE  "    PEDIDO      :".
           05  LINE 07  COLUMN 01
               VALUE  "    OPERACAO    :".
           05  LINE 09  COLUMN 01
               VALUE  "    DADOS       :".
           05  LINE 11  COLUMN 01
               VALUE  "    MOTIVO      :".
           05  LINE 13  COLUMN 01
               VALUE  "    PEDIDO POR  :              EM".
           05  LINE 16  COLUMN 01
               VALUE  "    MOTIVO DA REJEICAO :".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-REJEICAO
               LINE 16  COLUMN 26  PIC X(50)
               USING  W-REJEICAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAPROV
                 CLOSE CADAPROV
                 MOVE "*** ARQUIVO CADAPROV FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAPROV
              GO TO ROT-FIMP.
      *
      * OPERADOR LOGADO: VEM DO ITEM EXTERNAL GRAVADO PELO
      * CADMENU NO LOGIN; O SESSAO.DAT E SO RECURSO PARA
      * EXECUCAO FORA DO MENU
      *
       R0B.
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR
              GO TO R0C.
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
      * SO O SUPERVISOR (NIVEL 3) APROVA OU REJEITA
      *
       R0C.
           MOVE W-OPERADOR TO USR-LOGIN
           READ CADUSER
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO USR-NIVEL.
           IF W-OPERADOR = SPACES OR USR-NIVEL < 3
              MOVE "*APROVACAO EXIGE OPERADOR NIVEL 3*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *****************************************************
      * PERCORRE OS PEDIDOS PENDENTES (SITUACAO P) EM      *
      * ORDEM DE NUMERO                                    *
      *****************************************************
      *
       R1.
           MOVE ZEROS TO W-QTDPEND APV-NUM
           START CADAPROV KEY IS NOT LESS THAN APV-NUM
           IF ST-ERRO NOT = "00"
              GO TO R1-FIM.
       R2.
           READ CADAPROV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R1-FIM.
           IF APV-SITUACAO NOT = "P"
              GO TO R2.
           ADD 1 TO W-QTDPEND
           PERFORM MOS-PEDIDO THRU MOS-PEDIDO-FIM.
      *
      *****************************************
      * A=APROVAR  R=REJEITAR  P=PROXIMO      *
      *****************************************
      *
       ACE-001.
                DISPLAY (25, 12)
                     "A=APROVAR   R=REJEITAR   P=PROXIMO"
                ACCEPT (25, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO ROT-FIM.
                IF W-OPCAO = "a" MOVE "A" TO W-OPCAO.
                IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
                IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
                    AND W-OPCAO NOT = "P" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "P"
                   GO TO R2.
                IF W-OPCAO = "R"
                   GO TO REJ-001.
      *
      *****************************************************
      * APROVACAO: QUEM PEDIU NAO APROVA O PROPRIO PEDIDO  *
      *****************************************************
      *
       APR-001.
                IF APV-SOLIC = W-OPERADOR
                   MOVE "*QUEM PEDIU NAO PODE APROVAR O PEDIDO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       APR-OPC.
                DISPLAY (25, 40) "APROVAR E EXECUTAR (S/N) : ".
                ACCEPT (25, 67) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO CONTINUA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-OPC.
      *
      * EXECUCAO: O PROGRAMA DA OPERACAO RODA SEM TELA COM OS
      * DADOS DO PEDIDO E DEVOLVE O RESULTADO E A MENSAGEM
      *
       APR-EXE.
                MOVE "S"       TO APV-EX-MODO
                MOVE APV-DADOS TO APV-EX-DADOS
                MOVE SPACES    TO APV-EX-RESULT APV-EX-MENS
                IF APV-TIPO = "E"
                   CALL "SMP133".
                IF APV-TIPO = "M"
                   CALL "SMP106".
                IF APV-TIPO = "P"
                   CALL "CADPRECO".
                MOVE "N"       TO APV-EX-MODO
                IF APV-EX-RESULT = "S"
                   MOVE "A" TO APV-SITUACAO
                   MOVE "EXECUTADO" TO APV-OBS
                   MOVE "APROVADO"  TO AUD-VALNOV
                ELSE
                   MOVE "F" TO APV-SITUACAO
                   MOVE APV-EX-MENS TO APV-OBS
                   MOVE "APROVADO, FALHOU" TO AUD-VALNOV.
                IF APV-SITUACAO = "F" AND APV-OBS = SPACES
                   MOVE "EXECUCAO NAO CONCLUIDA" TO APV-OBS.
                PERFORM GRV-DECISAO THRU GRV-DECISAO-FIM
                IF APV-SITUACAO = "A"
                   MOVE "*** PEDIDO APROVADO E EXECUTADO ***" TO MENS
                ELSE
                   MOVE "*APROVADO, MAS A EXECUCAO FALHOU*" TO MENS.
                PERFORM MOS-PEDIDO THRU MOS-PEDIDO-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
      *
      *****************************************************
      * REJEICAO: EXIGE O MOTIVO                           *
      *****************************************************
      *
       REJ-001.
                MOVE SPACES TO W-REJEICAO
                ACCEPT TW-REJEICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ACE-001.
                IF W-REJEICAO = SPACES
                   MOVE "*Insira o motivo da rejeicao*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REJ-001.
       REJ-OPC.
                DISPLAY (25, 40) "REJEITAR O PEDIDO (S/N) : ".
                ACCEPT (25, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO CONTINUA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REJ-OPC.
                MOVE "R"         TO APV-SITUACAO
                MOVE W-REJEICAO  TO APV-OBS
                MOVE "REJEITADO" TO AUD-VALNOV
                PERFORM GRV-DECISAO THRU GRV-DECISAO-FIM
                MOVE "*** PEDIDO REJEITADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
      *
       R1-FIM.
                DISPLAY TELA2
                IF W-QTDPEND = ZEROS
                   MOVE "*** NAO HA PEDIDOS PENDENTES ***" TO MENS
                ELSE
                   MOVE "*** FIM DOS PEDIDOS PENDENTES ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * GRAVA A DECISAO (QUEM, QUANDO) E A AUDITORIA       *
      *****************************************************
      *
       GRV-DECISAO.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                ACCEPT W-HORASYS FROM TIME
                MOVE W-HSHH TO W-H6HH
                MOVE W-HSMM TO W-H6MM
                MOVE W-HSSS TO W-H6SS
                MOVE W-OPERADOR  TO APV-APROV
                MOVE W-DATASYS9  TO APV-DATAAPR
                MOVE W-HORASYS9  TO APV-HORAAPR
                REWRITE REGAPROV
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADAPROV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE APV-NUM    TO AUD-CHAVE
                MOVE "DECISAO"  TO AUD-CAMPO
                MOVE "PENDENTE" TO AUD-VALANT
                CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                      AUD-VALANT AUD-VALNOV.
       GRV-DECISAO-FIM.
                EXIT.
      *
      *****************************************************
      * EXIBE O PEDIDO                                     *
      *****************************************************
      *
       MOS-PEDIDO.
                MOVE SPACES TO W-REJEICAO
                DISPLAY TELA2
                MOVE "OPERACAO NAO IDENTIFICADA" TO W-DESCTIPO
                IF APV-TIPO = "E"
                   MOVE "ESTORNO DE CONSULTA FATURADA" TO W-DESCTIPO.
                IF APV-TIPO = "M"
                   MOVE "UNIFICACAO DE PACIENTE" TO W-DESCTIPO.
                IF APV-TIPO = "P"
                   MOVE "PRECO NEGOCIADO" TO W-DESCTIPO.
                DISPLAY (05, 19) APV-NUM
                DISPLAY (07, 19) W-DESCTIPO
                DISPLAY (09, 19) APV-DESCR
                DISPLAY (11, 19) APV-MOTIVO
                DISPLAY (13, 19) APV-SOLIC
                MOVE APV-DATASOL TO W-DTIN9
                MOVE W-DIDD TO W-DODD
                MOVE W-DIMM TO W-DOMM
                MOVE W-DIAA TO W-DOAA
                MOVE APV-HORASOL TO W-HRIN9
                MOVE W-HIHH TO W-HOHH
                MOVE W-HIMM TO W-HOMM
                DISPLAY (13, 36) W-DTOUT
                DISPLAY (13, 47) W-HROUT.
       MOS-PEDIDO-FIM.
                EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADAPROV CADUSER.
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
