       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERFILIAL.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE ACESSO POR FILIAL.   *
      * RECEBE UMA FILIAL E DEVOLVE S QUANDO O OPERADOR *
      * LOGADO PODE TRABALHAR NELA (CADUSER: TODAS AS   *
      * FILIAIS = S, OU A FILIAL ESTA NA LISTA DELE),   *
      * OU N QUANDO NAO PODE. DEVOLVE TAMBEM A FILIAL   *
      * PADRAO DO OPERADOR (A PRIMEIRA DA LISTA; 00 NA  *
      * MATRIZ) E SE ELE E DA MATRIZ (TODAS S/N).       *
      * SEM OPERADOR LOGADO (PROCESSO FORA DO MENU) OU  *
      * SEM O CADUSER, NAO HA RESTRICAO.                *
      * O CADASTRO DO OPERADOR FICA GUARDADO ENTRE AS   *
      * CHAMADAS E SO E RELIDO QUANDO O LOGIN MUDA.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-LOGIN
                    FILE STATUS  IS ST-ERRO.
       SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-IX              PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR        PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
      *
      * OPERADOR JA CARREGADO (FICA ENTRE AS CHAMADAS)
      *
       01 W-GUARDA.
          03 W-GLOGIN       PIC X(10) VALUE LOW-VALUES.
          03 W-GTODAS       PIC X(01) VALUE "S".
          03 W-GFILIAIS.
             05 W-GFIL      PIC 9(02) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 FIL-L-FILIAL      PIC 9(02).
       01 FIL-L-PERMITE     PIC X(01).
       01 FIL-L-PADRAO      PIC 9(02).
       01 FIL-L-TODAS       PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING FIL-L-FILIAL FIL-L-PERMITE
                                FIL-L-PADRAO FIL-L-TODAS.
       INICIO.
           MOVE "S"   TO FIL-L-PERMITE FIL-L-TODAS
           MOVE ZEROS TO FIL-L-PADRAO
           PERFORM LER-OPER THRU LER-OPER-FIM
           IF W-OPERADOR NOT = W-GLOGIN
              PERFORM CARREGA THRU CARREGA-FIM.
           MOVE W-GTODAS   TO FIL-L-TODAS
           IF W-GTODAS = "S"
              GO TO ROT-FIMP.
           MOVE W-GFIL (1) TO FIL-L-PADRAO
           MOVE "N" TO FIL-L-PERMITE
           MOVE ZEROS TO W-IX.
       VER-LISTA.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO ROT-FIMP.
           IF W-GFIL (W-IX) = FIL-L-FILIAL
              MOVE "S" TO FIL-L-PERMITE
              GO TO ROT-FIMP.
           GO TO VER-LISTA.
      *
      *****************************************************
      * OPERADOR LOGADO: ITEM EXTERNAL GRAVADO PELO        *
      * CADMENU NO LOGIN, OU O SESSAO.DAT FORA DO MENU     *
      *****************************************************
      *
       LER-OPER.
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR
              GO TO LER-OPER-FIM.
           OPEN INPUT SESSAO
           IF ST-ERRO = "00"
              READ SESSAO NEXT RECORD
              IF ST-ERRO = "00"
                 MOVE REGSESSAO TO W-OPERADOR
                 CLOSE SESSAO
              ELSE
                 CLOSE SESSAO.
       LER-OPER-FIM.
           EXIT.
      *
      *****************************************************
      * FILIAIS DO OPERADOR NO CADUSER. SEM LOGIN OU SEM   *
      * CADASTRO, FICA SEM RESTRICAO                       *
      *****************************************************
      *
       CARREGA.
           MOVE W-OPERADOR TO W-GLOGIN
           MOVE "S"   TO W-GTODAS
           MOVE ZEROS TO W-GFILIAIS
           IF W-OPERADOR = SPACES
              GO TO CARREGA-FIM.
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-FIM.
           MOVE W-OPERADOR TO USR-LOGIN
           READ CADUSER
      *
      * SO O "N" GRAVADO PELO CADUSER RESTRINGE; CADASTRO ANTIGO,
      * SEM O CAMPO PREENCHIDO, CONTINUA COM TODAS AS FILIAIS
      *
           IF ST-ERRO = "00"
              MOVE USR-FILIAIS TO W-GFILIAIS
              IF USR-FILTODAS = "N"
                 MOVE "N" TO W-GTODAS
              ELSE
                 MOVE "S" TO W-GTODAS.
           CLOSE CADUSER.
       CARREGA-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIMP.
           EXIT PROGRAM.
