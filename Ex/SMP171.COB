       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVAPROV.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE PEDIDO DE APROVACAO  *
      * (DUPLO CONTROLE). AS OPERACOES SENSIVEIS NAO    *
      * SAO EXECUTADAS POR QUEM PEDE: GRAVAM NO         *
      * CADAPROV UM PEDIDO PENDENTE COM QUEM PEDIU, O   *
      * QUE (TIPO + DADOS DA OPERACAO + DESCRICAO) E O  *
      * MOTIVO. O SUPERVISOR APROVA OU REJEITA NO       *
      * SMP172, E SO A APROVACAO EXECUTA A OPERACAO.    *
      * TIPOS: E=ESTORNO DE CONSULTA FATURADA (SMP133)  *
      *        M=UNIFICACAO DE PACIENTE (SMP106)        *
      *        P=PRECO NEGOCIADO (CADPRECO)             *
      * RETORNO: S=GRAVADO  D=JA HA PEDIDO PENDENTE     *
      * IGUAL (DEVOLVE O NUMERO DELE)  E=ERRO           *
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
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO        PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 W-ULTNUM          PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR        PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-DSAA         PIC 9(04).
          03 W-DSMM         PIC 9(02).
          03 W-DSDD         PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-HORASYS.
          03 W-HSHH         PIC 9(02).
          03 W-HSMM         PIC 9(02).
          03 W-HSSS         PIC 9(02).
          03 W-HSCC         PIC 9(02).
       01 W-HORASYS6.
          03 W-H6HH         PIC 9(02).
          03 W-H6MM         PIC 9(02).
          03 W-H6SS         PIC 9(02).
       01 W-HORASYS9 REDEFINES W-HORASYS6 PIC 9(06).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 APV-L-TIPO        PIC X(01).
       01 APV-L-DADOS       PIC X(60).
       01 APV-L-DESCR       PIC X(60).
       01 APV-L-MOTIVO      PIC X(40).
       01 APV-L-NUM         PIC 9(06).
       01 APV-L-RET         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING APV-L-TIPO APV-L-DADOS APV-L-DESCR
                                APV-L-MOTIVO APV-L-NUM APV-L-RET.
       INICIO.
           MOVE "E"   TO APV-L-RET
           MOVE ZEROS TO APV-L-NUM W-ULTNUM
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAPROV
                 CLOSE CADAPROV
                 OPEN I-O CADAPROV
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 GO TO ROT-FIMP.
      *
      * VARRE OS PEDIDOS: GUARDA O ULTIMO NUMERO E RECUSA UM
      * SEGUNDO PEDIDO PENDENTE PARA A MESMA OPERACAO
      *
           MOVE ZEROS TO APV-NUM
           START CADAPROV KEY IS NOT LESS THAN APV-NUM
           IF ST-ERRO NOT = "00"
              GO TO MONTA.
       VARRE.
           READ CADAPROV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MONTA.
           MOVE APV-NUM TO W-ULTNUM
           IF APV-SITUACAO = "P" AND APV-TIPO = APV-L-TIPO
              AND APV-DADOS = APV-L-DADOS
              MOVE APV-NUM TO APV-L-NUM
              MOVE "D" TO APV-L-RET
              GO TO ROT-FIM.
           GO TO VARRE.
       MONTA.
      *
      * OPERADOR LOGADO: ITEM EXTERNAL GRAVADO PELO CADMENU NO
      * LOGIN, OU O SESSAO.DAT FORA DO MENU
      *
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR
              GO TO MONTA2.
           OPEN INPUT SESSAO
           IF ST-ERRO2 = "00"
              READ SESSAO NEXT RECORD
              IF ST-ERRO2 = "00"
                 MOVE REGSESSAO TO W-OPERADOR
                 CLOSE SESSAO
              ELSE
                 CLOSE SESSAO.
       MONTA2.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE W-HSHH TO W-H6HH
           MOVE W-HSMM TO W-H6MM
           MOVE W-HSSS TO W-H6SS
           MOVE W-ULTNUM       TO APV-NUM
           MOVE APV-L-TIPO     TO APV-TIPO
           MOVE APV-L-DADOS    TO APV-DADOS
           MOVE APV-L-DESCR    TO APV-DESCR
           MOVE APV-L-MOTIVO   TO APV-MOTIVO
           MOVE W-OPERADOR     TO APV-SOLIC
           MOVE W-DATASYS9     TO APV-DATASOL
           MOVE W-HORASYS9     TO APV-HORASOL
           MOVE "P"            TO APV-SITUACAO
           MOVE SPACES         TO APV-APROV APV-OBS
           MOVE ZEROS          TO APV-DATAAPR APV-HORAAPR.
       GRAVA.
           ADD 1 TO APV-NUM
           WRITE REGAPROV
           IF ST-ERRO = "22"
              IF APV-NUM < 999999
                 GO TO GRAVA.
           IF ST-ERRO = "00" OR "02"
              MOVE APV-NUM TO APV-L-NUM
              MOVE "S" TO APV-L-RET.
       ROT-FIM.
           CLOSE CADAPROV.
       ROT-FIMP.
           EXIT PROGRAM.
