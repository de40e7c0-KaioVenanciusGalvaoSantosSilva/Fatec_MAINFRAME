       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSIGILO.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE DIAGNOSTICO RESTRITO.*
      * RECEBE A CHAVE DE UMA CONSULTA E DEVOLVE S      *
      * QUANDO O OPERADOR LOGADO PODE VER O DIAGNOSTICO *
      * DELA, OU N QUANDO A TELA DEVE MASCARAR CID,     *
      * OBSERVACOES E PRONTUARIO.                       *
      * A CONSULTA E RESTRITA QUANDO A CATEGORIA DO CID *
      * PRINCIPAL OU DE UM CID SECUNDARIO (CADCONCID)   *
      * ESTA NO CADCATSIG (MARCADA NO CADASTRO DE CID). *
      * PODEM VER: O MEDICO DA CONSULTA (CRM DO         *
      * OPERADOR NO CADUSER) E O OPERADOR COM DIAG.     *
      * RESTRITO = S. SEM LOGIN NAO HA PERMISSAO.       *
      * MODO E: NEGADO O ACESSO, OFERECE O ACESSO DE    *
      * EMERGENCIA NAS LINHAS 23/24, COM MOTIVO         *
      * OBRIGATORIO, GRAVADO NO CADACESSO COMO TIPO E   *
      * (RELATORIO DIARIO DO ENCARREGADO, SMP205).      *
      * MODO V: SO VERIFICA, SEM PERGUNTAR.             *
      * O ACESSO DE EMERGENCIA VALE PARA O PACIENTE     *
      * (CPF) ATE O OPERADOR MUDAR.                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCATSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CATEGORIA
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONSULTA-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
       SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
       SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-LOGIN
                    FILE STATUS  IS ST-ERRO5.
       SELECT CADACESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACESSO-CHAVE
                    FILE STATUS  IS ST-ERRO6.
       SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCATSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATSIG.DAT".
       01 REGCATSIG.
          03 CSG-CATEGORIA     PIC X(03).
          03 CSG-DATA          PIC 9(08).
          03 CSG-OPER          PIC X(10).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSULTA.DAT".
       01 REGCONSULTA.
          03 CONSULTA-CHAVE.
             05 CON-CPF        PIC 9(11).
             05 CON-DATA.
                07 CON-DATAAA  PIC 9(04).
                07 CON-DATAMM  PIC 9(02).
                07 CON-DATADD  PIC 9(02).
             05 CON-CRM.
                07 CON-CRMNUM  PIC 9(06).
                07 CON-CRMUF   PIC X(02).
          03 CON-CID           PIC 9(06).
          03 CON-OBSERVACOES   PIC X(30).
          03 CON-FATURADO      PIC X(01).
          03 CON-DATAFAT       PIC 9(08).
          03 CON-SITPAG        PIC X(01).
          03 CON-VALORPAGO     PIC 9(07)V99.
          03 CON-MODAL         PIC X(01).
          03 CON-FILIAL        PIC 9(02).
          03 CON-LOTE          PIC 9(06).
          03 CON-TIPOVIS       PIC 9(01).
          03 CON-CONVUSO       PIC 9(04).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CODIGO            PIC 9(06).
          03 DENOMINACAO       PIC X(30).
          03 OBSER             PIC X(30).
          03 DATACID.
             05 NUMERODD       PIC 9(02).
             05 NUMEROMM       PIC 9(02).
             05 NUMEROAA       PIC 9(04).
          03 CAPITULO          PIC 9(02).
          03 CATEGORIA         PIC X(03).
          03 STATUSCID         PIC X(01).
          03 MOTIVOINATIVACAO  PIC X(30).
          03 CID-NOTIFICA      PIC X(01).
      *
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
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
       FD CADACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACESSO.DAT".
       01 REGACESSO.
          03 ACESSO-CHAVE.
             05 ACS-CPF        PIC 9(11).
             05 ACS-DATA       PIC 9(08).
             05 ACS-HORA       PIC 9(06).
             05 ACS-SEQ        PIC 9(02).
          03 ACS-PROGRAMA      PIC X(12).
          03 ACS-OPERADOR      PIC X(10).
          03 ACS-TIPO          PIC X(01).
          03 ACS-CONSCHAVE     PIC X(27).
          03 ACS-MOTIVO        PIC X(40).
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
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 ST-ERRO4          PIC X(02) VALUE "00".
       77 ST-ERRO5          PIC X(02) VALUE "00".
       77 ST-ERRO6          PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 W-RESTRITO        PIC X(01) VALUE "N".
       77 W-GRAVOU          PIC X(01) VALUE "N".
       77 W-CIDVER          PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO          PIC X(40) VALUE SPACES.
       77 LIMPA             PIC X(79) VALUE SPACES.
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
      *
      * OPERADOR JA CARREGADO E PACIENTE LIBERADO POR ACESSO
      * DE EMERGENCIA (FICAM ENTRE AS CHAMADAS)
      *
       01 W-GUARDA.
          03 W-GLOGIN       PIC X(10) VALUE LOW-VALUES.
          03 W-GSIGILO      PIC X(01) VALUE "N".
          03 W-GCRM.
             05 W-GCRMNUM   PIC 9(06) VALUE ZEROS.
             05 W-GCRMUF    PIC X(02) VALUE SPACES.
          03 W-EMCPF        PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SIG-L-CONSCHAVE   PIC X(27).
       01 SIG-L-PROGRAMA    PIC X(12).
       01 SIG-L-MODO        PIC X(01).
       01 SIG-L-PERMITE     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SIG-L-CONSCHAVE SIG-L-PROGRAMA
                                SIG-L-MODO SIG-L-PERMITE.
       INICIO.
           MOVE "S" TO SIG-L-PERMITE
           MOVE "N" TO W-RESTRITO
           PERFORM VER-RESTRITO THRU VER-RESTRITO-FIM
           IF W-RESTRITO NOT = "S"
              GO TO ROT-FIMP.
           PERFORM LER-OPER THRU LER-OPER-FIM
           IF W-OPERADOR NOT = W-GLOGIN
              PERFORM CARREGA THRU CARREGA-FIM.
           IF W-GSIGILO = "S"
              GO TO ROT-FIMP.
           IF W-GCRMNUM NOT = ZEROS
              AND W-GCRM = SIG-L-CONSCHAVE (20:8)
              GO TO ROT-FIMP.
           IF W-EMCPF = SIG-L-CONSCHAVE (1:11)
              GO TO ROT-FIMP.
           MOVE "N" TO SIG-L-PERMITE
           IF SIG-L-MODO NOT = "E"
              GO TO ROT-FIMP.
      *
      *****************************************************
      * ACESSO DE EMERGENCIA ("QUEBRA DE SIGILO"): PERGUNTA *
      * E EXIGE O MOTIVO; SO LIBERA SE O CADACESSO GRAVOU   *
      *****************************************************
      *
       EMERG.
           DISPLAY (23, 01) LIMPA
           DISPLAY (24, 01) LIMPA
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 01)
               "DIAGNOSTICO RESTRITO. ACESSO DE EMERGENCIA (S/N) : "
           ACCEPT (23, 52) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EMERG-FIM.
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO NOT = "S"
              GO TO EMERG-FIM.
       EMERG-MOT.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (24, 01) "MOTIVO : "
           ACCEPT (24, 10) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO EMERG-FIM.
           IF W-MOTIVO = SPACES
              GO TO EMERG-MOT.
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
           IF W-GRAVOU NOT = "S"
              DISPLAY (24, 01) LIMPA
              DISPLAY (24, 01)
                  "*ERRO NO REGISTRO DO ACESSO - ACESSO NEGADO*"
              ACCEPT (24, 50) W-OPCAO
              GO TO EMERG-FIM.
           MOVE SIG-L-CONSCHAVE (1:11) TO W-EMCPF
           MOVE "S" TO SIG-L-PERMITE.
       EMERG-FIM.
           DISPLAY (23, 01) LIMPA
           DISPLAY (24, 01) LIMPA.
       ROT-FIMP.
           EXIT PROGRAM.
      *
      *****************************************************
      * CONSULTA RESTRITA: CID PRINCIPAL E SECUNDARIOS,     *
      * CATEGORIA DE CADA UM PROCURADA NO CADCATSIG. SEM O  *
      * CADCATSIG NENHUMA CATEGORIA E RESTRITA              *
      *****************************************************
      *
       VER-RESTRITO.
           OPEN INPUT CADCATSIG
           IF ST-ERRO NOT = "00"
              GO TO VER-RESTRITO-FIM.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCATSIG
              GO TO VER-RESTRITO-FIM.
           MOVE SIG-L-CONSCHAVE TO CONSULTA-CHAVE
           READ CADCONSULTA
           IF ST-ERRO2 NOT = "00"
              GO TO VER-RESTRITO-F2.
           OPEN INPUT CADCID
           IF ST-ERRO3 NOT = "00"
              GO TO VER-RESTRITO-F2.
           MOVE CON-CID TO W-CIDVER
           PERFORM VER-CID THRU VER-CID-FIM
           OPEN INPUT CADCONCID
           IF ST-ERRO4 NOT = "00"
              GO TO VER-RESTRITO-F1.
           MOVE SIG-L-CONSCHAVE TO CCI-CONSCHAVE
           MOVE ZEROS TO CCI-SEQ
           START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
           IF ST-ERRO4 NOT = "00"
              GO TO VER-RESTRITO-F0.
       VER-RESTRITO-LP.
           IF W-RESTRITO = "S"
              GO TO VER-RESTRITO-F0.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO4 NOT = "00"
              GO TO VER-RESTRITO-F0.
           IF CCI-CONSCHAVE NOT = SIG-L-CONSCHAVE
              GO TO VER-RESTRITO-F0.
           MOVE CCI-CID TO W-CIDVER
           PERFORM VER-CID THRU VER-CID-FIM
           GO TO VER-RESTRITO-LP.
       VER-RESTRITO-F0.
           CLOSE CADCONCID.
       VER-RESTRITO-F1.
           CLOSE CADCID.
       VER-RESTRITO-F2.
           CLOSE CADCONSULTA CADCATSIG.
       VER-RESTRITO-FIM.
           EXIT.
      *
       VER-CID.
           IF W-CIDVER = ZEROS
              GO TO VER-CID-FIM.
           MOVE W-CIDVER TO CODIGO
           READ CADCID
           IF ST-ERRO3 NOT = "00"
              GO TO VER-CID-FIM.
           MOVE CATEGORIA TO CSG-CATEGORIA
           READ CADCATSIG
           IF ST-ERRO = "00"
              MOVE "S" TO W-RESTRITO.
       VER-CID-FIM.
           EXIT.
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
           IF ST-ERRO5 = "00"
              READ SESSAO NEXT RECORD
              IF ST-ERRO5 = "00"
                 MOVE REGSESSAO TO W-OPERADOR
                 CLOSE SESSAO
              ELSE
                 CLOSE SESSAO.
       LER-OPER-FIM.
           EXIT.
      *
      *****************************************************
      * CRM E PERMISSAO DO OPERADOR NO CADUSER. TROCOU O   *
      * OPERADOR, CAI TAMBEM O ACESSO DE EMERGENCIA        *
      *****************************************************
      *
       CARREGA.
           MOVE W-OPERADOR TO W-GLOGIN
           MOVE "N"    TO W-GSIGILO
           MOVE ZEROS  TO W-GCRMNUM
           MOVE SPACES TO W-GCRMUF W-EMCPF
           IF W-OPERADOR = SPACES
              GO TO CARREGA-FIM.
           OPEN INPUT CADUSER
           IF ST-ERRO5 NOT = "00"
              GO TO CARREGA-FIM.
           MOVE W-OPERADOR TO USR-LOGIN
           READ CADUSER
           IF ST-ERRO5 = "00"
              IF USR-SIGILO = "S" OR USR-SIGILO = "N"
                 MOVE USR-SIGILO TO W-GSIGILO
                 MOVE USR-CRM    TO W-GCRM.
           CLOSE CADUSER.
       CARREGA-FIM.
           EXIT.
      *
      *****************************************************
      * REGISTRO DO ACESSO DE EMERGENCIA NO CADACESSO       *
      *****************************************************
      *
       GRAVA-ACESSO.
           MOVE "N" TO W-GRAVOU
           OPEN I-O CADACESSO
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT CADACESSO
                 CLOSE CADACESSO
                 OPEN I-O CADACESSO
                 IF ST-ERRO6 NOT = "00"
                    GO TO GRAVA-ACESSO-FIM
                 ELSE
                    NEXT SENTENCE
              ELSE
                 GO TO GRAVA-ACESSO-FIM.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE SIG-L-CONSCHAVE (1:11) TO ACS-CPF
           MOVE W-DATASYS9      TO ACS-DATA
           MOVE W-HORASYS (1:6) TO ACS-HORA
           MOVE ZEROS           TO ACS-SEQ
           MOVE SIG-L-PROGRAMA  TO ACS-PROGRAMA
           MOVE W-OPERADOR      TO ACS-OPERADOR
           MOVE "E"             TO ACS-TIPO
           MOVE SIG-L-CONSCHAVE TO ACS-CONSCHAVE
           MOVE W-MOTIVO        TO ACS-MOTIVO.
       GRAVA-ACESSO-WR.
           WRITE REGACESSO
           IF ST-ERRO6 = "22"
              IF ACS-SEQ < 99
                 ADD 1 TO ACS-SEQ
                 GO TO GRAVA-ACESSO-WR.
           IF ST-ERRO6 = "00" OR "02"
              MOVE "S" TO W-GRAVOU.
           CLOSE CADACESSO.
       GRAVA-ACESSO-FIM.
           EXIT.
