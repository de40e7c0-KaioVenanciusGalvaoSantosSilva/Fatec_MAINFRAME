       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERCRED.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE CREDENCIAIS DO       *
      * MEDICO (CADCREDEN). DIZ SE O MEDICO PODE        *
      * RECEBER NOVA MARCACAO NA ESPECIALIDADE DADA:    *
      * BLOQUEIA QUANDO O REGISTRO NO CRM, O SEGURO DE  *
      * RESPONSABILIDADE CIVIL OU O CONTRATO COM A      *
      * CLINICA (ESPECIALIDADE 00) OU O TITULO DE       *
      * ESPECIALISTA (RQE) DA ESPECIALIDADE PEDIDA JA   *
      * VENCEU (VALIDADE ANTERIOR A HOJE). DOCUMENTO    *
      * NAO CADASTRADO OU SEM VALIDADE NAO BLOQUEIA.    *
      * ESPECIALIDADE 00 NA CHAMADA NAO CONFERE O RQE.  *
      * TIPOS: 1=CRM 2=RQE 3=SEGURO RC 4=CONTRATO       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCREDEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
       01 REGCREDEN.
          03 CRD-CHAVE.
             05 CRD-CRM.
                07 CRD-CRMNUM   PIC 9(06).
                07 CRD-CRMUF    PIC X(02).
             05 CRD-TIPO        PIC 9(01).
             05 CRD-ESPEC       PIC 9(02).
          03 CRD-NUMERO         PIC X(20).
          03 CRD-VALIDADE.
             05 CRD-VALAA       PIC 9(04).
             05 CRD-VALMM       PIC 9(02).
             05 CRD-VALDD       PIC 9(02).
          03 CRD-VALIDADE9 REDEFINES CRD-VALIDADE PIC 9(08).
          03 CRD-DATAALT        PIC 9(08).
          03 CRD-OPER           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-TIPO            PIC 9(01) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA         PIC 9(04).
          03 W-DSMM         PIC 9(02).
          03 W-DSDD         PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *
      * DESCRICAO DOS TIPOS DE DOCUMENTO (1 A 4)
      *
       01 TABTIPO.
          03 FILLER PIC X(24) VALUE "REGISTRO CRMTITULO RQE ".
          03 FILLER PIC X(24) VALUE "SEGURO RC   CONTRATO    ".
       01 TABTIPOR REDEFINES TABTIPO.
          03 TBTIPO         PIC X(12) OCCURS 4 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CRD-L-CRM         PIC X(08).
       01 CRD-L-ESPEC       PIC 9(02).
       01 CRD-L-PERMITE     PIC X(01).
       01 CRD-L-MOTIVO      PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CRD-L-CRM CRD-L-ESPEC CRD-L-PERMITE
                                CRD-L-MOTIVO.
       INICIO.
           MOVE "S"    TO CRD-L-PERMITE
           MOVE SPACES TO CRD-L-MOTIVO
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
      *
      * SEM CADCREDEN NADA ESTA CONTROLADO: NAO BLOQUEIA
      *
           OPEN INPUT CADCREDEN
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-TIPO.
       VER-TIPO.
           ADD 1 TO W-TIPO
           IF W-TIPO > 4
              GO TO ROT-FIM.
           MOVE CRD-L-CRM TO CRD-CRM
           MOVE W-TIPO    TO CRD-TIPO
           MOVE ZEROS     TO CRD-ESPEC
           IF W-TIPO = 2
              IF CRD-L-ESPEC = ZEROS
                 GO TO VER-TIPO
              ELSE
                 MOVE CRD-L-ESPEC TO CRD-ESPEC.
           READ CADCREDEN
           IF ST-ERRO NOT = "00"
              GO TO VER-TIPO.
           IF CRD-VALIDADE9 = ZEROS
              GO TO VER-TIPO.
           IF CRD-VALIDADE9 NOT < W-DATASYS9
              GO TO VER-TIPO.
           MOVE "N" TO CRD-L-PERMITE
           STRING "*CREDENCIAL VENCIDA: " DELIMITED BY SIZE
                  TBTIPO (W-TIPO)        DELIMITED BY "  "
                  " EM "                 DELIMITED BY SIZE
                  CRD-VALDD              DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  CRD-VALMM              DELIMITED BY SIZE
                  "/"                    DELIMITED BY SIZE
                  CRD-VALAA              DELIMITED BY SIZE
                  "*"                    DELIMITED BY SIZE
                  INTO CRD-L-MOTIVO.
      *
       ROT-FIM.
           CLOSE CADCREDEN.
       ROT-FIMP.
           EXIT PROGRAM.
