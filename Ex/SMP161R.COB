       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP161.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RELATORIO DE CONTRA-REFERENCIAS PENDENTES:   *
      * ENCAMINHAMENTOS JA ATENDIDOS (STATUS A OU C  *
      * COM DATA DE ATENDIMENTO) SEM CARTA EMITIDA   *
      * PELO SMP160 (SEM REGISTRO NO CADCONTRA)      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENCAMINHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REF-CPF
                                   WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCONTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-REFCHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CONTRATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENCAMINHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAMINHA.DAT".
       01 REGENCAMINHA.
          03 REF-CHAVE.
             05 REF-CPF        PIC 9(11).
             05 REF-DATA.
                07 REF-DATAAA  PIC 9(04).
                07 REF-DATAMM  PIC 9(02).
                07 REF-DATADD  PIC 9(02).
             05 REF-CRM.
                07 REF-CRMNUM  PIC 9(06).
                07 REF-CRMUF   PIC X(02).
             05 REF-SEQ        PIC 9(02).
          03 REF-CRMDEST.
             05 REF-CRMDESTNUM PIC 9(06).
             05 REF-CRMDESTUF  PIC X(02).
          03 REF-ESPECIALIDADE PIC 9(02).
          03 REF-STATUS        PIC X(01).
          03 REF-OBSERVACOES   PIC X(30).
          03 REF-DATAATEND     PIC 9(08).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM-CHAVE.
             05 CRM             PIC 9(06).
             05 CRM-UF          PIC X(02).
          03 NOME               PIC X(30).
          03 ESPECIALIDADE      PIC 9(02).
          03 SEXO               PIC X(01).
          03 DATANASCIMENTO.
             05 NUMERODD        PIC 9(02).
             05 NUMEROMM        PIC 9(02).
             05 NUMEROAA        PIC 9(04).
          03 EMAIL              PIC X(30).
          03 TELEFONE.
             05 DDD             PIC 9(03).
             05 NUMEROTEL1      PIC 9(05).
             05 NUMEROTEL2      PIC 9(04).
             05 TIPOTEL         PIC X(01).
          03 STATUSMED          PIC X(01).
          03 QTDEESPEC          PIC 9(01).
          03 ESPECTAB OCCURS 5 TIMES.
             05 ESPECOD         PIC 9(02).
          03 DATACADASTRO.
             05 CADDD           PIC 9(02).
             05 CADMM           PIC 9(02).
             05 CADAA           PIC 9(04).
          03 DATAULTALT.
             05 ALTDD           PIC 9(02).
             05 ALTMM           PIC 9(02).
             05 ALTAA           PIC 9(04).
          03 FILIALMED        PIC 9(02).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF             PIC 9(11).
          03 NOME            PIC X(30).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 SEXO            PIC X(01).
          03 GENERO          PIC X(01).
          03 RESPONSAVELNOME PIC X(20).
          03 RESPONSAVELCPF  PIC 9(11).
          03 CONVENIO        PIC 9(04).
          03 TIPOBENEF       PIC X(01).
          03 TITULARCPF      PIC 9(11).
          03 CEPC            PIC 9(08).
          03 NUMEROENDERECO  PIC 9(04).
          03 COMPLEMENTO     PIC X(10).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD             PIC 9(03).
             05 NUMEROTEL1      PIC 9(05).
             05 NUMEROTEL2      PIC 9(04).
             05 TIPOTEL         PIC X(01).
          03 EMERGENCIANOME  PIC X(20).
          03 TELEFONEEMERG.
             05 DDDEMERG        PIC 9(03).
             05 NUMEROTEL1EMERG PIC 9(05).
             05 NUMEROTEL2EMERG PIC 9(04).
             05 TIPOTELEMERG    PIC X(01).
          03 ALERGIAS        PIC X(30).
          03 CONSENTLGPD     PIC X(01).
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
       FD CADCONTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTRA.DAT".
       01 REGCONTRA.
          03 CT-REFCHAVE       PIC X(29).
          03 CT-CONSCHAVE      PIC X(27).
          03 CT-DATAEMIS       PIC 9(08).
          03 CT-QTDEMIS        PIC 9(02).
      *
       FD CONTRATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONTRA.TXT".
       01 REGCONTRATX     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP161".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(06) VALUE ZEROS.
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(45) VALUE
                     " *** CONTRA-REFERENCIAS NAO EMITIDAS ***".
       01 CAB1.
                03 FILLER      PIC X(11) VALUE "DATA ENC.".
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(26) VALUE "PACIENTE".
                03 FILLER      PIC X(26) VALUE "MEDICO SOLICITANTE".
                03 FILLER      PIC X(04) VALUE "ESP".
                03 FILLER      PIC X(11) VALUE "ATENDIDO".
                03 FILLER      PIC X(01) VALUE "S".
       01 CAB2.
                03 D2-DATA.
                   05 D2-DATADD     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAMM     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAAA     PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-PACIENTE      PIC X(25).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-MEDICO        PIC X(25).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-ESP           PIC 9(02).
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-ATEND.
                   05 D2-ATENDDD    PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-ATENDMM    PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-ATENDAA    PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-STATUS        PIC X(01).
       01 TOTALTX.
                03 FILLER            PIC X(34) VALUE
                        "TOTAL DE CONTRA-REFERENCIAS PEND.: ".
                03 D-TOTTX           PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCONTRA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT161.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** RELATORIO DE CONTRA-REFERENCIAS".
           05  LINE 02  COLUMN 46
               VALUE  " PENDENTES ***".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT161.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADENCAMINHA
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADENCAMINHA NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA CADMED
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADCONTRA
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADCONTRA
              CLOSE CADCONTRA
              OPEN INPUT CADCONTRA.
       INC-OP0D.
           OPEN OUTPUT CONTRATX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CONTRATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA CADMED CADPACI CADCONTRA
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * ENCAMINHAMENTOS ATENDIDOS SEM CONTRA-REFERENCIA    *
      *****************************************************
      *
       LER-ENCAM.
                READ CADENCAMINHA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA CADENCAMINHA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF REF-STATUS NOT = "A" AND NOT = "C"
                   GO TO LER-ENCAM.
                IF REF-DATAATEND = ZEROS
                   GO TO LER-ENCAM.
                MOVE REF-CHAVE TO CT-REFCHAVE
                READ CADCONTRA
                IF ST-ERRO = "00"
                   GO TO LER-ENCAM.
      *
       BUS-PACI.
           MOVE REF-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME OF REGPACI.
      *
       BUS-MEDSOL.
           MOVE REF-CRM TO CRM-CHAVE
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME OF REGMED.
      *
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE REF-DATADD        TO D2-DATADD
           MOVE REF-DATAMM        TO D2-DATAMM
           MOVE REF-DATAAA        TO D2-DATAAA
           MOVE REF-CPF           TO D2-CPF
           MOVE NOME OF REGPACI   TO D2-PACIENTE
           MOVE NOME OF REGMED    TO D2-MEDICO
           MOVE REF-ESPECIALIDADE TO D2-ESP
           MOVE REF-DATAATEND     TO W-DATAQ9
           MOVE W-DQDD            TO D2-ATENDDD
           MOVE W-DQMM            TO D2-ATENDMM
           MOVE W-DQAA            TO D2-ATENDAA
           MOVE REF-STATUS        TO D2-STATUS
           MOVE CAB2              TO REGCONTRATX
           WRITE REGCONTRATX
           ADD 1 TO W-QTDLIN
           ADD 1 TO W-TOTPEND
           GO TO LER-ENCAM.
      *
      **********************
      * CABECALHO DO RELATORIO *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE ZEROS TO W-QTDLIN
                IF W-PAGINA > 1
                   MOVE SPACES TO REGCONTRATX
                   WRITE REGCONTRATX.
                MOVE CAB0 TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE SPACES TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE CAB1 TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE SPACES TO REGCONTRATX
                WRITE REGCONTRATX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE W-TOTPEND   TO D-TOTTX
                MOVE TOTALTX     TO REGCONTRATX
                WRITE REGCONTRATX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADENCAMINHA CADMED CADPACI CADCONTRA CONTRATX.
                IF SPL-GERADO = "S"
                   MOVE W-PAGINA TO SPL-PAGINAS
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
