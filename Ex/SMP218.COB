       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXTRA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MANUTENCAO DAS SESSOES EXTRAS DE ATENDIMENTO DO *
      * MEDICO (MUTIRAO, COBERTURA DE COLEGA), FORA DA  *
      * GRADE SEMANAL DO CADDISPO: CRM + DATA + HORA    *
      * INICIAL, HORA FINAL, SALA, FILIAL, DURACAO DA   *
      * VAGA E MOTIVO. A SESSAO NAO PODE CAIR EM FERIAS *
      * DO MEDICO, EM FERIADO DA FILIAL, NEM SOBREPOR A *
      * GRADE SEMANAL OU OUTRA SESSAO DO MESMO CRM.     *
      * AO GRAVAR, AS VAGAS EM BRANCO (CPF = 0, STATUS  *
      * A) DA SESSAO SAO GERADAS NO CADAGENDA, COMO NA  *
      * GERACAO EM BLOCO, E PASSAM A SER VISTAS PELA    *
      * MARCACAO, PELA PRIMEIRA VAGA LIVRE (SMP092) E   *
      * PELA OCUPACAO (SMP112). AO EXCLUIR, AS VAGAS EM *
      * BRANCO SAEM DA AGENDA E AS MARCADAS VAO PARA A  *
      * LISTA DE REMARCACAO (REMARCAR.TXT, STATUS P).   *
      * NA ALTERACAO SO MUDAM SALA E MOTIVO.            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEXTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXTRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDISPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DISPO-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DISPO-CRM
                                   WITH DUPLICATES.
       SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIAS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FER-CRM
                                   WITH DUPLICATES.
       SELECT CADFERIAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIAD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
       SELECT REMARCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTRA.DAT".
       01 REGEXTRA.
          03 EXTRA-CHAVE.
             05 EXT-CRM.
                07 EXT-CRMNUM   PIC 9(06).
                07 EXT-CRMUF    PIC X(02).
             05 EXT-DATA.
                07 EXT-DATAAA   PIC 9(04).
                07 EXT-DATAMM   PIC 9(02).
                07 EXT-DATADD   PIC 9(02).
             05 EXT-HORAINI.
                07 EXT-HIHH     PIC 9(02).
                07 EXT-HIMM     PIC 9(02).
          03 EXT-HORAFIM.
             05 EXT-HFHH        PIC 9(02).
             05 EXT-HFMM        PIC 9(02).
          03 EXT-SALA           PIC 9(03).
          03 EXT-FILIAL         PIC 9(02).
          03 EXT-DURACAO        PIC 9(03).
          03 EXT-MOTIVO         PIC X(20).
          03 EXT-OPER           PIC X(10).
          03 EXT-DATAREG        PIC 9(08).
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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(03).
          03 SALA-DESCRICAO    PIC X(30).
          03 SALA-ANDAR        PIC 9(02).
      *
       FD CADDISPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPO.DAT".
       01 REGDISPO.
          03 DISPO-CHAVE.
             05 DISPO-CRM.
                07 DP-CRMNUM    PIC 9(06).
                07 DP-CRMUF     PIC X(02).
             05 DISPO-DIASEM    PIC 9(01).
          03 DISPO-HORAINI.
             05 DP-HORAINIHH    PIC 9(02).
             05 DP-HORAINIMM    PIC 9(02).
          03 DISPO-HORAFIM.
             05 DP-HORAFIMHH    PIC 9(02).
             05 DP-HORAFIMMM    PIC 9(02).
      *
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
          03 FERIAS-CHAVE.
             05 FER-CRM.
                07 FER-CRMNUM  PIC 9(06).
                07 FER-CRMUF   PIC X(02).
             05 FER-DTINI.
                07 FER-DIAA    PIC 9(04).
                07 FER-DIMM    PIC 9(02).
                07 FER-DIDD    PIC 9(02).
          03 FER-DTFIM.
             05 FER-DFAA       PIC 9(04).
             05 FER-DFMM       PIC 9(02).
             05 FER-DFDD       PIC 9(02).
          03 FER-MOTIVO        PIC X(20).
      *
       FD CADFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAD.DAT".
       01 REGFERIAD.
          03 FERIAD-CHAVE.
             05 FD-DATA.
                07 FD-DATAAA    PIC 9(04).
                07 FD-DATAMM    PIC 9(02).
                07 FD-DATADD    PIC 9(02).
             05 FD-FILIAL       PIC 9(02).
          03 FD-DESCRICAO       PIC X(30).
      *
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGENDA.
          03 AGENDA-CHAVE.
             05 AG-DATA.
                07 AG-DATAAA    PIC 9(04).
                07 AG-DATAMM    PIC 9(02).
                07 AG-DATADD    PIC 9(02).
             05 AG-HORA.
                07 AG-HORAHH    PIC 9(02).
                07 AG-HORAMM    PIC 9(02).
             05 AG-CRM.
                07 AG-CRMNUM    PIC 9(06).
                07 AG-CRMUF     PIC X(02).
             05 AG-SEQENC       PIC 9(01).
          03 AG-CPF             PIC 9(11).
          03 AG-STATUS          PIC X(01).
          03 AG-SALA            PIC 9(03).
          03 AG-MODAL           PIC X(01).
          03 AG-VIDEOLINK       PIC X(40).
          03 AG-FILIAL          PIC 9(02).
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
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
       FD REMARCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMARCAR.TXT".
       01 REGREMARCTX      PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID      PIC X(12) VALUE "CADEXTRA".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOMEMED    PIC X(30) VALUE SPACES.
       01 TXTSALA       PIC X(30) VALUE SPACES.
       01 VLD-OK        PIC X(01) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-EMFERIAS    PIC X(01) VALUE "N".
       01 W-EMFERIADO   PIC X(01) VALUE "N".
       01 W-CONFLITO    PIC X(01) VALUE "N".
       01 W-SALVAEXT    PIC X(72) VALUE SPACES.
       01 W-MININI      PIC 9(04) VALUE ZEROS.
       01 W-MINFIM      PIC 9(04) VALUE ZEROS.
       01 W-MINATU      PIC 9(04) VALUE ZEROS.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ DIARIO DE ATUALIZACOES (GRVJORNAL) ]--------------
       01 JRN-ARQ       PIC X(12) VALUE "CADAGENDA".
       01 JRN-OP        PIC X(01) VALUE SPACES.
       01 JRN-REG       PIC X(250) VALUE SPACES.
      *---------[ CALCULO DO DIA DA SEMANA DA SESSAO ]---------------
       01 W-DSM-Y       PIC 9(04).
       01 W-DSM-Y4      PIC 9(04).
       01 W-DSM-Y100    PIC 9(04).
       01 W-DSM-Y400    PIC 9(04).
       01 W-DSM-T       PIC 9(01).
       01 W-DSM-SOMA    PIC 9(06).
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 TAB-SAKAMOTO.
          03 FILLER PIC 9(01) VALUE 0.
          03 FILLER PIC 9(01) VALUE 3.
          03 FILLER PIC 9(01) VALUE 2.
          03 FILLER PIC 9(01) VALUE 5.
          03 FILLER PIC 9(01) VALUE 0.
          03 FILLER PIC 9(01) VALUE 3.
          03 FILLER PIC 9(01) VALUE 5.
          03 FILLER PIC 9(01) VALUE 1.
          03 FILLER PIC 9(01) VALUE 4.
          03 FILLER PIC 9(01) VALUE 6.
          03 FILLER PIC 9(01) VALUE 2.
          03 FILLER PIC 9(01) VALUE 4.
       01 TAB-SAKAMOTO-R REDEFINES TAB-SAKAMOTO.
          03 TS-VAL PIC 9(01) OCCURS 12 TIMES.
      *---------[ VAGAS DA SESSAO NO CADAGENDA ]--------------------
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-TEMPACI     PIC X(01) VALUE "N".
       77 W-QTDGER      PIC 9(04) VALUE ZEROS.
       77 W-QTDPUL      PIC 9(04) VALUE ZEROS.
       77 W-QTDLIB      PIC 9(04) VALUE ZEROS.
       77 W-QTDMARC     PIC 9(04) VALUE ZEROS.
       01 LINREM.
          03 FILLER     PIC X(10) VALUE "REMARCAR: ".
          03 LR-DD      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-MM      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-AA      PIC 9(04).
          03 FILLER     PIC X(01) VALUE " ".
          03 LR-HH      PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 LR-MI      PIC 9(02).
          03 FILLER     PIC X(05) VALUE " CRM ".
          03 LR-CRM     PIC 9(06).
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-UF      PIC X(02).
          03 FILLER     PIC X(01) VALUE " ".
          03 LR-NOME    PIC X(20).
          03 FILLER     PIC X(05) VALUE " TEL ".
          03 LR-DDD     PIC 9(03).
          03 FILLER     PIC X(01) VALUE " ".
          03 LR-TEL1    PIC 9(05).
          03 FILLER     PIC X(01) VALUE "-".
          03 LR-TEL2    PIC 9(04).
          03 FILLER     PIC X(01) VALUE " ".
          03 LR-MOTIVO  PIC X(06) VALUE "EXTRA".
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE   "     SESSOES EXTRAS DE ATENDIMENTO DO MEDICO".
           05  LINE 05  COLUMN 01
               VALUE  "    CRM      :          ".
           05  LINE 06  COLUMN 01
               VALUE  "    UF DO CRM:  ".
           05  LINE 07  COLUMN 01
               VALUE  "    MEDICO   : ".
           05  LINE 09  COLUMN 01
               VALUE  "    DATA        :   /  /    ".
           05  LINE 10  COLUMN 01
               VALUE  "    HORA INICIO :   :".
           05  LINE 11  COLUMN 01
               VALUE  "    HORA FIM    :   :".
           05  LINE 13  COLUMN 01
               VALUE  "    SALA        : ".
           05  LINE 14  COLUMN 01
               VALUE  "    FILIAL      : ".
           05  LINE 15  COLUMN 01
               VALUE  "    VAGA (MIN)  : ".
           05  LINE 17  COLUMN 01
               VALUE  "    MOTIVO      : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEXTCRMNUM
               LINE 05  COLUMN 18  PIC 9(06)
               USING  EXT-CRMNUM
               HIGHLIGHT.
           05  TEXTCRMUF
               LINE 06  COLUMN 18  PIC X(02)
               USING  EXT-CRMUF
               HIGHLIGHT.
           05  TTXTNOMEMED
               LINE 07  COLUMN 18  PIC X(30)
               USING  TXTNOMEMED
               HIGHLIGHT.
           05  TEXTDATADD
               LINE 09  COLUMN 19  PIC 9(02)
               USING  EXT-DATADD
               HIGHLIGHT.
           05  TEXTDATAMM
               LINE 09  COLUMN 22  PIC 9(02)
               USING  EXT-DATAMM
               HIGHLIGHT.
           05  TEXTDATAAA
               LINE 09  COLUMN 25  PIC 9(04)
               USING  EXT-DATAAA
               HIGHLIGHT.
           05  TEXTHIHH
               LINE 10  COLUMN 19  PIC 9(02)
               USING  EXT-HIHH
               HIGHLIGHT.
           05  TEXTHIMM
               LINE 10  COLUMN 22  PIC 9(02)
               USING  EXT-HIMM
               HIGHLIGHT.
           05  TEXTHFHH
               LINE 11  COLUMN 19  PIC 9(02)
               USING  EXT-HFHH
               HIGHLIGHT.
           05  TEXTHFMM
               LINE 11  COLUMN 22  PIC 9(02)
               USING  EXT-HFMM
               HIGHLIGHT.
           05  TEXTSALA
               LINE 13  COLUMN 19  PIC 9(03)
               USING  EXT-SALA
               HIGHLIGHT.
           05  TTXTSALA
               LINE 13  COLUMN 24  PIC X(30)
               USING  TXTSALA
               HIGHLIGHT.
           05  TEXTFILIAL
               LINE 14  COLUMN 19  PIC 9(02)
               USING  EXT-FILIAL
               HIGHLIGHT.
           05  TEXTDURACAO
               LINE 15  COLUMN 19  PIC 9(03)
               USING  EXT-DURACAO
               HIGHLIGHT.
           05  TEXTMOTIVO
               LINE 17  COLUMN 19  PIC X(20)
               USING  EXT-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADEXTRA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEXTRA
                 CLOSE CADEXTRA
                 MOVE "*** ARQUIVO CADEXTRA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEXTRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEXTRA
              GO TO ROT-FIMP.
       R0B.
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADSALA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEXTRA CADMED
              GO TO ROT-FIMP.
       R0C.
           OPEN INPUT CADDISPO
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADDISPO
              CLOSE CADDISPO
              OPEN INPUT CADDISPO.
       R0D.
           OPEN INPUT CADFERIAS
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADFERIAS
              CLOSE CADFERIAS
              OPEN INPUT CADFERIAS.
       R0E.
           OPEN INPUT CADFERIAD
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADFERIAD
              CLOSE CADFERIAD
              OPEN INPUT CADFERIAD.
      *
       R1.
           MOVE ZEROS TO EXT-CRMNUM EXT-DATA EXT-HORAINI EXT-HORAFIM
                         EXT-SALA EXT-FILIAL EXT-DURACAO W-SEL
           MOVE SPACES TO EXT-CRMUF EXT-MOTIVO TXTNOMEMED TXTSALA
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TEXTCRMNUM
              ACCEPT TEXTCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           IF EXT-CRMNUM = ZEROS OR EXT-CRMUF = SPACES
              MOVE "*Insira o CRM e a UF*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE EXT-CRMNUM TO CRM
           MOVE EXT-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADMED" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE NOME OF REGMED TO TXTNOMEMED.
           DISPLAY TTXTNOMEMED.
           DISPLAY TELA2.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TEXTDATADD
              ACCEPT TEXTDATAMM
              ACCEPT TEXTDATAAA
              ACCEPT TEXTHIHH
              ACCEPT TEXTHIMM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF EXT-DATAAA = ZEROS OR EXT-DATAMM = ZEROS
                                 OR EXT-DATADD = ZEROS
              MOVE "*Insira a data da sessao*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           CALL "VALDATA" USING EXT-DATADD EXT-DATAMM EXT-DATAAA
                                VLD-OK
           IF VLD-OK = "N"
              MOVE "*Data inexistente no calendario*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF EXT-HIHH > 23 OR EXT-HIMM > 59
              MOVE "*Hora inicial invalida*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       LER-CADEXTRA.
           READ CADEXTRA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE EXT-SALA TO SALA-CODIGO
                READ CADSALA
                IF ST-ERRO = "00"
                   MOVE SALA-DESCRICAO TO TXTSALA
                ELSE
                   MOVE SPACES TO TXTSALA.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                DISPLAY TELA2
                MOVE "*** SESSAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADEXTRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** SESSAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * SESSAO NOVA SO PARA HOJE EM DIANTE
      *
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           IF EXT-DATA < W-DATASYS9
              MOVE "*DATA JA PASSOU, SESSAO NAO PERMITIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TEXTHFHH
              ACCEPT TEXTHFMM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R4A.
           IF EXT-HFHH > 23 OR EXT-HFMM > 59
              MOVE "*Hora final invalida*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF EXT-HORAFIM NOT > EXT-HORAINI
              MOVE "*HORA FINAL TEM QUE SER DEPOIS DA INICIAL*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
      * A SESSAO E FORA DA GRADE SEMANAL: NAO PODE SOBREPOR O
      * HORARIO DO CADDISPO NESTE DIA DA SEMANA NEM OUTRA SESSAO
      * EXTRA DO MESMO CRM NA MESMA DATA
      *
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE EXT-CRM  TO DISPO-CRM
           MOVE W-DIASEM TO DISPO-DIASEM
           READ CADDISPO
           IF ST-ERRO = "00"
              IF EXT-HORAINI < DISPO-HORAFIM
                 AND EXT-HORAFIM > DISPO-HORAINI
                 MOVE "*SOBREPOE A GRADE SEMANAL (CADDISPO)*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
           PERFORM VER-SOBREPOE THRU VER-SOBREPOE-FIM
           IF W-CONFLITO = "S"
              MOVE "*SOBREPOE OUTRA SESSAO EXTRA DO MEDICO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM VER-FERIAS THRU VER-FERIAS-FIM
           IF W-EMFERIAS = "S"
              MOVE SPACES TO MENS
              STRING "*MEDICO AUSENTE: " DELIMITED BY SIZE
                     FER-MOTIVO          DELIMITED BY SIZE
                     "*"                 DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TEXTSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R1
              ELSE
                   GO TO R4.
       R5A.
           IF EXT-SALA = ZEROS
              MOVE "*Insira a sala da sessao*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE EXT-SALA TO SALA-CODIGO
           READ CADSALA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*SALA NAO CADASTRADA NO CADSALA*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADSALA" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE SALA-DESCRICAO TO TXTSALA.
           DISPLAY TTXTSALA.
           DISPLAY TELA2.
           IF W-SEL = 1
              GO TO R8.
      *
      * FILIAL DA SESSAO: PADRAO E A FILIAL DO MEDICO; COBRINDO
      * UM COLEGA, PODE SER OUTRA UNIDADE
      *
       R6.
           IF EXT-FILIAL = ZEROS
              MOVE FILIALMED TO EXT-FILIAL.
           DISPLAY TELA2
              ACCEPT TEXTFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R6A.
           MOVE EXT-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*FILIAL SEM ACESSO PARA O OPERADOR*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM VER-FERIADO THRU VER-FERIADO-FIM
           IF W-EMFERIADO = "S"
              MOVE SPACES TO MENS
              STRING "*CLINICA FECHADA: " DELIMITED BY SIZE
                     FD-DESCRICAO         DELIMITED BY SIZE
                     "*"                  DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *
      * DURACAO DE CADA VAGA GERADA (PADRAO 30 MINUTOS)
      *
       R7.
           IF EXT-DURACAO = ZEROS
              MOVE 30 TO EXT-DURACAO.
           DISPLAY TELA2
              ACCEPT TEXTDURACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R7A.
           COMPUTE W-MININI = (EXT-HIHH * 60) + EXT-HIMM
           COMPUTE W-MINFIM = (EXT-HFHH * 60) + EXT-HFMM
           IF EXT-DURACAO = ZEROS
              OR EXT-DURACAO > (W-MINFIM - W-MININI)
              MOVE "*DURACAO DA VAGA INVALIDA PARA A SESSAO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *
       R8.
           DISPLAY TELA2
              ACCEPT TEXTMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R5
              ELSE
                   GO TO R7.
       R8A.
           IF EXT-MOTIVO = SPACES
              MOVE "*Insira o motivo da sessao*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE SESSAO-OPERADOR TO EXT-OPER
                MOVE W-DATASYS9      TO EXT-DATAREG
                WRITE REGEXTRA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM GERA-VAGAS THRU GERA-VAGAS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*SESSAO JA EXISTE,NAO GRAVADA*" TO MENS
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
                      GO TO R5.
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
                DELETE CADEXTRA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** SESSAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIBERA-AGENDA THRU LIBERA-AGENDA-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGEXTRA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** SESSAO ALTERADA ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * OUTRA SESSAO EXTRA DO MESMO CRM NA MESMA DATA QUE  *
      * SE SOBREPOE A FAIXA DIGITADA                       *
      *****************************************************
      *
       VER-SOBREPOE.
           MOVE "N" TO W-CONFLITO
           MOVE REGEXTRA TO W-SALVAEXT
           MOVE ZEROS TO EXT-HORAINI
           START CADEXTRA KEY IS NOT LESS THAN EXTRA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-SOBREPOE-REST.
       VER-SOBREPOE-LP.
           READ CADEXTRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-SOBREPOE-REST.
           IF EXTRA-CHAVE (1:16) NOT = W-SALVAEXT (1:16)
              GO TO VER-SOBREPOE-REST.
           IF EXT-HORAINI < W-SALVAEXT (21:4)
              AND EXT-HORAFIM > W-SALVAEXT (17:4)
              MOVE "S" TO W-CONFLITO
              GO TO VER-SOBREPOE-REST.
           GO TO VER-SOBREPOE-LP.
       VER-SOBREPOE-REST.
           MOVE W-SALVAEXT TO REGEXTRA.
       VER-SOBREPOE-FIM.
           EXIT.
      *
      *****************************************************
      * VERIFICA SE EXT-DATA CAI DENTRO DE UMA AUSENCIA    *
      * REGISTRADA PARA O CRM NO CADFERIAS                 *
      *****************************************************
      *
       VER-FERIAS.
           MOVE "N" TO W-EMFERIAS
           MOVE EXT-CRM TO FER-CRM
           START CADFERIAS KEY IS EQUAL TO FER-CRM
           IF ST-ERRO NOT = "00"
              GO TO VER-FERIAS-FIM.
       VER-FERIAS-LP.
           READ CADFERIAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-FERIAS-FIM.
           IF FER-CRM NOT = EXT-CRM
              GO TO VER-FERIAS-FIM.
           IF EXT-DATA NOT < FER-DTINI AND EXT-DATA NOT > FER-DTFIM
              MOVE "S" TO W-EMFERIAS
              GO TO VER-FERIAS-FIM.
           GO TO VER-FERIAS-LP.
       VER-FERIAS-FIM.
           EXIT.
      *
      *****************************************************
      * VERIFICA SE EXT-DATA E FERIADO DA FILIAL DA SESSAO *
      * OU FERIADO GERAL (FILIAL 00) NO CADFERIAD          *
      *****************************************************
      *
       VER-FERIADO.
           MOVE "N" TO W-EMFERIADO
           MOVE EXT-DATA   TO FD-DATA
           MOVE EXT-FILIAL TO FD-FILIAL
           READ CADFERIAD
           IF ST-ERRO = "00"
              MOVE "S" TO W-EMFERIADO
              GO TO VER-FERIADO-FIM.
           MOVE ZEROS TO FD-FILIAL
           READ CADFERIAD
           IF ST-ERRO = "00"
              MOVE "S" TO W-EMFERIADO.
       VER-FERIADO-FIM.
           EXIT.
      *
      *****************************************************
      * DIA DA SEMANA DE EXT-DATA (1=DOM..7=SAB) - SAKAMOTO*
      *****************************************************
      *
       CALC-DIASEM.
                MOVE EXT-DATAAA TO W-DSM-Y
                IF EXT-DATAMM < 3
                   SUBTRACT 1 FROM W-DSM-Y.
                DIVIDE W-DSM-Y BY 4   GIVING W-DSM-Y4.
                DIVIDE W-DSM-Y BY 100 GIVING W-DSM-Y100.
                DIVIDE W-DSM-Y BY 400 GIVING W-DSM-Y400.
                MOVE TS-VAL(EXT-DATAMM) TO W-DSM-T
                COMPUTE W-DSM-SOMA =
                        W-DSM-Y + W-DSM-Y4 - W-DSM-Y100 + W-DSM-Y400
                        + W-DSM-T + EXT-DATADD
                DIVIDE W-DSM-SOMA BY 7 GIVING W-DSM-Y4
                                       REMAINDER W-DIASEM
                ADD 1 TO W-DIASEM.
       CALC-DIASEM-FIM.
                EXIT.
      *
      *****************************************************
      * GERA AS VAGAS EM BRANCO DA SESSAO NO CADAGENDA     *
      * (CPF = 0, STATUS A), DE EXT-DURACAO EM EXT-DURACAO *
      * MINUTOS, DA HORA INICIAL ATE ANTES DA HORA FINAL.  *
      * HORARIO QUE JA EXISTE NA AGENDA E PULADO           *
      *****************************************************
      *
       GERA-VAGAS.
           MOVE ZEROS TO W-QTDGER W-QTDPUL
           OPEN I-O CADAGENDA
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADAGENDA
                 CLOSE CADAGENDA
                 OPEN I-O CADAGENDA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGENDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO GERA-VAGAS-FIM.
           COMPUTE W-MININI = (EXT-HIHH * 60) + EXT-HIMM
           COMPUTE W-MINFIM = (EXT-HFHH * 60) + EXT-HFMM
           MOVE W-MININI TO W-MINATU.
       GERA-VAGAS-LP.
           IF W-MINATU NOT < W-MINFIM
              GO TO GERA-VAGAS-ENC.
           MOVE EXT-DATA    TO AG-DATA
           DIVIDE W-MINATU BY 60 GIVING AG-HORAHH
                                 REMAINDER AG-HORAMM
           MOVE EXT-CRM     TO AG-CRM
           MOVE ZEROS       TO AG-SEQENC AG-CPF AG-SALA AG-CONVUSO
           MOVE "A"         TO AG-STATUS
           MOVE "P"         TO AG-MODAL
           MOVE SPACES      TO AG-VIDEOLINK AG-REMARC
           MOVE EXT-FILIAL  TO AG-FILIAL
           MOVE 1           TO AG-TIPOVIS
           MOVE EXT-DURACAO TO AG-DURACAO
           WRITE REGAGENDA
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDGER
              MOVE "W" TO JRN-OP
              MOVE REGAGENDA TO JRN-REG
              PERFORM GRV-JRN THRU GRV-JRN-FIM
           ELSE
              ADD 1 TO W-QTDPUL.
           ADD EXT-DURACAO TO W-MINATU
           GO TO GERA-VAGAS-LP.
       GERA-VAGAS-ENC.
           CLOSE CADAGENDA
           MOVE SPACES TO MENS
           STRING "VAGAS GERADAS: " DELIMITED BY SIZE
                  W-QTDGER DELIMITED BY SIZE
                  "   JA EXISTENTES: " DELIMITED BY SIZE
                  W-QTDPUL DELIMITED BY SIZE
                                       INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-VAGAS-FIM.
           EXIT.
      *
      *****************************************************
      * SESSAO EXCLUIDA: AS VAGAS EM BRANCO (STATUS A OU O)*
      * DO CRM DENTRO DA FAIXA SAEM DA AGENDA; AS MARCADAS *
      * (A/X) VAO PARA A LISTA DE REMARCACAO COM STATUS P  *
      *****************************************************
      *
       LIBERA-AGENDA.
           MOVE ZEROS TO W-QTDLIB W-QTDMARC
           OPEN I-O CADAGENDA
           IF ST-ERRO2 NOT = "00"
              GO TO LIBERA-AGENDA-FIM.
           MOVE "N" TO W-TEMPACI
           OPEN INPUT CADPACI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMPACI.
           PERFORM ABRE-REMARC THRU ABRE-REMARC-FIM
           MOVE EXT-DATA    TO AG-DATA
           MOVE EXT-HORAINI TO AG-HORA
           MOVE ZEROS       TO AG-CRMNUM AG-SEQENC
           MOVE SPACES      TO AG-CRMUF
           START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LIBERA-AGENDA-ENC.
       LIBERA-AGENDA-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LIBERA-AGENDA-ENC.
           IF AG-DATA NOT = EXT-DATA
              GO TO LIBERA-AGENDA-ENC.
           IF AG-HORA NOT < EXT-HORAFIM
              GO TO LIBERA-AGENDA-ENC.
           IF AG-CRM NOT = EXT-CRM
              GO TO LIBERA-AGENDA-LP.
           IF AG-CPF = ZEROS
              IF AG-STATUS = "A" OR AG-STATUS = "O"
                 MOVE REGAGENDA TO JRN-REG
                 DELETE CADAGENDA RECORD
                 IF ST-ERRO2 = "00"
                    ADD 1 TO W-QTDLIB
                    MOVE "D" TO JRN-OP
                    PERFORM GRV-JRN THRU GRV-JRN-FIM.
           IF AG-CPF NOT = ZEROS
              IF AG-STATUS = "A" OR AG-STATUS = "X"
                 PERFORM MARCA-AGENDA THRU MARCA-AGENDA-FIM.
           GO TO LIBERA-AGENDA-LP.
       LIBERA-AGENDA-ENC.
           CLOSE CADAGENDA REMARCTX
           IF W-TEMPACI = "S"
              CLOSE CADPACI.
           MOVE SPACES TO MENS
           STRING "VAGAS RETIRADAS: " DELIMITED BY SIZE
                  W-QTDLIB DELIMITED BY SIZE
                  "   P/REMARCAR: " DELIMITED BY SIZE
                  W-QTDMARC DELIMITED BY SIZE
                                       INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-QTDMARC > ZEROS
              MOVE "*AGENDAS P/REMARCAR: VER REMARCAR.TXT*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LIBERA-AGENDA-FIM.
           EXIT.
      *
      *****************************************************
      * GRAVA A LINHA DA AGENDA NA LISTA DE REMARCACAO     *
      * (REMARCAR.TXT) E MARCA O REGISTRO COM STATUS P     *
      * (PENDENTE DE REMARCACAO)                           *
      *****************************************************
      *
       MARCA-AGENDA.
           MOVE "P" TO AG-STATUS
           REWRITE REGAGENDA
           IF ST-ERRO2 = "00"
              MOVE "R" TO JRN-OP
              MOVE REGAGENDA TO JRN-REG
              PERFORM GRV-JRN THRU GRV-JRN-FIM.
           MOVE AG-DATADD TO LR-DD
           MOVE AG-DATAMM TO LR-MM
           MOVE AG-DATAAA TO LR-AA
           MOVE AG-HORAHH TO LR-HH
           MOVE AG-HORAMM TO LR-MI
           MOVE AG-CRMNUM TO LR-CRM
           MOVE AG-CRMUF  TO LR-UF
           MOVE SPACES TO LR-NOME
           MOVE ZEROS  TO LR-DDD LR-TEL1 LR-TEL2
           IF W-TEMPACI = "S"
              MOVE AG-CPF    TO CPF
              READ CADPACI
              IF ST-ERRO2 = "00"
                 MOVE NOME OF REGPACI TO LR-NOME
                 MOVE DDD OF REGPACI        TO LR-DDD
                 MOVE NUMEROTEL1 OF REGPACI TO LR-TEL1
                 MOVE NUMEROTEL2 OF REGPACI TO LR-TEL2.
           WRITE REGREMARCTX FROM LINREM
           ADD 1 TO W-QTDMARC.
       MARCA-AGENDA-FIM.
           EXIT.
      *
       ABRE-REMARC.
           OPEN EXTEND REMARCTX
           IF ST-ERRO2 NOT = "00"
              OPEN OUTPUT REMARCTX.
       ABRE-REMARC-FIM.
           EXIT.
      *
       GRV-JRN.
           CALL "GRVJORNAL" USING JRN-ARQ JRN-OP JRN-REG.
       GRV-JRN-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADEXTRA CADMED CADSALA CADDISPO CADFERIAS CADFERIAD.
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
