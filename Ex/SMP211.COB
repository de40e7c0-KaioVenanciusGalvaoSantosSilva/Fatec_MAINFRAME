       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP211.
       AUTHOR. KAIO V G S S
      ***********************************************
      * PENDENCIAS DO MEDICO: UMA TELA SO, POR CRM   *
      * (PADRAO = CRM DO OPERADOR LOGADO NO CADUSER) *
      * COM TUDO QUE ESTA ESPERANDO POR ELE E HA     *
      * QUANTOS DIAS:                                *
      *  E - ENCAMINHAMENTO EMITIDO AINDA PENDENTE   *
      *      (CADENCAMINHA STATUS P)                 *
      *  X - RESULTADO DE EXAME SEM REVISAO          *
      *      (CADEXRES, UMA LINHA POR EXAME)         *
      *  A - CONSULTA SEM ASSINATURA (CADASSIN)      *
      *  S - CONSULTA NAO FATURADA CUJO PROCEDIMENTO *
      *      EXIGE SENHA (CADEXIGE) SEM AUTORIZACAO  *
      *      ATIVA NO CADAUTOR (MESMA REGRA DA       *
      *      PREVIA DO SMP134)                       *
      *  R - RECLAMACAO NO CADFEEDBACK DOS ULTIMOS N *
      *      DIAS (CADPARAM RECLDIAS, PADRAO 90)     *
      * ESCOLHENDO O NUMERO DA LINHA ABRE O PROGRAMA *
      * DE MANUTENCAO DO ITEM; NA VOLTA A LISTA E    *
      * MONTADA DE NOVO. LIMITE DE 200 ITENS.        *
      * CONSULTA DE HISTORICO EXTERNO (FATURADO = E) *
      * NAO GERA PENDENCIA.                          *
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
           SELECT CADEXRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ER-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ER-CRMSOL
                                   WITH DUPLICATES.
           SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONSULTA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASS-CONSCHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADEXIGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXIGE-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUTOR-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADFEEDBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEEDBACK-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FB-CRM
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-LOGIN
                    FILE STATUS  IS ST-ERRO2.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
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
       FD CADEXRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXRES.DAT".
       01 REGEXRES.
          03 ER-CHAVE.
             05 ER-EXACHAVE.
                07 ER-CPF      PIC 9(11).
                07 ER-DATA.
                   09 ER-DATAAA PIC 9(04).
                   09 ER-DATAMM PIC 9(02).
                   09 ER-DATADD PIC 9(02).
                07 ER-CRM.
                   09 ER-CRMNUM PIC 9(06).
                   09 ER-CRMUF  PIC X(02).
                07 ER-SEQ      PIC 9(02).
             05 ER-ANALITO     PIC X(06).
          03 ER-CRMSOL         PIC X(08).
          03 ER-DATARES        PIC 9(08).
          03 ER-VALOR          PIC 9(05)V999.
          03 ER-UNIDADE        PIC X(10).
          03 ER-REFMIN         PIC 9(05)V999.
          03 ER-REFMAX         PIC 9(05)V999.
          03 ER-FLAG           PIC X(01).
          03 ER-REVISADO       PIC X(01).
          03 ER-CRMREV         PIC X(08).
          03 ER-DATAREV        PIC 9(08).
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
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASSIN.DAT".
       01 REGASSIN.
          03 ASS-CONSCHAVE     PIC X(27).
          03 ASS-STATUS        PIC X(01).
          03 ASS-OPER          PIC X(10).
          03 ASS-DATA          PIC 9(08).
          03 ASS-HORA          PIC 9(06).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-CID          PIC 9(06).
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
      *
       FD CADEXIGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXIGE.DAT".
       01 REGEXIGE.
          03 EXIGE-CHAVE.
             05 EXG-CONVENIO   PIC 9(06).
             05 EXG-PROC       PIC 9(08).
          03 EXG-OBSERV        PIC X(30).
      *
       FD CADAUTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTOR.DAT".
       01 REGAUTOR.
          03 AUTOR-CHAVE.
             05 AUT-CONVENIO   PIC 9(06).
             05 AUT-CPF        PIC 9(11).
             05 AUT-PROC       PIC 9(08).
          03 AUT-SENHA         PIC X(20).
          03 AUT-VALINI        PIC 9(08).
          03 AUT-VALFIM        PIC 9(08).
          03 AUT-STATUS        PIC X(01).
      *
       FD CADFEEDBACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEEDBACK.DAT".
       01 REGFEEDBACK.
          03 FEEDBACK-CHAVE.
             05 FB-CPF        PIC 9(11).
             05 FB-DATA.
                07 FB-DATAAA  PIC 9(04).
                07 FB-DATAMM  PIC 9(02).
                07 FB-DATADD  PIC 9(02).
             05 FB-CRM.
                07 FB-CRMNUM  PIC 9(06).
                07 FB-CRMUF   PIC X(02).
          03 FB-TIPO           PIC X(01).
          03 FB-NOTA           PIC 9(02).
          03 FB-TEXTO          PIC X(40).
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM-CHAVE.
             05 CRM          PIC 9(06).
             05 CRM-UF       PIC X(02).
          03 NOME            PIC X(30).
          03 ESPECIALIDADE   PIC 9(02).
          03 SEXO            PIC X(01).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD          PIC 9(03).
             05 NUMEROTEL1   PIC 9(05).
             05 NUMEROTEL2   PIC 9(04).
             05 TIPOTEL      PIC X(01).
          03 STATUSMED       PIC X(01).
          03 QTDEESPEC       PIC 9(01).
          03 ESPECTAB OCCURS 5 TIMES.
             05 ESPECOD      PIC 9(02).
          03 DATACADASTRO.
             05 CADDD        PIC 9(02).
             05 CADMM        PIC 9(02).
             05 CADAA        PIC 9(04).
          03 DATAULTALT.
             05 ALTDD        PIC 9(02).
             05 ALTMM        PIC 9(02).
             05 ALTAA        PIC 9(04).
          03 FILIALMED        PIC 9(02).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP211".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-TEMPACI      PIC X(01) VALUE "N".
       77 W-TEMASSIN     PIC X(01) VALUE "N".
       77 W-TEMAUT       PIC X(01) VALUE "N".
       77 W-TEMAUTOR     PIC X(01) VALUE "N".
       77 W-CHEIO        PIC X(01) VALUE "N".
       77 W-RECLDIAS     PIC 9(05) VALUE 90.
       77 W-QTD          PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-INI          PIC 9(03) VALUE ZEROS.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-NR           PIC 9(03) VALUE ZEROS.
       77 W-QTDE         PIC 9(03) VALUE ZEROS.
       77 W-QTDX         PIC 9(03) VALUE ZEROS.
       77 W-QTDA         PIC 9(03) VALUE ZEROS.
       77 W-QTDS         PIC 9(03) VALUE ZEROS.
       77 W-QTDR         PIC 9(03) VALUE ZEROS.
       77 W-CONVFAT      PIC 9(04) VALUE ZEROS.
       77 W-DIAHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIFDIAS      PIC 9(05) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-OPERADOR     PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-NOMEMED      PIC X(30) VALUE SPACES.
       01 W-EXAULT       PIC X(29) VALUE SPACES.
       01 W-CRM.
          03 W-CRMNUM  PIC 9(06) VALUE ZEROS.
          03 W-CRMUF   PIC X(02) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *
      *---------[ ITEM EM MONTAGEM ]-------------------------------
      *
       01 W-ITEM.
          03 W-ITTIPO  PIC X(01).
          03 W-ITDIAS  PIC 9(05).
          03 W-ITCPF   PIC 9(11).
          03 W-ITNOME  PIC X(17).
          03 W-ITDET   PIC X(24).
       01 W-DETREF.
          03 FILLER    PIC X(07) VALUE "P/ CRM ".
          03 W-DRNUM   PIC 9(06).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DRUF    PIC X(02).
          03 FILLER    PIC X(05) VALUE " ESP ".
          03 W-DRESP   PIC 9(02).
       01 W-DETDATA.
          03 W-DDTXT   PIC X(12).
          03 W-DDDD    PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DDMM    PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DDAA    PIC 9(04).
       01 W-DETAUT.
          03 FILLER    PIC X(06) VALUE "PROC. ".
          03 W-DAPROC  PIC 9(08).
          03 FILLER    PIC X(06) VALUE " CONV ".
          03 W-DACONV  PIC 9(04).
      *
      *---------[ LISTA DE PENDENCIAS ]----------------------------
      *
       01 TAB-PEND.
          03 TB-ITEM   OCCURS 200 TIMES.
             05 TB-TIPO   PIC X(01).
             05 TB-DIAS   PIC 9(05).
             05 TB-CPF    PIC 9(11).
             05 TB-NOME   PIC X(17).
             05 TB-DET    PIC X(24).
      *
       01 LINTELA.
          03 LT-NUM    PIC ZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-TIPO   PIC X(13).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-DIAS   PIC ZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-CPF    PIC 9(11).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-NOME   PIC X(17).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-DET    PIC X(24).
       01 LINLIMPA     PIC X(78) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT211.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               *** PENDENCIAS DO MEDICO ***".
           05  LINE 04  COLUMN 01
               VALUE  " CRM :".
           05  LINE 04  COLUMN 15
               VALUE  "/".
           05  LINE 05  COLUMN 01
               VALUE  " ENCAMINH.:     EXAMES:     S/ASSIN.:".
           05  LINE 05  COLUMN 42
               VALUE  "     SENHAS:     RECLAM.:".
           05  LINE 06  COLUMN 01
               VALUE  "  NR TIPO           DIAS CPF         PACIENTE".
           05  LINE 06  COLUMN 56
               VALUE  "DETALHE".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CRMNUM
               LINE 04  COLUMN 08  PIC 9(06)
               USING  W-CRMNUM
               HIGHLIGHT.
           05  TW-CRMUF
               LINE 04  COLUMN 16  PIC X(02)
               USING  W-CRMUF
               HIGHLIGHT.
           05  TW-NOMEMED
               LINE 04  COLUMN 20  PIC X(30)
               USING  W-NOMEMED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * CRM PADRAO: O DO OPERADOR LOGADO (ITEM EXTERNAL DO
      * CADMENU OU, FORA DO MENU, O SESSAO.DAT)
      *
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR
              GO TO INC-000.
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
       INC-000.
           MOVE ZEROS  TO W-CRMNUM
           MOVE SPACES TO W-CRMUF
           IF W-OPERADOR = SPACES
              GO TO INC-000A.
           OPEN INPUT CADUSER
           IF ST-ERRO2 = "00"
              MOVE W-OPERADOR TO USR-LOGIN
              READ CADUSER
              IF ST-ERRO2 = "00"
                 MOVE USR-CRM TO W-CRM
                 CLOSE CADUSER
              ELSE
                 CLOSE CADUSER.
       INC-000A.
      *
      * JANELA DAS RECLAMACOES, EM DIAS, VEM DO CADPARAM (RECLDIAS)
      *
           MOVE "RECLDIAS  " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              AND PRM-VALOR < 100000
              MOVE PRM-VALOR TO W-RECLDIAS.
       INC-001.
                MOVE SPACES TO W-NOMEMED
                DISPLAY SMT211.
       INC-CRM.
                ACCEPT TW-CRMNUM
                ACCEPT TW-CRMUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-CRMNUM = ZEROS OR W-CRMUF = SPACES
                   MOVE "*** INFORME O CRM E A UF DO MEDICO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CRM.
                OPEN INPUT CADMED
                IF ST-ERRO2 NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                MOVE W-CRM TO CRM-CHAVE
                READ CADMED
                IF ST-ERRO2 NOT = "00"
                   CLOSE CADMED
                   MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CRM.
                MOVE NOME OF REGMED TO W-NOMEMED
                CLOSE CADMED
                DISPLAY TW-NOMEMED.
      *
      *****************************************************
      * MONTA A LISTA (DE NOVO A CADA VOLTA DE UM PROGRAMA *
      * DE MANUTENCAO, POIS O ITEM PODE TER SIDO RESOLVIDO)*
      *****************************************************
      *
       MONTA.
           MOVE ZEROS TO W-QTD W-QTDE W-QTDX W-QTDA W-QTDS W-QTDR
           MOVE "N" TO W-CHEIO
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAHOJE
           MOVE "N" TO W-TEMPACI
           OPEN INPUT CADPACI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMPACI.
           PERFORM MON-REF THRU MON-REF-FIM
           PERFORM MON-EXA THRU MON-EXA-FIM
           PERFORM MON-CON THRU MON-CON-FIM
           PERFORM MON-RECL THRU MON-RECL-FIM
           IF W-TEMPACI = "S"
              CLOSE CADPACI.
           MOVE 1 TO W-INI.
      *
       MOS-001.
           DISPLAY (05, 13) W-QTDE
           DISPLAY (05, 25) W-QTDX
           DISPLAY (05, 39) W-QTDA
           DISPLAY (05, 54) W-QTDS
           DISPLAY (05, 67) W-QTDR
           IF W-QTD = ZEROS
              PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
              MOVE "*** NENHUMA PENDENCIA PARA O MEDICO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-CHEIO = "S"
              MOVE "*** LISTA LIMITADA A 200 PENDENCIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOS-PAG.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           MOVE W-INI TO W-IX
           MOVE 07 TO W-LIN.
       MOS-LIN.
           IF W-IX > W-QTD OR W-LIN > 21
              GO TO MOS-OPC.
           MOVE W-IX          TO LT-NUM
           MOVE TB-DIAS(W-IX) TO LT-DIAS
           MOVE TB-CPF(W-IX)  TO LT-CPF
           MOVE TB-NOME(W-IX) TO LT-NOME
           MOVE TB-DET(W-IX)  TO LT-DET
           IF TB-TIPO(W-IX) = "E"
              MOVE "ENCAMINHAM." TO LT-TIPO.
           IF TB-TIPO(W-IX) = "X"
              MOVE "RESULT.EXAME" TO LT-TIPO.
           IF TB-TIPO(W-IX) = "A"
              MOVE "S/ ASSINATURA" TO LT-TIPO.
           IF TB-TIPO(W-IX) = "S"
              MOVE "S/ SENHA AUT." TO LT-TIPO.
           IF TB-TIPO(W-IX) = "R"
              MOVE "RECLAMACAO" TO LT-TIPO.
           DISPLAY (W-LIN, 02) LINTELA
           ADD 1 TO W-IX
           ADD 1 TO W-LIN
           GO TO MOS-LIN.
      *
      * NUMERO DA LINHA ABRE O ITEM; 000 PASSA A PAGINA
      * (DEPOIS DA ULTIMA VOLTA PARA A PRIMEIRA)
      *
       MOS-OPC.
           MOVE ZEROS TO W-NR
           DISPLAY (22, 02) "NR P/ ABRIR (000=PROXIMA PAGINA, ESC=SAI)"
           DISPLAY (22, 44) " : "
           ACCEPT (22, 47) W-NR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-001.
           IF W-NR = ZEROS
              ADD 15 TO W-INI
              IF W-INI > W-QTD
                 MOVE 1 TO W-INI
                 GO TO MOS-PAG
              ELSE
                 GO TO MOS-PAG.
           IF W-NR > W-QTD
              MOVE "*** NUMERO FORA DA LISTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
      *
      * O PROGRAMA DE MANUTENCAO ABRE OS PROPRIOS ARQUIVOS;
      * AQUI ESTAO TODOS FECHADOS
      *
           IF TB-TIPO(W-NR) = "E"
              CALL "CADENCAMINHA".
           IF TB-TIPO(W-NR) = "X"
              CALL "CADEXRES".
           IF TB-TIPO(W-NR) = "A"
              CALL "CADCONSULTA".
           IF TB-TIPO(W-NR) = "S"
              CALL "CADAUTOR".
           IF TB-TIPO(W-NR) = "R"
              CALL "CADFEEDBACK".
           DISPLAY SMT211
           GO TO MONTA.
      *
      *****************************************************
      * ENCAMINHAMENTOS EMITIDOS PELO MEDICO AINDA NAO     *
      * ATENDIDOS (NAO HA CHAVE POR CRM: LEITURA TOTAL)    *
      *****************************************************
      *
       MON-REF.
           OPEN INPUT CADENCAMINHA
           IF ST-ERRO NOT = "00"
              GO TO MON-REF-FIM.
           MOVE ZEROS  TO REF-CPF REF-DATA REF-CRMNUM REF-SEQ
           MOVE SPACES TO REF-CRMUF
           START CADENCAMINHA KEY IS NOT LESS THAN REF-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO MON-REF-FEC.
       MON-REF-LER.
           READ CADENCAMINHA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MON-REF-FEC.
           IF REF-CRM NOT = W-CRM OR REF-STATUS NOT = "P"
              GO TO MON-REF-LER.
           MOVE "E"            TO W-ITTIPO
           MOVE REF-CPF        TO W-ITCPF
           MOVE REF-DATA       TO W-DATAQ
           MOVE REF-CRMDESTNUM TO W-DRNUM
           MOVE REF-CRMDESTUF  TO W-DRUF
           MOVE REF-ESPECIALIDADE TO W-DRESP
           MOVE W-DETREF       TO W-ITDET
           PERFORM ADD-ITEM THRU ADD-ITEM-FIM
           IF W-CHEIO = "S"
              GO TO MON-REF-FEC.
           ADD 1 TO W-QTDE
           GO TO MON-REF-LER.
       MON-REF-FEC.
           CLOSE CADENCAMINHA.
       MON-REF-FIM.
           EXIT.
      *
      *****************************************************
      * RESULTADOS DE EXAMES PEDIDOS PELO MEDICO AINDA SEM *
      * REVISAO - UMA LINHA POR EXAME, NAO POR ANALITO     *
      *****************************************************
      *
       MON-EXA.
           IF W-CHEIO = "S"
              GO TO MON-EXA-FIM.
           OPEN INPUT CADEXRES
           IF ST-ERRO NOT = "00"
              GO TO MON-EXA-FIM.
           MOVE SPACES TO W-EXAULT
           MOVE W-CRM TO ER-CRMSOL
           START CADEXRES KEY IS NOT LESS THAN ER-CRMSOL
           IF ST-ERRO NOT = "00"
              GO TO MON-EXA-FEC.
       MON-EXA-LER.
           READ CADEXRES NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MON-EXA-FEC.
           IF ER-CRMSOL NOT = W-CRM
              GO TO MON-EXA-FEC.
           IF ER-REVISADO = "S" OR ER-EXACHAVE = W-EXAULT
              GO TO MON-EXA-LER.
           MOVE ER-EXACHAVE    TO W-EXAULT
           MOVE "X"            TO W-ITTIPO
           MOVE ER-CPF         TO W-ITCPF
           MOVE ER-DATARES     TO W-DATAQ
           MOVE "PEDIDO EM  "  TO W-DDTXT
           MOVE ER-DATADD      TO W-DDDD
           MOVE ER-DATAMM      TO W-DDMM
           MOVE ER-DATAAA      TO W-DDAA
           MOVE W-DETDATA      TO W-ITDET
           PERFORM ADD-ITEM THRU ADD-ITEM-FIM
           IF W-CHEIO = "S"
              GO TO MON-EXA-FEC.
           ADD 1 TO W-QTDX
           GO TO MON-EXA-LER.
       MON-EXA-FEC.
           CLOSE CADEXRES.
       MON-EXA-FIM.
           EXIT.
      *
      *****************************************************
      * CONSULTAS DO MEDICO: SEM ASSINATURA E, SE AINDA    *
      * NAO FATURADAS, SEM A SENHA EXIGIDA PELO CONVENIO   *
      *****************************************************
      *
       MON-CON.
           IF W-CHEIO = "S"
              GO TO MON-CON-FIM.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
              GO TO MON-CON-FIM.
      *
      * SEM CADASSIN NENHUMA CONSULTA FOI ASSINADA AINDA
      *
           MOVE "N" TO W-TEMASSIN
           OPEN INPUT CADASSIN
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMASSIN.
      *
      * SEM CADPROC/CADEXIGE/CADAUTOR NAO HA COMO APURAR
      * A SENHA: ESSA PARTE FICA DE FORA
      *
           MOVE "N" TO W-TEMAUT
           IF W-TEMPACI = "N"
              GO TO MON-CON-POS.
           OPEN INPUT CADPROC
           IF ST-ERRO2 NOT = "00"
              GO TO MON-CON-POS.
           OPEN INPUT CADEXIGE
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPROC
              GO TO MON-CON-POS.
           OPEN INPUT CADAUTOR
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPROC CADEXIGE
              GO TO MON-CON-POS.
           MOVE "S" TO W-TEMAUT.
       MON-CON-POS.
           MOVE W-CRM TO CON-CRM
           START CADCONSULTA KEY IS NOT LESS THAN CON-CRM
           IF ST-ERRO NOT = "00"
              GO TO MON-CON-FEC.
       MON-CON-LER.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MON-CON-FEC.
           IF CON-CRM NOT = W-CRM
              GO TO MON-CON-FEC.
           IF CON-FATURADO = "E"
              GO TO MON-CON-LER.
           IF W-TEMASSIN = "S"
              MOVE CONSULTA-CHAVE TO ASS-CONSCHAVE
              READ CADASSIN
              IF ST-ERRO2 = "00" AND ASS-STATUS = "A"
                 GO TO MON-CON-AUT.
           MOVE "A"            TO W-ITTIPO
           MOVE CON-CPF        TO W-ITCPF
           MOVE CON-DATA       TO W-DATAQ
           MOVE "CONSULTA DE " TO W-DDTXT
           MOVE CON-DATADD     TO W-DDDD
           MOVE CON-DATAMM     TO W-DDMM
           MOVE CON-DATAAA     TO W-DDAA
           MOVE W-DETDATA      TO W-ITDET
           PERFORM ADD-ITEM THRU ADD-ITEM-FIM
           IF W-CHEIO = "S"
              GO TO MON-CON-FEC.
           ADD 1 TO W-QTDA.
       MON-CON-AUT.
           IF W-TEMAUT = "N" OR CON-FATURADO = "S"
              OR CON-TIPOVIS = 2
              GO TO MON-CON-LER.
           PERFORM VER-AUTOR THRU VER-AUTOR-FIM
           IF W-TEMAUTOR NOT = "N"
              GO TO MON-CON-LER.
           MOVE "S"            TO W-ITTIPO
           MOVE CON-CPF        TO W-ITCPF
           MOVE CON-DATA       TO W-DATAQ
           MOVE PROC-CODIGO    TO W-DAPROC
           MOVE W-CONVFAT      TO W-DACONV
           MOVE W-DETAUT       TO W-ITDET
           PERFORM ADD-ITEM THRU ADD-ITEM-FIM
           IF W-CHEIO = "S"
              GO TO MON-CON-FEC.
           ADD 1 TO W-QTDS
           GO TO MON-CON-LER.
       MON-CON-FEC.
           CLOSE CADCONSULTA
           IF W-TEMASSIN = "S"
              CLOSE CADASSIN.
           IF W-TEMAUT = "S"
              CLOSE CADPROC CADEXIGE CADAUTOR.
       MON-CON-FIM.
           EXIT.
      *
      *****************************************************
      * SENHA DE AUTORIZACAO (MESMA REGRA DA PREVIA DO     *
      * SMP134): W-TEMAUTOR = N SO QUANDO O PROCEDIMENTO   *
      * EXIGE SENHA E NAO HA AUTORIZACAO ATIVA NA DATA DA  *
      * CONSULTA; X = NAO SE APLICA                        *
      *****************************************************
      *
       VER-AUTOR.
           MOVE "X" TO W-TEMAUTOR
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              GO TO VER-AUTOR-FIM.
           IF CON-CONVUSO NOT = ZEROS
              MOVE CON-CONVUSO TO W-CONVFAT
           ELSE
              MOVE CONVENIO TO W-CONVFAT.
           IF W-CONVFAT = ZEROS
              GO TO VER-AUTOR-FIM.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO2 = "23"
              MOVE ZEROS TO PROC-CID
              READ CADPROC.
           IF ST-ERRO2 NOT = "00"
              GO TO VER-AUTOR-FIM.
           MOVE W-CONVFAT   TO EXG-CONVENIO
           MOVE PROC-CODIGO TO EXG-PROC
           READ CADEXIGE
           IF ST-ERRO2 NOT = "00"
              GO TO VER-AUTOR-FIM.
           MOVE "N" TO W-TEMAUTOR
           MOVE W-CONVFAT   TO AUT-CONVENIO
           MOVE CON-CPF     TO AUT-CPF
           MOVE PROC-CODIGO TO AUT-PROC
           READ CADAUTOR
           IF ST-ERRO2 = "00"
              IF AUT-STATUS = "A"
                 AND CON-DATA NOT < AUT-VALINI
                 AND CON-DATA NOT > AUT-VALFIM
                 MOVE "S" TO W-TEMAUTOR.
       VER-AUTOR-FIM.
           EXIT.
      *
      *****************************************************
      * RECLAMACOES CONTRA O MEDICO DENTRO DA JANELA       *
      *****************************************************
      *
       MON-RECL.
           IF W-CHEIO = "S"
              GO TO MON-RECL-FIM.
           OPEN INPUT CADFEEDBACK
           IF ST-ERRO NOT = "00"
              GO TO MON-RECL-FIM.
           MOVE W-CRM TO FB-CRM
           START CADFEEDBACK KEY IS NOT LESS THAN FB-CRM
           IF ST-ERRO NOT = "00"
              GO TO MON-RECL-FEC.
       MON-RECL-LER.
           READ CADFEEDBACK NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MON-RECL-FEC.
           IF FB-CRM NOT = W-CRM
              GO TO MON-RECL-FEC.
           IF FB-TIPO NOT = "R"
              GO TO MON-RECL-LER.
           MOVE FB-DATA TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           IF W-DIANUM < W-DIAHOJE
              AND W-DIAHOJE - W-DIANUM > W-RECLDIAS
              GO TO MON-RECL-LER.
           MOVE "R"            TO W-ITTIPO
           MOVE FB-CPF         TO W-ITCPF
           MOVE FB-TEXTO       TO W-ITDET
           PERFORM ADD-ITEM THRU ADD-ITEM-FIM
           IF W-CHEIO = "S"
              GO TO MON-RECL-FEC.
           ADD 1 TO W-QTDR
           GO TO MON-RECL-LER.
       MON-RECL-FEC.
           CLOSE CADFEEDBACK.
       MON-RECL-FIM.
           EXIT.
      *
      *****************************************************
      * ACRESCENTA O ITEM MONTADO EM W-ITEM: IDADE EM DIAS *
      * DESDE A DATA EM W-DATAQ E NOME DO PACIENTE         *
      *****************************************************
      *
       ADD-ITEM.
           IF W-QTD NOT < 200
              MOVE "S" TO W-CHEIO
              GO TO ADD-ITEM-FIM.
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE ZEROS TO W-ITDIAS
           IF W-DATAQ9 NOT = ZEROS AND W-DIANUM < W-DIAHOJE
              COMPUTE W-ITDIAS = W-DIAHOJE - W-DIANUM.
           MOVE SPACES TO W-ITNOME
           IF W-TEMPACI = "S"
              MOVE W-ITCPF TO CPF
              READ CADPACI
              IF ST-ERRO2 = "00"
                 MOVE NOME OF REGPACI TO W-ITNOME.
           ADD 1 TO W-QTD
           MOVE W-ITEM TO TB-ITEM(W-QTD).
       ADD-ITEM-FIM.
           EXIT.
      *
       LIMPA-LIN.
           MOVE 07 TO W-LIN.
       LIMPA-LIN-LP.
           DISPLAY (W-LIN, 02) LINLIMPA
           ADD 1 TO W-LIN
           IF W-LIN < 22
              GO TO LIMPA-LIN-LP.
       LIMPA-LIN-FIM.
           EXIT.
      *
      *****************************************************
      * NUMERO DO DIA (CONTAGEM CONTINUA) DA DATA W-DATAQ  *
      *****************************************************
      *
       DIA-NUM.
                MOVE W-DQAA TO W-JA
                MOVE W-DQMM TO W-JM
                IF W-JM < 3
                   SUBTRACT 1 FROM W-JA
                   ADD 12 TO W-JM.
                COMPUTE W-DIANUM = 365 * W-JA + W-DQDD
                DIVIDE W-JA BY 4 GIVING W-J1
                ADD W-J1 TO W-DIANUM
                DIVIDE W-JA BY 100 GIVING W-J1
                SUBTRACT W-J1 FROM W-DIANUM
                DIVIDE W-JA BY 400 GIVING W-J1
                ADD W-J1 TO W-DIANUM
                COMPUTE W-J2 = 153 * (W-JM - 3) + 2
                DIVIDE W-J2 BY 5 GIVING W-J1
                ADD W-J1 TO W-DIANUM.
       DIA-NUM-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
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
