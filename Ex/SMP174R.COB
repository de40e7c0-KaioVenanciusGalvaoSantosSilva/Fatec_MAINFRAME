       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP174.
       AUTHOR. KAIO V G S S
      ***********************************************
      * ANONIMIZACAO LGPD DOS PACIENTES SEM          *
      * MOVIMENTO HA MAIS QUE O PRAZO DE RETENCAO    *
      * (PARAMETRO ANONANOS, PADRAO 20 ANOS).        *
      * ULTIMO MOVIMENTO = MAIOR DATA ENTRE AS       *
      * CONSULTAS (CADCONSULTA E CONSHIST), AGENDAS, *
      * EXAMES E O OBITO. PACIENTE SEM NENHUM        *
      * MOVIMENTO, JA ANONIMIZADO OU COM BLOQUEIO    *
      * FINANCEIRO ATIVO (CADBLQFIN) NAO E TOCADO.   *
      * O CPF CONTINUA COMO CHAVE, PARA QUE AS       *
      * CONSULTAS, EXAMES E VALORES CONTINUEM        *
      * SOMANDO NAS ESTATISTICAS; SAEM NOME,         *
      * E-MAIL, TELEFONES, ENDERECO (O CEP FICA SO   *
      * COM A REGIAO, 5 DIGITOS), RESPONSAVEL,       *
      * TITULAR E CONTATO DE EMERGENCIA. O           *
      * NASCIMENTO FICA SO COM O ANO. NOS ARQUIVOS   *
      * DEPENDENTES SAEM OS TEXTOS LIVRES (LINK DA   *
      * TELECONSULTA, OBSERVACOES DA CONSULTA E DO   *
      * ENCAMINHAMENTO, TEXTO DA AVALIACAO), O CNS   *
      * (CADPACSUS) E O NUMERO DAS CARTEIRINHAS DE   *
      * CONVENIO (CADCARTEIRA).                      *
      * STATUSPACI = X (ANONIMIZADO).                *
      * PRIMEIRO GERA A PREVIA RELANONPREV.TXT; SO   *
      * ANONIMIZA DEPOIS DA CONFIRMACAO, GERANDO O   *
      * CERTIFICADO CERTANON.TXT E A TRILHA DE       *
      * AUDITORIA (GRVAUDIT) DE CADA PACIENTE.       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
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
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
           SELECT CONSHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HCON-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADENCAMINHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REF-CPF
                                   WITH DUPLICATES.
           SELECT CADFEEDBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEEDBACK-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FB-CRM
                                   WITH DUPLICATES.
           SELECT CADBLQFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BF-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCARTEIRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARTEIRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT ANONPREVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT CERTANONTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
          03 EXAME-CHAVE.
             05 EXA-CPF        PIC 9(11).
             05 EXA-DATA.
                07 EXA-DATAAA  PIC 9(04).
                07 EXA-DATAMM  PIC 9(02).
                07 EXA-DATADD  PIC 9(02).
             05 EXA-CRM.
                07 EXA-CRMNUM  PIC 9(06).
                07 EXA-CRMUF   PIC X(02).
             05 EXA-SEQ        PIC 9(02).
          03 EXA-TIPO          PIC X(20).
          03 EXA-DATAPEDIDO.
             05 EXA-PEDAA      PIC 9(04).
             05 EXA-PEDMM      PIC 9(02).
             05 EXA-PEDDD      PIC 9(02).
          03 EXA-DATARESULT.
             05 EXA-RESAA      PIC 9(04).
             05 EXA-RESMM      PIC 9(02).
             05 EXA-RESDD      PIC 9(02).
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
      *
       FD CONSHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSHIST.DAT".
       01 REGCONSHIST.
          03 HCON-CHAVE        PIC X(27).
          03 HCON-RESTO        PIC X(58).
      *
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
       FD CADBLQFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLQFIN.DAT".
       01 REGBLQFIN.
          03 BF-CPF            PIC 9(11).
          03 BF-SITUACAO       PIC X(01).
          03 BF-DATABLQ        PIC 9(08).
          03 BF-DATALIB        PIC 9(08).
          03 BF-QTDTIT         PIC 9(03).
          03 BF-VALATU         PIC 9(09)V99.
          03 BF-CONFIRMA       PIC X(01).
      *
       FD CADPACSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACSUS.DAT".
       01 REGPACSUS.
          03 PS-CPF            PIC 9(11).
          03 PS-CNS            PIC 9(15).
          03 PS-RACA           PIC 9(02).
          03 PS-ETNIA          PIC 9(04).
          03 PS-NACION         PIC 9(03).
          03 PS-IBGE           PIC 9(06).
          03 PS-DATAALT        PIC 9(08).
      *
       FD CADCARTEIRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTEIRA.DAT".
       01 REGCARTEIRA.
          03 CARTEIRA-CHAVE.
             05 CRT-CPF         PIC 9(11).
             05 CRT-CONVENIO    PIC 9(04).
          03 CRT-NUMERO         PIC X(20).
          03 CRT-PRODUTO        PIC X(20).
          03 CRT-VALINI.
             05 CRT-INIAA       PIC 9(04).
             05 CRT-INIMM       PIC 9(02).
             05 CRT-INIDD       PIC 9(02).
          03 CRT-VALFIM.
             05 CRT-FIMAA       PIC 9(04).
             05 CRT-FIMMM       PIC 9(02).
             05 CRT-FIMDD       PIC 9(02).
      *
       FD ANONPREVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELANONPREV.TXT".
       01 REGANONPREVTX   PIC X(100).
      *
       FD CERTANONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CERTANON.TXT".
       01 REGCERTANONTX   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP174".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PASSO        PIC 9(01) VALUE ZEROS.
       77 W-ELEGE        PIC X(01) VALUE "N".
       77 W-TEMEXA       PIC X(01) VALUE "N".
       77 W-TEMHIST      PIC X(01) VALUE "N".
       77 W-TEMREF       PIC X(01) VALUE "N".
       77 W-TEMFB        PIC X(01) VALUE "N".
       77 W-TEMBLQ       PIC X(01) VALUE "N".
       77 W-TEMSUS       PIC X(01) VALUE "N".
       77 W-TEMCRT       PIC X(01) VALUE "N".
       77 W-ANOS         PIC 9(02) VALUE 20.
       77 W-ULTATIV      PIC 9(08) VALUE ZEROS.
       77 W-DATAREC      PIC 9(08) VALUE ZEROS.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTELEG      PIC 9(06) VALUE ZEROS.
       77 W-TOTJA        PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMMOV    PIC 9(06) VALUE ZEROS.
       77 W-TOTRETFIN    PIC 9(06) VALUE ZEROS.
       77 W-TOTAGE       PIC 9(06) VALUE ZEROS.
       77 W-TOTCON       PIC 9(06) VALUE ZEROS.
       77 W-TOTREF       PIC 9(06) VALUE ZEROS.
       77 W-TOTFB        PIC 9(06) VALUE ZEROS.
       77 W-TOTSUS       PIC 9(06) VALUE ZEROS.
       77 W-TOTCRT       PIC 9(06) VALUE ZEROS.
       77 W-PAGE         PIC 9(04) VALUE ZEROS.
       77 W-PCON         PIC 9(04) VALUE ZEROS.
       77 W-PREF         PIC 9(04) VALUE ZEROS.
       77 W-PFB          PIC 9(04) VALUE ZEROS.
       77 W-PCRT         PIC 9(04) VALUE ZEROS.
       77 W-PSUS         PIC X(03) VALUE SPACES.
       01 W-OPERADOR     PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *---------[ TRILHA DE AUDITORIA (GRVAUDIT) ]------------------
       01 AUD-ARQ       PIC X(08) VALUE "CADPACI".
       01 AUD-CHAVE     PIC X(11) VALUE SPACES.
       01 AUD-CAMPO     PIC X(15) VALUE "ANONIMIZACAO".
       01 AUD-VALANT    PIC X(30) VALUE "DADOS PESSOAIS".
       01 AUD-VALNOV    PIC X(30) VALUE SPACES.
      *
       01 W-DATASYS.
          03 W-DSAA      PIC 9(04).
          03 W-DSMM      PIC 9(02).
          03 W-DSDD      PIC 9(02).
       01 W-CORTE.
          03 W-CORTEAA   PIC 9(04).
          03 W-CORTEMM   PIC 9(02).
          03 W-CORTEDD   PIC 9(02).
       01 W-CORTE9 REDEFINES W-CORTE PIC 9(08).
       01 W-DATAQ.
          03 W-DQAA      PIC 9(04).
          03 W-DQMM      PIC 9(02).
          03 W-DQDD      PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
      *
      * CEP: SO OS 5 PRIMEIROS DIGITOS (REGIAO) FICAM
      *
       01 W-CEP.
          03 W-CEPREG    PIC 9(05).
          03 W-CEPSUF    PIC 9(03).
       01 W-CEP9 REDEFINES W-CEP PIC 9(08).
      *
      * CHAVE DO CONSHIST: CPF + DATA + CRM
      *
       01 W-HCHAVE.
          03 W-HCPF      PIC 9(11).
          03 W-HDATA     PIC 9(08).
          03 W-HCRM      PIC X(08).
       01 W-CPFX.
          03 W-CPFX9     PIC 9(11).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 C0-TITULO   PIC X(46).
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB0A.
                03 FILLER      PIC X(20) VALUE "RETENCAO (ANOS) : ".
                03 C0A-ANOS    PIC Z9.
                03 FILLER      PIC X(30) VALUE
                     "   SEM MOVIMENTO DESDE : ".
                03 C0A-DD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-MM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-AA      PIC 9(04).
                03 FILLER      PIC X(13) VALUE "   OPERADOR: ".
                03 C0A-OPER    PIC X(10).
       01 CAB1P.
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(31) VALUE "PACIENTE".
                03 FILLER      PIC X(11) VALUE "ULT.MOVIM.".
                03 FILLER      PIC X(09) VALUE "CONSENT.".
                03 FILLER      PIC X(06) VALUE "OBITO".
       01 CAB1C.
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(11) VALUE "ULT.MOVIM.".
                03 FILLER      PIC X(09) VALUE "CONSENT.".
                03 FILLER      PIC X(08) VALUE "AGENDAS".
                03 FILLER      PIC X(10) VALUE "CONSULTAS".
                03 FILLER      PIC X(08) VALUE "ENCAM.".
                03 FILLER      PIC X(10) VALUE "AVALIAC.".
                03 FILLER      PIC X(05) VALUE "CNS".
                03 FILLER      PIC X(09) VALUE "CARTEIRAS".
       01 DETP.
                03 DP-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 DP-NOME          PIC X(30).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 DP-DATA.
                   05 DP-DD         PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 DP-MM         PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 DP-AA         PIC 9(04).
                03 FILLER           PIC X(04) VALUE SPACES.
                03 DP-CONSENT       PIC X(01).
                03 FILLER           PIC X(08) VALUE SPACES.
                03 DP-OBITO         PIC X(03).
       01 DETC.
                03 DC-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 DC-DATA.
                   05 DC-DD         PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 DC-MM         PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 DC-AA         PIC 9(04).
                03 FILLER           PIC X(04) VALUE SPACES.
                03 DC-CONSENT       PIC X(01).
                03 FILLER           PIC X(04) VALUE SPACES.
                03 DC-AGE           PIC ZZZ9.
                03 FILLER           PIC X(06) VALUE SPACES.
                03 DC-CON           PIC ZZZ9.
                03 FILLER           PIC X(04) VALUE SPACES.
                03 DC-REF           PIC ZZZ9.
                03 FILLER           PIC X(06) VALUE SPACES.
                03 DC-FB            PIC ZZZ9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 DC-SUS           PIC X(03).
                03 FILLER           PIC X(06) VALUE SPACES.
                03 DC-CRT           PIC ZZZ9.
       01 TOTL.
                03 TL-TEXTO         PIC X(40).
                03 TL-VALOR         PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELANONPREV.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT174.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** ANONIMIZACAO LGPD DE PACIENTES".
           05  LINE 02  COLUMN 42
               VALUE  " SEM MOVIMENTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "    PRAZO DE RETENCAO (ANOS)        :".
           05  LINE 08  COLUMN 01
               VALUE  "    (A PREVIA SAI EM RELANONPREV.TXT; NADA".
           05  LINE 08  COLUMN 43
               VALUE  " E ALTERADO ANTES DA CONFIRMACAO)".
           05  LINE 10  COLUMN 01
               VALUE  "                       CONFIRMA A PREVIA".
           05  LINE 10  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANOS
               LINE 06  COLUMN 39  PIC 9(02)
               USING  W-ANOS
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 10  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                MOVE 20 TO W-ANOS
                MOVE "ANONANOS  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   MOVE PRM-VALOR TO W-ANOS.
                DISPLAY SMT174.
       INC-ANOS.
                ACCEPT TW-ANOS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-ANOS = ZEROS
                   MOVE "*Informe o prazo de retencao em anos*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANOS.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                COMPUTE W-CORTEAA = W-DSAA - W-ANOS
                MOVE W-DSMM TO W-CORTEMM
                MOVE W-DSDD TO W-CORTEDD.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN I-O CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONSULTA"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADAGENDA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN OUTPUT ANONPREVTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ANONPREVTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADCONSULTA CADAGENDA
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
      *
      * ARQUIVOS QUE PODEM NAO EXISTIR NA INSTALACAO: SEM ELES
      * A PARTE CORRESPONDENTE E SIMPLESMENTE PULADA
      *
       INC-OP0D.
           MOVE "N" TO W-TEMEXA W-TEMHIST W-TEMREF W-TEMFB W-TEMBLQ
           OPEN INPUT CADEXAME
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMEXA.
           OPEN INPUT CONSHIST
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMHIST.
           OPEN I-O CADENCAMINHA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREF.
           OPEN I-O CADFEEDBACK
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFB.
           OPEN INPUT CADBLQFIN
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMBLQ.
           MOVE "N" TO W-TEMSUS W-TEMCRT
           OPEN I-O CADPACSUS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMSUS.
           OPEN I-O CADCARTEIRA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCRT.
      *
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR.
           MOVE W-DSDD    TO C0-DD
           MOVE W-DSMM    TO C0-MM
           MOVE W-DSAA    TO C0-AA
           MOVE W-ANOS    TO C0A-ANOS
           MOVE W-CORTEDD TO C0A-DD
           MOVE W-CORTEMM TO C0A-MM
           MOVE W-CORTEAA TO C0A-AA
           MOVE W-OPERADOR TO C0A-OPER
           MOVE " *** PREVIA DA ANONIMIZACAO LGPD ***" TO C0-TITULO
           MOVE CAB0  TO REGANONPREVTX
           WRITE REGANONPREVTX
           MOVE CAB0A TO REGANONPREVTX
           WRITE REGANONPREVTX
           MOVE SPACES TO REGANONPREVTX
           WRITE REGANONPREVTX
           MOVE CAB1P TO REGANONPREVTX
           WRITE REGANONPREVTX
           MOVE SPACES TO REGANONPREVTX
           WRITE REGANONPREVTX
           MOVE 1 TO W-PASSO.
      *
      *****************************************************
      * PASSO 1 = PREVIA (SO LISTA); PASSO 2 = ANONIMIZA.  *
      * OS DOIS PASSOS USAM A MESMA SELECAO (ELEGE)        *
      *****************************************************
      *
       POS-PAC.
           MOVE ZEROS TO W-TOTLIDOS W-TOTELEG W-TOTJA W-TOTSEMMOV
                         W-TOTRETFIN W-TOTAGE W-TOTCON W-TOTREF W-TOTFB
                         W-TOTSUS W-TOTCRT
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS THAN CPF
           IF ST-ERRO NOT = "00"
              GO TO FIM-PASSO.
       LER-PAC.
                READ CADPACI NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-PASSO
                   ELSE
                      MOVE "ERRO NA LEITURA CADPACI"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDOS
                PERFORM ELEGE THRU ELEGE-FIM
                IF W-ELEGE NOT = "S"
                   GO TO LER-PAC.
                ADD 1 TO W-TOTELEG
                MOVE W-ULTATIV TO W-DATAQ9
                IF W-PASSO = 2
                   GO TO LER-PAC-ANON.
                MOVE CPF              TO DP-CPF
                MOVE NOME OF REGPACI  TO DP-NOME
                MOVE W-DQDD           TO DP-DD
                MOVE W-DQMM           TO DP-MM
                MOVE W-DQAA           TO DP-AA
                MOVE CONSENTLGPD      TO DP-CONSENT
                MOVE SPACES           TO DP-OBITO
                IF STATUSPACI = "O"
                   MOVE "SIM" TO DP-OBITO.
                MOVE DETP TO REGANONPREVTX
                WRITE REGANONPREVTX
                GO TO LER-PAC.
       LER-PAC-ANON.
                PERFORM ANONIMIZA THRU ANONIMIZA-FIM
                MOVE CPF              TO DC-CPF
                MOVE W-DQDD           TO DC-DD
                MOVE W-DQMM           TO DC-MM
                MOVE W-DQAA           TO DC-AA
                MOVE CONSENTLGPD      TO DC-CONSENT
                MOVE W-PAGE           TO DC-AGE
                MOVE W-PCON           TO DC-CON
                MOVE W-PREF           TO DC-REF
                MOVE W-PFB            TO DC-FB
                MOVE W-PSUS           TO DC-SUS
                MOVE W-PCRT           TO DC-CRT
                MOVE DETC TO REGCERTANONTX
                WRITE REGCERTANONTX
                GO TO LER-PAC.
      *
       FIM-PASSO.
           IF W-PASSO = 2
              GO TO FIM-CERT.
           MOVE SPACES TO REGANONPREVTX
           WRITE REGANONPREVTX
           PERFORM MON-TOT THRU MON-TOT-FIM
           CLOSE ANONPREVTX.
           IF SPL-GERADO = "S"
              STRING "ANOS SEM MOVIMENTO " W-ANOS
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (14, 05) "PACIENTES LIDOS                 : "
           DISPLAY (14, 40) W-TOTLIDOS
           DISPLAY (15, 05) "A ANONIMIZAR                    : "
           DISPLAY (15, 40) W-TOTELEG
           DISPLAY (16, 05) "MANTIDOS - BLOQUEIO FINANCEIRO  : "
           DISPLAY (16, 40) W-TOTRETFIN
           DISPLAY (17, 05) "MANTIDOS - SEM NENHUM MOVIMENTO : "
           DISPLAY (17, 40) W-TOTSEMMOV
           DISPLAY (18, 05) "JA ANONIMIZADOS                 : "
           DISPLAY (18, 40) W-TOTJA
           IF W-TOTELEG = ZEROS
              MOVE "*** NENHUM PACIENTE A ANONIMIZAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRV-OPC.
           DISPLAY (20, 05) "CONFIRA A PREVIA. ANONIMIZAR AGORA (S/N) :"
           ACCEPT (20, 48) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*PREVIA GERADA - NADA FOI ALTERADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-OPC.
           OPEN OUTPUT CERTANONTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CERTANONTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE " *** CERTIFICADO DE ANONIMIZACAO LGPD ***"
                                                  TO C0-TITULO
           MOVE CAB0  TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE CAB0A TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE SPACES TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE CAB1C TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE SPACES TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE 2 TO W-PASSO
           GO TO POS-PAC.
      *
       FIM-CERT.
           MOVE SPACES TO REGCERTANONTX
           WRITE REGCERTANONTX
           PERFORM MON-TOT THRU MON-TOT-FIM
           MOVE "REGISTROS DE AGENDA LIMPOS      : " TO TL-TEXTO
           MOVE W-TOTAGE TO TL-VALOR
           MOVE TOTL TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE "CONSULTAS COM OBSERVACAO LIMPA  : " TO TL-TEXTO
           MOVE W-TOTCON TO TL-VALOR
           MOVE TOTL TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE "ENCAMINHAMENTOS LIMPOS          : " TO TL-TEXTO
           MOVE W-TOTREF TO TL-VALOR
           MOVE TOTL TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE "AVALIACOES COM TEXTO LIMPO      : " TO TL-TEXTO
           MOVE W-TOTFB TO TL-VALOR
           MOVE TOTL TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE "CNS (CADPACSUS) APAGADOS        : " TO TL-TEXTO
           MOVE W-TOTSUS TO TL-VALOR
           MOVE TOTL TO REGCERTANONTX
           WRITE REGCERTANONTX
           MOVE "CARTEIRINHAS COM NUMERO APAGADO : " TO TL-TEXTO
           MOVE W-TOTCRT TO TL-VALOR
           MOVE TOTL TO REGCERTANONTX
           WRITE REGCERTANONTX
           CLOSE CERTANONTX
           DISPLAY (21, 05) "PACIENTES ANONIMIZADOS          : "
           DISPLAY (21, 40) W-TOTELEG
           MOVE "*ANONIMIZACAO CONCLUIDA - VER CERTANON.TXT*" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************************
      * TOTAIS COMUNS DA PREVIA E DO CERTIFICADO           *
      *****************************************************
      *
       MON-TOT.
           MOVE "PACIENTES LIDOS                 : " TO TL-TEXTO
           MOVE W-TOTLIDOS TO TL-VALOR
           PERFORM GRV-TOT THRU GRV-TOT-FIM
           MOVE "PACIENTES ANONIMIZADOS/A ANONIM.: " TO TL-TEXTO
           MOVE W-TOTELEG TO TL-VALOR
           PERFORM GRV-TOT THRU GRV-TOT-FIM
           MOVE "MANTIDOS - BLOQUEIO FINANCEIRO  : " TO TL-TEXTO
           MOVE W-TOTRETFIN TO TL-VALOR
           PERFORM GRV-TOT THRU GRV-TOT-FIM
           MOVE "MANTIDOS - SEM NENHUM MOVIMENTO : " TO TL-TEXTO
           MOVE W-TOTSEMMOV TO TL-VALOR
           PERFORM GRV-TOT THRU GRV-TOT-FIM
           MOVE "JA ANONIMIZADOS ANTERIORMENTE   : " TO TL-TEXTO
           MOVE W-TOTJA TO TL-VALOR
           PERFORM GRV-TOT THRU GRV-TOT-FIM.
       MON-TOT-FIM.
           EXIT.
      *
       GRV-TOT.
           IF W-PASSO = 1
              MOVE TOTL TO REGANONPREVTX
              WRITE REGANONPREVTX
           ELSE
              MOVE TOTL TO REGCERTANONTX
              WRITE REGCERTANONTX.
       GRV-TOT-FIM.
           EXIT.
      *
      *****************************************************
      * SELECAO: ULTIMO MOVIMENTO ANTERIOR AO CORTE, SEM   *
      * BLOQUEIO FINANCEIRO ATIVO E AINDA NAO ANONIMIZADO  *
      *****************************************************
      *
       ELEGE.
           MOVE "N" TO W-ELEGE
           IF STATUSPACI = "X"
              ADD 1 TO W-TOTJA
              GO TO ELEGE-FIM.
           MOVE ZEROS TO W-ULTATIV
           IF DATAOBITO NUMERIC AND DATAOBITO > W-ULTATIV
              MOVE DATAOBITO TO W-ULTATIV.
       ELE-CON.
           MOVE CPF    TO CON-CPF
           MOVE ZEROS  TO CON-DATA CON-CRMNUM
           MOVE LOW-VALUES TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ELE-HIST.
       ELE-CON-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ELE-HIST.
           IF CON-CPF NOT = CPF
              GO TO ELE-HIST.
           MOVE CON-DATA TO W-DATAREC
           IF W-DATAREC > W-ULTATIV
              MOVE W-DATAREC TO W-ULTATIV.
           GO TO ELE-CON-LP.
      *
       ELE-HIST.
           IF W-TEMHIST NOT = "S"
              GO TO ELE-AGE.
           MOVE CPF        TO W-HCPF W-CPFX9
           MOVE ZEROS      TO W-HDATA
           MOVE LOW-VALUES TO W-HCRM
           MOVE W-HCHAVE   TO HCON-CHAVE
           START CONSHIST KEY IS NOT LESS THAN HCON-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ELE-AGE.
       ELE-HIST-LP.
           READ CONSHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ELE-AGE.
           IF HCON-CHAVE (1:11) NOT = W-CPFX
              GO TO ELE-AGE.
           MOVE HCON-CHAVE TO W-HCHAVE
           IF W-HDATA > W-ULTATIV
              MOVE W-HDATA TO W-ULTATIV.
           GO TO ELE-HIST-LP.
      *
       ELE-AGE.
           MOVE CPF TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO ELE-EXA.
       ELE-AGE-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ELE-EXA.
           IF AG-CPF NOT = CPF
              GO TO ELE-EXA.
           MOVE AG-DATA TO W-DATAREC
           IF W-DATAREC > W-ULTATIV
              MOVE W-DATAREC TO W-ULTATIV.
           GO TO ELE-AGE-LP.
      *
       ELE-EXA.
           IF W-TEMEXA NOT = "S"
              GO TO ELE-AVALIA.
           MOVE CPF    TO EXA-CPF
           MOVE ZEROS  TO EXA-DATA EXA-CRMNUM EXA-SEQ
           MOVE LOW-VALUES TO EXA-CRMUF
           START CADEXAME KEY IS NOT LESS THAN EXAME-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ELE-AVALIA.
       ELE-EXA-LP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ELE-AVALIA.
           IF EXA-CPF NOT = CPF
              GO TO ELE-AVALIA.
           MOVE EXA-DATA TO W-DATAREC
           IF W-DATAREC > W-ULTATIV
              MOVE W-DATAREC TO W-ULTATIV.
           GO TO ELE-EXA-LP.
      *
       ELE-AVALIA.
           IF W-ULTATIV = ZEROS
              ADD 1 TO W-TOTSEMMOV
              GO TO ELEGE-FIM.
           IF W-ULTATIV NOT < W-CORTE9
              GO TO ELEGE-FIM.
           IF W-TEMBLQ = "S"
              MOVE CPF TO BF-CPF
              READ CADBLQFIN
              IF ST-ERRO = "00" AND BF-SITUACAO = "A"
                 ADD 1 TO W-TOTRETFIN
                 GO TO ELEGE-FIM.
           MOVE "S" TO W-ELEGE.
       ELEGE-FIM.
           EXIT.
      *
      *****************************************************
      * ANONIMIZA O REGPACI E LIMPA OS TEXTOS LIVRES DOS   *
      * ARQUIVOS DEPENDENTES, O CNS E O NUMERO DAS         *
      * CARTEIRINHAS (O CPF CONTINUA COMO CHAVE)           *
      *****************************************************
      *
       ANONIMIZA.
           MOVE ZEROS TO W-PAGE W-PCON W-PREF W-PFB W-PCRT
           MOVE SPACES TO W-PSUS
           MOVE "ANONIMIZADO LGPD" TO NOME OF REGPACI
           MOVE 01 TO NUMERODD NUMEROMM
           MOVE CEPC TO W-CEP9
           MOVE ZEROS TO W-CEPSUF
           MOVE W-CEP9 TO CEPC
           MOVE ZEROS  TO RESPONSAVELCPF TITULARCPF NUMEROENDERECO
           MOVE ZEROS  TO DDD NUMEROTEL1 NUMEROTEL2
           MOVE ZEROS  TO DDDEMERG NUMEROTEL1EMERG NUMEROTEL2EMERG
           MOVE SPACES TO RESPONSAVELNOME COMPLEMENTO EMAIL
                          EMERGENCIANOME TIPOTEL TIPOTELEMERG
           MOVE "X"    TO STATUSPACI
           REWRITE REGPACI
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CPF TO AUD-CHAVE
           MOVE "LGPD - SEM MOVIMENTO" TO AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV.
      *
       ANO-AGE.
           MOVE CPF TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO ANO-CON.
       ANO-AGE-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ANO-CON.
           IF AG-CPF NOT = CPF
              GO TO ANO-CON.
           IF AG-VIDEOLINK = SPACES
              GO TO ANO-AGE-LP.
           MOVE SPACES TO AG-VIDEOLINK
           REWRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-PAGE W-TOTAGE.
           GO TO ANO-AGE-LP.
      *
       ANO-CON.
           MOVE CPF    TO CON-CPF
           MOVE ZEROS  TO CON-DATA CON-CRMNUM
           MOVE LOW-VALUES TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ANO-REF.
       ANO-CON-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ANO-REF.
           IF CON-CPF NOT = CPF
              GO TO ANO-REF.
           IF CON-OBSERVACOES = SPACES
              GO TO ANO-CON-LP.
           MOVE SPACES TO CON-OBSERVACOES
           REWRITE REGCONSULTA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-PCON W-TOTCON.
           GO TO ANO-CON-LP.
      *
       ANO-REF.
           IF W-TEMREF NOT = "S"
              GO TO ANO-FB.
           MOVE CPF TO REF-CPF
           START CADENCAMINHA KEY IS NOT LESS THAN REF-CPF
           IF ST-ERRO NOT = "00"
              GO TO ANO-FB.
       ANO-REF-LP.
           READ CADENCAMINHA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ANO-FB.
           IF REF-CPF NOT = CPF
              GO TO ANO-FB.
           IF REF-OBSERVACOES = SPACES
              GO TO ANO-REF-LP.
           MOVE SPACES TO REF-OBSERVACOES
           REWRITE REGENCAMINHA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-PREF W-TOTREF.
           GO TO ANO-REF-LP.
      *
       ANO-FB.
           IF W-TEMFB NOT = "S"
              GO TO ANO-SUS.
           MOVE CPF    TO FB-CPF
           MOVE ZEROS  TO FB-DATA FB-CRMNUM
           MOVE LOW-VALUES TO FB-CRMUF
           START CADFEEDBACK KEY IS NOT LESS THAN FEEDBACK-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ANO-SUS.
       ANO-FB-LP.
           READ CADFEEDBACK NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ANO-SUS.
           IF FB-CPF NOT = CPF
              GO TO ANO-SUS.
           IF FB-TEXTO = SPACES
              GO TO ANO-FB-LP.
           MOVE SPACES TO FB-TEXTO
           REWRITE REGFEEDBACK
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-PFB W-TOTFB.
           GO TO ANO-FB-LP.
      *
      * CARTAO NACIONAL DE SAUDE: O REGISTRO FICA (RACA, ETNIA E
      * MUNICIPIO NAO IDENTIFICAM O PACIENTE), SO O CNS E ZERADO
      *
       ANO-SUS.
           IF W-TEMSUS NOT = "S"
              GO TO ANO-CRT.
           MOVE CPF TO PS-CPF
           READ CADPACSUS
           IF ST-ERRO NOT = "00"
              GO TO ANO-CRT.
           IF PS-CNS = ZEROS
              GO TO ANO-CRT.
           MOVE ZEROS TO PS-CNS
           REWRITE REGPACSUS
           IF ST-ERRO = "00" OR "02"
              MOVE "SIM" TO W-PSUS
              ADD 1 TO W-TOTSUS.
      *
       ANO-CRT.
           IF W-TEMCRT NOT = "S"
              GO TO ANONIMIZA-FIM.
           MOVE CPF   TO CRT-CPF
           MOVE ZEROS TO CRT-CONVENIO
           START CADCARTEIRA KEY IS NOT LESS THAN CARTEIRA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ANONIMIZA-FIM.
       ANO-CRT-LP.
           READ CADCARTEIRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ANONIMIZA-FIM.
           IF CRT-CPF NOT = CPF
              GO TO ANONIMIZA-FIM.
           IF CRT-NUMERO = SPACES
              GO TO ANO-CRT-LP.
           MOVE SPACES TO CRT-NUMERO
           REWRITE REGCARTEIRA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-PCRT W-TOTCRT.
           GO TO ANO-CRT-LP.
       ANONIMIZA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPACI CADCONSULTA CADAGENDA.
                IF W-TEMEXA = "S"
                   CLOSE CADEXAME.
                IF W-TEMHIST = "S"
                   CLOSE CONSHIST.
                IF W-TEMREF = "S"
                   CLOSE CADENCAMINHA.
                IF W-TEMFB = "S"
                   CLOSE CADFEEDBACK.
                IF W-TEMBLQ = "S"
                   CLOSE CADBLQFIN.
                IF W-TEMSUS = "S"
                   CLOSE CADPACSUS.
                IF W-TEMCRT = "S"
                   CLOSE CADCARTEIRA.
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
