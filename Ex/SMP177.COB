       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP177.
       AUTHOR. KAIO V G S S
      ***********************************************
      * AGENDAMENTO ONLINE: PROCESSA OS PEDIDOS DE   *
      * MARCACAO DO SITE/APLICATIVO (AGWEB.TXT) E    *
      * DEVOLVE A RESPOSTA DE CADA UM (AGWEBRET.TXT),*
      * NO MESMO ESQUEMA DE TROCA DE ARQUIVOS DO     *
      * GATEWAY DE LEMBRETES (SMP094/SMP095).        *
      * CADA PEDIDO PASSA PELAS MESMAS CRITICAS DA   *
      * CADAGENDA: EXPEDIENTE (CADDISPO), AUSENCIAS  *
      * (CADFERIAS), FERIADOS (CADFERIAD), PACIENTE  *
      * JA AGENDADO NO HORARIO (VER-DUPHORA) E SALA  *
      * LIVRE NO HORARIO (VER-SALA). O HORARIO PEDIDO*
      * (CRM + DATA + HORA) E TENTADO PRIMEIRO; SE   *
      * NAO SERVIR, VALE A PRIMEIRA VAGA LIVRE (CPF=0*
      * STATUS A) A PARTIR DA DATA PREFERIDA, COMO NO*
      * SMP092 (DO CRM, OU DA ESPECIALIDADE PARA O   *
      * CONVENIO). CPF NAO CADASTRADO VAI PARA A     *
      * LISTA DE PRE-CADASTRO (CADPREPAC), QUE A     *
      * RECEPCAO COMPLETA NO CADPACI.                *
      * A CONSULTA OCUPA A DURACAO DO TIPO DA VISITA *
      * (VERDURAC): MEDICO (VEROCUPA), PACIENTE E    *
      * SALA SO ESTAO LIVRES SE NENHUMA OUTRA AGENDA *
      * SE SOBREPUSER AO INTERVALO; AS VAGAS EM      *
      * BRANCO DO MEDICO DENTRO DELE FICAM COM       *
      * STATUS O (OCUPADAS).                         *
      * HORARIO DENTRO DE SESSAO EXTRA DO MEDICO     *
      * (CADEXTRA - VEREXTRA) VALE FORA DA GRADE DO  *
      * CADDISPO, NA FILIAL E NA SALA DA SESSAO.     *
      * MEDICO COM CREDENCIAL VENCIDA (VERCRED) NAO  *
      * RECEBE PEDIDO; O MOTIVO VOLTA NA RESPOSTA.   *
      * A VISITA TEM DE TERMINAR DENTRO DO EXPEDIENTE*
      * OU DA SESSAO EXTRA DO HORARIO.               *
      *                                              *
      * LAYOUT DO ARQUIVO AGWEB.TXT (POS. FIXAS):    *
      *   001-006 NUMERO DO PEDIDO       9(06)       *
      *   007-017 CPF DO PACIENTE        9(11)       *
      *   018-023 CRM (ZERO=QUALQUER)    9(06)       *
      *   024-025 UF DO CRM              X(02)       *
      *   026-027 ESPECIALIDADE (S/CRM)  9(02)       *
      *   028-031 CONVENIO (ZERO=O DO    9(04)       *
      *           CADASTRO DO PACIENTE)              *
      *   032-055 3 DATAS PREFERIDAS     9(08) X 3   *
      *           AAAAMMDD (ZERO=SEM)                *
      *   056-059 HORA PREFERIDA HHMM    9(04)       *
      *   060-060 MODALIDADE P/T         X(01)       *
      *   061-061 TIPO DA VISITA 1/2/3   9(01)       *
      *   DADOS P/ PRE-CADASTRO (CPF NOVO):          *
      *   062-091 NOME                   X(30)       *
      *   092-099 NASCIMENTO AAAAMMDD    9(08)       *
      *   100-102 DDD                    9(03)       *
      *   103-111 TELEFONE               9(09)       *
      *   112-141 E-MAIL                 X(30)       *
      *                                              *
      * LAYOUT DO ARQUIVO AGWEBRET.TXT:              *
      *   001-006 NUMERO DO PEDIDO       9(06)       *
      *   007-017 CPF DO PACIENTE        9(11)       *
      *   018-018 RESULTADO C=CONFIRMADO NO HORARIO  *
      *           PEDIDO  A=CONFIRMADO EM OUTRO      *
      *           HORARIO  R=RECUSADO  P=PRE-CADASTRO*
      *   019-026 DATA AAAAMMDD          9(08)       *
      *   027-030 HORA HHMM              9(04)       *
      *   031-036 CRM                    9(06)       *
      *   037-038 UF DO CRM              X(02)       *
      *   039-041 SALA                   9(03)       *
      *   042-081 MOTIVO                 X(40)       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
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
           SELECT CADREDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REDE-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REDE-CRM
                                   WITH DUPLICATES.
           SELECT CADDISPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DISPO-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DISPO-CRM
                                   WITH DUPLICATES.
           SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SALA-CODIGO
                    FILE STATUS  IS ST-ERRO.
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
           SELECT CADBLQFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BF-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPREPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT AGWEB ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT AGWEBRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT AGWEBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADREDE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREDE.DAT".
       01 REGREDE.
          03 REDE-CHAVE.
             05 REDE-CRM.
                07 RD-CRM     PIC 9(06).
                07 RD-CRMUF   PIC X(02).
             05 RD-CONVENIO   PIC 9(06).
          03 RD-DATACRED.
             05 RD-CRDD      PIC 9(02).
             05 RD-CRMM      PIC 9(02).
             05 RD-CRAA      PIC 9(04).
          03 RD-DATAFIMCRED.
             05 RD-FCDD      PIC 9(02).
             05 RD-FCMM      PIC 9(02).
             05 RD-FCAA      PIC 9(04).
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
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SALA-CODIGO       PIC 9(03).
          03 SALA-DESCRICAO    PIC X(30).
          03 SALA-ANDAR        PIC 9(02).
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
       FD CADPREPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREPAC.DAT".
       01 REGPREPAC.
          03 PRE-CPF           PIC 9(11).
          03 PRE-NOME          PIC X(30).
          03 PRE-DATANASC      PIC 9(08).
          03 PRE-DDD           PIC 9(03).
          03 PRE-TELEFONE      PIC 9(09).
          03 PRE-EMAIL         PIC X(30).
          03 PRE-CONVENIO      PIC 9(04).
          03 PRE-PEDIDO        PIC 9(06).
          03 PRE-CRM.
             05 PRE-CRMNUM     PIC 9(06).
             05 PRE-CRMUF      PIC X(02).
          03 PRE-ESPEC         PIC 9(02).
          03 PRE-DATAPREF     PIC 9(08).
          03 PRE-HORAPREF     PIC 9(04).
          03 PRE-DATAREC       PIC 9(08).
          03 PRE-SITUACAO      PIC X(01).
          03 PRE-DATACAD       PIC 9(08).
      *
       FD AGWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGWEB.TXT".
       01 REGAGWEB.
          03 AW-PEDIDO         PIC 9(06).
          03 AW-CPF            PIC 9(11).
          03 AW-CRM.
             05 AW-CRMNUM      PIC 9(06).
             05 AW-CRMUF       PIC X(02).
          03 AW-ESPEC          PIC 9(02).
          03 AW-CONVENIO       PIC 9(04).
          03 AW-DATAS.
             05 AW-DATA1       PIC 9(08).
             05 AW-DATA2       PIC 9(08).
             05 AW-DATA3       PIC 9(08).
          03 AW-DATAS-R REDEFINES AW-DATAS.
             05 AW-DATA        PIC 9(08) OCCURS 3 TIMES.
          03 AW-HORA           PIC 9(04).
          03 AW-MODAL          PIC X(01).
          03 AW-TIPOVIS        PIC 9(01).
          03 AW-NOME           PIC X(30).
          03 AW-DATANASC       PIC 9(08).
          03 AW-DDD            PIC 9(03).
          03 AW-TELEFONE       PIC 9(09).
          03 AW-EMAIL          PIC X(30).
      *
       FD AGWEBRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGWEBRET.TXT".
       01 REGAGWEBRET.
          03 RT-PEDIDO         PIC 9(06).
          03 RT-CPF            PIC 9(11).
          03 RT-RESULT         PIC X(01).
          03 RT-DATA           PIC 9(08).
          03 RT-HORA           PIC 9(04).
          03 RT-CRMNUM         PIC 9(06).
          03 RT-CRMUF          PIC X(02).
          03 RT-SALA           PIC 9(03).
          03 RT-MOTIVO         PIC X(40).
      *
       FD AGWEBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAGWEB.TXT".
       01 REGAGWEBTX      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP177".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTCONF      PIC 9(06) VALUE ZEROS.
       77 W-TOTALT       PIC 9(06) VALUE ZEROS.
       77 W-TOTRECUS     PIC 9(06) VALUE ZEROS.
       77 W-TOTPRE       PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(06) VALUE ZEROS.
       77 W-IND          PIC 9(02) VALUE ZEROS.
       77 W-ID           PIC 9(01) VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
       77 W-NEXCL        PIC 9(02) VALUE ZEROS.
       77 W-CONVUSO      PIC 9(04) VALUE ZEROS.
       77 W-MODAL        PIC X(01) VALUE "P".
       77 W-TIPOVIS      PIC 9(01) VALUE 1.
       77 W-ACAO         PIC X(01) VALUE SPACES.
       77 W-OK           PIC X(01) VALUE "N".
       77 W-TEMESP       PIC X(01) VALUE "N".
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-EXCLUIDA     PIC X(01) VALUE "N".
       77 W-EMFERIAS     PIC X(01) VALUE "N".
       77 W-EMFERIADO    PIC X(01) VALUE "N".
       77 W-DUPHORA      PIC X(01) VALUE "N".
       77 W-SALACONF     PIC X(01) VALUE "N".
       77 W-MININI       PIC 9(04) VALUE ZEROS.
       77 W-MINFIM       PIC 9(04) VALUE ZEROS.
       77 W-OUTINI       PIC 9(04) VALUE ZEROS.
       77 W-OUTFIM       PIC 9(04) VALUE ZEROS.
       77 W-FIMEXP       PIC 9(04) VALUE ZEROS.
       77 W-FORAEXP      PIC X(01) VALUE "N".
       77 W-VGDUR        PIC 9(03) VALUE ZEROS.
      *---------[ DURACAO E INTERVALO OCUPADO (VERDURAC/VEROCUPA) ]--
       01 DUR-CRM        PIC X(08) VALUE SPACES.
       01 DUR-TIPO       PIC 9(01) VALUE ZEROS.
       01 DUR-ESPEC      PIC 9(02) VALUE ZEROS.
       01 DUR-MINUTOS    PIC 9(03) VALUE ZEROS.
       01 OCP-CHAVE      PIC X(21) VALUE SPACES.
       01 OCP-IGNORA     PIC X(21) VALUE SPACES.
       01 OCP-LIVRE      PIC X(01) VALUE SPACES.
       01 OCP-MOTIVO     PIC X(50) VALUE SPACES.
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-MOTDIR       PIC X(40) VALUE SPACES.
      *---------[ CREDENCIAIS DO MEDICO (VERCRED) ]-----------------
       01 CRD-MEDICO     PIC X(08) VALUE SPACES.
       01 CRD-ESPEC      PIC 9(02) VALUE ZEROS.
       01 CRD-PERMITE    PIC X(01) VALUE SPACES.
       01 CRD-MOTIVO     PIC X(50) VALUE SPACES.
      *---------[ SESSAO EXTRA DO MEDICO (VEREXTRA) ]---------------
       01 EXT-ACHOU      PIC X(01) VALUE SPACES.
       01 EXT-SALA       PIC 9(03) VALUE ZEROS.
       01 EXT-FILIAL     PIC 9(02) VALUE ZEROS.
       01 EXT-HORAINI    PIC 9(04) VALUE ZEROS.
       01 EXT-HORAFIM    PIC 9(04) VALUE ZEROS.
       01 W-EXTFIM.
          03 W-EXTFIMHH  PIC 9(02) VALUE ZEROS.
          03 W-EXTFIMMM  PIC 9(02) VALUE ZEROS.
       01 W-EXTFIM9 REDEFINES W-EXTFIM PIC 9(04).
      *---------[ DIARIO DE ATUALIZACOES (GRVJORNAL) ]--------------
       01 JRN-ARQ        PIC X(12) VALUE "CADAGENDA".
       01 JRN-OP         PIC X(01) VALUE SPACES.
       01 JRN-REG        PIC X(250) VALUE SPACES.
      *
       01 W-DATASYS.
          03 W-DSAA      PIC 9(04).
          03 W-DSMM      PIC 9(02).
          03 W-DSDD      PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-HORASYS.
          03 W-HSHH      PIC 9(02).
          03 W-HSMM      PIC 9(02).
          03 W-HSSS      PIC 9(02).
          03 W-HSCC      PIC 9(02).
       01 W-HORAAGORA.
          03 W-HAHH      PIC 9(02).
          03 W-HAMM      PIC 9(02).
       01 W-HORAAGORA9 REDEFINES W-HORAAGORA PIC 9(04).
       01 W-DATAQ.
          03 W-DQAA      PIC 9(04).
          03 W-DQMM      PIC 9(02).
          03 W-DQDD      PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
       01 W-INICIO       PIC 9(08) VALUE ZEROS.
       01 W-FIMGRP.
          03 W-FIMGAA    PIC 9(04) VALUE ZEROS.
          03 W-FIMGMM    PIC 9(02) VALUE ZEROS.
          03 W-FIMGDD    PIC 9(02) VALUE ZEROS.
       01 W-FIMG9 REDEFINES W-FIMGRP PIC 9(08).
      *
      * DATAS PREFERIDAS VALIDAS DO PEDIDO (ZERO = DESCARTADA)
      *
       01 TAB-PREF.
          03 TP-DATA     PIC 9(08) OCCURS 3 TIMES.
      *
      * VAGAS QUE JA FALHARAM NA OCUPACAO (SALA/DUPLICIDADE)
      * E NAO DEVEM SER ESCOLHIDAS DE NOVO NO MESMO PEDIDO
      *
       01 TAB-EXCL.
          03 TX-CHAVE    PIC X(21) OCCURS 10 TIMES.
      *
      * MELHOR VAGA ENCONTRADA ATE O MOMENTO
      *
       01 W-MELHOR.
          03 W-MELDATA   PIC 9(08).
          03 W-MELHORA   PIC 9(04).
          03 W-MELCRM.
             05 W-MELCRMNUM PIC 9(06).
             05 W-MELCRMUF  PIC X(02).
          03 W-MELSEQ    PIC 9(01).
       01 W-MELCHAVE REDEFINES W-MELHOR PIC X(21).
      *
       01 W-SAVEAG.
          03 W-SAVE-AGCHAVE.
             05 W-SAVE-AGDATA  PIC 9(08).
             05 W-SAVE-AGHORA  PIC 9(04).
             05 W-SAVE-AGCRM   PIC X(08).
             05 W-SAVE-AGSEQ   PIC 9(01).
          03 W-SAVE-AGCPF      PIC 9(11).
          03 W-SAVE-AGSTATUS   PIC X(01).
          03 W-SAVE-AGSALA     PIC 9(03).
          03 W-SAVE-AGMODAL    PIC X(01).
          03 W-SAVE-AGVLINK    PIC X(40).
          03 W-SAVE-AGFILIAL   PIC 9(02).
          03 W-SAVE-AGREMARC   PIC X(21).
          03 W-SAVE-AGTIPOVIS  PIC 9(01).
          03 W-SAVE-AGCONVUSO  PIC 9(04).
          03 W-SAVE-AGDURACAO  PIC 9(03).
      *---------[ CALCULO DO DIA DA SEMANA DA CONSULTA ]-------------
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
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                       " *** PEDIDOS DE AGENDAMENTO ONLINE ***".
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(07) VALUE "PEDIDO".
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(02) VALUE "R".
                03 FILLER      PIC X(11) VALUE "DATA".
                03 FILLER      PIC X(06) VALUE "HORA".
                03 FILLER      PIC X(10) VALUE "CRM".
                03 FILLER      PIC X(05) VALUE "SALA".
                03 FILLER      PIC X(40) VALUE "MOTIVO".
       01 CAB2.
                03 D2-PEDIDO        PIC 9(06).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-RESULT        PIC X(01).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DATA.
                   05 D2-DATADD     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAMM     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAAA     PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-HORAHH        PIC 9(02).
                03 FILLER           PIC X(01) VALUE ":".
                03 D2-HORAMM        PIC 9(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CRMNUM        PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-CRMUF         PIC X(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-SALA          PIC ZZ9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-MOTIVO        PIC X(40).
       01 CAB3.
                03 FILLER      PIC X(50) VALUE
                       "PRE-CADASTROS PENDENTES (COMPLETAR NO CADPACI)".
       01 CAB4.
                03 D4-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D4-NOME          PIC X(30).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D4-DDD           PIC 9(03).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D4-TELEFONE      PIC 9(09).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D4-EMAIL         PIC X(30).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D4-DATAREC       PIC 9(08).
       01 TOT1.
                03 FILLER            PIC X(34) VALUE
                        "PEDIDOS LIDOS                   : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(34) VALUE
                        "AGENDADOS NO HORARIO PEDIDO     : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(34) VALUE
                        "AGENDADOS EM OUTRO HORARIO      : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(34) VALUE
                        "RECUSADOS                       : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(34) VALUE
                        "ENVIADOS AO PRE-CADASTRO        : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(34) VALUE
                        "PRE-CADASTROS PENDENTES (TODOS) : ".
                03 D-TOT6            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELAGWEB.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT177.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** PEDIDOS DE AGENDAMENTO ONLINE".
           05  LINE 02  COLUMN 40
               VALUE  " (SITE/APLICATIVO) ***".
           05  LINE 08  COLUMN 01
               VALUE  "    PROCESSA O ARQUIVO AGWEB.TXT CONTRA A".
           05  LINE 08  COLUMN 42
               VALUE  " AGENDA DE CONSULTAS".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA PROCESSO".
           05  LINE 12  COLUMN 42
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT177.
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
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADAGENDA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0C.
           OPEN INPUT CADREDE
           IF ST-ERRO = "30"
              OPEN OUTPUT CADREDE
              CLOSE CADREDE
              OPEN INPUT CADREDE.
           OPEN INPUT CADDISPO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADDISPO
              CLOSE CADDISPO
              OPEN INPUT CADDISPO.
           OPEN INPUT CADSALA
           IF ST-ERRO = "30"
              OPEN OUTPUT CADSALA
              CLOSE CADSALA
              OPEN INPUT CADSALA.
           OPEN INPUT CADFERIAS
           IF ST-ERRO = "30"
              OPEN OUTPUT CADFERIAS
              CLOSE CADFERIAS
              OPEN INPUT CADFERIAS.
           OPEN INPUT CADFERIAD
           IF ST-ERRO = "30"
              OPEN OUTPUT CADFERIAD
              CLOSE CADFERIAD
              OPEN INPUT CADFERIAD.
           OPEN INPUT CADBLQFIN
           IF ST-ERRO = "30"
              OPEN OUTPUT CADBLQFIN
              CLOSE CADBLQFIN
              OPEN INPUT CADBLQFIN.
           OPEN I-O CADPREPAC
           IF ST-ERRO = "30"
              OPEN OUTPUT CADPREPAC
              CLOSE CADPREPAC
              OPEN I-O CADPREPAC.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREPAC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0D.
           OPEN INPUT AGWEB
           IF ST-ERRO2 NOT = "00"
              MOVE "*ARQUIVO AGWEB.TXT NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0E.
           OPEN OUTPUT AGWEBRET
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AGWEBRET" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT AGWEBTX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AGWEBTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE W-HSHH TO W-HAHH
           MOVE W-HSMM TO W-HAMM
           MOVE W-DSDD TO C0-DD
           MOVE W-DSMM TO C0-MM
           MOVE W-DSAA TO C0-AA
           MOVE CAB0 TO REGAGWEBTX
           WRITE REGAGWEBTX
           MOVE SPACES TO REGAGWEBTX
           WRITE REGAGWEBTX
           MOVE CAB1 TO REGAGWEBTX
           WRITE REGAGWEBTX
           MOVE SPACES TO REGAGWEBTX
           WRITE REGAGWEBTX.
      *
      *****************************************************
      * LE CADA PEDIDO E FAZ AS CRITICAS DO PACIENTE       *
      *****************************************************
      *
       LER-REQ.
                READ AGWEB NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   IF ST-ERRO2 = "10"
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA DO AGWEB"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-TOT
                ELSE
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDOS
                MOVE SPACES TO W-MOTIVO W-MOTDIR
                MOVE ZEROS  TO W-NEXCL.
       VAL-REQ.
                IF AW-CPF NOT NUMERIC OR AW-CPF = ZEROS
                   MOVE "CPF NAO INFORMADO" TO W-MOTIVO
                   GO TO RECUSA.
                IF AW-CRMNUM NOT NUMERIC OR AW-ESPEC NOT NUMERIC
                   OR AW-CONVENIO NOT NUMERIC OR AW-HORA NOT NUMERIC
                   MOVE "REGISTRO COM CAMPO NUMERICO INVALIDO"
                                                       TO W-MOTIVO
                   GO TO RECUSA.
                IF AW-CRMNUM = ZEROS AND AW-ESPEC = ZEROS
                   MOVE "INFORME O CRM OU A ESPECIALIDADE" TO W-MOTIVO
                   GO TO RECUSA.
                MOVE AW-CPF TO CPF
                READ CADPACI
                IF ST-ERRO = "23"
                   GO TO PRE-CAD.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO CADPACI" TO W-MOTIVO
                   GO TO RECUSA.
                IF STATUSPACI = "O"
                   MOVE "PACIENTE COM OBITO REGISTRADO" TO W-MOTIVO
                   GO TO RECUSA.
                IF STATUSPACI = "X"
                   MOVE "PACIENTE ANONIMIZADO (LGPD)" TO W-MOTIVO
                   GO TO RECUSA.
      *
      * CONVENIO DA VISITA: ZERO = O PRINCIPAL DO CADASTRO; SE
      * INFORMADO, TEM QUE SER UM DOS DOIS DO PACIENTE
      *
                MOVE AW-CONVENIO TO W-CONVUSO
                IF W-CONVUSO = ZEROS
                   MOVE CONVENIO TO W-CONVUSO.
                IF W-CONVUSO NOT = CONVENIO AND NOT = CONVENIO2
                   MOVE "CONVENIO NAO CONSTA NO CADASTRO" TO W-MOTIVO
                   GO TO RECUSA.
      *
      * PARTICULAR COM BLOQUEIO FINANCEIRO: SEM A RECEPCAO PARA
      * CONFIRMAR, O PEDIDO ONLINE E RECUSADO
      *
                IF W-CONVUSO NOT = ZEROS AND TIPOBENEF NOT = "P"
                   GO TO VAL-REQ2.
                MOVE AW-CPF TO BF-CPF
                READ CADBLQFIN
                IF ST-ERRO = "00" AND BF-SITUACAO = "A"
                   MOVE "DEBITO EM ATRASO: PROCURE A RECEPCAO"
                                                       TO W-MOTIVO
                   GO TO RECUSA.
       VAL-REQ2.
                MOVE AW-MODAL TO W-MODAL
                IF W-MODAL = "t"
                   MOVE "T" TO W-MODAL.
                IF W-MODAL NOT = "T"
                   MOVE "P" TO W-MODAL.
                MOVE 1 TO W-TIPOVIS
                IF AW-TIPOVIS NUMERIC
                   IF AW-TIPOVIS > ZEROS AND AW-TIPOVIS < 4
                      MOVE AW-TIPOVIS TO W-TIPOVIS.
      *
      * DATAS PREFERIDAS: SO VALEM AS DE HOJE EM DIANTE; A
      * BUSCA DE VAGA COMECA NA MENOR DELAS (OU HOJE)
      *
                MOVE ZEROS TO W-INICIO
                MOVE 1 TO W-ID.
       VAL-PREF.
                MOVE ZEROS TO TP-DATA (W-ID)
                IF AW-DATA (W-ID) NOT NUMERIC
                   GO TO VAL-PREF-PROX.
                MOVE AW-DATA (W-ID) TO W-DATAQ9
                IF W-DATAQ9 < W-DATASYS9
                   OR W-DQMM < 01 OR W-DQMM > 12
                   OR W-DQDD < 01 OR W-DQDD > 31
                   GO TO VAL-PREF-PROX.
                MOVE W-DATAQ9 TO TP-DATA (W-ID)
                IF W-INICIO = ZEROS OR W-DATAQ9 < W-INICIO
                   MOVE W-DATAQ9 TO W-INICIO.
       VAL-PREF-PROX.
                IF W-ID < 3
                   ADD 1 TO W-ID
                   GO TO VAL-PREF.
                IF W-INICIO = ZEROS
                   MOVE W-DATASYS9 TO W-INICIO.
      *
      * MEDICO PEDIDO TEM QUE EXISTIR E ESTAR ATIVO
      *
                IF AW-CRMNUM = ZEROS
                   GO TO BUSCA-VAGA.
                MOVE AW-CRMNUM TO CRM
                MOVE AW-CRMUF  TO CRM-UF
                READ CADMED
                IF ST-ERRO NOT = "00"
                   MOVE "MEDICO NAO CADASTRADO" TO W-MOTIVO
                   GO TO RECUSA.
                IF STATUSMED NOT = "A"
                   MOVE "MEDICO INATIVO" TO W-MOTIVO
                   GO TO RECUSA.
                IF AW-HORA = ZEROS
                   GO TO BUSCA-VAGA.
      *
      *****************************************************
      * 1) O HORARIO PEDIDO, EM CADA DATA PREFERIDA        *
      *****************************************************
      *
                MOVE 1 TO W-ID.
       TENTA-PREF.
                IF TP-DATA (W-ID) = ZEROS
                   GO TO TENTA-PREF-PROX.
                PERFORM TENTA-DIRETO THRU TENTA-DIRETO-FIM
                IF W-OK = "S"
                   MOVE "C" TO RT-RESULT
                   MOVE "AGENDADO NO HORARIO PEDIDO" TO W-MOTIVO
                   ADD 1 TO W-TOTCONF
                   GO TO GRV-RET.
                IF W-MOTDIR = SPACES
                   MOVE W-MOTIVO TO W-MOTDIR.
       TENTA-PREF-PROX.
                IF W-ID < 3
                   ADD 1 TO W-ID
                   GO TO TENTA-PREF.
      *
      *****************************************************
      * 2) PRIMEIRA VAGA LIVRE A PARTIR DA DATA PREFERIDA  *
      *****************************************************
      *
       BUSCA-VAGA.
                MOVE "N" TO W-ACHOU
                MOVE 99999999 TO W-MELDATA
                MOVE 9999     TO W-MELHORA
                IF AW-CRMNUM NOT = ZEROS
                   PERFORM VER-VAGAS THRU VER-VAGAS-FIM
                   GO TO BUSCA-AVAL.
                MOVE ZEROS  TO CRM
                MOVE SPACES TO CRM-UF
                START CADMED KEY IS NOT LESS THAN CRM-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-AVAL.
       BUSCA-MED.
                READ CADMED NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-AVAL.
                IF STATUSMED NOT = "A"
                   GO TO BUSCA-MED.
                PERFORM VER-ESP THRU VER-ESP-FIM
                IF W-TEMESP = "N"
                   GO TO BUSCA-MED.
      *
      * CONVENIO: SO MEDICO CREDENCIADO E COM CREDENCIAMENTO
      * AINDA EM VIGOR NA DATA INICIAL (PARTICULAR NAO PRECISA)
      *
                IF W-CONVUSO = ZEROS
                   GO TO BUSCA-MED-VAGA.
                MOVE CRM-CHAVE TO REDE-CRM
                MOVE W-CONVUSO TO RD-CONVENIO
                READ CADREDE
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-MED.
                IF RD-DATAFIMCRED NOT = ZEROS
                   MOVE RD-FCAA TO W-FIMGAA
                   MOVE RD-FCMM TO W-FIMGMM
                   MOVE RD-FCDD TO W-FIMGDD
                   IF W-FIMG9 < W-INICIO
                      GO TO BUSCA-MED.
       BUSCA-MED-VAGA.
                PERFORM VER-VAGAS THRU VER-VAGAS-FIM
                GO TO BUSCA-MED.
       BUSCA-AVAL.
                IF W-ACHOU = "N"
                   GO TO BUSCA-NADA.
                MOVE W-MELCHAVE TO AGENDA-CHAVE
                READ CADAGENDA
                IF ST-ERRO NOT = "00"
                   GO TO BUSCA-EXCL.
                MOVE "R" TO W-ACAO
                PERFORM OCUPA THRU OCUPA-FIM
                IF W-OK = "S"
                   MOVE "A" TO RT-RESULT
                   MOVE "AGENDADO NA PRIMEIRA VAGA LIVRE" TO W-MOTIVO
                   ADD 1 TO W-TOTALT
                   GO TO GRV-RET.
       BUSCA-EXCL.
                IF W-NEXCL NOT < 10
                   MOVE "NENHUMA VAGA LIVRE COM SALA DISPONIVEL"
                                                       TO W-MOTIVO
                   GO TO RECUSA.
                ADD 1 TO W-NEXCL
                MOVE W-MELCHAVE TO TX-CHAVE (W-NEXCL)
                GO TO BUSCA-VAGA.
       BUSCA-NADA.
                MOVE "NENHUMA VAGA LIVRE ENCONTRADA" TO W-MOTIVO
                IF W-MOTDIR NOT = SPACES
                   MOVE W-MOTDIR TO W-MOTIVO.
                GO TO RECUSA.
      *
      *****************************************************
      * RESPOSTAS                                          *
      *****************************************************
      *
       RECUSA.
                MOVE "R" TO RT-RESULT
                MOVE ZEROS TO AG-DATA AG-HORA AG-CRMNUM AG-SALA
                MOVE SPACES TO AG-CRMUF
                ADD 1 TO W-TOTRECUS.
       GRV-RET.
                MOVE AW-PEDIDO  TO RT-PEDIDO
                MOVE AW-CPF     TO RT-CPF
                MOVE AG-DATA    TO RT-DATA
                MOVE AG-HORA    TO RT-HORA
                MOVE AG-CRMNUM  TO RT-CRMNUM
                MOVE AG-CRMUF   TO RT-CRMUF
                MOVE AG-SALA    TO RT-SALA
                MOVE W-MOTIVO   TO RT-MOTIVO
                WRITE REGAGWEBRET
                MOVE RT-PEDIDO  TO D2-PEDIDO
                MOVE RT-CPF     TO D2-CPF
                MOVE RT-RESULT  TO D2-RESULT
                MOVE AG-DATADD  TO D2-DATADD
                MOVE AG-DATAMM  TO D2-DATAMM
                MOVE AG-DATAAA  TO D2-DATAAA
                MOVE AG-HORAHH  TO D2-HORAHH
                MOVE AG-HORAMM  TO D2-HORAMM
                MOVE AG-CRMNUM  TO D2-CRMNUM
                MOVE AG-CRMUF   TO D2-CRMUF
                MOVE AG-SALA    TO D2-SALA
                MOVE W-MOTIVO   TO D2-MOTIVO
                MOVE CAB2       TO REGAGWEBTX
                WRITE REGAGWEBTX
                GO TO LER-REQ.
      *
      *****************************************************
      * CPF SEM CADASTRO: VAI PARA A LISTA DE PRE-CADASTRO *
      * (UM REGISTRO POR CPF; UM PEDIDO NOVO ATUALIZA OS   *
      * DADOS E REABRE O PRE-CADASTRO)                     *
      *****************************************************
      *
       PRE-CAD.
                MOVE AW-CPF TO PRE-CPF
                READ CADPREPAC
                IF ST-ERRO = "00"
                   MOVE "R" TO W-ACAO
                ELSE
                   MOVE "W" TO W-ACAO.
                MOVE AW-CPF      TO PRE-CPF
                MOVE AW-NOME     TO PRE-NOME
                MOVE ZEROS       TO PRE-DATANASC PRE-DDD PRE-TELEFONE
                IF AW-DATANASC NUMERIC
                   MOVE AW-DATANASC TO PRE-DATANASC.
                IF AW-DDD NUMERIC
                   MOVE AW-DDD TO PRE-DDD.
                IF AW-TELEFONE NUMERIC
                   MOVE AW-TELEFONE TO PRE-TELEFONE.
                MOVE AW-EMAIL    TO PRE-EMAIL
                MOVE AW-CONVENIO TO PRE-CONVENIO
                MOVE AW-PEDIDO   TO PRE-PEDIDO
                MOVE AW-CRM      TO PRE-CRM
                MOVE AW-ESPEC    TO PRE-ESPEC
                MOVE AW-DATA1    TO PRE-DATAPREF
                MOVE AW-HORA     TO PRE-HORAPREF
                MOVE W-DATASYS9  TO PRE-DATAREC
                MOVE "P"         TO PRE-SITUACAO
                MOVE ZEROS       TO PRE-DATACAD
                IF W-ACAO = "R"
                   REWRITE REGPREPAC
                ELSE
                   WRITE REGPREPAC.
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO PRE-CADASTRO" TO W-MOTIVO
                   GO TO RECUSA.
                MOVE "P" TO RT-RESULT
                MOVE "CPF SEM CADASTRO: ENVIADO AO PRE-CADASTRO"
                                                       TO W-MOTIVO
                MOVE ZEROS  TO AG-DATA AG-HORA AG-CRMNUM AG-SALA
                MOVE SPACES TO AG-CRMUF
                ADD 1 TO W-TOTPRE
                GO TO GRV-RET.
      *
      *****************************************************
      * TENTA O HORARIO PEDIDO NA DATA TP-DATA (W-ID):     *
      * HORARIO NOVO OU VAGA EM BRANCO JA GERADA EM BLOCO  *
      *****************************************************
      *
       TENTA-DIRETO.
                MOVE "N" TO W-OK
                MOVE SPACES TO W-MOTIVO
                MOVE TP-DATA (W-ID) TO AG-DATA
                MOVE AW-HORA   TO AG-HORA
                MOVE CRM-CHAVE TO AG-CRM
                MOVE ZEROS     TO AG-SEQENC
                IF AG-DATA = W-DATASYS9 AND AG-HORA NOT > W-HORAAGORA9
                   MOVE "HORARIO PEDIDO JA PASSOU" TO W-MOTIVO
                   GO TO TENTA-DIRETO-FIM.
                READ CADAGENDA
                IF ST-ERRO = "00"
                   IF AG-CPF NOT = ZEROS
                      OR (AG-STATUS NOT = "A" AND NOT = "O")
                      MOVE "HORARIO PEDIDO JA OCUPADO" TO W-MOTIVO
                      GO TO TENTA-DIRETO-FIM
                   ELSE
                      MOVE "R" TO W-ACAO
                ELSE
                   MOVE "W" TO W-ACAO
                   MOVE ZEROS  TO AG-CPF AG-SALA
                   MOVE SPACES TO AG-STATUS AG-VIDEOLINK AG-REMARC
                   MOVE FILIALMED TO AG-FILIAL.
                PERFORM VALIDA-DIA THRU VALIDA-DIA-FIM
                IF W-MOTIVO NOT = SPACES
                   GO TO TENTA-DIRETO-FIM.
                PERFORM OCUPA THRU OCUPA-FIM.
       TENTA-DIRETO-FIM.
                EXIT.
      *
      *****************************************************
      * CRITICAS DO DIA/HORA DE REGAGENDA: EXPEDIENTE DO   *
      * MEDICO, AUSENCIAS E FERIADOS (MOTIVO EM W-MOTIVO)  *
      *****************************************************
      *
       VALIDA-DIA.
                MOVE SPACES TO W-MOTIVO
                CALL "VEREXTRA" USING AGENDA-CHAVE EXT-ACHOU EXT-SALA
                                 EXT-FILIAL EXT-HORAINI EXT-HORAFIM
                IF EXT-ACHOU = "S" AND AG-SALA = ZEROS
                   MOVE EXT-SALA TO AG-SALA.
                IF EXT-ACHOU = "S"
                   MOVE EXT-FILIAL TO AG-FILIAL
                   GO TO VALIDA-DIA-AUS.
                PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
                MOVE AG-CRM   TO DISPO-CRM
                MOVE W-DIASEM TO DISPO-DIASEM
                READ CADDISPO
                IF ST-ERRO NOT = "00"
                   MOVE "MEDICO SEM HORARIO CADASTRADO NESTE DIA"
                                                       TO W-MOTIVO
                   GO TO VALIDA-DIA-FIM.
                IF AG-HORA < DISPO-HORAINI OR AG-HORA > DISPO-HORAFIM
                   MOVE "HORARIO FORA DO EXPEDIENTE DO MEDICO"
                                                       TO W-MOTIVO
                   GO TO VALIDA-DIA-FIM.
       VALIDA-DIA-AUS.
                PERFORM VER-FERIAS THRU VER-FERIAS-FIM
                IF W-EMFERIAS = "S"
                   MOVE "MEDICO AUSENTE NA DATA" TO W-MOTIVO
                   GO TO VALIDA-DIA-FIM.
                PERFORM VER-FERIADO THRU VER-FERIADO-FIM
                IF W-EMFERIADO = "S"
                   MOVE "CLINICA FECHADA NA DATA" TO W-MOTIVO.
       VALIDA-DIA-FIM.
                EXIT.
      *
      *****************************************************
      * OCUPA O HORARIO DE REGAGENDA COM O PACIENTE: PEDE  *
      * QUE O MEDICO TENHA CREDENCIAIS EM DIA (VERCRED) E  *
      * ESTEJA LIVRE NA DURACAO DA VISITA, QUE A VISITA    *
      * TERMINE DENTRO DO EXPEDIENTE OU DA SESSAO EXTRA,   *
      * QUE O PACIENTE NAO TENHA OUTRA AGENDA SOBREPOSTA E *
      * QUE HAJA SALA LIVRE; W-ACAO W=GRAVA  R=REGRAVA     *
      *****************************************************
      *
       OCUPA.
                MOVE "N" TO W-OK
                MOVE AG-CRM    TO DUR-CRM
                MOVE W-TIPOVIS TO DUR-TIPO
                MOVE AW-ESPEC  TO DUR-ESPEC
                CALL "VERDURAC" USING DUR-CRM DUR-TIPO DUR-ESPEC
                                      DUR-MINUTOS
                MOVE DUR-MINUTOS TO AG-DURACAO
                COMPUTE W-MININI = (AG-HORAHH * 60) + AG-HORAMM
                COMPUTE W-MINFIM = W-MININI + AG-DURACAO
                PERFORM VER-EXPED THRU VER-EXPED-FIM
                IF W-FORAEXP = "S"
                   MOVE "DURACAO ULTRAPASSA EXPEDIENTE DO MEDICO"
                                                       TO W-MOTIVO
                   GO TO OCUPA-FIM.
                MOVE AG-CRM    TO CRD-MEDICO
                MOVE AW-ESPEC  TO CRD-ESPEC
                CALL "VERCRED" USING CRD-MEDICO CRD-ESPEC CRD-PERMITE
                                     CRD-MOTIVO
                IF CRD-PERMITE = "N"
                   MOVE CRD-MOTIVO TO W-MOTIVO
                   GO TO OCUPA-FIM.
                MOVE AGENDA-CHAVE TO OCP-CHAVE
                MOVE SPACES       TO OCP-IGNORA
                CALL "VEROCUPA" USING OCP-CHAVE OCP-IGNORA AG-DURACAO
                                      OCP-LIVRE OCP-MOTIVO
                IF OCP-LIVRE = "N"
                   MOVE "MEDICO OCUPADO NA DURACAO DA CONSULTA"
                                                       TO W-MOTIVO
                   GO TO OCUPA-FIM.
                MOVE AW-CPF TO AG-CPF
                PERFORM VER-DUPHORA THRU VER-DUPHORA-FIM
                IF W-DUPHORA = "S"
                   MOVE "PACIENTE JA AGENDADO NESTE DIA/HORARIO"
                                                       TO W-MOTIVO
                   GO TO OCUPA-FIM.
                PERFORM ALOCA-SALA THRU ALOCA-SALA-FIM
                IF W-SALACONF = "S"
                   MOVE "NENHUMA SALA LIVRE NESTE DIA/HORARIO"
                                                       TO W-MOTIVO
                   GO TO OCUPA-FIM.
                MOVE "A"        TO AG-STATUS
                MOVE W-MODAL    TO AG-MODAL
                MOVE SPACES     TO AG-VIDEOLINK AG-REMARC
                MOVE W-TIPOVIS  TO AG-TIPOVIS
                MOVE W-CONVUSO  TO AG-CONVUSO
                IF W-ACAO = "W"
                   WRITE REGAGENDA
                ELSE
                   REWRITE REGAGENDA.
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "HORARIO PEDIDO JA OCUPADO" TO W-MOTIVO
                   GO TO OCUPA-FIM.
                MOVE W-ACAO    TO JRN-OP
                MOVE REGAGENDA TO JRN-REG
                CALL "GRVJORNAL" USING JRN-ARQ JRN-OP JRN-REG
                PERFORM CONSOME-VAGAS THRU CONSOME-VAGAS-FIM
                MOVE "S" TO W-OK.
       OCUPA-FIM.
                EXIT.
      *
      *****************************************************
      * A VISITA (W-MININI A W-MINFIM) TERMINA DEPOIS DO   *
      * FIM DA SESSAO EXTRA DO HORARIO OU, FORA DE SESSAO, *
      * DO FIM DO EXPEDIENTE DO CADDISPO? RELE OS DOIS,    *
      * POIS A BUSCA DE VAGAS PODE TER LIDO OUTRO MEDICO   *
      *****************************************************
      *
       VER-EXPED.
                MOVE "S" TO W-FORAEXP
                CALL "VEREXTRA" USING AGENDA-CHAVE EXT-ACHOU EXT-SALA
                                 EXT-FILIAL EXT-HORAINI EXT-HORAFIM
                IF EXT-ACHOU = "S"
                   MOVE EXT-HORAFIM TO W-EXTFIM9
                   COMPUTE W-FIMEXP = (W-EXTFIMHH * 60) + W-EXTFIMMM
                   GO TO VER-EXPED-CMP.
                PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
                MOVE AG-CRM   TO DISPO-CRM
                MOVE W-DIASEM TO DISPO-DIASEM
                READ CADDISPO
                IF ST-ERRO NOT = "00"
                   GO TO VER-EXPED-FIM.
                COMPUTE W-FIMEXP = (DP-HORAFIMHH * 60) + DP-HORAFIMMM.
       VER-EXPED-CMP.
                IF W-MINFIM NOT > W-FIMEXP
                   MOVE "N" TO W-FORAEXP.
       VER-EXPED-FIM.
                EXIT.
      *
      *****************************************************
      * SALA DO ATENDIMENTO: A DA VAGA, SE LIVRE; SENAO A  *
      * PRIMEIRA SALA DO CADSALA SEM CONFLITO NO HORARIO   *
      *****************************************************
      *
       ALOCA-SALA.
                IF AG-SALA NOT = ZEROS
                   PERFORM VER-SALA THRU VER-SALA-FIM
                   IF W-SALACONF = "N"
                      GO TO ALOCA-SALA-FIM.
                MOVE "S" TO W-SALACONF
                MOVE ZEROS TO SALA-CODIGO
                START CADSALA KEY IS NOT LESS THAN SALA-CODIGO
                IF ST-ERRO NOT = "00"
                   GO TO ALOCA-SALA-FIM.
       ALOCA-SALA-LP.
                READ CADSALA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-SALACONF
                   GO TO ALOCA-SALA-FIM.
                MOVE SALA-CODIGO TO AG-SALA
                PERFORM VER-SALA THRU VER-SALA-FIM
                IF W-SALACONF = "S"
                   GO TO ALOCA-SALA-LP.
       ALOCA-SALA-FIM.
                EXIT.
      *
      *****************************************************
      * O MEDICO CORRENTE ATENDE A ESPECIALIDADE PEDIDA?   *
      *****************************************************
      *
       VER-ESP.
           MOVE "N" TO W-TEMESP
           IF ESPECIALIDADE = AW-ESPEC
              MOVE "S" TO W-TEMESP
              GO TO VER-ESP-FIM.
           MOVE ZEROS TO W-IND.
       VER-ESP-LP.
           ADD 1 TO W-IND
           IF W-IND > QTDEESPEC OR W-IND > 5
              GO TO VER-ESP-FIM.
           IF ESPECOD(W-IND) = AW-ESPEC
              MOVE "S" TO W-TEMESP
              GO TO VER-ESP-FIM.
           GO TO VER-ESP-LP.
       VER-ESP-FIM.
           EXIT.
      *
      *****************************************************
      * MENOR VAGA LIVRE DO CRM CORRENTE (CPF=0, STATUS A  *
      * OU O, DATA >= W-INICIO) QUE PASSA NAS CRITICAS DO  *
      * DIA, EM QUE CABE A DURACAO DA VISITA E QUE NAO     *
      * ESTA NA TABELA DE VAGAS JA RECUSADAS               *
      *****************************************************
      *
       VER-VAGAS.
           MOVE CRM-CHAVE TO DUR-CRM
           MOVE W-TIPOVIS TO DUR-TIPO
           MOVE AW-ESPEC  TO DUR-ESPEC
           CALL "VERDURAC" USING DUR-CRM DUR-TIPO DUR-ESPEC
                                 DUR-MINUTOS
           MOVE DUR-MINUTOS TO W-VGDUR
           MOVE SPACES TO OCP-IGNORA
           MOVE CRM-CHAVE TO AG-CRM
           START CADAGENDA KEY IS EQUAL TO AG-CRM
           IF ST-ERRO NOT = "00"
              GO TO VER-VAGAS-FIM.
       VER-VAGAS-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-VAGAS-FIM.
           IF AG-CRM NOT = CRM-CHAVE
              GO TO VER-VAGAS-FIM.
           IF AG-CPF NOT = ZEROS
              GO TO VER-VAGAS-LP.
           IF AG-STATUS NOT = "A" AND NOT = "O"
              GO TO VER-VAGAS-LP.
           IF AG-DATA < W-INICIO
              GO TO VER-VAGAS-LP.
           IF AG-DATA = W-DATASYS9 AND AG-HORA NOT > W-HORAAGORA9
              GO TO VER-VAGAS-LP.
           IF AG-DATA > W-MELDATA
              GO TO VER-VAGAS-LP.
           IF AG-DATA = W-MELDATA AND AG-HORA NOT < W-MELHORA
              GO TO VER-VAGAS-LP.
           PERFORM VER-EXCL THRU VER-EXCL-FIM
           IF W-EXCLUIDA = "S"
              GO TO VER-VAGAS-LP.
           PERFORM VALIDA-DIA THRU VALIDA-DIA-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO VER-VAGAS-LP.
           MOVE AGENDA-CHAVE TO OCP-CHAVE
           CALL "VEROCUPA" USING OCP-CHAVE OCP-IGNORA W-VGDUR
                                 OCP-LIVRE OCP-MOTIVO
           IF OCP-LIVRE = "N"
              GO TO VER-VAGAS-LP.
           MOVE AGENDA-CHAVE TO W-MELCHAVE
           MOVE "S" TO W-ACHOU
           GO TO VER-VAGAS-LP.
       VER-VAGAS-FIM.
           EXIT.
      *
       VER-EXCL.
           MOVE "N" TO W-EXCLUIDA
           MOVE ZEROS TO W-IX.
       VER-EXCL-LP.
           ADD 1 TO W-IX
           IF W-IX > W-NEXCL
              GO TO VER-EXCL-FIM.
           IF TX-CHAVE (W-IX) = AGENDA-CHAVE
              MOVE "S" TO W-EXCLUIDA
              GO TO VER-EXCL-FIM.
           GO TO VER-EXCL-LP.
       VER-EXCL-FIM.
           EXIT.
      *
      *****************************************************
      * VERIFICA SE O PACIENTE JA TEM OUTRA AGENDA ABERTA  *
      * NO MESMO DIA CUJO INTERVALO SE SOBREPOE AO DA NOVA *
      * (W-MININI A W-MINFIM), PELA CHAVE ALTERNADA AG-CPF.*
      * O REGISTRO CORRENTE FICA EM W-SAVEAG               *
      *****************************************************
      *
       VER-DUPHORA.
                MOVE "N" TO W-DUPHORA
                MOVE REGAGENDA TO W-SAVEAG
                START CADAGENDA KEY IS EQUAL TO AG-CPF
                IF ST-ERRO NOT = "00"
                   GO TO VER-DUPHORA-REST.
       VER-DUPHORA-LP.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO VER-DUPHORA-REST.
                IF AG-CPF NOT = W-SAVE-AGCPF
                   GO TO VER-DUPHORA-REST.
                IF AGENDA-CHAVE = W-SAVE-AGCHAVE
                   GO TO VER-DUPHORA-LP.
                IF AG-STATUS NOT = "A" AND NOT = "X" AND NOT = "P"
                   GO TO VER-DUPHORA-LP.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO VER-DUPHORA-LP.
                PERFORM CALC-INTERVALO THRU CALC-INTERVALO-FIM
                IF W-OUTINI < W-MINFIM AND W-MININI < W-OUTFIM
                   MOVE "S" TO W-DUPHORA.
                GO TO VER-DUPHORA-LP.
       VER-DUPHORA-REST.
                MOVE W-SAVEAG TO REGAGENDA.
       VER-DUPHORA-FIM.
                EXIT.
      *
      *****************************************************
      * VERIFICA SE OUTRA AGENDA DO MESMO DIA, COM         *
      * INTERVALO SOBREPOSTO AO DA NOVA (W-MININI A        *
      * W-MINFIM), JA OCUPA A SALA PRETENDIDA (CANCELADAS  *
      * E VAGAS OCUPADAS NAO CONTAM). O REGISTRO CORRENTE  *
      * E PRESERVADO EM W-SAVEAG                           *
      *****************************************************
      *
       VER-SALA.
                MOVE "N" TO W-SALACONF
                MOVE REGAGENDA TO W-SAVEAG
                MOVE ZEROS  TO AG-HORA AG-CRMNUM AG-SEQENC
                MOVE SPACES TO AG-CRMUF
                START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO VER-SALA-REST.
       VER-SALA-LP.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO VER-SALA-REST.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO VER-SALA-REST.
                IF AG-STATUS = "C" OR "O"
                   GO TO VER-SALA-LP.
                IF AGENDA-CHAVE = W-SAVE-AGCHAVE
                   GO TO VER-SALA-LP.
                IF AG-SALA NOT = W-SAVE-AGSALA
                   GO TO VER-SALA-LP.
                PERFORM CALC-INTERVALO THRU CALC-INTERVALO-FIM
                IF W-OUTINI < W-MINFIM AND W-MININI < W-OUTFIM
                   MOVE "S" TO W-SALACONF.
                GO TO VER-SALA-LP.
       VER-SALA-REST.
                MOVE W-SAVEAG TO REGAGENDA.
       VER-SALA-FIM.
                EXIT.
      *
      *****************************************************
      * INTERVALO OCUPADO PELO REGISTRO CORRENTE, EM       *
      * MINUTOS DO DIA (W-OUTINI A W-OUTFIM). REGISTRO SEM *
      * DURACAO GRAVADA USA A DO TIPO DA VISITA (VERDURAC) *
      *****************************************************
      *
       CALC-INTERVALO.
                COMPUTE W-OUTINI = (AG-HORAHH * 60) + AG-HORAMM
                MOVE AG-DURACAO TO DUR-MINUTOS
                IF AG-DURACAO = ZEROS
                   MOVE AG-CRM     TO DUR-CRM
                   MOVE AG-TIPOVIS TO DUR-TIPO
                   MOVE ZEROS      TO DUR-ESPEC
                   CALL "VERDURAC" USING DUR-CRM DUR-TIPO DUR-ESPEC
                                         DUR-MINUTOS.
                COMPUTE W-OUTFIM = W-OUTINI + DUR-MINUTOS.
       CALC-INTERVALO-FIM.
                EXIT.
      *
      *****************************************************
      * A CONSULTA DE REGAGENDA OCUPA AS VAGAS EM BRANCO   *
      * (CPF = 0, STATUS A) DO MESMO MEDICO QUE COMECAM    *
      * DENTRO DO SEU INTERVALO: FICAM COM STATUS O E COM  *
      * A CHAVE DA CONSULTA EM AG-REMARC. O REGISTRO       *
      * CORRENTE E PRESERVADO EM W-SAVEAG                  *
      *****************************************************
      *
       CONSOME-VAGAS.
                MOVE REGAGENDA TO W-SAVEAG
                PERFORM CALC-INTERVALO THRU CALC-INTERVALO-FIM
                START CADAGENDA KEY IS GREATER THAN AGENDA-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO CONSOME-VAGAS-REST.
       CONSOME-VAGAS-LP.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CONSOME-VAGAS-REST.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO CONSOME-VAGAS-REST.
                IF (AG-HORAHH * 60) + AG-HORAMM NOT < W-OUTFIM
                   GO TO CONSOME-VAGAS-REST.
                IF AG-CRM NOT = W-SAVE-AGCRM OR AG-SEQENC NOT = ZEROS
                   GO TO CONSOME-VAGAS-LP.
                IF AG-CPF NOT = ZEROS OR AG-STATUS NOT = "A"
                   GO TO CONSOME-VAGAS-LP.
                MOVE "O"            TO AG-STATUS
                MOVE W-SAVE-AGCHAVE TO AG-REMARC
                REWRITE REGAGENDA
                IF ST-ERRO = "00" OR "02"
                   MOVE "R" TO JRN-OP
                   MOVE REGAGENDA TO JRN-REG
                   CALL "GRVJORNAL" USING JRN-ARQ JRN-OP JRN-REG.
                GO TO CONSOME-VAGAS-LP.
       CONSOME-VAGAS-REST.
                MOVE W-SAVEAG TO REGAGENDA.
       CONSOME-VAGAS-FIM.
                EXIT.
      *
      *****************************************************
      * VERIFICA SE AG-DATA CAI DENTRO DE ALGUMA AUSENCIA  *
      * REGISTRADA PARA O CRM NO CADFERIAS                 *
      *****************************************************
      *
       VER-FERIAS.
                MOVE "N" TO W-EMFERIAS
                MOVE AG-CRM TO FER-CRM
                START CADFERIAS KEY IS EQUAL TO FER-CRM
                IF ST-ERRO NOT = "00"
                   GO TO VER-FERIAS-FIM.
       VER-FERIAS-LP.
                READ CADFERIAS NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO VER-FERIAS-FIM.
                IF FER-CRM NOT = AG-CRM
                   GO TO VER-FERIAS-FIM.
                IF AG-DATA NOT < FER-DTINI
                   AND AG-DATA NOT > FER-DTFIM
                   MOVE "S" TO W-EMFERIAS
                   GO TO VER-FERIAS-FIM.
                GO TO VER-FERIAS-LP.
       VER-FERIAS-FIM.
                EXIT.
      *
      *****************************************************
      * VERIFICA SE AG-DATA E FERIADO DA FILIAL DA AGENDA  *
      * OU FERIADO GERAL (FILIAL 00) NO CADFERIAD          *
      *****************************************************
      *
       VER-FERIADO.
                MOVE "N" TO W-EMFERIADO
                MOVE AG-DATA   TO FD-DATA
                MOVE AG-FILIAL TO FD-FILIAL
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
      * CALCULO DO DIA DA SEMANA DE AG-DATA (1=DOM..7=SAB) *
      * ALGORITMO DE SAKAMOTO                              *
      *****************************************************
      *
       CALC-DIASEM.
                MOVE AG-DATAAA TO W-DSM-Y
                IF AG-DATAMM < 3
                   SUBTRACT 1 FROM W-DSM-Y.
                DIVIDE W-DSM-Y BY 4   GIVING W-DSM-Y4.
                DIVIDE W-DSM-Y BY 100 GIVING W-DSM-Y100.
                DIVIDE W-DSM-Y BY 400 GIVING W-DSM-Y400.
                MOVE TS-VAL(AG-DATAMM) TO W-DSM-T
                COMPUTE W-DSM-SOMA =
                        W-DSM-Y + W-DSM-Y4 - W-DSM-Y100 + W-DSM-Y400
                        + W-DSM-T + AG-DATADD
                DIVIDE W-DSM-SOMA BY 7 GIVING W-DSM-Y4
                                       REMAINDER W-DIASEM
                ADD 1 TO W-DIASEM.
       CALC-DIASEM-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE W-TOTLIDOS  TO D-TOT1
                MOVE TOT1 TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE W-TOTCONF   TO D-TOT2
                MOVE TOT2 TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE W-TOTALT    TO D-TOT3
                MOVE TOT3 TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE W-TOTRECUS  TO D-TOT4
                MOVE TOT4 TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE W-TOTPRE    TO D-TOT5
                MOVE TOT5 TO REGAGWEBTX
                WRITE REGAGWEBTX.
      *
      * LISTA DE TRABALHO: TODOS OS PRE-CADASTROS AINDA ABERTOS
      *
                MOVE SPACES TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE CAB3 TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE SPACES TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE ZEROS TO PRE-CPF
                START CADPREPAC KEY IS NOT LESS THAN PRE-CPF
                IF ST-ERRO NOT = "00"
                   GO TO ROT-TOT-PEND.
       ROT-TOT-PRE.
                READ CADPREPAC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO ROT-TOT-PEND.
                IF PRE-SITUACAO NOT = "P"
                   GO TO ROT-TOT-PRE.
                ADD 1 TO W-TOTPEND
                MOVE PRE-CPF      TO D4-CPF
                MOVE PRE-NOME     TO D4-NOME
                MOVE PRE-DDD      TO D4-DDD
                MOVE PRE-TELEFONE TO D4-TELEFONE
                MOVE PRE-EMAIL    TO D4-EMAIL
                MOVE PRE-DATAREC  TO D4-DATAREC
                MOVE CAB4 TO REGAGWEBTX
                WRITE REGAGWEBTX
                GO TO ROT-TOT-PRE.
       ROT-TOT-PEND.
                MOVE SPACES TO REGAGWEBTX
                WRITE REGAGWEBTX
                MOVE W-TOTPEND   TO D-TOT6
                MOVE TOT6 TO REGAGWEBTX
                WRITE REGAGWEBTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAGENDA CADMED CADPACI CADREDE CADDISPO CADSALA
                      CADFERIAS CADFERIAD CADBLQFIN CADPREPAC
                      AGWEB AGWEBRET AGWEBTX.
                IF SPL-GERADO = "S"
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
