       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP225.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RENOVACAO DE RECEITAS DE USO CONTINUO.       *
      * 1) CARGA: TODO ITEM DO CADRECEITA COM CONTIN *
      *    NA DURACAO AINDA SEM MARCA GANHA A MARCA  *
      *    DE FIM DO ESTOQUE NO CADUSOCONT           *
      *    (GRVUSOCONT MODO B).                      *
      * 2) LISTA (RELRENOV.TXT, POR CRM): MARCA EM   *
      *    USO CUJO ESTOQUE ACABA ATE HOJE + N DIAS  *
      *    (CADPARAM RENDIAS, PADRAO 7) E CUJO       *
      *    PACIENTE NAO TEM CONSULTA AGENDADA (A, X  *
      *    OU P DE HOJE EM DIANTE) FICA PENDENTE DE  *
      *    RENOVACAO (P). FICAM FORA, EXIGINDO       *
      *    CONSULTA: MEDICAMENTO CONTROLADO, ESTOQUE *
      *    VENCIDO HA MAIS DE 30 DIAS, PACIENTE COM  *
      *    OBITO OU ANONIMIZADO E ITEM SEM RECEITA.  *
      *    CRM ZERO = TODOS OS MEDICOS, SO A LISTA   *
      *    (RODADA SEMANAL).                         *
      * 3) COM O CRM INFORMADO O MEDICO REVE A LISTA *
      *    NA TELA (S/N POR LINHA) E APROVA EM BLOCO *
      *    CONFIRMANDO O CRM: CADA ITEM APROVADO E   *
      *    COPIADO PARA A RECEITA DE HOJE DO MESMO   *
      *    CRM (PROXIMO REC-SEQ) E O ANTIGO FICA     *
      *    RENOVADO (R); O RECUSADO FICA N (EXIGE    *
      *    CONSULTA). AS RECEITAS NOVAS SAEM JUNTAS  *
      *    NO RECEITUARIO.TXT (SMP105 SEM TELA).     *
      * LIMITE DE 200 ITENS NA TELA.                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSOCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UCO-RECCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS UCO-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS UCO-PACMED
                                   WITH DUPLICATES.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECEITA-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS REC-CPF
                                   WITH DUPLICATES.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS MEDIC-PRINCIPIO
                                   WITH DUPLICATES.
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
           SELECT RENTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUSOCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOCONT.DAT".
       01 REGUSOCONT.
          03 UCO-RECCHAVE.
             05 UCO-CPF         PIC 9(11).
             05 UCO-DATA        PIC 9(08).
             05 UCO-RCRM        PIC X(08).
             05 UCO-SEQ         PIC 9(02).
          03 UCO-CRM            PIC X(08).
          03 UCO-PACMED.
             05 UCO-PCPF        PIC 9(11).
             05 UCO-MEDCOD      PIC 9(06).
          03 UCO-DIAS           PIC 9(03).
          03 UCO-FIMSUP         PIC 9(08).
          03 UCO-STATUS         PIC X(01).
          03 UCO-DATASIT        PIC 9(08).
          03 UCO-RENOVADA       PIC X(29).
          03 UCO-OPER           PIC X(10).
      *
       FD CADRECEITA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEITA.DAT".
       01 REGRECEITA.
          03 RECEITA-CHAVE.
             05 REC-CPF        PIC 9(11).
             05 REC-DATA.
                07 REC-DATAAA  PIC 9(04).
                07 REC-DATAMM  PIC 9(02).
                07 REC-DATADD  PIC 9(02).
             05 REC-CRM.
                07 REC-CRMNUM  PIC 9(06).
                07 REC-CRMUF   PIC X(02).
             05 REC-SEQ        PIC 9(02).
          03 REC-MEDICAMENTO   PIC X(30).
          03 REC-DOSAGEM       PIC X(20).
          03 REC-DURACAO       PIC X(20).
          03 REC-MEDCOD        PIC 9(06).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO      PIC 9(06).
          03 MEDIC-NOME        PIC X(30).
          03 MEDIC-PRINCIPIO   PIC X(30).
          03 MEDIC-CONTROLADO  PIC X(01).
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
      *
       FD RENTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRENOV.TXT".
       01 REGRENTX        PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP225".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *---------[ MARCA DE USO CONTINUO (GRVUSOCONT) ]--------------
       01 UCO-MODO      PIC X(01) VALUE SPACES.
       01 UCO-ANT       PIC X(29) VALUE SPACES.
       01 UCO-OK        PIC X(01) VALUE SPACES.
       01 W-CONTROL     PIC X(01) VALUE "N".
      *---------[ IMPRESSAO DO RECEITUARIO SEM TELA (SMP105) ]------
       01 RCT-EXEC EXTERNAL.
          03 RCT-EX-MODO    PIC X(01).
          03 RCT-EX-CHAVE   PIC X(27).
          03 RCT-EX-ACUM    PIC X(01).
          03 RCT-EX-RESULT  PIC X(01).
          03 RCT-EX-MENS    PIC X(50).
       77 W-NDIAS        PIC 9(03) VALUE 7.
       77 W-MAXVENC      PIC 9(03) VALUE 30.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-MEDIMP       PIC X(01) VALUE "N".
       77 W-MEDREN       PIC 9(05) VALUE ZEROS.
       77 W-CRMCONF      PIC 9(06) VALUE ZEROS.
       77 W-TOTMARC      PIC 9(07) VALUE ZEROS.
       77 W-TOTPER       PIC 9(07) VALUE ZEROS.
       77 W-TOTREN       PIC 9(07) VALUE ZEROS.
       77 W-EXCAGE       PIC 9(07) VALUE ZEROS.
       77 W-EXCCTR       PIC 9(07) VALUE ZEROS.
       77 W-EXCVEN       PIC 9(07) VALUE ZEROS.
       77 W-EXCINV       PIC 9(07) VALUE ZEROS.
       77 W-TOTRENOV     PIC 9(03) VALUE ZEROS.
       77 W-TOTRECUS     PIC 9(03) VALUE ZEROS.
       77 W-TOTFALHA     PIC 9(03) VALUE ZEROS.
       77 W-TOTIMPR      PIC 9(03) VALUE ZEROS.
       77 W-MOTIVO       PIC X(01) VALUE SPACES.
       77 W-CHEIO        PIC X(01) VALUE "N".
       77 W-TEMAGE       PIC X(01) VALUE "N".
       77 W-QTD          PIC 9(03) VALUE ZEROS.
       77 W-QTDNOVA      PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-IN           PIC 9(03) VALUE ZEROS.
       77 W-INI          PIC 9(03) VALUE ZEROS.
       77 W-LIN          PIC 9(02) VALUE ZEROS.
       77 W-NR           PIC 9(03) VALUE ZEROS.
       77 W-SEQ          PIC 9(03) VALUE ZEROS.
       77 W-DIAHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIALIM       PIC 9(07) VALUE ZEROS.
       77 W-DIAVENC      PIC 9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-OPERADOR     PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-NOMEMED      PIC X(30) VALUE SPACES.
       01 W-SAVEREC      PIC X(105) VALUE SPACES.
       01 W-DURTXT       PIC X(20) VALUE SPACES.
       77 W-QTCONT       PIC 9(02) VALUE ZEROS.
       01 W-CRM.
          03 W-CRMNUM  PIC 9(06) VALUE ZEROS.
          03 W-CRMUF   PIC X(02) VALUE SPACES.
       01 W-CRMATU     PIC X(08) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
      *
      * CHAVE DO ITEM NOVO: CPF + HOJE + CRM + PROXIMO REC-SEQ
      *
       01 W-NOVACHAVE.
          03 W-NCCPF   PIC 9(11).
          03 W-NCDATA  PIC 9(08).
          03 W-NCCRM   PIC X(08).
          03 W-NCSEQ   PIC 9(02).
      *
      *---------[ ITENS PENDENTES DO MEDICO (TELA) ]---------------
      *
       01 TAB-REN.
          03 TR-ITEM   OCCURS 200 TIMES.
             05 TR-CPF     PIC 9(11).
             05 TR-NOME    PIC X(17).
             05 TR-MEDIC   PIC X(20).
             05 TR-FIM     PIC 9(08).
             05 TR-CHAVE   PIC X(29).
             05 TR-APROVA  PIC X(01).
       01 TAB-NOVA.
          03 TN-CHAVE  PIC X(27) OCCURS 200 TIMES.
      *
       01 LINTELA.
          03 LT-NUM    PIC ZZ9.
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-CPF    PIC 9(11).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-NOME   PIC X(17).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-MEDIC  PIC X(20).
          03 FILLER    PIC X(01) VALUE SPACES.
          03 LT-DD     PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 LT-MM     PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 LT-AA     PIC 9(04).
          03 FILLER    PIC X(02) VALUE SPACES.
          03 LT-APROVA PIC X(03).
       01 LINLIMPA     PIC X(78) VALUE SPACES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(35) VALUE
                     " *** RENOVACAO DE USO CONTINUO ***".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(25) VALUE
                     "ESTOQUE ACABANDO ATE EM ".
                03 C0A-DIAS    PIC ZZ9.
                03 FILLER      PIC X(40) VALUE
                     " DIAS, SEM CONSULTA AGENDADA".
       01 CAB1.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(26) VALUE "PACIENTE".
                03 FILLER      PIC X(25) VALUE "MEDICAMENTO".
                03 FILLER      PIC X(10) VALUE "FIM ESTOQ.".
       01 LINMED.
                03 FILLER      PIC X(08) VALUE "MEDICO: ".
                03 LM-CRMNUM   PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LM-CRMUF    PIC X(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LM-NOME     PIC X(30).
       01 LINDET.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LD-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LD-NOME     PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LD-MEDIC    PIC X(24).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LD-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LD-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LD-AA       PIC 9(04).
       01 LINSUB.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(30) VALUE
                     "RENOVAVEIS DO MEDICO".
                03 FILLER      PIC X(02) VALUE ": ".
                03 LS-QTD      PIC ZZ.ZZ9.
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "MARCAS NOVAS DE USO CONTINUO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC Z.ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "ESTOQUE ACABANDO NO PERIODO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT2            PIC Z.ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "RENOVAVEIS (SEM CONSULTA AGENDADA)".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT3            PIC Z.ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "FORA: CONSULTA JA AGENDADA".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT4            PIC Z.ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "FORA: MEDICAMENTO CONTROLADO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT5            PIC Z.ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(36) VALUE
                        "FORA: VENCIDO HA MAIS DE 30 DIAS".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT6            PIC Z.ZZZ.ZZ9.
       01 TOT7.
                03 FILLER            PIC X(36) VALUE
                        "FORA: PACIENTE OU RECEITA INVALIDO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT7            PIC Z.ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRENOV.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT225.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** RENOVACAO DE RECEITAS DE USO".
           05  LINE 02  COLUMN 41
               VALUE  " CONTINUO ***".
           05  LINE 04  COLUMN 01
               VALUE  " CRM :".
           05  LINE 04  COLUMN 15
               VALUE  "/".
           05  LINE 04  COLUMN 52
               VALUE  "(CRM 0 = TODOS)".
           05  LINE 05  COLUMN 01
               VALUE  " DIAS P/ FIM DO ESTOQUE :".
           05  LINE 05  COLUMN 35
               VALUE  " CONFIRMA (S ou N ) :".
           05  LINE 06  COLUMN 02
               VALUE  " NR CPF         PACIENTE          MEDICAMENTO".
           05  LINE 06  COLUMN 57
               VALUE  "FIM ESTOQ.  REN".
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
           05  TW-NDIAS
               LINE 05  COLUMN 27  PIC 9(03)
               USING  W-NDIAS
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 05  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
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
      * JANELA DO FIM DO ESTOQUE, EM DIAS, VEM DO CADPARAM (RENDIAS)
      *
           MOVE "RENDIAS   " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              AND PRM-VALOR < 1000
              MOVE PRM-VALOR TO W-NDIAS.
       INC-001.
                MOVE "S" TO W-OPCAO
                MOVE SPACES TO W-NOMEMED
                DISPLAY SMT225.
       INC-CRM.
                ACCEPT TW-CRMNUM
                ACCEPT TW-CRMUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-CRMNUM = ZEROS
                   MOVE SPACES TO W-CRMUF
                   MOVE "TODOS OS MEDICOS (SO A LISTA)" TO W-NOMEMED
                   DISPLAY TW-CRMUF
                   DISPLAY TW-NOMEMED
                   GO TO INC-DIAS.
                IF W-CRMUF = SPACES
                   MOVE "*** INFORME A UF DO CRM ***" TO MENS
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
       INC-DIAS.
                ACCEPT TW-NDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CRM.
                IF W-NDIAS = ZEROS
                   MOVE "*** INFORME OS DIAS (1 A 999) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DIAS.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DIAS.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *****************************************************
      * CARGA: ITEM DE USO CONTINUO AINDA SEM MARCA        *
      * (GRAVADO ANTES DA MARCA EXISTIR) GANHA A MARCA     *
      *****************************************************
      *
       CARGA.
           MOVE ZEROS TO W-TOTMARC
           OPEN INPUT CADRECEITA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADRECEITA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           OPEN INPUT CADMEDIC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADMEDIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECEITA
              GO TO INC-001.
           DISPLAY (23, 12) "*** CARGA DAS MARCAS DE USO CONTINUO ***".
       CARGA-LP.
           READ CADRECEITA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-FIM.
           IF REC-MEDCOD = ZEROS
              GO TO CARGA-LP.
           MOVE REC-DURACAO TO W-DURTXT
           INSPECT W-DURTXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO W-QTCONT
           INSPECT W-DURTXT TALLYING W-QTCONT FOR ALL "CONTIN"
           IF W-QTCONT = ZEROS
              GO TO CARGA-LP.
           MOVE "N" TO W-CONTROL
           MOVE REC-MEDCOD TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO2 = "00"
              MOVE MEDIC-CONTROLADO TO W-CONTROL.
           MOVE "B" TO UCO-MODO
           MOVE SPACES TO UCO-ANT
           CALL "GRVUSOCONT" USING UCO-MODO REGRECEITA W-CONTROL
                                   UCO-ANT UCO-OK
           IF UCO-OK = "S"
              ADD 1 TO W-TOTMARC.
           GO TO CARGA-LP.
       CARGA-FIM.
           CLOSE CADRECEITA CADMEDIC
           DISPLAY (23, 12) LIMPA.
      *
       INC-OP0.
           OPEN I-O CADUSOCONT
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM ITEM DE USO CONTINUO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-OP0A.
           OPEN INPUT CADRECEITA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADRECEITA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOCONT
              GO TO INC-001.
       INC-OP0B.
           OPEN INPUT CADMEDIC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADMEDIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOCONT CADRECEITA
              GO TO INC-001.
       INC-OP0C.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOCONT CADRECEITA CADMEDIC
              GO TO INC-001.
      *
      * SEM CADAGENDA NENHUM PACIENTE TEM CONSULTA AGENDADA
      *
       INC-OP0D.
           MOVE "N" TO W-TEMAGE
           OPEN INPUT CADAGENDA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMAGE.
       INC-OP0E.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOCONT CADRECEITA CADMEDIC CADPACI
              IF W-TEMAGE = "S"
                 CLOSE CADAGENDA
                 GO TO ROT-FIMA
              ELSE
                 GO TO ROT-FIMA.
       INC-OP0F.
           OPEN OUTPUT RENTX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RENTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOCONT CADRECEITA CADMEDIC CADPACI CADMED
              IF W-TEMAGE = "S"
                 CLOSE CADAGENDA
                 GO TO ROT-FIMA
              ELSE
                 GO TO ROT-FIMA.
           MOVE "S" TO SPL-GERADO.
       INC-OP0G.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DSDD TO C0-DD
           MOVE W-DSMM TO C0-MM
           MOVE W-DSAA TO C0-AA
           MOVE W-NDIAS TO C0A-DIAS
           MOVE W-DATASYS TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAHOJE
           COMPUTE W-DIALIM  = W-DIAHOJE + W-NDIAS
           COMPUTE W-DIAVENC = W-DIAHOJE - W-MAXVENC
           MOVE ZEROS TO W-PAGINA W-TOTPER W-TOTREN W-EXCAGE W-EXCCTR
                         W-EXCVEN W-EXCINV W-MEDREN W-QTD
           MOVE SPACES TO W-CRMATU
           MOVE "N" TO W-MEDIMP W-CHEIO
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * MARCAS EM ORDEM DE CRM (TODOS OU O INFORMADO)      *
      *****************************************************
      *
           MOVE W-CRM TO UCO-CRM
           START CADUSOCONT KEY IS NOT LESS THAN UCO-CRM
           IF ST-ERRO NOT = "00"
              GO TO ROT-OK.
       LER-UCO.
           READ CADUSOCONT NEXT RECORD
           IF ST-ERRO NOT = "00" AND "02"
              GO TO ROT-OK.
           IF W-CRMNUM NOT = ZEROS AND UCO-CRM NOT = W-CRM
              GO TO ROT-OK.
           IF UCO-STATUS NOT = "A" AND "P"
              GO TO LER-UCO.
           MOVE UCO-FIMSUP TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
      *
      * FORA DA JANELA: PENDENTE DE UMA RODADA ANTERIOR VOLTA A
      * EM USO
      *
           IF W-DIANUM > W-DIALIM
              IF UCO-STATUS = "P"
                 MOVE "A" TO UCO-STATUS
                 REWRITE REGUSOCONT
                 GO TO LER-UCO
              ELSE
                 GO TO LER-UCO.
           ADD 1 TO W-TOTPER
           PERFORM VER-ITEM THRU VER-ITEM-FIM
           IF W-MOTIVO NOT = SPACES
              IF UCO-STATUS = "P"
                 MOVE "A" TO UCO-STATUS
                 REWRITE REGUSOCONT
                 GO TO LER-UCO
              ELSE
                 GO TO LER-UCO.
           IF UCO-STATUS NOT = "P"
              MOVE "P"             TO UCO-STATUS
              MOVE W-DATASYS9      TO UCO-DATASIT
              MOVE W-OPERADOR      TO UCO-OPER
              REWRITE REGUSOCONT.
           ADD 1 TO W-TOTREN
           PERFORM IMP-ITEM THRU IMP-ITEM-FIM
           IF W-CRMNUM NOT = ZEROS
              PERFORM ADD-ITEM THRU ADD-ITEM-FIM.
           GO TO LER-UCO.
      *
      *****************************************************
      * O ITEM PODE SER RENOVADO SEM CONSULTA? W-MOTIVO    *
      * EM BRANCO = SIM; SENAO A = AGENDADO, C = CONTROLADO*
      * V = VENCIDO HA MAIS DE 30 DIAS, I = INVALIDO       *
      *****************************************************
      *
       VER-ITEM.
           MOVE SPACES TO W-MOTIVO
           IF W-DIANUM < W-DIAVENC
              MOVE "V" TO W-MOTIVO
              ADD 1 TO W-EXCVEN
              GO TO VER-ITEM-FIM.
           MOVE UCO-RECCHAVE TO RECEITA-CHAVE
           READ CADRECEITA
           IF ST-ERRO2 NOT = "00"
              MOVE "I" TO W-MOTIVO
              ADD 1 TO W-EXCINV
              GO TO VER-ITEM-FIM.
           MOVE UCO-MEDCOD TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO2 = "00" AND MEDIC-CONTROLADO = "S"
              MOVE "C" TO W-MOTIVO
              ADD 1 TO W-EXCCTR
              GO TO VER-ITEM-FIM.
           MOVE UCO-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              OR STATUSPACI = "O" OR STATUSPACI = "X"
              MOVE "I" TO W-MOTIVO
              ADD 1 TO W-EXCINV
              GO TO VER-ITEM-FIM.
           IF W-TEMAGE NOT = "S"
              GO TO VER-ITEM-FIM.
           MOVE UCO-CPF TO AG-CPF
           START CADAGENDA KEY IS EQUAL TO AG-CPF
           IF ST-ERRO2 NOT = "00"
              GO TO VER-ITEM-FIM.
       VER-ITEM-AG.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND "02"
              GO TO VER-ITEM-FIM.
           IF AG-CPF NOT = UCO-CPF
              GO TO VER-ITEM-FIM.
           IF AG-DATA < W-DATASYS9
              GO TO VER-ITEM-AG.
           IF AG-STATUS NOT = "A" AND "X" AND "P"
              GO TO VER-ITEM-AG.
           MOVE "A" TO W-MOTIVO
           ADD 1 TO W-EXCAGE.
       VER-ITEM-FIM.
           EXIT.
      *
      *****************************************************
      * LINHA DO RELATORIO (COM QUEBRA POR MEDICO)         *
      *****************************************************
      *
       IMP-ITEM.
           IF UCO-CRM NOT = W-CRMATU
              PERFORM QUEBRA-MED THRU QUEBRA-MED-FIM.
           MOVE UCO-CPF         TO LD-CPF
           MOVE NOME OF REGPACI TO LD-NOME
           MOVE REC-MEDICAMENTO TO LD-MEDIC
           MOVE UCO-FIMSUP      TO W-DATAQ9
           MOVE W-DQDD          TO LD-DD
           MOVE W-DQMM          TO LD-MM
           MOVE W-DQAA          TO LD-AA
           IF W-QTDLIN > 55
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE LINDET TO REGRENTX
           WRITE REGRENTX
           ADD 1 TO W-QTDLIN
           ADD 1 TO W-MEDREN.
       IMP-ITEM-FIM.
           EXIT.
      *
       QUEBRA-MED.
           PERFORM FECHA-MED THRU FECHA-MED-FIM
           MOVE UCO-CRM TO W-CRMATU CRM-CHAVE
           READ CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO NOME OF REGMED.
           MOVE CRM    TO LM-CRMNUM
           MOVE CRM-UF TO LM-CRMUF
           MOVE NOME OF REGMED TO LM-NOME
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE SPACES TO REGRENTX
           WRITE REGRENTX
           MOVE LINMED TO REGRENTX
           WRITE REGRENTX
           ADD 2 TO W-QTDLIN
           MOVE "S" TO W-MEDIMP.
       QUEBRA-MED-FIM.
           EXIT.
      *
       FECHA-MED.
           IF W-MEDIMP NOT = "S"
              GO TO FECHA-MED-FIM.
           MOVE W-MEDREN TO LS-QTD
           MOVE LINSUB TO REGRENTX
           WRITE REGRENTX
           ADD 1 TO W-QTDLIN
           MOVE ZEROS TO W-MEDREN
           MOVE "N" TO W-MEDIMP.
       FECHA-MED-FIM.
           EXIT.
      *
      *****************************************************
      * ITEM RENOVAVEL NA LISTA DA TELA (PADRAO: APROVADO) *
      *****************************************************
      *
       ADD-ITEM.
           IF W-QTD NOT < 200
              MOVE "S" TO W-CHEIO
              GO TO ADD-ITEM-FIM.
           ADD 1 TO W-QTD
           MOVE UCO-CPF         TO TR-CPF (W-QTD)
           MOVE NOME OF REGPACI TO TR-NOME (W-QTD)
           MOVE REC-MEDICAMENTO TO TR-MEDIC (W-QTD)
           MOVE UCO-FIMSUP      TO TR-FIM (W-QTD)
           MOVE UCO-RECCHAVE    TO TR-CHAVE (W-QTD)
           MOVE "S"             TO TR-APROVA (W-QTD).
       ADD-ITEM-FIM.
           EXIT.
      *
      **********************
      * CABECALHO DO RELATORIO *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE ZEROS TO W-QTDLIN
                MOVE W-PAGINA TO C0-PAG
                IF W-PAGINA > 1
                   MOVE SPACES TO REGRENTX
                   WRITE REGRENTX.
                MOVE CAB0 TO REGRENTX
                WRITE REGRENTX
                MOVE CAB0A TO REGRENTX
                WRITE REGRENTX
                MOVE SPACES TO REGRENTX
                WRITE REGRENTX
                MOVE CAB1 TO REGRENTX
                WRITE REGRENTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * FIM DA LISTA       *
      **********************
      *
       ROT-OK.
           PERFORM FECHA-MED THRU FECHA-MED-FIM
           MOVE SPACES TO REGRENTX
           WRITE REGRENTX
           MOVE W-TOTMARC TO D-TOT1
           WRITE REGRENTX FROM TOT1
           MOVE W-TOTPER TO D-TOT2
           WRITE REGRENTX FROM TOT2
           MOVE W-TOTREN TO D-TOT3
           WRITE REGRENTX FROM TOT3
           MOVE W-EXCAGE TO D-TOT4
           WRITE REGRENTX FROM TOT4
           MOVE W-EXCCTR TO D-TOT5
           WRITE REGRENTX FROM TOT5
           MOVE W-EXCVEN TO D-TOT6
           WRITE REGRENTX FROM TOT6
           MOVE W-EXCINV TO D-TOT7
           WRITE REGRENTX FROM TOT7
           CLOSE CADUSOCONT CADRECEITA CADMEDIC CADPACI CADMED RENTX
           IF W-TEMAGE = "S"
              CLOSE CADAGENDA.
           STRING "CRM " W-CRMNUM "/" W-CRMUF " DIAS " W-NDIAS
                  DELIMITED BY SIZE INTO SPL-PARAM
           MOVE W-PAGINA TO SPL-PAGINAS
           CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                 SPL-PAGINAS SPL-FILIAL
           MOVE "N" TO SPL-GERADO
           IF W-CRMNUM NOT = ZEROS AND W-QTD > ZEROS
              GO TO MOS-001.
           DISPLAY (08, 05) "ESTOQUE ACABANDO NO PERIODO :"
           DISPLAY (08, 36) W-TOTPER
           DISPLAY (09, 05) "RENOVAVEIS SEM CONSULTA    :"
           DISPLAY (09, 36) W-TOTREN
           MOVE "*** RELRENOV.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 02) "TECLE ALGO PARA VOLTAR."
           ACCEPT (22, 26) W-OPCAO
           GO TO INC-001.
      *
      *****************************************************
      * REVISAO NA TELA: O NUMERO DA LINHA TROCA S/N,      *
      * 000 PASSA A PAGINA, 999 GRAVA AS RENOVACOES        *
      *****************************************************
      *
       MOS-001.
           MOVE 1 TO W-INI
           IF W-CHEIO = "S"
              MOVE "*** LISTA LIMITADA A 200 ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOS-PAG.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           MOVE W-INI TO W-IX
           MOVE 07 TO W-LIN.
       MOS-LIN.
           IF W-IX > W-QTD OR W-LIN > 21
              GO TO MOS-OPC.
           MOVE W-IX            TO LT-NUM
           MOVE TR-CPF (W-IX)   TO LT-CPF
           MOVE TR-NOME (W-IX)  TO LT-NOME
           MOVE TR-MEDIC (W-IX) TO LT-MEDIC
           MOVE TR-FIM (W-IX)   TO W-DATAQ9
           MOVE W-DQDD          TO LT-DD
           MOVE W-DQMM          TO LT-MM
           MOVE W-DQAA          TO LT-AA
           IF TR-APROVA (W-IX) = "S"
              MOVE "SIM" TO LT-APROVA
           ELSE
              MOVE "NAO" TO LT-APROVA.
           DISPLAY (W-LIN, 02) LINTELA
           ADD 1 TO W-IX
           ADD 1 TO W-LIN
           GO TO MOS-LIN.
       MOS-OPC.
           MOVE ZEROS TO W-NR
           DISPLAY (22, 02) LINLIMPA
           DISPLAY (22, 02)
              "NR TROCA S/N (000=PROX.PAGINA 999=GRAVA ESC=SAI)"
           DISPLAY (22, 50) " : "
           ACCEPT (22, 53) W-NR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE "*** NENHUMA RENOVACAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-NR = 999
              GO TO CONF.
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
           IF TR-APROVA (W-NR) = "S"
              MOVE "N" TO TR-APROVA (W-NR)
           ELSE
              MOVE "S" TO TR-APROVA (W-NR).
           GO TO MOS-PAG.
      *
      * APROVACAO EM BLOCO SO COM O CRM DO MEDICO DIGITADO DE NOVO
      *
       CONF.
           MOVE ZEROS TO W-CRMCONF
           DISPLAY (22, 02) LINLIMPA
           DISPLAY (22, 02) "CONFIRME COM O NUMERO DO CRM (ESC=VOLTA) :"
           ACCEPT (22, 46) W-CRMCONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MOS-OPC.
           IF W-CRMCONF NOT = W-CRMNUM
              MOVE "*** CRM NAO CONFERE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOS-OPC.
      *
      *****************************************************
      * GRAVA: APROVADO VIRA ITEM DA RECEITA DE HOJE (MESMO*
      * CRM, PROXIMO REC-SEQ) E A MARCA ANTIGA FICA R;     *
      * RECUSADO FICA N (EXIGE CONSULTA)                   *
      *****************************************************
      *
       GRAVA.
           OPEN I-O CADRECEITA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CADRECEITA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE ZEROS TO W-QTDNOVA W-TOTRENOV W-TOTRECUS W-TOTFALHA
           MOVE 1 TO W-IX.
       GRAVA-LP.
           IF W-IX > W-QTD
              GO TO GRAVA-FIM.
           IF TR-APROVA (W-IX) = "N"
              MOVE "N" TO UCO-MODO W-CONTROL
              MOVE TR-CHAVE (W-IX) TO UCO-ANT
              CALL "GRVUSOCONT" USING UCO-MODO REGRECEITA W-CONTROL
                                      UCO-ANT UCO-OK
              ADD 1 TO W-TOTRECUS
              GO TO GRAVA-PROX.
           MOVE TR-CHAVE (W-IX) TO RECEITA-CHAVE
           READ CADRECEITA
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-TOTFALHA
              GO TO GRAVA-PROX.
           MOVE REGRECEITA TO W-SAVEREC
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           ADD 1 TO W-SEQ
           IF W-SEQ > 99
              ADD 1 TO W-TOTFALHA
              GO TO GRAVA-PROX.
           MOVE W-SEQ TO W-NCSEQ
           MOVE W-SAVEREC TO REGRECEITA
           MOVE W-NOVACHAVE TO RECEITA-CHAVE
           WRITE REGRECEITA
           IF ST-ERRO2 NOT = "00" AND "02"
              ADD 1 TO W-TOTFALHA
              GO TO GRAVA-PROX.
           MOVE "R" TO UCO-MODO
           MOVE "N" TO W-CONTROL
           MOVE TR-CHAVE (W-IX) TO UCO-ANT
           CALL "GRVUSOCONT" USING UCO-MODO REGRECEITA W-CONTROL
                                   UCO-ANT UCO-OK
           ADD 1 TO W-TOTRENOV
           PERFORM ADD-NOVA THRU ADD-NOVA-FIM.
       GRAVA-PROX.
           ADD 1 TO W-IX
           GO TO GRAVA-LP.
       GRAVA-FIM.
           CLOSE CADRECEITA.
      *
      * UM RECEITUARIO POR RECEITA NOVA, TODOS NO MESMO TXT
      *
           MOVE ZEROS TO W-TOTIMPR
           MOVE 1 TO W-IN.
       IMPRIME-LP.
           IF W-IN > W-QTDNOVA
              GO TO IMPRIME-FIM.
           MOVE "S" TO RCT-EX-MODO
           MOVE TN-CHAVE (W-IN) TO RCT-EX-CHAVE
           IF W-TOTIMPR = ZEROS
              MOVE "N" TO RCT-EX-ACUM
           ELSE
              MOVE "S" TO RCT-EX-ACUM.
           MOVE SPACES TO RCT-EX-RESULT RCT-EX-MENS
           CALL "SMP105"
           MOVE "N" TO RCT-EX-MODO
           IF RCT-EX-RESULT = "S"
              ADD 1 TO W-TOTIMPR.
           ADD 1 TO W-IN
           GO TO IMPRIME-LP.
       IMPRIME-FIM.
           DISPLAY SMT225
           DISPLAY (08, 05) "ITENS RENOVADOS             :"
           DISPLAY (08, 36) W-TOTRENOV
           DISPLAY (09, 05) "RECUSADOS (EXIGEM CONSULTA) :"
           DISPLAY (09, 36) W-TOTRECUS
           DISPLAY (10, 05) "NAO GRAVADOS                :"
           DISPLAY (10, 36) W-TOTFALHA
           DISPLAY (11, 05) "RECEITUARIOS IMPRESSOS      :"
           DISPLAY (11, 36) W-TOTIMPR
           MOVE "*** RENOVACOES GRAVADAS - RECEITUARIO.TXT ***" TO MENS
           IF W-TOTIMPR = ZEROS
              MOVE "*** RENOVACOES GRAVADAS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (22, 02) "TECLE ALGO PARA VOLTAR."
           ACCEPT (22, 26) W-OPCAO
           GO TO INC-001.
      *
      *****************************************************
      * ULTIMO REC-SEQ DA RECEITA DE HOJE DO PACIENTE/CRM  *
      * (W-SEQ ZERO = RECEITA AINDA NAO EXISTE)            *
      *****************************************************
      *
       PROX-SEQ.
           MOVE REC-CPF    TO W-NCCPF
           MOVE W-DATASYS9 TO W-NCDATA
           MOVE W-CRM      TO W-NCCRM
           MOVE ZEROS      TO W-NCSEQ W-SEQ
           MOVE W-NOVACHAVE TO RECEITA-CHAVE
           START CADRECEITA KEY IS NOT LESS THAN RECEITA-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO PROX-SEQ-FIM.
       PROX-SEQ-LP.
           READ CADRECEITA NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND "02"
              GO TO PROX-SEQ-FIM.
           IF RECEITA-CHAVE (1:27) NOT = W-NOVACHAVE (1:27)
              GO TO PROX-SEQ-FIM.
           MOVE REC-SEQ TO W-SEQ
           GO TO PROX-SEQ-LP.
       PROX-SEQ-FIM.
           EXIT.
      *
       ADD-NOVA.
           MOVE 1 TO W-IN.
       ADD-NOVA-LP.
           IF W-IN > W-QTDNOVA
              ADD 1 TO W-QTDNOVA
              MOVE RECEITA-CHAVE (1:27) TO TN-CHAVE (W-QTDNOVA)
              GO TO ADD-NOVA-FIM.
           IF TN-CHAVE (W-IN) = RECEITA-CHAVE (1:27)
              GO TO ADD-NOVA-FIM.
           ADD 1 TO W-IN
           GO TO ADD-NOVA-LP.
       ADD-NOVA-FIM.
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
       ROT-FIMA.
           IF W-TEMAGE = "S"
              CLOSE CADAGENDA.
           GO TO INC-001.
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
