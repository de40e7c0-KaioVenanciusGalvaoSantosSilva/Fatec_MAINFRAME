       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP210.
       AUTHOR. KAIO V G S S
      ***********************************************
      * FECHAMENTO DO DIA DA AGENDA POR FILIAL.      *
      * PARA A DATA E A FILIAL INFORMADAS LISTA NO   *
      * RELFECHAG.TXT TODO AGENDAMENTO COM PACIENTE  *
      * AINDA EM ABERTO (STATUS A, X OU P) E APURA:  *
      *  - SEM CHECK-IN NO CADCHEGADA = FALTA (F)    *
      *  - COM CHECK-IN, CONSULTA NO CADCONSULTA E   *
      *    TRIAGEM NO CADTRIAGEM = REALIZADO (R)     *
      *  - COM CHECK-IN SEM CONSULTA E/OU SEM        *
      *    TRIAGEM = INCONSISTENCIA                  *
      * TELECONSULTA (AG-MODAL T) NAO TEM CHECK-IN   *
      * NEM TRIAGEM: COM CONSULTA E REALIZADA, SEM   *
      * CONSULTA E FALTA. STATUS P (PENDENTE DE      *
      * REMARCACAO) SO E LISTADO, NAO E ALTERADO.    *
      * COM INCONSISTENCIA O FECHAMENTO E RECUSADO E *
      * NADA E GRAVADO; SO OPERADOR NIVEL 3          *
      * (SUPERVISOR) PODE FORCAR, COM MOTIVO - AI OS *
      * ATENDIDOS INCOMPLETOS FICAM COMO REALIZADOS. *
      * O DIA FECHADO FICA NO CADFECHAG (DATA +      *
      * FILIAL, UMA VEZ SO) E NA TRILHA DE           *
      * AUDITORIA (CADAUDIT).                        *
      * SAIDA: RELFECHAG.TXT                         *
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
           SELECT CADCHEGADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHEGADA-CHAVE
                    FILE STATUS  IS ST-ERRO2.
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
           SELECT CADTRIAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAGEM-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADFECHAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCH-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-LOGIN
                    FILE STATUS  IS ST-ERRO2.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT FECHAGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
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
       FD CADCHEGADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHEGADA.DAT".
       01 REGCHEGADA.
          03 CHEGADA-CHAVE.
             05 CHEG-DATA.
                07 CHEG-DATAAA  PIC 9(04).
                07 CHEG-DATAMM  PIC 9(02).
                07 CHEG-DATADD  PIC 9(02).
             05 CHEG-HORA.
                07 CHEG-HORAHH  PIC 9(02).
                07 CHEG-HORAMM  PIC 9(02).
             05 CHEG-CRM.
                07 CHEG-CRMNUM  PIC 9(06).
                07 CHEG-CRMUF   PIC X(02).
             05 CHEG-SEQENC     PIC 9(01).
          03 CHEG-CPF           PIC 9(11).
          03 CHEG-HORACHEG.
             05 CHEG-CHHH       PIC 9(02).
             05 CHEG-CHMI       PIC 9(02).
          03 CHEG-HORAATEND.
             05 CHEG-ATHH       PIC 9(02).
             05 CHEG-ATMI       PIC 9(02).
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
       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
          03 TRIAGEM-CHAVE.
             05 TRI-CPF        PIC 9(11).
             05 TRI-DATA       PIC 9(08).
             05 TRI-CRM.
                07 TRI-CRMNUM  PIC 9(06).
                07 TRI-CRMUF   PIC X(02).
          03 TRI-PAS           PIC 9(03).
          03 TRI-PAD           PIC 9(03).
          03 TRI-PESO          PIC 9(03)V9.
          03 TRI-ALTURA        PIC 9(03).
          03 TRI-TEMP          PIC 9(02)V9.
          03 TRI-FC            PIC 9(03).
          03 TRI-SATO2         PIC 9(03).
          03 TRI-DOR           PIC 9(02).
          03 TRI-RISCOSUG      PIC 9(01).
          03 TRI-RISCO         PIC 9(01).
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
       FD CADFECHAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFECHAG.DAT".
       01 REGFECHAG.
          03 FCH-CHAVE.
             05 FCH-DATA        PIC 9(08).
             05 FCH-FILIAL      PIC 9(02).
          03 FCH-SITUACAO       PIC X(01).
          03 FCH-FORCADO        PIC X(01).
          03 FCH-QTDABERTO      PIC 9(05).
          03 FCH-QTDFALTA       PIC 9(05).
          03 FCH-QTDREAL        PIC 9(05).
          03 FCH-QTDINCON       PIC 9(05).
          03 FCH-OPER           PIC X(10).
          03 FCH-DATAFEC        PIC 9(08).
          03 FCH-HORAFEC        PIC 9(06).
          03 FCH-MOTIVO         PIC X(30).
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
       FD FECHAGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFECHAG.TXT".
       01 REGFECHAGTX     PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP210".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TEMTRI       PIC X(01) VALUE "N".
       77 W-TEMCHEG      PIC X(01) VALUE "N".
       77 W-TEMCONS      PIC X(01) VALUE "N".
       77 W-TRIOK        PIC X(01) VALUE "N".
       77 W-APURA        PIC X(01) VALUE SPACES.
       77 W-FASE         PIC 9(01) VALUE ZEROS.
       77 W-FORCADO      PIC X(01) VALUE "N".
       77 W-NIVEL        PIC 9(01) VALUE ZEROS.
       77 W-TOTABERTO    PIC 9(05) VALUE ZEROS.
       77 W-TOTFALTA     PIC 9(05) VALUE ZEROS.
       77 W-TOTREAL      PIC 9(05) VALUE ZEROS.
       77 W-TOTINCON     PIC 9(05) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(05) VALUE ZEROS.
       77 W-GRVFALTA     PIC 9(05) VALUE ZEROS.
       77 W-GRVREAL      PIC 9(05) VALUE ZEROS.
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
       01 W-MOTIVO       PIC X(30) VALUE SPACES.
       01 W-OPERADOR     PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-SITUACAO     PIC X(22) VALUE SPACES.
       01 W-HORASYS      PIC 9(08) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAMOV.
          03 W-DMDD    PIC 9(02) VALUE ZEROS.
          03 W-DMMM    PIC 9(02) VALUE ZEROS.
          03 W-DMAA    PIC 9(04) VALUE ZEROS.
       01 W-DATAINV.
          03 W-DIAA    PIC 9(04) VALUE ZEROS.
          03 W-DIMM    PIC 9(02) VALUE ZEROS.
          03 W-DIDD    PIC 9(02) VALUE ZEROS.
       01 W-DATAINV9 REDEFINES W-DATAINV PIC 9(08).
       01 W-DTOUT.
          03 W-DODD    PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DOMM    PIC 9(02).
          03 FILLER    PIC X(01) VALUE "/".
          03 W-DOAA    PIC 9(04).
       01 W-DTFEC.
          03 W-DFAA    PIC 9(04).
          03 W-DFMM    PIC 9(02).
          03 W-DFDD    PIC 9(02).
      *---------[ VALIDACAO DE DATA (VALDATA) ]---------------------
       01 VLD-OK        PIC X(01) VALUE SPACES.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ TRILHA DE AUDITORIA (GRVAUDIT) ]------------------
       01 AUD-ARQ       PIC X(08) VALUE "CADFECHA".
       01 AUD-CHAVE     PIC X(11) VALUE SPACES.
       01 AUD-CAMPO     PIC X(15) VALUE SPACES.
       01 AUD-VALANT    PIC X(30) VALUE SPACES.
       01 AUD-VALNOV    PIC X(30) VALUE SPACES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(35) VALUE
                     " *** FECHAMENTO DO DIA ***".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(19) VALUE "DATA DO MOVIMENTO: ".
                03 C0A-DD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-MM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-AA      PIC 9(04).
                03 FILLER      PIC X(11) VALUE "   FILIAL: ".
                03 C0A-FILIAL  PIC 9(02).
       01 CAB1.
                03 FILLER      PIC X(07) VALUE "HORA".
                03 FILLER      PIC X(11) VALUE "CRM".
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(25) VALUE "PACIENTE".
                03 FILLER      PIC X(22) VALUE "SITUACAO APURADA".
       01 LINDET.
                03 LA-HH       PIC 9(02).
                03 FILLER      PIC X(01) VALUE ":".
                03 LA-MI       PIC 9(02).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LA-CRMNUM   PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LA-CRMUF    PIC X(02).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LA-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-NOME     PIC X(24).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-SIT      PIC X(22).
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "AGENDAMENTOS EM ABERTO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC ZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "FALTAS (SEM CHECK-IN / CONSULTA)".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT2            PIC ZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "REALIZADOS".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT3            PIC ZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "ATENDIDOS COM INCONSISTENCIA".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT4            PIC ZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "PENDENTES DE REMARCACAO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT5            PIC ZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELFECHAG.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT210.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** FECHAMENTO DO DIA DA AGENDA".
           05  LINE 02  COLUMN 42
               VALUE  " ***".
           05  LINE 05  COLUMN 01
               VALUE  "               DATA DO MOVIMENTO :".
           05  LINE 05  COLUMN 39
               VALUE  "/  /".
           05  LINE 07  COLUMN 01
               VALUE  "                          FILIAL  :".
           05  LINE 09  COLUMN 01
               VALUE  "                   CONFIRMA APURACAO".
           05  LINE 09  COLUMN 37
               VALUE  " (S ou N ) :".
           05  LINE 11  COLUMN 01
               VALUE  "     AGENDAMENTOS EM ABERTO   :".
           05  LINE 12  COLUMN 01
               VALUE  "     FALTAS                   :".
           05  LINE 13  COLUMN 01
               VALUE  "     REALIZADOS               :".
           05  LINE 14  COLUMN 01
               VALUE  "     ATENDIDOS INCONSISTENTES :".
           05  LINE 15  COLUMN 01
               VALUE  "     PENDENTES DE REMARCACAO  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DMDD
               LINE 05  COLUMN 37  PIC 9(02)
               USING  W-DMDD
               HIGHLIGHT.
           05  TW-DMMM
               LINE 05  COLUMN 40  PIC 9(02)
               USING  W-DMMM
               HIGHLIGHT.
           05  TW-DMAA
               LINE 05  COLUMN 43  PIC 9(04)
               USING  W-DMAA
               HIGHLIGHT.
           05  TW-FILIAL
               LINE 07  COLUMN 37  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TW-APURA
               LINE 09  COLUMN 50  PIC X(01)
               USING  W-APURA
               HIGHLIGHT.
           05  TW-MOTIVO
               LINE 19  COLUMN 20  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * OPERADOR LOGADO: VEM DO ITEM EXTERNAL GRAVADO PELO
      * CADMENU NO LOGIN; O SESSAO.DAT E SO RECURSO PARA
      * EXECUCAO FORA DO MENU
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
           MOVE ZEROS TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS.
       INC-001.
                MOVE "S" TO W-APURA
                MOVE SPACES TO W-MOTIVO
                MOVE "N" TO W-FORCADO
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DSDD TO W-DMDD
                MOVE W-DSMM TO W-DMMM
                MOVE W-DSAA TO W-DMAA
                MOVE FIL-PADRAO TO W-FILIAL
                DISPLAY SMT210.
       INC-DATA.
                ACCEPT TW-DMDD
                ACCEPT TW-DMMM
                ACCEPT TW-DMAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                CALL "VALDATA" USING W-DMDD W-DMMM W-DMAA VLD-OK
                IF VLD-OK = "N" OR W-DMAA < 2000
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
                MOVE W-DMAA TO W-DIAA
                MOVE W-DMMM TO W-DIMM
                MOVE W-DMDD TO W-DIDD
                IF W-DATAINV9 > W-DATASYS9
                   MOVE "*** DIA AINDA NAO TERMINOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
       INC-FIL.
                ACCEPT TW-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DATA.
                MOVE W-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   MOVE "*** FILIAL NAO PERMITIDA AO OPERADOR ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FIL.
       INC-OPC.
                ACCEPT TW-APURA
                IF W-APURA = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-APURA NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADFECHAG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFECHAG
                 CLOSE CADFECHAG
                 MOVE "*** ARQUIVO CADFECHAG FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFECHAG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
           MOVE W-DATAINV9 TO FCH-DATA
           MOVE W-FILIAL   TO FCH-FILIAL
           READ CADFECHAG
           IF ST-ERRO = "00"
              PERFORM MOS-FECHADO THRU MOS-FECHADO-FIM
              CLOSE CADFECHAG
              GO TO ROT-FIMP.
       INC-OP0A.
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADAGENDA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFECHAG
                      GO TO ROT-FIMP.
      *
      * SEM O CADCHEGADA NAO HA COMO SEPARAR FALTA DE
      * ATENDIMENTO: NAO FECHA
      *
       INC-OP0B.
           OPEN INPUT CADCHEGADA
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCHEGADA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFECHAG CADAGENDA
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONSULTA"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFECHAG CADAGENDA CADCHEGADA
                      GO TO ROT-FIMP.
       INC-OP0D.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFECHAG CADAGENDA CADCHEGADA CADCONSULTA
                      GO TO ROT-FIMP.
      *
      * SEM CADTRIAGEM NENHUM PACIENTE FOI TRIADO AINDA
      *
       INC-OP0E.
           MOVE "N" TO W-TEMTRI
           OPEN INPUT CADTRIAGEM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMTRI.
       INC-OP0F.
           OPEN OUTPUT FECHAGTX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO FECHAGTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
       INC-OP0G.
           MOVE W-DSDD TO C0-DD
           MOVE W-DSMM TO C0-MM
           MOVE W-DSAA TO C0-AA
           MOVE W-DMDD TO C0A-DD
           MOVE W-DMMM TO C0A-MM
           MOVE W-DMAA TO C0A-AA
           MOVE W-FILIAL TO C0A-FILIAL
           MOVE ZEROS TO W-PAGINA W-TOTABERTO W-TOTFALTA W-TOTREAL
                         W-TOTINCON W-TOTPEND W-GRVFALTA W-GRVREAL
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * FASE 1 - APURACAO: LISTA OS AGENDAMENTOS EM ABERTO *
      * DO DIA E DA FILIAL SEM ALTERAR NADA                *
      *****************************************************
      *
           MOVE 1 TO W-FASE
           PERFORM POSICIONA THRU POSICIONA-FIM
           IF ST-ERRO NOT = "00"
              GO TO APU-FIM.
       APU-LER.
           PERFORM LER-AGEN THRU LER-AGEN-FIM
           IF W-SITUACAO = "FIM"
              GO TO APU-FIM.
           IF W-SITUACAO = SPACES
              GO TO APU-LER.
           PERFORM IMP-AGEN THRU IMP-AGEN-FIM
           GO TO APU-LER.
       APU-FIM.
           MOVE SPACES TO REGFECHAGTX
           WRITE REGFECHAGTX
           MOVE W-TOTABERTO TO D-TOT1
           WRITE REGFECHAGTX FROM TOT1
           MOVE W-TOTFALTA TO D-TOT2
           WRITE REGFECHAGTX FROM TOT2
           MOVE W-TOTREAL TO D-TOT3
           WRITE REGFECHAGTX FROM TOT3
           MOVE W-TOTINCON TO D-TOT4
           WRITE REGFECHAGTX FROM TOT4
           MOVE W-TOTPEND TO D-TOT5
           WRITE REGFECHAGTX FROM TOT5
           DISPLAY (11, 33) W-TOTABERTO
           DISPLAY (12, 33) W-TOTFALTA
           DISPLAY (13, 33) W-TOTREAL
           DISPLAY (14, 33) W-TOTINCON
           DISPLAY (15, 33) W-TOTPEND
           IF W-TOTINCON = ZEROS
              GO TO FEC-OPC.
      *
      *****************************************************
      * COM INCONSISTENCIA: RECUSA, A NAO SER QUE O        *
      * OPERADOR SEJA SUPERVISOR (NIVEL 3) E FORCE COM     *
      * MOTIVO                                             *
      *****************************************************
      *
       FRC-001.
           MOVE ZEROS TO W-NIVEL
           OPEN INPUT CADUSER
           IF ST-ERRO2 = "00"
              MOVE W-OPERADOR TO USR-LOGIN
              READ CADUSER
              IF ST-ERRO2 = "00"
                 MOVE USR-NIVEL TO W-NIVEL
                 CLOSE CADUSER
              ELSE
                 CLOSE CADUSER.
           IF W-OPERADOR = SPACES OR W-NIVEL < 3
              MOVE "*FECHAMENTO RECUSADO: VER RELFECHAG.TXT*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       FRC-OPC.
           DISPLAY (17, 05) "HA ATENDIDOS INCONSISTENTES. FORCAR O"
           DISPLAY (17, 42) " FECHAMENTO (S/N) : "
           ACCEPT (17, 62) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*FECHAMENTO RECUSADO: VER RELFECHAG.TXT*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRC-OPC.
       FRC-MOT.
           DISPLAY (19, 05) "MOTIVO      :"
           ACCEPT TW-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FRC-OPC.
           IF W-MOTIVO = SPACES
              MOVE "*Insira o motivo do fechamento forcado*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FRC-MOT.
           MOVE "S" TO W-FORCADO
           GO TO FEC-001.
      *
       FEC-OPC.
           DISPLAY (17, 05) "CONFIRMA O FECHAMENTO DO DIA (S/N) : "
           ACCEPT (17, 42) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DIA NAO FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-OPC.
      *
      *****************************************************
      * FASE 2 - FECHAMENTO: SEM CHECK-IN = F, ATENDIDO =  *
      * R (INCONSISTENTE SO QUANDO FORCADO)                *
      *****************************************************
      *
       FEC-001.
           MOVE 2 TO W-FASE
           PERFORM POSICIONA THRU POSICIONA-FIM
           IF ST-ERRO NOT = "00"
              GO TO FEC-GRV.
       FEC-LER.
           PERFORM LER-AGEN THRU LER-AGEN-FIM
           IF W-SITUACAO = "FIM"
              GO TO FEC-GRV.
           IF W-SITUACAO = SPACES OR AG-STATUS = "P"
              GO TO FEC-LER.
           IF W-SITUACAO = "FALTA"
              MOVE "F" TO AG-STATUS
              REWRITE REGAGENDA
              IF ST-ERRO = "00"
                 ADD 1 TO W-GRVFALTA.
           IF W-SITUACAO = "REALIZADO"
              OR (W-SITUACAO NOT = "FALTA" AND W-FORCADO = "S")
              MOVE "R" TO AG-STATUS
              REWRITE REGAGENDA
              IF ST-ERRO = "00"
                 ADD 1 TO W-GRVREAL.
           GO TO FEC-LER.
       FEC-GRV.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE W-DATAINV9  TO FCH-DATA
           MOVE W-FILIAL    TO FCH-FILIAL
           MOVE "F"         TO FCH-SITUACAO
           MOVE W-FORCADO   TO FCH-FORCADO
           MOVE W-TOTABERTO TO FCH-QTDABERTO
           MOVE W-GRVFALTA  TO FCH-QTDFALTA
           MOVE W-GRVREAL   TO FCH-QTDREAL
           MOVE W-TOTINCON  TO FCH-QTDINCON
           MOVE W-OPERADOR  TO FCH-OPER
           MOVE W-DATASYS9  TO FCH-DATAFEC
           DIVIDE W-HORASYS BY 100 GIVING FCH-HORAFEC
           MOVE W-MOTIVO    TO FCH-MOTIVO
           WRITE REGFECHAG
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADFECHAG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE FCH-CHAVE    TO AUD-CHAVE
           MOVE "FECHAMENTO" TO AUD-CAMPO
           MOVE "ABERTO"     TO AUD-VALANT
           MOVE "FECHADO"    TO AUD-VALNOV
           IF W-FORCADO = "S"
              MOVE "FECHAM. FORCADO" TO AUD-CAMPO
              MOVE W-MOTIVO   TO AUD-VALNOV.
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV
           MOVE "*** DIA FECHADO ***" TO MENS
           IF W-FORCADO = "S"
              MOVE "*** DIA FECHADO COM INCONSISTENCIA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************************
      * POSICIONA NO PRIMEIRO HORARIO DO DIA (A CHAVE DA   *
      * AGENDA COMECA PELA DATA)                           *
      *****************************************************
      *
       POSICIONA.
           MOVE W-DATAINV9 TO AG-DATA
           MOVE ZEROS      TO AG-HORA AG-CRMNUM AG-SEQENC
           MOVE SPACES     TO AG-CRMUF
           START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE.
       POSICIONA-FIM.
           EXIT.
      *
      *****************************************************
      * LE O PROXIMO AGENDAMENTO DO DIA E APURA A SITUACAO *
      * EM W-SITUACAO: FIM, BRANCO (NAO ENTRA), FALTA,     *
      * REALIZADO, PENDENTE OU A INCONSISTENCIA            *
      *****************************************************
      *
       LER-AGEN.
           MOVE SPACES TO W-SITUACAO
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "FIM" TO W-SITUACAO
              GO TO LER-AGEN-FIM.
           IF AG-DATA NOT = W-DATAINV9
              MOVE "FIM" TO W-SITUACAO
              GO TO LER-AGEN-FIM.
           IF AG-FILIAL NOT = W-FILIAL OR AG-CPF = ZEROS
              GO TO LER-AGEN-FIM.
           IF AG-STATUS NOT = "A" AND NOT = "X" AND NOT = "P"
              GO TO LER-AGEN-FIM.
           IF AG-STATUS = "P"
              MOVE "PENDENTE REMARCACAO" TO W-SITUACAO
              GO TO LER-AGEN-FIM.
           PERFORM VER-ATEND THRU VER-ATEND-FIM.
       LER-AGEN-FIM.
           EXIT.
      *
       VER-ATEND.
           MOVE AG-CPF  TO CON-CPF
           MOVE AG-DATA TO CON-DATA
           MOVE AG-CRM  TO CON-CRM
           MOVE "N" TO W-TEMCONS
           READ CADCONSULTA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMCONS.
      *
      * TELECONSULTA: A CONSULTA REGISTRADA E A PRESENCA
      *
           IF AG-MODAL = "T"
              IF W-TEMCONS = "S"
                 MOVE "REALIZADO" TO W-SITUACAO
                 GO TO VER-ATEND-FIM
              ELSE
                 MOVE "FALTA" TO W-SITUACAO
                 GO TO VER-ATEND-FIM.
           MOVE AGENDA-CHAVE TO CHEGADA-CHAVE
           READ CADCHEGADA
           IF ST-ERRO2 NOT = "00"
              MOVE "FALTA" TO W-SITUACAO
              GO TO VER-ATEND-FIM.
           MOVE "N" TO W-TRIOK
           IF W-TEMTRI = "S"
              MOVE AG-CPF  TO TRI-CPF
              MOVE AG-DATA TO TRI-DATA
              MOVE AG-CRM  TO TRI-CRM
              READ CADTRIAGEM
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-TRIOK.
           IF W-TEMCONS = "S" AND W-TRIOK = "S"
              MOVE "REALIZADO" TO W-SITUACAO
              GO TO VER-ATEND-FIM.
           IF W-TEMCONS = "N" AND W-TRIOK = "N"
              MOVE "SEM CONSULTA E TRIAGEM" TO W-SITUACAO
              GO TO VER-ATEND-FIM.
           IF W-TEMCONS = "N"
              MOVE "SEM CONSULTA" TO W-SITUACAO
           ELSE
              MOVE "SEM TRIAGEM" TO W-SITUACAO.
       VER-ATEND-FIM.
           EXIT.
      *
       IMP-AGEN.
           ADD 1 TO W-TOTABERTO
           IF W-SITUACAO = "FALTA"
              ADD 1 TO W-TOTFALTA
              MOVE "FALTA (SEM CHECK-IN)" TO LA-SIT
              IF AG-MODAL = "T"
                 MOVE "FALTA (TELE S/CONSUL.)" TO LA-SIT.
           IF W-SITUACAO = "REALIZADO"
              ADD 1 TO W-TOTREAL
              MOVE "REALIZADO" TO LA-SIT.
           IF W-SITUACAO = "PENDENTE REMARCACAO"
              ADD 1 TO W-TOTPEND
              MOVE W-SITUACAO TO LA-SIT.
           IF W-SITUACAO = "SEM CONSULTA" OR "SEM TRIAGEM"
              OR "SEM CONSULTA E TRIAGEM"
              ADD 1 TO W-TOTINCON
              MOVE W-SITUACAO TO LA-SIT.
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO NOME OF REGPACI.
           MOVE AG-HORAHH TO LA-HH
           MOVE AG-HORAMM TO LA-MI
           MOVE AG-CRMNUM TO LA-CRMNUM
           MOVE AG-CRMUF  TO LA-CRMUF
           MOVE AG-CPF    TO LA-CPF
           MOVE NOME OF REGPACI TO LA-NOME
           IF W-QTDLIN > 55
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE LINDET TO REGFECHAGTX
           WRITE REGFECHAGTX
           ADD 1 TO W-QTDLIN.
       IMP-AGEN-FIM.
           EXIT.
      *
      *****************************************************
      * DIA JA FECHADO: MOSTRA QUANDO E POR QUEM           *
      *****************************************************
      *
       MOS-FECHADO.
           MOVE FCH-DATAFEC TO W-DTFEC
           MOVE W-DFDD TO W-DODD
           MOVE W-DFMM TO W-DOMM
           MOVE W-DFAA TO W-DOAA
           DISPLAY (17, 05) "DIA JA FECHADO EM "
           DISPLAY (17, 23) W-DTOUT
           DISPLAY (17, 34) "POR "
           DISPLAY (17, 38) FCH-OPER
           IF FCH-FORCADO = "S"
              DISPLAY (18, 05) "FORCADO: "
              DISPLAY (18, 14) FCH-MOTIVO.
           MOVE "*** DIA JA FECHADO PARA A FILIAL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOS-FECHADO-FIM.
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
                   MOVE SPACES TO REGFECHAGTX
                   WRITE REGFECHAGTX.
                MOVE CAB0 TO REGFECHAGTX
                WRITE REGFECHAGTX
                MOVE CAB0A TO REGFECHAGTX
                WRITE REGFECHAGTX
                MOVE SPACES TO REGFECHAGTX
                WRITE REGFECHAGTX
                MOVE CAB1 TO REGFECHAGTX
                WRITE REGFECHAGTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADFECHAG CADAGENDA CADCHEGADA CADCONSULTA CADPACI
                 FECHAGTX.
           IF SPL-GERADO = "S"
              STRING "DATA " W-DMDD "/" W-DMMM "/" W-DMAA
                     " FILIAL " W-FILIAL " APURA " W-APURA
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-PAGINA TO SPL-PAGINAS
              MOVE W-FILIAL TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           IF W-TEMTRI = "S"
              CLOSE CADTRIAGEM.
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
