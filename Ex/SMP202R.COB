       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP202.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RASTREAMENTO PREVENTIVO: LISTA DE PENDENCIAS *
      * POR PACIENTE. CADA PACIENTE ATIVO (SEM OBITO *
      * E NAO ANONIMIZADO) E CONFRONTADO COM AS      *
      * REGRAS ATIVAS DO CADRASTR (SEXO, FAIXA DE    *
      * IDADE NA DATA DE REFERENCIA E, SE EXIGIDO,   *
      * CID EM ALGUMA CONSULTA - PRINCIPAL OU        *
      * SECUNDARIO DO CADCONCID). O ULTIMO EXAME DO  *
      * ITEM E O DE MAIOR DATA DE RESULTADO NO       *
      * CADEXAME (EXAME SEM RESULTADO AINDA NAO FOI  *
      * REALIZADO). PROXIMO = ULTIMO + INTERVALO.    *
      *   VENCIDO   : PROXIMO ATE A DATA DE          *
      *               REFERENCIA, OU NUNCA FEITO     *
      *   A VENCER  : PROXIMO NOS N DIAS SEGUINTES   *
      *               (CADPARAM RASTDIAS, PADRAO 30) *
      * OPCIONALMENTE AS PENDENCIAS SAO ACRESCENTADAS*
      * AO LEMBRETE.TXT DO GATEWAY DE SMS/E-MAIL, NO *
      * LAYOUT DO SMP094, COM HORA 0000, DATA = DATA *
      * PREVISTA DO EXAME E, NO LUGAR DO MEDICO, A   *
      * DESCRICAO DO ITEM. PACIENTE SEM CONSENTIMENTO*
      * LGPD (CONSENTLGPD = N) NAO VAI PARA O        *
      * GATEWAY. RODAR DEPOIS DO SMP094 DO DIA, QUE  *
      * RECRIA O ARQUIVO.                            *
      * SAIDA: RELRASTR.TXT                          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRASTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RAS-CODIGO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
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
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT RASTRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
           SELECT LEMBRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRASTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRASTR.DAT".
       01 REGRASTR.
          03 RAS-CODIGO         PIC 9(03).
          03 RAS-DESCRICAO      PIC X(30).
          03 RAS-SEXO           PIC X(01).
          03 RAS-IDADEMIN       PIC 9(03).
          03 RAS-IDADEMAX       PIC 9(03).
          03 RAS-INTERVALO      PIC 9(03).
          03 RAS-CID            PIC 9(06).
          03 RAS-EXAPROC        PIC 9(06).
          03 RAS-EXATIPO        PIC X(20).
          03 RAS-ATIVO          PIC X(01).
          03 RAS-DATAALT        PIC 9(08).
          03 RAS-OPER           PIC X(10).
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
          03 EXA-DATARESULT9 REDEFINES EXA-DATARESULT PIC 9(08).
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
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
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
      *
       FD RASTRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRASTR.TXT".
       01 REGRASTRTX      PIC X(100).
      *
       FD LEMBRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEMBRETE.TXT".
       01 REGLEMBRTX      PIC X(125).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP202".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-GERAGW       PIC X(01) VALUE "N".
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
       77 W-DIASAV       PIC 9(03) VALUE 30.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TEMCONCID    PIC X(01) VALUE "N".
       77 W-CIDCARGA     PIC X(01) VALUE "N".
       77 W-PACIIMP      PIC X(01) VALUE "N".
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-SEXOP        PIC X(01) VALUE SPACES.
       77 W-QTDREG       PIC 9(03) COMP VALUE ZEROS.
       77 W-QTDEXA       PIC 9(03) COMP VALUE ZEROS.
       77 W-QTDCID       PIC 9(03) COMP VALUE ZEROS.
       77 W-IR           PIC 9(03) COMP VALUE ZEROS.
       77 W-IX           PIC 9(03) COMP VALUE ZEROS.
       77 W-IDADE        PIC 9(03) VALUE ZEROS.
       77 W-CIDQ         PIC 9(06) VALUE ZEROS.
       77 W-MESTOT       PIC 9(06) VALUE ZEROS.
       77 W-ULTIMO       PIC 9(08) VALUE ZEROS.
       77 W-DIAREF       PIC 9(07) VALUE ZEROS.
       77 W-DIAPROX      PIC 9(07) VALUE ZEROS.
       77 W-TOTPACI      PIC 9(07) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(07) VALUE ZEROS.
       77 W-TOTVENC      PIC 9(07) VALUE ZEROS.
       77 W-TOTAVEN      PIC 9(07) VALUE ZEROS.
       77 W-TOTGW        PIC 9(07) VALUE ZEROS.
       77 W-TOTLGPD      PIC 9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAREF.
          03 W-DRDD    PIC 9(02) VALUE ZEROS.
          03 W-DRMM    PIC 9(02) VALUE ZEROS.
          03 W-DRAA    PIC 9(04) VALUE ZEROS.
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
       01 W-PROX.
          03 W-PXAA    PIC 9(04).
          03 W-PXMM    PIC 9(02).
          03 W-PXDD    PIC 9(02).
       01 W-PROX9 REDEFINES W-PROX PIC 9(08).
       01 TAB-DIASMES.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 29.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
       01 TAB-DIASMES-R REDEFINES TAB-DIASMES.
          03 TD-VAL PIC 9(02) OCCURS 12 TIMES.
      *
      * REGRAS ATIVAS DO CADRASTR
      *
       01 TAB-REG.
          03 TR-ITEM OCCURS 50 TIMES.
             05 TR-DESCRICAO  PIC X(30).
             05 TR-SEXO       PIC X(01).
             05 TR-IDADEMIN   PIC 9(03).
             05 TR-IDADEMAX   PIC 9(03).
             05 TR-INTERVALO  PIC 9(03).
             05 TR-CID        PIC 9(06).
             05 TR-EXAPROC    PIC 9(06).
             05 TR-EXATIPO    PIC X(20).
      *
      * EXAMES REALIZADOS E CIDS DO PACIENTE
      *
       01 TAB-PEXA.
          03 TX-ITEM OCCURS 200 TIMES.
             05 TX-PROC       PIC 9(06).
             05 TX-TIPO       PIC X(20).
             05 TX-DATA       PIC 9(08).
       01 TAB-PCID.
          03 TC-CID           PIC 9(06) OCCURS 100 TIMES.
      *
       01 LINLEMB.
          03 L-CPF       PIC 9(11).
          03 L-NOMEPAC   PIC X(30).
          03 L-DDD       PIC 9(03).
          03 L-TEL1      PIC 9(05).
          03 L-TEL2      PIC 9(04).
          03 L-EMAIL     PIC X(30).
          03 L-DATA      PIC 9(08).
          03 L-HORA      PIC 9(04).
          03 L-NOMEMED   PIC X(30).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(40) VALUE
                     " *** RASTREAMENTO PREVENTIVO ***".
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(30) VALUE
                     "VENCIDOS ATE ".
                03 C0A-DD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-MM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-AA      PIC 9(04).
                03 FILLER      PIC X(16) VALUE
                     " E A VENCER EM ".
                03 C0A-DIAS    PIC ZZ9.
                03 FILLER      PIC X(05) VALUE " DIAS".
       01 CAB1.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(31) VALUE "ITEM".
                03 FILLER      PIC X(14) VALUE "ULTIMO EXAME".
                03 FILLER      PIC X(14) VALUE "PREVISTO".
                03 FILLER      PIC X(15) VALUE "SITUACAO".
       01 LINPAC.
                03 LP-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-NOME     PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-SEXO     PIC X(01).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-IDADE    PIC ZZ9.
                03 FILLER      PIC X(06) VALUE " ANOS ".
                03 FILLER      PIC X(01) VALUE "(".
                03 LP-DDD      PIC 9(03).
                03 FILLER      PIC X(01) VALUE ")".
                03 LP-TEL1     PIC 9(05).
                03 FILLER      PIC X(01) VALUE "-".
                03 LP-TEL2     PIC 9(04).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-LGPD     PIC X(12).
       01 LINITEM.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LI-DESCR    PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LI-ULTIMO   PIC X(10).
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LI-PROX     PIC X(10).
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LI-SITUAC   PIC X(15).
       01 W-DATAED.
                03 W-EDDD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 W-EDMM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 W-EDAA      PIC 9(04).
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "PACIENTES ANALISADOS".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC Z.ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "PACIENTES COM PENDENCIA".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT2            PIC Z.ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "ITENS VENCIDOS".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT3            PIC Z.ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "ITENS A VENCER".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT4            PIC Z.ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "MENSAGENS PARA O GATEWAY".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT5            PIC Z.ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(36) VALUE
                        "ITENS SEM CONSENTIMENTO LGPD".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT6            PIC Z.ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRASTR.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT202.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** RASTREAMENTO PREVENTIVO - LISTA".
           05  LINE 02  COLUMN 42
               VALUE  " DE PENDENCIAS ***".
           05  LINE 06  COLUMN 01
               VALUE  "               DATA DE REFERENCIA :".
           05  LINE 06  COLUMN 39
               VALUE  "/  /".
           05  LINE 08  COLUMN 01
               VALUE  "           A VENCER EM ATE (DIAS) :".
           05  LINE 10  COLUMN 01
               VALUE  "      ENVIA AO GATEWAY SMS/E-MAIL :".
           05  LINE 10  COLUMN 40
               VALUE  "(S/N)".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DRDD
               LINE 06  COLUMN 37  PIC 9(02)
               USING  W-DRDD
               HIGHLIGHT.
           05  TW-DRMM
               LINE 06  COLUMN 40  PIC 9(02)
               USING  W-DRMM
               HIGHLIGHT.
           05  TW-DRAA
               LINE 06  COLUMN 43  PIC 9(04)
               USING  W-DRAA
               HIGHLIGHT.
           05  TW-DIASAV
               LINE 08  COLUMN 37  PIC 9(03)
               USING  W-DIASAV
               HIGHLIGHT.
           05  TW-GERAGW
               LINE 10  COLUMN 37  PIC X(01)
               USING  W-GERAGW
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * HORIZONTE DO A VENCER VEM DO CADPARAM (RASTDIAS)
      *
                MOVE "RASTDIAS  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   AND PRM-VALOR < 1000
                   MOVE PRM-VALOR TO W-DIASAV.
       INC-001.
                MOVE "S" TO W-OPCAO.
                MOVE "N" TO W-GERAGW.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DIASYS TO W-DRDD
                MOVE W-MESSYS TO W-DRMM
                MOVE W-ANOSYS TO W-DRAA
                DISPLAY SMT202.
       INC-DATA.
                ACCEPT TW-DRDD
                ACCEPT TW-DRMM
                ACCEPT TW-DRAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-DRMM < 01 OR W-DRMM > 12
                   OR W-DRDD < 01 OR W-DRDD > TD-VAL (W-DRMM)
                   OR W-DRAA < 2000
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
       INC-DIAS.
                ACCEPT TW-DIASAV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DATA.
                IF W-DIASAV = ZEROS
                   MOVE 30 TO W-DIASAV.
       INC-GW.
                ACCEPT TW-GERAGW
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DIAS.
                IF W-GERAGW = "s" OR "n"
                   INSPECT W-GERAGW CONVERTING "sn" TO "SN".
                IF W-GERAGW NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-GW.
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
           OPEN INPUT CADRASTR
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADRASTR NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
           PERFORM CARGA-REG THRU CARGA-REG-FIM
           CLOSE CADRASTR
           IF W-QTDREG = ZEROS
              MOVE "*NENHUMA REGRA ATIVA NO CADRASTR*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADEXAME
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADEXAME" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONSULTA"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADEXAME
                      GO TO ROT-FIMP.
      *
      * SEM CADCONCID SO O CID PRINCIPAL DAS CONSULTAS CONTA
      *
       INC-OP0D.
           OPEN INPUT CADCONCID
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMCONCID.
       INC-OP0E.
           OPEN OUTPUT RASTRTX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RASTRTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
      *
      * O LEMBRETE.TXT E ACRESCIDO; SE NAO EXISTIR, E CRIADO
      *
       INC-OP0F.
           IF W-GERAGW NOT = "S"
              GO TO INC-OP0G.
           OPEN EXTEND LEMBRTX
           IF ST-ERRO3 NOT = "00"
              OPEN OUTPUT LEMBRTX
              IF ST-ERRO3 NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQUIVO LEMBRTX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "N" TO W-GERAGW
                 GO TO ROT-FIM.
       INC-OP0G.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-DRDD   TO C0A-DD
           MOVE W-DRMM   TO C0A-MM
           MOVE W-DRAA   TO C0A-AA
           MOVE W-DIASAV TO C0A-DIAS
           MOVE W-DRAA TO W-DQAA
           MOVE W-DRMM TO W-DQMM
           MOVE W-DRDD TO W-DQDD
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAREF
           MOVE ZEROS TO W-PAGINA W-TOTPACI W-TOTPEND W-TOTVENC
                         W-TOTAVEN W-TOTGW W-TOTLGPD
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * PACIENTES ATIVOS, UM A UM                          *
      *****************************************************
      *
       LER-PACI01.
           READ CADPACI NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ROT-OK
              ELSE
                 MOVE "ERRO NA LEITURA CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF STATUSPACI = "O" OR STATUSPACI = "X"
              GO TO LER-PACI01.
           IF NUMEROAA = ZEROS
              GO TO LER-PACI01.
      *
      * IDADE EM ANOS COMPLETOS NA DATA DE REFERENCIA
      *
           IF NUMEROAA > W-DRAA
              GO TO LER-PACI01.
           COMPUTE W-IDADE = W-DRAA - NUMEROAA
           IF NUMEROMM > W-DRMM
              OR (NUMEROMM = W-DRMM AND NUMERODD > W-DRDD)
              IF W-IDADE > ZEROS
                 SUBTRACT 1 FROM W-IDADE.
           MOVE SEXO TO W-SEXOP
           INSPECT W-SEXOP CONVERTING "mf" TO "MF"
           ADD 1 TO W-TOTPACI
           MOVE "N" TO W-PACIIMP W-CIDCARGA
           PERFORM CARGA-EXA THRU CARGA-EXA-FIM
           MOVE ZEROS TO W-IR.
       LER-PACI-REG.
           ADD 1 TO W-IR
           IF W-IR > W-QTDREG
              GO TO LER-PACI01.
           PERFORM AVALIA-REG THRU AVALIA-REG-FIM
           GO TO LER-PACI-REG.
      *
      *****************************************************
      * REGRA W-IR PARA O PACIENTE CORRENTE                *
      *****************************************************
      *
       AVALIA-REG.
           IF TR-SEXO (W-IR) NOT = "A"
              AND TR-SEXO (W-IR) NOT = W-SEXOP
              GO TO AVALIA-REG-FIM.
           IF W-IDADE < TR-IDADEMIN (W-IR)
              OR W-IDADE > TR-IDADEMAX (W-IR)
              GO TO AVALIA-REG-FIM.
           IF TR-CID (W-IR) = ZEROS
              GO TO AVALIA-EXA.
           IF W-CIDCARGA NOT = "S"
              PERFORM CARGA-CID THRU CARGA-CID-FIM.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IX.
       AVALIA-CID-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCID
              GO TO AVALIA-CID-FIM.
           IF TC-CID (W-IX) = TR-CID (W-IR)
              MOVE "S" TO W-ACHOU
              GO TO AVALIA-CID-FIM.
           GO TO AVALIA-CID-LP.
       AVALIA-CID-FIM.
           IF W-ACHOU NOT = "S"
              GO TO AVALIA-REG-FIM.
      *
      * ULTIMO EXAME DO ITEM (CODIGO OU, SEM CODIGO, O TIPO)
      *
       AVALIA-EXA.
           MOVE ZEROS TO W-ULTIMO W-IX.
       AVALIA-EXA-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDEXA
              GO TO AVALIA-PROX.
           IF TX-DATA (W-IX) NOT > W-ULTIMO
              GO TO AVALIA-EXA-LP.
           IF TR-EXAPROC (W-IR) NOT = ZEROS
              AND TX-PROC (W-IX) = TR-EXAPROC (W-IR)
              MOVE TX-DATA (W-IX) TO W-ULTIMO
              GO TO AVALIA-EXA-LP.
           IF TR-EXATIPO (W-IR) NOT = SPACES
              AND TX-TIPO (W-IX) = TR-EXATIPO (W-IR)
              MOVE TX-DATA (W-IX) TO W-ULTIMO.
           GO TO AVALIA-EXA-LP.
      *
      * PROXIMO = ULTIMO + INTERVALO (MESES); DIA AJUSTADO AO
      * TAMANHO DO MES. NUNCA FEITO = VENCIDO NA REFERENCIA
      *
       AVALIA-PROX.
           IF W-ULTIMO = ZEROS
              MOVE W-DRAA TO W-PXAA
              MOVE W-DRMM TO W-PXMM
              MOVE W-DRDD TO W-PXDD
              MOVE "NUNCA REALIZADO" TO LI-SITUAC
              MOVE "    --    " TO LI-ULTIMO
              ADD 1 TO W-TOTVENC
              GO TO AVALIA-LISTA.
           MOVE W-ULTIMO TO W-DATAQ9
           MOVE W-DQDD TO W-EDDD
           MOVE W-DQMM TO W-EDMM
           MOVE W-DQAA TO W-EDAA
           MOVE W-DATAED TO LI-ULTIMO
           COMPUTE W-MESTOT = (W-DQAA * 12) + W-DQMM - 1
                            + TR-INTERVALO (W-IR)
           DIVIDE W-MESTOT BY 12 GIVING W-PXAA REMAINDER W-PXMM
           ADD 1 TO W-PXMM
           MOVE W-DQDD TO W-PXDD
           IF W-PXDD > TD-VAL (W-PXMM)
              MOVE TD-VAL (W-PXMM) TO W-PXDD.
           MOVE W-PROX9 TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAPROX
           IF W-DIAPROX NOT > W-DIAREF
              MOVE "VENCIDO" TO LI-SITUAC
              ADD 1 TO W-TOTVENC
              GO TO AVALIA-LISTA.
           IF W-DIAPROX > W-DIAREF + W-DIASAV
              GO TO AVALIA-REG-FIM.
           MOVE "A VENCER" TO LI-SITUAC
           ADD 1 TO W-TOTAVEN.
       AVALIA-LISTA.
           IF W-PACIIMP NOT = "S"
              PERFORM IMP-PACI THRU IMP-PACI-FIM.
           MOVE TR-DESCRICAO (W-IR) TO LI-DESCR
           MOVE W-PXDD TO W-EDDD
           MOVE W-PXMM TO W-EDMM
           MOVE W-PXAA TO W-EDAA
           MOVE W-DATAED TO LI-PROX
           IF W-QTDLIN > 54
              PERFORM CABECALHO THRU CABECALHO-FIM.
           WRITE REGRASTRTX FROM LINITEM
           ADD 1 TO W-QTDLIN
           IF W-GERAGW NOT = "S"
              GO TO AVALIA-REG-FIM.
      *
      * LGPD: SEM CONSENTIMENTO NAO VAI PARA O GATEWAY
      *
           IF CONSENTLGPD = "N"
              ADD 1 TO W-TOTLGPD
              GO TO AVALIA-REG-FIM.
           MOVE CPF                 TO L-CPF
           MOVE NOME                TO L-NOMEPAC
           MOVE DDD                 TO L-DDD
           MOVE NUMEROTEL1          TO L-TEL1
           MOVE NUMEROTEL2          TO L-TEL2
           MOVE EMAIL               TO L-EMAIL
           MOVE W-PROX9             TO L-DATA
           MOVE ZEROS               TO L-HORA
           MOVE TR-DESCRICAO (W-IR) TO L-NOMEMED
           MOVE LINLEMB TO REGLEMBRTX
           WRITE REGLEMBRTX
           ADD 1 TO W-TOTGW.
       AVALIA-REG-FIM.
           EXIT.
      *
      * LINHA DO PACIENTE, ANTES DO PRIMEIRO ITEM PENDENTE
      *
       IMP-PACI.
           MOVE "S" TO W-PACIIMP
           ADD 1 TO W-TOTPEND
           IF W-QTDLIN > 52
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE CPF        TO LP-CPF
           MOVE NOME       TO LP-NOME
           MOVE W-SEXOP    TO LP-SEXO
           MOVE W-IDADE    TO LP-IDADE
           MOVE DDD        TO LP-DDD
           MOVE NUMEROTEL1 TO LP-TEL1
           MOVE NUMEROTEL2 TO LP-TEL2
           MOVE SPACES     TO LP-LGPD
           IF CONSENTLGPD = "N"
              MOVE "SEM LGPD" TO LP-LGPD.
           MOVE SPACES TO REGRASTRTX
           WRITE REGRASTRTX
           WRITE REGRASTRTX FROM LINPAC
           ADD 2 TO W-QTDLIN.
       IMP-PACI-FIM.
           EXIT.
      *
      *****************************************************
      * EXAMES REALIZADOS DO PACIENTE (COM RESULTADO)      *
      *****************************************************
      *
       CARGA-EXA.
           MOVE ZEROS TO W-QTDEXA
           MOVE CPF TO EXA-CPF
           START CADEXAME KEY IS EQUAL TO EXA-CPF
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-EXA-FIM.
       CARGA-EXA-LP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-EXA-FIM.
           IF EXA-CPF NOT = CPF
              GO TO CARGA-EXA-FIM.
           IF EXA-DATARESULT9 = ZEROS
              GO TO CARGA-EXA-LP.
           IF W-QTDEXA NOT < 200
              GO TO CARGA-EXA-FIM.
           ADD 1 TO W-QTDEXA
           MOVE EXA-PROCCID     TO TX-PROC (W-QTDEXA)
           MOVE EXA-TIPO        TO TX-TIPO (W-QTDEXA)
           MOVE EXA-DATARESULT9 TO TX-DATA (W-QTDEXA)
           GO TO CARGA-EXA-LP.
       CARGA-EXA-FIM.
           EXIT.
      *
      *****************************************************
      * CIDS DAS CONSULTAS DO PACIENTE (PRINCIPAL E        *
      * SECUNDARIOS), SO QUANDO ALGUMA REGRA EXIGE CID     *
      *****************************************************
      *
       CARGA-CID.
           MOVE "S" TO W-CIDCARGA
           MOVE ZEROS TO W-QTDCID
           MOVE CPF TO CON-CPF
           MOVE ZEROS TO CON-DATA CON-CRMNUM
           MOVE SPACES TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-CID-FIM.
       CARGA-CID-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-CID-FIM.
           IF CON-CPF NOT = CPF
              GO TO CARGA-CID-FIM.
           MOVE CON-CID TO W-CIDQ
           PERFORM GUARDA-CID THRU GUARDA-CID-FIM
           IF W-TEMCONCID NOT = "S"
              GO TO CARGA-CID-LP.
           MOVE CONSULTA-CHAVE TO CCI-CONSCHAVE
           MOVE ZEROS TO CCI-SEQ
           START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-CID-LP.
       CARGA-CID-SEC.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-CID-LP.
           IF CCI-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO CARGA-CID-LP.
           MOVE CCI-CID TO W-CIDQ
           PERFORM GUARDA-CID THRU GUARDA-CID-FIM
           GO TO CARGA-CID-SEC.
       CARGA-CID-FIM.
           EXIT.
      *
       GUARDA-CID.
           IF W-CIDQ = ZEROS OR W-QTDCID NOT < 100
              GO TO GUARDA-CID-FIM.
           MOVE ZEROS TO W-IX.
       GUARDA-CID-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTDCID
              ADD 1 TO W-QTDCID
              MOVE W-CIDQ TO TC-CID (W-QTDCID)
              GO TO GUARDA-CID-FIM.
           IF TC-CID (W-IX) = W-CIDQ
              GO TO GUARDA-CID-FIM.
           GO TO GUARDA-CID-LP.
       GUARDA-CID-FIM.
           EXIT.
      *
      *****************************************************
      * REGRAS ATIVAS DO CADRASTR PARA A TABELA            *
      *****************************************************
      *
       CARGA-REG.
           MOVE ZEROS TO W-QTDREG.
       CARGA-REG-LP.
           READ CADRASTR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CARGA-REG-FIM.
           IF RAS-ATIVO NOT = "S"
              GO TO CARGA-REG-LP.
           IF W-QTDREG NOT < 50
              GO TO CARGA-REG-FIM.
           ADD 1 TO W-QTDREG
           MOVE RAS-DESCRICAO TO TR-DESCRICAO (W-QTDREG)
           MOVE RAS-SEXO      TO TR-SEXO (W-QTDREG)
           MOVE RAS-IDADEMIN  TO TR-IDADEMIN (W-QTDREG)
           MOVE RAS-IDADEMAX  TO TR-IDADEMAX (W-QTDREG)
           MOVE RAS-INTERVALO TO TR-INTERVALO (W-QTDREG)
           MOVE RAS-CID       TO TR-CID (W-QTDREG)
           MOVE RAS-EXAPROC   TO TR-EXAPROC (W-QTDREG)
           MOVE RAS-EXATIPO   TO TR-EXATIPO (W-QTDREG)
           GO TO CARGA-REG-LP.
       CARGA-REG-FIM.
           EXIT.
      *
      *****************************************************
      * DATA AAAAMMDD EM W-DATAQ -> NUMERO DO DIA (W-DIANUM)*
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
      * CABECALHO DO RELATORIO *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE ZEROS TO W-QTDLIN
                MOVE W-PAGINA TO C0-PAG
                IF W-PAGINA > 1
                   MOVE SPACES TO REGRASTRTX
                   WRITE REGRASTRTX.
                MOVE CAB0 TO REGRASTRTX
                WRITE REGRASTRTX
                MOVE CAB0A TO REGRASTRTX
                WRITE REGRASTRTX
                MOVE SPACES TO REGRASTRTX
                WRITE REGRASTRTX
                MOVE CAB1 TO REGRASTRTX
                WRITE REGRASTRTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-OK.
           MOVE SPACES TO REGRASTRTX
           WRITE REGRASTRTX
           MOVE W-TOTPACI TO D-TOT1
           WRITE REGRASTRTX FROM TOT1
           MOVE W-TOTPEND TO D-TOT2
           WRITE REGRASTRTX FROM TOT2
           MOVE W-TOTVENC TO D-TOT3
           WRITE REGRASTRTX FROM TOT3
           MOVE W-TOTAVEN TO D-TOT4
           WRITE REGRASTRTX FROM TOT4
           IF W-GERAGW = "S"
              MOVE W-TOTGW TO D-TOT5
              WRITE REGRASTRTX FROM TOT5
              MOVE W-TOTLGPD TO D-TOT6
              WRITE REGRASTRTX FROM TOT6.
           DISPLAY (16, 05) "PACIENTES COM PENDENCIA : "
           DISPLAY (16, 31) W-TOTPEND
           MOVE "*** RELRASTR.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPACI CADEXAME CADCONSULTA RASTRTX.
           IF SPL-GERADO = "S"
              STRING "REF " W-DRDD "/" W-DRMM "/" W-DRAA
                     " A VENCER " W-DIASAV
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-PAGINA TO SPL-PAGINAS
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           IF W-TEMCONCID = "S"
              CLOSE CADCONCID.
           IF W-GERAGW = "S"
              CLOSE LEMBRTX.
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
