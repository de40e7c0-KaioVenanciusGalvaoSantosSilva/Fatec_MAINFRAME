       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP200.
       AUTHOR. KAIO V G S S
      ***********************************************
      * ALERTA EPIDEMIOLOGICO POR BAIRRO (SEMANAL).  *
      * CONTA OS DIAGNOSTICOS DAS CONSULTAS (CID     *
      * PRINCIPAL E SECUNDARIOS DO CADCONCID) POR    *
      * CATEGORIA DO CID E POR BAIRRO/CIDADE DO CEP  *
      * DO PACIENTE (CADCEP). A SEMANA ATUAL SAO OS  *
      * 7 DIAS ATE A DATA DE REFERENCIA; ELA E       *
      * COMPARADA COM A MEDIA DAS N SEMANAS          *
      * ANTERIORES. ENTRA NO ALERTA A COMBINACAO COM *
      * PELO MENOS CLUSTMIN CASOS NA SEMANA E ACIMA  *
      * DA MEDIA EM MAIS DE CLUSTPCT POR CENTO.      *
      * RETORNO PROGRAMADO (CON-TIPOVIS = 2) NAO E   *
      * CASO NOVO E NAO CONTA.                       *
      * PARAMETROS (CADPARAM): CLUSTSEM (SEMANAS DA  *
      * MEDIA, PADRAO 4, MAXIMO 12), CLUSTPCT        *
      * (PADRAO 100) E CLUSTMIN (PADRAO 3). SEMANAS  *
      * E PERCENTUAL PODEM SER MUDADOS NA TELA.      *
      * SAIDA: ALERTEPI.TXT (DIRETOR CLINICO E       *
      * VIGILANCIA LOCAL)                            *
      * SO CONTA CONSULTAS DAS FILIAIS DO OPERADOR   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES.
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT ALERTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CODIGO         PIC 9(06).
          03 DENOMINACAO    PIC X(30).
          03 OBSER          PIC X(30).
          03 DATACID.
             05 CI-NUMERODD PIC 9(02).
             05 CI-NUMEROMM PIC 9(02).
             05 CI-NUMEROAA PIC 9(04).
          03 CAPITULO       PIC 9(02).
          03 CATEGORIA      PIC X(03).
          03 STATUSCID      PIC X(01).
          03 MOTIVOINATIVACAO  PIC X(30).
          03 CID-NOTIFICA      PIC X(01).
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
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP             PIC 9(08).
          03 ENDERECO        PIC X(30).
          03 BAIRRO          PIC X(20).
          03 CIDADE          PIC X(20).
          03 ESTADO          PIC X(02).
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
       FD ALERTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALERTEPI.TXT".
       01 REGALERTX       PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP200".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
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
       77 W-SEMANAS      PIC 9(02) VALUE 4.
       77 W-PCTLIM       PIC 9(03) VALUE 100.
       77 W-MINCASOS     PIC 9(03) VALUE 3.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TEMSEC       PIC X(01) VALUE "N".
       77 W-QTDTAB       PIC 9(03) COMP VALUE ZEROS.
       77 W-IND          PIC 9(03) COMP VALUE ZEROS.
       77 W-SX           PIC 9(02) COMP VALUE ZEROS.
       77 W-SEMX         PIC 9(02) VALUE ZEROS.
       77 W-MESES        PIC 9(02) VALUE ZEROS.
       77 W-MESTOT       PIC 9(06) VALUE ZEROS.
       77 W-DIAREF       PIC 9(07) VALUE ZEROS.
       77 W-DIAINI       PIC 9(07) VALUE ZEROS.
       77 W-DIFDIAS      PIC 9(07) VALUE ZEROS.
       77 W-CIDQ         PIC 9(06) VALUE ZEROS.
       77 W-ATU          PIC 9(05) VALUE ZEROS.
       77 W-SOMA         PIC 9(07) VALUE ZEROS.
       77 W-MEDIA        PIC 9(05)V99 VALUE ZEROS.
       77 W-LIMITE       PIC 9(08)V99 VALUE ZEROS.
       77 W-VARIAC       PIC 9(05) VALUE ZEROS.
       77 W-TOTDIAG      PIC 9(07) VALUE ZEROS.
       77 W-TOTALERTA    PIC 9(05) VALUE ZEROS.
       77 W-TOTSEMCID    PIC 9(07) VALUE ZEROS.
       77 W-TOTEXCED     PIC 9(07) VALUE ZEROS.
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
       01 W-DATAFIM     PIC 9(08) VALUE ZEROS.
       01 W-LOCAL.
          03 W-LCBAIRRO    PIC X(20).
          03 W-LCCIDADE    PIC X(20).
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
      * CASOS POR CATEGORIA DO CID + BAIRRO/CIDADE. TB-SEM (1) E
      * A SEMANA ATUAL; TB-SEM (2) EM DIANTE, AS ANTERIORES
      *
       01 TAB-CLUSTER.
          03 TB-ITEM OCCURS 500 TIMES.
             05 TB-CATEG     PIC X(03).
             05 TB-DENOM     PIC X(20).
             05 TB-LOCAL.
                07 TB-BAIRRO PIC X(20).
                07 TB-CIDADE PIC X(20).
             05 TB-SEM       PIC 9(05) OCCURS 13 TIMES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(42) VALUE
                     " *** ALERTA EPIDEMIOLOGICO POR BAIRRO ***".
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(24) VALUE
                     "SEMANA DE 7 DIAS ATE ".
                03 C0A-DD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-MM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-AA      PIC 9(04).
                03 FILLER      PIC X(12) VALUE " X MEDIA DE ".
                03 C0A-SEM     PIC Z9.
                03 FILLER      PIC X(20) VALUE
                     " SEMANAS ANTERIORES".
       01 CAB0B.
                03 FILLER      PIC X(20) VALUE
                     "ALERTA: MINIMO DE ".
                03 C0B-MIN     PIC ZZ9.
                03 FILLER      PIC X(25) VALUE
                     " CASOS E ACIMA DA MEDIA ".
                03 FILLER      PIC X(08) VALUE "EM MAIS ".
                03 FILLER      PIC X(04) VALUE "DE ".
                03 C0B-PCT     PIC ZZ9.
                03 FILLER      PIC X(01) VALUE "%".
       01 CAB1.
                03 FILLER      PIC X(25) VALUE "CATEGORIA DO CID".
                03 FILLER      PIC X(21) VALUE "BAIRRO".
                03 FILLER      PIC X(21) VALUE "CIDADE".
                03 FILLER      PIC X(07) VALUE " SEMANA".
                03 FILLER      PIC X(09) VALUE "    MEDIA".
                03 FILLER      PIC X(09) VALUE "  VARIAC.".
       01 LINALE.
                03 LA-CATEG    PIC X(03).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-DENOM    PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-BAIRRO   PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-CIDADE   PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-ATU      PIC ZZ.ZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-MEDIA    PIC ZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LA-VARIAC   PIC X(07).
       01 W-VARED.
                03 W-VAREDN    PIC ZZ.ZZ9.
                03 FILLER      PIC X(01) VALUE "%".
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "DIAGNOSTICOS CONTADOS NO PERIODO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC Z.ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "COMBINACOES CATEGORIA/BAIRRO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT2            PIC Z.ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "COMBINACOES EM ALERTA".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT3            PIC Z.ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "DIAGNOSTICOS SEM CATEGORIA NO CADCID".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT4            PIC Z.ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "NAO CONTADOS (TABELA CHEIA)".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT5            PIC Z.ZZZ.ZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "ALERTEPI.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT200.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ALERTA EPIDEMIOLOGICO POR BAIRRO ***".
           05  LINE 06  COLUMN 01
               VALUE  "       SEMANA ATE (DATA DE REFERENCIA) :".
           05  LINE 06  COLUMN 43
               VALUE  "/  /".
           05  LINE 08  COLUMN 01
               VALUE  "       SEMANAS ANTERIORES NA MEDIA     :".
           05  LINE 09  COLUMN 01
               VALUE  "       PERCENTUAL ACIMA DA MEDIA       :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DRDD
               LINE 06  COLUMN 41  PIC 9(02)
               USING  W-DRDD
               HIGHLIGHT.
           05  TW-DRMM
               LINE 06  COLUMN 44  PIC 9(02)
               USING  W-DRMM
               HIGHLIGHT.
           05  TW-DRAA
               LINE 06  COLUMN 47  PIC 9(04)
               USING  W-DRAA
               HIGHLIGHT.
           05  TW-SEMANAS
               LINE 08  COLUMN 41  PIC 9(02)
               USING  W-SEMANAS
               HIGHLIGHT.
           05  TW-PCTLIM
               LINE 09  COLUMN 41  PIC 9(03)
               USING  W-PCTLIM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * LIMITES DO ALERTA VEM DO CADPARAM, MANTENDO OS PADROES
      * INTERNOS QUANDO AUSENTES
      *
                MOVE "CLUSTSEM  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   AND PRM-VALOR < 13
                   MOVE PRM-VALOR TO W-SEMANAS.
                MOVE "CLUSTPCT  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR < 1000
                   MOVE PRM-VALOR TO W-PCTLIM.
                MOVE "CLUSTMIN  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   AND PRM-VALOR < 1000
                   MOVE PRM-VALOR TO W-MINCASOS.
       INC-001.
                MOVE "S" TO W-OPCAO.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DIASYS TO W-DRDD
                MOVE W-MESSYS TO W-DRMM
                MOVE W-ANOSYS TO W-DRAA
                DISPLAY SMT200.
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
       INC-SEM.
                ACCEPT TW-SEMANAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DATA.
                IF W-SEMANAS = ZEROS OR W-SEMANAS > 12
                   MOVE "*SEMANAS DA MEDIA: DE 1 A 12*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEM.
       INC-PCT.
                ACCEPT TW-PCTLIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-SEM.
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
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADCID
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCID" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADCID
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADCEP
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADCID CADPACI
                      GO TO ROT-FIMP.
      *
      * SEM CADCONCID CONTA SO O CID PRINCIPAL
      *
       INC-OP0D.
           OPEN INPUT CADCONCID
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMSEC.
       INC-OP0E.
           OPEN OUTPUT ALERTX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ALERTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-DRDD   TO C0A-DD
           MOVE W-DRMM   TO C0A-MM
           MOVE W-DRAA   TO C0A-AA
           MOVE W-SEMANAS  TO C0A-SEM
           MOVE W-MINCASOS TO C0B-MIN
           MOVE W-PCTLIM   TO C0B-PCT
           MOVE ZEROS TO W-PAGINA W-QTDTAB W-TOTDIAG W-TOTALERTA
                         W-TOTSEMCID W-TOTEXCED
      *
      * PERIODO: DO PRIMEIRO DIA DA SEMANA MAIS ANTIGA ATE A
      * DATA DE REFERENCIA, EM NUMERO DE DIAS
      *
           MOVE W-DRAA TO W-DQAA
           MOVE W-DRMM TO W-DQMM
           MOVE W-DRDD TO W-DQDD
           MOVE W-DATAQ9 TO W-DATAFIM
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAREF
           COMPUTE W-DIAINI = W-DIAREF - (7 * (W-SEMANAS + 1)) + 1
      *
      * A LEITURA COMECA NO DIA 1 DE UM MES QUE COBRE O PERIODO
      *
           COMPUTE W-MESES = ((7 * (W-SEMANAS + 1)) / 28) + 1
           COMPUTE W-MESTOT = (W-DRAA * 12) + W-DRMM - 1 - W-MESES
           DIVIDE W-MESTOT BY 12 GIVING W-DQAA REMAINDER W-DQMM
           ADD 1 TO W-DQMM
           MOVE 01 TO W-DQDD
           MOVE W-DATAQ9 TO CON-DATA
           START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
           IF ST-ERRO NOT = "00"
              GO TO GERA-ALERTA.
      *
      *****************************************************
      * CONSULTAS DO PERIODO PELA CHAVE ALTERNADA CON-DATA *
      *****************************************************
      *
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO GERA-ALERTA
              ELSE
                 MOVE "ERRO NA LEITURA CADCONSULTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           MOVE CON-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO LER-CONS01.
           IF CON-DATA > W-DATAFIM
              GO TO GERA-ALERTA.
           IF CON-TIPOVIS = 2
              GO TO LER-CONS01.
           MOVE CON-DATA TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           IF W-DIANUM < W-DIAINI
              GO TO LER-CONS01.
           COMPUTE W-SX = ((W-DIAREF - W-DIANUM) / 7) + 1
      *
      * LOCAL DO CASO: BAIRRO E CIDADE DO CEP DO PACIENTE
      *
           MOVE SPACES TO W-LOCAL
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE ZEROS TO CEPC.
           MOVE CEPC TO CEP
           READ CADCEP
           IF ST-ERRO2 = "00"
              MOVE BAIRRO TO W-LCBAIRRO
              MOVE CIDADE TO W-LCCIDADE.
           IF W-LCBAIRRO = SPACES
              MOVE "NAO INFORMADO" TO W-LCBAIRRO.
           MOVE CON-CID TO W-CIDQ
           PERFORM CONTA-CID THRU CONTA-CID-FIM
           IF W-TEMSEC NOT = "S"
              GO TO LER-CONS01.
      *
      * CIDS SECUNDARIOS DA CONSULTA (CADCONCID)
      *
           MOVE CONSULTA-CHAVE TO CCI-CONSCHAVE
           MOVE ZEROS TO CCI-SEQ
           START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CONS01.
       LER-SEC.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CONS01.
           IF CCI-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO LER-CONS01.
           IF CCI-CID = CON-CID
              GO TO LER-SEC.
           MOVE CCI-CID TO W-CIDQ
           PERFORM CONTA-CID THRU CONTA-CID-FIM
           GO TO LER-SEC.
      *
      *****************************************************
      * SOMA O DIAGNOSTICO (W-CIDQ) NA SEMANA W-SX DA      *
      * COMBINACAO CATEGORIA + BAIRRO/CIDADE               *
      *****************************************************
      *
       CONTA-CID.
           IF W-CIDQ = ZEROS
              GO TO CONTA-CID-FIM.
           MOVE W-CIDQ TO CODIGO
           READ CADCID
           IF ST-ERRO2 NOT = "00" OR CATEGORIA = SPACES
              ADD 1 TO W-TOTSEMCID
              GO TO CONTA-CID-FIM.
           ADD 1 TO W-TOTDIAG
           MOVE ZEROS TO W-IND.
       CONTA-CID-LP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDTAB
              GO TO CONTA-CID-NOVO.
           IF TB-CATEG (W-IND) = CATEGORIA
              AND TB-LOCAL (W-IND) = W-LOCAL
              GO TO CONTA-CID-SOMA.
           GO TO CONTA-CID-LP.
       CONTA-CID-NOVO.
           IF W-QTDTAB NOT < 500
              ADD 1 TO W-TOTEXCED
              GO TO CONTA-CID-FIM.
           ADD 1 TO W-QTDTAB
           MOVE W-QTDTAB    TO W-IND
           MOVE CATEGORIA   TO TB-CATEG (W-IND)
           MOVE DENOMINACAO TO TB-DENOM (W-IND)
           MOVE W-LOCAL     TO TB-LOCAL (W-IND)
           PERFORM ZERA-SEM THRU ZERA-SEM-FIM.
       CONTA-CID-SOMA.
           ADD 1 TO TB-SEM (W-IND, W-SX).
       CONTA-CID-FIM.
           EXIT.
      *
       ZERA-SEM.
           MOVE ZEROS TO W-SEMX.
       ZERA-SEM-LP.
           ADD 1 TO W-SEMX
           IF W-SEMX > 13
              GO TO ZERA-SEM-FIM.
           MOVE ZEROS TO TB-SEM (W-IND, W-SEMX)
           GO TO ZERA-SEM-LP.
       ZERA-SEM-FIM.
           EXIT.
      *
      *****************************************************
      * COMPARA A SEMANA ATUAL COM A MEDIA DAS ANTERIORES  *
      * E IMPRIME AS COMBINACOES EM ALERTA                 *
      *****************************************************
      *
       GERA-ALERTA.
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE ZEROS TO W-IND.
       GERA-ALERTA-LP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDTAB
              GO TO GERA-ALERTA-FIM.
           MOVE TB-SEM (W-IND, 1) TO W-ATU
           IF W-ATU < W-MINCASOS
              GO TO GERA-ALERTA-LP.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-SEMX
           PERFORM SOMA-SEM THRU SOMA-SEM-FIM
           COMPUTE W-MEDIA ROUNDED = W-SOMA / W-SEMANAS
           COMPUTE W-LIMITE = W-MEDIA * (100 + W-PCTLIM) / 100
           IF W-ATU NOT > W-LIMITE
              GO TO GERA-ALERTA-LP.
           MOVE TB-CATEG (W-IND)  TO LA-CATEG
           MOVE TB-DENOM (W-IND)  TO LA-DENOM
           MOVE TB-BAIRRO (W-IND) TO LA-BAIRRO
           MOVE TB-CIDADE (W-IND) TO LA-CIDADE
           MOVE W-ATU   TO LA-ATU
           MOVE W-MEDIA TO LA-MEDIA
      *
      * SEM CASOS NAS SEMANAS ANTERIORES A VARIACAO NAO EXISTE
      *
           IF W-MEDIA = ZEROS
              MOVE "NOVO" TO LA-VARIAC
           ELSE
              COMPUTE W-VARIAC ROUNDED =
                      ((W-ATU - W-MEDIA) * 100) / W-MEDIA
              MOVE W-VARIAC TO W-VAREDN
              MOVE W-VARED TO LA-VARIAC.
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           WRITE REGALERTX FROM LINALE
           ADD 1 TO W-QTDLIN W-TOTALERTA
           GO TO GERA-ALERTA-LP.
       GERA-ALERTA-FIM.
           IF W-TOTALERTA = ZEROS
              MOVE "NENHUMA COMBINACAO ACIMA DO LIMITE NA SEMANA"
                                                     TO REGALERTX
              WRITE REGALERTX.
           MOVE SPACES TO REGALERTX
           WRITE REGALERTX
           MOVE W-TOTDIAG   TO D-TOT1
           WRITE REGALERTX FROM TOT1
           MOVE W-QTDTAB    TO D-TOT2
           WRITE REGALERTX FROM TOT2
           MOVE W-TOTALERTA TO D-TOT3
           WRITE REGALERTX FROM TOT3
           MOVE W-TOTSEMCID TO D-TOT4
           WRITE REGALERTX FROM TOT4
           IF W-TOTEXCED NOT = ZEROS
              MOVE W-TOTEXCED TO D-TOT5
              WRITE REGALERTX FROM TOT5.
           DISPLAY (16, 05) "COMBINACOES EM ALERTA : "
           DISPLAY (16, 30) W-TOTALERTA
           MOVE "*** ALERTEPI.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      * SOMA AS SEMANAS ANTERIORES (2 ATE W-SEMANAS + 1)
      *
       SOMA-SEM.
           ADD 1 TO W-SEMX
           IF W-SEMX > W-SEMANAS + 1
              GO TO SOMA-SEM-FIM.
           ADD TB-SEM (W-IND, W-SEMX) TO W-SOMA
           GO TO SOMA-SEM.
       SOMA-SEM-FIM.
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
                   MOVE SPACES TO REGALERTX
                   WRITE REGALERTX.
                MOVE CAB0 TO REGALERTX
                WRITE REGALERTX
                MOVE CAB0A TO REGALERTX
                WRITE REGALERTX
                MOVE CAB0B TO REGALERTX
                WRITE REGALERTX
                MOVE SPACES TO REGALERTX
                WRITE REGALERTX
                MOVE CAB1 TO REGALERTX
                WRITE REGALERTX
                MOVE SPACES TO REGALERTX
                WRITE REGALERTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADCID CADPACI CADCEP ALERTX.
           IF SPL-GERADO = "S"
              STRING "REF " W-DRDD "/" W-DRMM "/" W-DRAA
                     " SEM " W-SEMANAS " PCT " W-PCTLIM
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-PAGINA TO SPL-PAGINAS
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           IF W-TEMSEC = "S"
              CLOSE CADCONCID.
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
