       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP203.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CONSULTAS NAO ASSINADAS POR MEDICO. LISTA AS *
      * CONSULTAS DO PERIODO (DATA INICIAL ATE A     *
      * DATA DE REFERENCIA) QUE AINDA NAO TEM        *
      * FECHAMENTO/ASSINATURA NO CADASSIN (F=ASSINA  *
      * DO CADCONSULTA) PASSADO O PRAZO DE N DIAS    *
      * DEPOIS DA DATA DA CONSULTA (CADPARAM         *
      * ASSPRAZO, PADRAO 1 = 24 HORAS). A CONSULTA   *
      * AINDA DENTRO DO PRAZO SO ENTRA NO TOTAL.     *
      * ORDEM: CRM (CHAVE ALTERNADA CON-CRM), COM    *
      * SUBTOTAL POR MEDICO. CRM ZERO NA TELA = TODOS*
      * OS MEDICOS. SO SAEM AS FILIAIS DO OPERADOR   *
      * (VERFILIAL).                                 *
      * CONSULTA DE HISTORICO EXTERNO (FATURADO = E) *
      * NAO ENTRA.                                   *
      * SAIDA: RELASSIN.TXT                          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ASSINTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ASSINTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELASSIN.TXT".
       01 REGASSINTX      PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP203".
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
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-PRAZO        PIC 9(02) VALUE 1.
       77 W-TEMASSIN     PIC X(01) VALUE "N".
       77 W-MEDIMP       PIC X(01) VALUE "N".
       77 W-CRMFIL       PIC 9(06) VALUE ZEROS.
       77 W-DIAREF       PIC 9(07) VALUE ZEROS.
       77 W-DIFDIAS      PIC 9(07) VALUE ZEROS.
       77 W-MEDPEND      PIC 9(05) VALUE ZEROS.
       77 W-TOTCONS      PIC 9(07) VALUE ZEROS.
       77 W-TOTASS       PIC 9(07) VALUE ZEROS.
       77 W-TOTPRAZO     PIC 9(07) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(07) VALUE ZEROS.
       77 W-TOTMED       PIC 9(05) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATAREF.
          03 W-DRDD    PIC 9(02) VALUE ZEROS.
          03 W-DRMM    PIC 9(02) VALUE ZEROS.
          03 W-DRAA    PIC 9(04) VALUE ZEROS.
       01 W-DATAINI.
          03 W-DIDD    PIC 9(02) VALUE ZEROS.
          03 W-DIMM    PIC 9(02) VALUE ZEROS.
          03 W-DIAA    PIC 9(04) VALUE ZEROS.
       01 W-LIMINI.
          03 W-LIAA    PIC 9(04).
          03 W-LIMM    PIC 9(02).
          03 W-LIDD    PIC 9(02).
       01 W-LIMREF.
          03 W-LRAA    PIC 9(04).
          03 W-LRMM    PIC 9(02).
          03 W-LRDD    PIC 9(02).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-CRMATU.
          03 W-CANUM   PIC 9(06).
          03 W-CAUF    PIC X(02).
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
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(35) VALUE
                     " *** CONSULTAS NAO ASSINADAS ***".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(10) VALUE "PERIODO: ".
                03 C0A-IDD     PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-IMM     PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-IAA     PIC 9(04).
                03 FILLER      PIC X(03) VALUE " A ".
                03 C0A-RDD     PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-RMM     PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-RAA     PIC 9(04).
                03 FILLER      PIC X(23) VALUE
                     "   SEM ASSINATURA APOS ".
                03 C0A-HORAS   PIC ZZZ9.
                03 FILLER      PIC X(06) VALUE " HORAS".
       01 CAB1.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(12) VALUE "CONSULTA".
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(31) VALUE "PACIENTE".
                03 FILLER      PIC X(08) VALUE "FILIAL".
                03 FILLER      PIC X(04) VALUE "DIAS".
       01 LINMED.
                03 FILLER      PIC X(08) VALUE "MEDICO: ".
                03 LM-CRMNUM   PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LM-CRMUF    PIC X(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LM-NOME     PIC X(30).
       01 LINCON.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LC-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LC-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LC-AA       PIC 9(04).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LC-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LC-NOME     PIC X(30).
                03 FILLER      PIC X(03) VALUE SPACES.
                03 LC-FILIAL   PIC 9(02).
                03 FILLER      PIC X(06) VALUE SPACES.
                03 LC-DIAS     PIC ZZZ9.
       01 LINSUB.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(30) VALUE
                     "NAO ASSINADAS DO MEDICO".
                03 FILLER      PIC X(02) VALUE ": ".
                03 LS-QTD      PIC ZZ.ZZ9.
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "CONSULTAS NO PERIODO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC Z.ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "ASSINADAS".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT2            PIC Z.ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "NAO ASSINADAS, AINDA NO PRAZO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT3            PIC Z.ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "NAO ASSINADAS FORA DO PRAZO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT4            PIC Z.ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "MEDICOS COM PENDENCIA".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT5            PIC Z.ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELASSIN.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT203.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CONSULTAS NAO ASSINADAS POR".
           05  LINE 02  COLUMN 37
               VALUE  " MEDICO ***".
           05  LINE 06  COLUMN 01
               VALUE  "                    DATA INICIAL :".
           05  LINE 06  COLUMN 39
               VALUE  "/  /".
           05  LINE 08  COLUMN 01
               VALUE  "               DATA DE REFERENCIA :".
           05  LINE 08  COLUMN 39
               VALUE  "/  /".
           05  LINE 10  COLUMN 01
               VALUE  "                CRM (0 = TODOS)   :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DIDD
               LINE 06  COLUMN 37  PIC 9(02)
               USING  W-DIDD
               HIGHLIGHT.
           05  TW-DIMM
               LINE 06  COLUMN 40  PIC 9(02)
               USING  W-DIMM
               HIGHLIGHT.
           05  TW-DIAA
               LINE 06  COLUMN 43  PIC 9(04)
               USING  W-DIAA
               HIGHLIGHT.
           05  TW-DRDD
               LINE 08  COLUMN 37  PIC 9(02)
               USING  W-DRDD
               HIGHLIGHT.
           05  TW-DRMM
               LINE 08  COLUMN 40  PIC 9(02)
               USING  W-DRMM
               HIGHLIGHT.
           05  TW-DRAA
               LINE 08  COLUMN 43  PIC 9(04)
               USING  W-DRAA
               HIGHLIGHT.
           05  TW-CRMFIL
               LINE 10  COLUMN 37  PIC 9(06)
               USING  W-CRMFIL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * PRAZO PARA ASSINAR, EM DIAS, VEM DO CADPARAM (ASSPRAZO)
      *
                MOVE "ASSPRAZO  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   AND PRM-VALOR < 100
                   MOVE PRM-VALOR TO W-PRAZO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                MOVE ZEROS TO W-CRMFIL.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DIASYS TO W-DRDD
                MOVE W-MESSYS TO W-DRMM
                MOVE W-ANOSYS TO W-DRAA
      *
      * DATA INICIAL PADRAO: PRIMEIRO DIA DO MES ANTERIOR
      *
                MOVE 01 TO W-DIDD
                IF W-MESSYS = 01
                   MOVE 12 TO W-DIMM
                   COMPUTE W-DIAA = W-ANOSYS - 1
                ELSE
                   COMPUTE W-DIMM = W-MESSYS - 1
                   MOVE W-ANOSYS TO W-DIAA.
                DISPLAY SMT203.
       INC-DATAI.
                ACCEPT TW-DIDD
                ACCEPT TW-DIMM
                ACCEPT TW-DIAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-DIMM < 01 OR W-DIMM > 12
                   OR W-DIDD < 01 OR W-DIDD > TD-VAL (W-DIMM)
                   OR W-DIAA < 2000
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATAI.
       INC-DATAR.
                ACCEPT TW-DRDD
                ACCEPT TW-DRMM
                ACCEPT TW-DRAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DATAI.
                IF W-DRMM < 01 OR W-DRMM > 12
                   OR W-DRDD < 01 OR W-DRDD > TD-VAL (W-DRMM)
                   OR W-DRAA < 2000
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATAR.
                MOVE W-DIAA TO W-LIAA
                MOVE W-DIMM TO W-LIMM
                MOVE W-DIDD TO W-LIDD
                MOVE W-DRAA TO W-LRAA
                MOVE W-DRMM TO W-LRMM
                MOVE W-DRDD TO W-LRDD
                IF W-LIMINI > W-LIMREF
                   MOVE "*DATA INICIAL MAIOR QUE A DE REFERENCIA*"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATAI.
       INC-CRM.
                ACCEPT TW-CRMFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DATAR.
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
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONSULTA"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADPACI
                      GO TO ROT-FIMP.
      *
      * SEM CADASSIN NENHUMA CONSULTA FOI ASSINADA AINDA
      *
       INC-OP0C.
           OPEN INPUT CADASSIN
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMASSIN.
       INC-OP0D.
           OPEN OUTPUT ASSINTX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ASSINTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
       INC-OP0E.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-DIDD   TO C0A-IDD
           MOVE W-DIMM   TO C0A-IMM
           MOVE W-DIAA   TO C0A-IAA
           MOVE W-DRDD   TO C0A-RDD
           MOVE W-DRMM   TO C0A-RMM
           MOVE W-DRAA   TO C0A-RAA
           COMPUTE C0A-HORAS = W-PRAZO * 24
           MOVE W-LIMREF TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAREF
           MOVE ZEROS TO W-PAGINA W-TOTCONS W-TOTASS W-TOTPRAZO
                         W-TOTPEND W-TOTMED W-MEDPEND
           MOVE ZEROS  TO W-CANUM
           MOVE SPACES TO W-CAUF
           MOVE "N" TO W-MEDIMP
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * CONSULTAS EM ORDEM DE CRM (TODOS OU O INFORMADO)   *
      *****************************************************
      *
           MOVE W-CRMFIL TO CON-CRMNUM
           MOVE SPACES   TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CON-CRM
           IF ST-ERRO NOT = "00"
              GO TO ROT-OK.
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ROT-OK
              ELSE
                 MOVE "ERRO NA LEITURA CADCONSULTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF W-CRMFIL NOT = ZEROS AND CON-CRMNUM NOT = W-CRMFIL
              GO TO ROT-OK.
           IF CON-DATA < W-LIMINI OR CON-DATA > W-LIMREF
              GO TO LER-CONS01.
           IF CON-FATURADO = "E"
              GO TO LER-CONS01.
           MOVE CON-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO LER-CONS01.
           ADD 1 TO W-TOTCONS
           IF W-TEMASSIN = "S"
              MOVE CONSULTA-CHAVE TO ASS-CONSCHAVE
              READ CADASSIN
              IF ST-ERRO2 = "00" AND ASS-STATUS = "A"
                 ADD 1 TO W-TOTASS
                 GO TO LER-CONS01.
      *
      * DIAS DESDE A CONSULTA ATE A DATA DE REFERENCIA
      *
           MOVE CON-DATA TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           COMPUTE W-DIFDIAS = W-DIAREF - W-DIANUM
           IF W-DIFDIAS < W-PRAZO
              ADD 1 TO W-TOTPRAZO
              GO TO LER-CONS01.
           ADD 1 TO W-TOTPEND
           IF CON-CRM NOT = W-CRMATU
              PERFORM QUEBRA-MED THRU QUEBRA-MED-FIM.
           PERFORM IMP-CONS THRU IMP-CONS-FIM
           GO TO LER-CONS01.
      *
      *****************************************************
      * QUEBRA POR MEDICO: SUBTOTAL DO ANTERIOR E O NOME   *
      * DO NOVO                                            *
      *****************************************************
      *
       QUEBRA-MED.
           PERFORM FECHA-MED THRU FECHA-MED-FIM
           MOVE CON-CRM TO W-CRMATU CRM-CHAVE
           READ CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "** MEDICO NAO CADASTRADO **" TO NOME OF REGMED.
           MOVE CON-CRMNUM TO LM-CRMNUM
           MOVE CON-CRMUF  TO LM-CRMUF
           MOVE NOME OF REGMED TO LM-NOME
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE SPACES TO REGASSINTX
           WRITE REGASSINTX
           MOVE LINMED TO REGASSINTX
           WRITE REGASSINTX
           ADD 2 TO W-QTDLIN
           MOVE "S" TO W-MEDIMP
           ADD 1 TO W-TOTMED.
       QUEBRA-MED-FIM.
           EXIT.
      *
       FECHA-MED.
           IF W-MEDIMP NOT = "S"
              GO TO FECHA-MED-FIM.
           MOVE W-MEDPEND TO LS-QTD
           MOVE LINSUB TO REGASSINTX
           WRITE REGASSINTX
           ADD 1 TO W-QTDLIN
           MOVE ZEROS TO W-MEDPEND
           MOVE "N" TO W-MEDIMP.
       FECHA-MED-FIM.
           EXIT.
      *
       IMP-CONS.
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO NOME OF REGPACI.
           MOVE CON-DATADD TO LC-DD
           MOVE CON-DATAMM TO LC-MM
           MOVE CON-DATAAA TO LC-AA
           MOVE CON-CPF    TO LC-CPF
           MOVE NOME OF REGPACI TO LC-NOME
           MOVE CON-FILIAL TO LC-FILIAL
           MOVE W-DIFDIAS  TO LC-DIAS
           IF W-QTDLIN > 55
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE LINCON TO REGASSINTX
           WRITE REGASSINTX
           ADD 1 TO W-QTDLIN
           ADD 1 TO W-MEDPEND.
       IMP-CONS-FIM.
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
                   MOVE SPACES TO REGASSINTX
                   WRITE REGASSINTX.
                MOVE CAB0 TO REGASSINTX
                WRITE REGASSINTX
                MOVE CAB0A TO REGASSINTX
                WRITE REGASSINTX
                MOVE SPACES TO REGASSINTX
                WRITE REGASSINTX
                MOVE CAB1 TO REGASSINTX
                WRITE REGASSINTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-OK.
           PERFORM FECHA-MED THRU FECHA-MED-FIM
           MOVE SPACES TO REGASSINTX
           WRITE REGASSINTX
           MOVE W-TOTCONS TO D-TOT1
           WRITE REGASSINTX FROM TOT1
           MOVE W-TOTASS TO D-TOT2
           WRITE REGASSINTX FROM TOT2
           MOVE W-TOTPRAZO TO D-TOT3
           WRITE REGASSINTX FROM TOT3
           MOVE W-TOTPEND TO D-TOT4
           WRITE REGASSINTX FROM TOT4
           MOVE W-TOTMED TO D-TOT5
           WRITE REGASSINTX FROM TOT5
           DISPLAY (16, 05) "NAO ASSINADAS FORA DO PRAZO : "
           DISPLAY (16, 35) W-TOTPEND
           MOVE "*** RELASSIN.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADMED ASSINTX.
           IF SPL-GERADO = "S"
              STRING W-DIDD "/" W-DIMM "/" W-DIAA " A "
                     W-DRDD "/" W-DRMM "/" W-DRAA " CRM "
                     W-CRMFIL
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-PAGINA TO SPL-PAGINAS
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           IF W-TEMASSIN = "S"
              CLOSE CADASSIN.
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
