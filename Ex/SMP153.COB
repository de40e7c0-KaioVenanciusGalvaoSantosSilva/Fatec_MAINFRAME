       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP153.
       AUTHOR. KAIO V G S S
      ***********************************************
      * FECHAMENTO MENSAL DO REPASSE AOS MEDICOS.    *
      * PARA A COMPETENCIA INFORMADA (MM/AAAA) LE AS *
      * CONSULTAS FATURADAS ATE O FIM DO MES AINDA   *
      * NAO REPASSADAS (SEM REGISTRO NO CADREPCON),  *
      * CALCULA O REPASSE DE CADA UMA PELO CONTRATO  *
      * DO MEDICO (CALCREP) E MARCA A CONSULTA COMO  *
      * REPASSADA NO CADREPCON. A CADA CRM CONGELA O *
      * VALOR DEVIDO NO CADREPFEC COM AS RETENCOES   *
      * DE IRRF, ISS E INSS CONFORME O CADREPMED.    *
      * CONSULTA SEM CONTRATO VIGENTE SAI NO EXTRATO *
      * E FICA PARA O PROXIMO FECHAMENTO.            *
      * UMA COMPETENCIA SO PODE SER FECHADA UMA VEZ. *
      *                                              *
      * VALOR BASE DA CONSULTA: SOMA DOS ITENS DO    *
      * CADCONPROC (QTDE X VALOR UNITARIO) OU, SEM   *
      * ITENS, PRECO DO CADPROC X COBERTURA DO       *
      * CONVENIO (PARTICULAR = PRECO CHEIO).         *
      *                                              *
      * RETENCOES (PARAMETROS DO CADPARAM):          *
      *   ISS  = BRUTO X ALIQISS                     *
      *   INSS = BRUTO X ALIQINSS LIMITADO A         *
      *          TETOINSS (SOMENTE PESSOA FISICA)    *
      *   IRRF PESSOA JURIDICA = BRUTO X ALIQIRPJ    *
      *   IRRF PESSOA FISICA = TABELA PROGRESSIVA    *
      *        MENSAL SOBRE (BRUTO - INSS)           *
      *   IRRF ABAIXO DE R$ 10,00 NAO E RETIDO.      *
      * MEDICO SEM CADREPMED: PESSOA FISICA COM      *
      * TODAS AS RETENCOES E SEM CREDITO NA REMESSA. *
      *                                              *
      * SAIDAS: RELREPFEC.TXT (EXTRATO POR MEDICO)   *
      *         REMREPASSE.TXT (PAGAMENTO AO BANCO)  *
      *                                              *
      * LAYOUT DA REMREPASSE.TXT (POSICOES FIXAS):   *
      * TIPO 0 - HEADER: "0" + DATA GERACAO 9(08) +  *
      *          COMPETENCIA AAAAMM 9(06)            *
      * TIPO 1 - CREDITO:                            *
      *   01-01  TIPO "1"              X(01)         *
      *   02-09  CRM + UF              X(08)         *
      *   10-10  PESSOA (F/J)          X(01)         *
      *   11-24  CPF / CNPJ            9(14)         *
      *   25-27  BANCO                 9(03)         *
      *   28-32  AGENCIA               9(05)         *
      *   33-44  CONTA                 X(12)         *
      *   45-74  NOME DO FAVORECIDO    X(30)         *
      *   75-87  VALOR (2 DEC IMPLIC.) 9(13)         *
      * TIPO 9 - TRAILER: "9" + QTDE 9(06) +         *
      *          VALOR TOTAL 9(13)                   *
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
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCONV
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEC
                    ALTERNATE RECORD KEY IS PLANO.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADREPMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPM-CRM
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADREPCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-CONSCHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RC-COMPET
                                   WITH DUPLICATES.
           SELECT CADREPFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RF-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT REPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT REMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
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
          03 DATANASC2.
             05 P-NUMERODD   PIC 9(02).
             05 P-NUMEROMM   PIC 9(02).
             05 P-NUMEROAA   PIC 9(04).
          03 SEXO2           PIC X(01).
          03 GENERO          PIC X(01).
          03 RESPONSAVELNOME PIC X(20).
          03 RESPONSAVELCPF  PIC 9(11).
          03 CONVENIO        PIC 9(04).
          03 TIPOBENEF       PIC X(01).
          03 TITULARCPF      PIC 9(11).
          03 CEPC            PIC 9(08).
          03 NUMEROENDERECO  PIC 9(04).
          03 COMPLEMENTO     PIC X(10).
          03 EMAILP          PIC X(30).
          03 TELEFONEP.
             05 P-DDD        PIC 9(03).
             05 P-NUMEROTEL1 PIC 9(05).
             05 P-NUMEROTEL2 PIC 9(04).
             05 P-TIPOTEL    PIC X(01).
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO          PIC 9(06).
          03 NOMEC           PIC X(30).
          03 PLANO           PIC 9(02).
          03 DATAVALID.
             05 NUMDD        PIC 9(02).
             05 NUMMM        PIC 9(02).
             05 NUMAA        PIC 9(04).
          03 OPERADORA       PIC X(30).
          03 ANSCODIGO       PIC 9(06).
          03 PERCOBERTURA    PIC 9(03)V99.
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
       FD CADCONPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONPROC.DAT".
       01 REGCONPROC.
          03 CONPROC-CHAVE.
             05 CPR-CONSCHAVE   PIC X(27).
             05 CPR-SEQ         PIC 9(02).
          03 CPR-TUSS           PIC 9(08).
          03 CPR-DESCRICAO      PIC X(30).
          03 CPR-QTDE           PIC 9(03).
          03 CPR-VALUNIT        PIC 9(07)V99.
          03 CPR-PROCCID        PIC 9(06).
      *
       FD CADREPMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPMED.DAT".
       01 REGREPMED.
          03 RPM-CRM.
             05 RPM-CRMNUM     PIC 9(06).
             05 RPM-CRMUF      PIC X(02).
          03 RPM-PESSOA        PIC X(01).
          03 RPM-DOCTO         PIC 9(14).
          03 RPM-BANCO         PIC 9(03).
          03 RPM-AGENCIA       PIC 9(05).
          03 RPM-CONTA         PIC X(12).
          03 RPM-RETIRRF       PIC X(01).
          03 RPM-RETISS        PIC X(01).
          03 RPM-RETINSS       PIC X(01).
      *
       FD CADREPCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPCON.DAT".
       01 REGREPCON.
          03 RC-CONSCHAVE      PIC X(27).
          03 RC-COMPET         PIC 9(06).
          03 RC-CRM            PIC X(08).
          03 RC-VALBASE        PIC 9(07)V99.
          03 RC-REPASSE        PIC 9(07)V99.
      *
       FD CADREPFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPFEC.DAT".
       01 REGREPFEC.
          03 RF-CHAVE.
             05 RF-COMPET      PIC 9(06).
             05 RF-CRM         PIC X(08).
          03 RF-QTDCONS        PIC 9(05).
          03 RF-BRUTO          PIC 9(09)V99.
          03 RF-IRRF           PIC 9(07)V99.
          03 RF-ISS            PIC 9(07)V99.
          03 RF-INSS           PIC 9(07)V99.
          03 RF-LIQUIDO        PIC 9(09)V99.
          03 RF-DATAFEC        PIC 9(08).
          03 RF-OPERADOR       PIC X(10).
          03 RF-SITUACAO       PIC X(01).
      *
       FD REPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREPFEC.TXT".
       01 REGREPTX      PIC X(90).
      *
       FD REMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMREPASSE.TXT".
       01 REGREMTX      PIC X(87).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP153".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-DATARECNUM   PIC 9(08) VALUE ZEROS.
       77 W-VALORFAT     PIC 9(07)V99 VALUE ZEROS.
       77 W-VALITENS     PIC 9(07)V99 VALUE ZEROS.
       77 W-TEMITENS     PIC X(01) VALUE "N".
       77 W-REPASSE      PIC 9(07)V99 VALUE ZEROS.
       77 W-ACHREP       PIC X(01) VALUE "N".
       77 W-TEMFAV       PIC X(01) VALUE "N".
       77 W-CABMED       PIC X(01) VALUE "N".
       77 W-QTDCRM       PIC 9(05) VALUE ZEROS.
       77 W-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 W-IRRF         PIC 9(07)V99 VALUE ZEROS.
       77 W-ISS          PIC 9(07)V99 VALUE ZEROS.
       77 W-INSS         PIC 9(07)V99 VALUE ZEROS.
       77 W-LIQUIDO      PIC 9(09)V99 VALUE ZEROS.
       77 W-BASEIR       PIC 9(09)V99 VALUE ZEROS.
       77 W-IRCALC       PIC S9(09)V99 VALUE ZEROS.
       77 W-QTDMED       PIC 9(05) VALUE ZEROS.
       77 W-QTDCONS      PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMCTR    PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMBCO    PIC 9(05) VALUE ZEROS.
       77 W-QTDREM       PIC 9(06) VALUE ZEROS.
       77 W-TOTBRUTO     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTRET       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTLIQ       PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTREM       PIC 9(11)V99 VALUE ZEROS.
       77 W-ALIQISS      PIC 9(05) VALUE 500.
       77 W-ALIQINSS     PIC 9(05) VALUE 1100.
       77 W-ALIQIRPJ     PIC 9(05) VALUE 150.
       77 W-TETOINSS     PIC 9(07)V99 VALUE 856,46.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-CRMATU.
          03 W-CRMATUNUM PIC 9(06) VALUE ZEROS.
          03 W-CRMATUUF  PIC X(02) VALUE SPACES.
       01 W-COMPTELA.
          03 W-CPMM      PIC 9(02) VALUE ZEROS.
          03 W-CPAA      PIC 9(04) VALUE ZEROS.
       01 W-COMPET.
          03 W-CMPAA     PIC 9(04) VALUE ZEROS.
          03 W-CMPMM     PIC 9(02) VALUE ZEROS.
       01 W-COMPET9 REDEFINES W-COMPET PIC 9(06).
       01 W-FIMMES.
          03 W-FMAA      PIC 9(04) VALUE ZEROS.
          03 W-FMMM      PIC 9(02) VALUE ZEROS.
          03 W-FMDD      PIC 9(02) VALUE 31.
       01 W-FIMMES9 REDEFINES W-FIMMES PIC 9(08).
       01 W-DATASYS.
          03 W-DSAA   PIC 9(04).
          03 W-DSMM   PIC 9(02).
          03 W-DSDD   PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(44) VALUE
                        " *** FECHAMENTO DO REPASSE - COMPETENCIA ".
                03 C0-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9999.
                03 FILLER      PIC X(04) VALUE " ***".
       01 CAB1.
                03 FILLER      PIC X(08) VALUE "MEDICO: ".
                03 C1-CRM      PIC 999999.
                03 FILLER      PIC X(01) VALUE "/".
                03 C1-CRMUF    PIC XX.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 C1-NOME     PIC X(30).
                03 FILLER      PIC X(09) VALUE "  PESSOA ".
                03 C1-PESSOA   PIC X(01).
       01 CAB2.
                03 FILLER      PIC X(11) VALUE "  DATA".
                03 FILLER      PIC X(12) VALUE "PACIENTE".
                03 FILLER      PIC X(05) VALUE "TIPO".
                03 FILLER      PIC X(15) VALUE "     BASE R$".
                03 FILLER      PIC X(15) VALUE "  REPASSE R$".
       01 DET1.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 D1-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-AA       PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-CPF      PIC 9(11).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 D1-TIPOVIS  PIC 9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 D1-BASE     PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE SPACES.
                03 D1-REPASSE  PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-OBS      PIC X(25).
       01 LINVAL.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LV-TEXTO    PIC X(30).
                03 LV-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
       01 LINAVISO.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 LA-TEXTO    PIC X(60).
       01 TOT1.
                03 FILLER      PIC X(34) VALUE
                     "TOTAL GERAL - LIQUIDO A PAGAR".
                03 D-TOTLIQ    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 TOT2.
                03 FILLER      PIC X(34) VALUE
                     "CONSULTAS SEM CONTRATO (PENDENTES)".
                03 D-SEMCTR    PIC ZZZ.ZZ9.
      *
       01 REM-HEADER.
          03 FILLER      PIC X(01) VALUE "0".
          03 RH-DATA     PIC 9(08).
          03 RH-COMPET   PIC 9(06).
       01 REM-CREDITO.
          03 FILLER      PIC X(01) VALUE "1".
          03 RT-CRM      PIC X(08).
          03 RT-PESSOA   PIC X(01).
          03 RT-DOCTO    PIC 9(14).
          03 RT-BANCO    PIC 9(03).
          03 RT-AGENCIA  PIC 9(05).
          03 RT-CONTA    PIC X(12).
          03 RT-NOME     PIC X(30).
          03 RT-VALOR    PIC 9(11)V99.
       01 REM-TRAILER.
          03 FILLER      PIC X(01) VALUE "9".
          03 RR-QTDE     PIC 9(06).
          03 RR-VALOR    PIC 9(11)V99.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELREPFEC.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT153.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** FECHAMENTO MENSAL DO REPASSE".
           05  LINE 02  COLUMN 38
               VALUE  " AOS MEDICOS ***".
           05  LINE 07  COLUMN 01
               VALUE  "    COMPETENCIA (MM/AAAA) :   /".
           05  TW-CPMM
               LINE 07  COLUMN 29  PIC 9(02)
               USING  W-CPMM
               HIGHLIGHT.
           05  TW-CPAA
               LINE 07  COLUMN 32  PIC 9(04)
               USING  W-CPAA
               HIGHLIGHT.
           05  LINE 09  COLUMN 01
               VALUE  "    ATENCAO: O FECHAMENTO NAO PODE SER".
           05  LINE 09  COLUMN 40
               VALUE  " REFEITO PARA A COMPETENCIA".
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
                DISPLAY SMT153.
       INC-CMP.
                ACCEPT TW-CPMM
                ACCEPT TW-CPAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-CPMM = ZEROS OR W-CPMM > 12 OR W-CPAA = ZEROS
                   MOVE "*COMPETENCIA INVALIDA*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CMP.
                MOVE W-CPAA TO W-CMPAA W-FMAA
                MOVE W-CPMM TO W-CMPMM W-FMMM.
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
       INC-PRM.
           MOVE "ALIQISS   " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-ALIQISS.
           MOVE "ALIQINSS  " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-ALIQINSS.
           MOVE "TETOINSS  " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              COMPUTE W-TETOINSS = PRM-VALOR / 100.
           MOVE "ALIQIRPJ  " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-ALIQIRPJ.
      *
       INC-OP0.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0D.
           OPEN INPUT CADPROC
           IF ST-ERRO2 NOT = "00"
                      MOVE "*TABELA DE PROCEDIMENTOS NAO EXISTE*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0E.
           OPEN INPUT CADCONPROC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN INPUT CADCONPROC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0F.
           OPEN INPUT CADREPMED
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADREPMED
                 CLOSE CADREPMED
                 OPEN INPUT CADREPMED
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADREPMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0G.
           OPEN I-O CADREPCON
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADREPCON
                 CLOSE CADREPCON
                 OPEN I-O CADREPCON
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADREPCON" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0H.
           OPEN I-O CADREPFEC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADREPFEC
                 CLOSE CADREPFEC
                 OPEN I-O CADREPFEC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADREPFEC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      * COMPETENCIA JA FECHADA NAO E REPROCESSADA
      *
           MOVE W-COMPET9 TO RF-COMPET
           MOVE LOW-VALUES TO RF-CRM
           START CADREPFEC KEY IS NOT LESS THAN RF-CHAVE
           IF ST-ERRO2 = "00"
              READ CADREPFEC NEXT RECORD
              IF ST-ERRO2 = "00" AND RF-COMPET = W-COMPET9
                 MOVE "*COMPETENCIA JA FECHADA ANTERIORMENTE*"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0I.
           OPEN OUTPUT REPTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO REPTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
       INC-OP0J.
           OPEN OUTPUT REMTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO REMTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE W-CPMM TO C0-MM
           MOVE W-CPAA TO C0-AA
           WRITE REGREPTX FROM CAB0
           MOVE SPACES TO REGREPTX
           WRITE REGREPTX
           MOVE W-DATASYS9 TO RH-DATA
           MOVE W-COMPET9  TO RH-COMPET
           WRITE REGREMTX FROM REM-HEADER.
      *
      *****************************************************
      * LE PELO INDICE CON-CRM (ORDEM DE MEDICO) E FECHA   *
      * O VALOR DEVIDO A CADA QUEBRA DE CRM                *
      *****************************************************
      *
       POSICIONA.
           MOVE ZEROS  TO CON-CRMNUM
           MOVE SPACES TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CON-CRM
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
       LER-CONS01.
                READ CADCONSULTA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      PERFORM FECHA-CRM THRU FECHA-CRM-FIM
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA CADCONSULTA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF CON-FATURADO NOT = "S"
                   GO TO LER-CONS01.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM > W-FIMMES9
                   GO TO LER-CONS01.
                MOVE CONSULTA-CHAVE TO RC-CONSCHAVE
                READ CADREPCON
                IF ST-ERRO2 = "00"
                   GO TO LER-CONS01.
                IF CON-CRM NOT = W-CRMATU
                   PERFORM FECHA-CRM THRU FECHA-CRM-FIM
                   MOVE CON-CRMNUM TO W-CRMATUNUM
                   MOVE CON-CRMUF  TO W-CRMATUUF
                   PERFORM ABRE-CRM THRU ABRE-CRM-FIM.
       CALC-VALOR.
                PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
                IF W-TEMITENS = "S"
                   MOVE W-VALITENS TO W-VALORFAT
                ELSE
                   PERFORM BUS-VALOR THRU BUS-VALOR-FIM.
                CALL "CALCREP" USING CON-CRM CON-TIPOVIS W-DATARECNUM
                                     W-VALORFAT W-REPASSE W-ACHREP
                MOVE CON-DATADD  TO D1-DD
                MOVE CON-DATAMM  TO D1-MM
                MOVE CON-DATAAA  TO D1-AA
                MOVE CON-CPF     TO D1-CPF
                MOVE CON-TIPOVIS TO D1-TIPOVIS
                MOVE W-VALORFAT  TO D1-BASE
                MOVE W-REPASSE   TO D1-REPASSE
                MOVE SPACES      TO D1-OBS
                IF W-ACHREP NOT = "S"
                   MOVE "SEM CONTRATO - PENDENTE" TO D1-OBS
                   MOVE DET1 TO REGREPTX
                   WRITE REGREPTX
                   ADD 1 TO W-QTDSEMCTR
                   GO TO LER-CONS01.
       GRV-REPCON.
                MOVE CONSULTA-CHAVE TO RC-CONSCHAVE
                MOVE W-COMPET9      TO RC-COMPET
                MOVE CON-CRM        TO RC-CRM
                MOVE W-VALORFAT     TO RC-VALBASE
                MOVE W-REPASSE      TO RC-REPASSE
                WRITE REGREPCON
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADREPCON" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE DET1 TO REGREPTX
                WRITE REGREPTX
                ADD W-REPASSE TO W-BRUTO
                ADD 1 TO W-QTDCRM W-QTDCONS
                GO TO LER-CONS01.
      *
      *****************************************************
      * CABECALHO DO MEDICO NO EXTRATO                     *
      *****************************************************
      *
       ABRE-CRM.
           MOVE W-CRMATUNUM TO CRM
           MOVE W-CRMATUUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO NOME OF REGMED.
           MOVE W-CRMATU TO RPM-CRM
           READ CADREPMED
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMFAV
           ELSE
              MOVE "N" TO W-TEMFAV
              MOVE "F" TO RPM-PESSOA
              MOVE ZEROS TO RPM-DOCTO RPM-BANCO RPM-AGENCIA
              MOVE SPACES TO RPM-CONTA
              MOVE "S" TO RPM-RETIRRF RPM-RETISS RPM-RETINSS.
           MOVE W-CRMATUNUM    TO C1-CRM
           MOVE W-CRMATUUF     TO C1-CRMUF
           MOVE NOME OF REGMED TO C1-NOME
           MOVE RPM-PESSOA     TO C1-PESSOA
           WRITE REGREPTX FROM CAB1
           WRITE REGREPTX FROM CAB2
           MOVE "S" TO W-CABMED.
       ABRE-CRM-FIM.
           EXIT.
      *
      *****************************************************
      * VALOR DOS ITENS LANCADOS NA CONSULTA (CADCONPROC)  *
      *****************************************************
      *
       SOMA-ITENS.
           MOVE "N" TO W-TEMITENS
           MOVE ZEROS TO W-VALITENS
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO SOMA-ITENS-FIM.
       SOMA-ITENS-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO SOMA-ITENS-FIM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO SOMA-ITENS-FIM.
           MOVE "S" TO W-TEMITENS
           COMPUTE W-VALITENS = W-VALITENS + (CPR-QTDE * CPR-VALUNIT)
           GO TO SOMA-ITENS-LP.
       SOMA-ITENS-FIM.
           EXIT.
      *
      *****************************************************
      * VALOR FATURADO DA CONSULTA: PRECO DO CADPROC X     *
      * COBERTURA DO CONVENIO (PARTICULAR = PRECO CHEIO)   *
      *****************************************************
      *
       BUS-VALOR.
           MOVE ZEROS TO W-VALORFAT
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO2 = "23"
              MOVE ZEROS TO PROC-CID
              READ CADPROC
              IF ST-ERRO2 NOT = "00"
                 GO TO BUS-VALOR-FIM.
           IF ST-ERRO2 NOT = "00"
              GO TO BUS-VALOR-FIM.
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE PROC-VALOR TO W-VALORFAT
              GO TO BUS-VALOR-FIM.
           IF CONVENIO = ZEROS OR TIPOBENEF = "P"
              MOVE PROC-VALOR TO W-VALORFAT
              GO TO BUS-VALOR-FIM.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE PROC-VALOR TO W-VALORFAT
              GO TO BUS-VALOR-FIM.
           COMPUTE W-VALORFAT ROUNDED =
                   (PROC-VALOR * PERCOBERTURA) / 100.
       BUS-VALOR-FIM.
           EXIT.
      *
      *****************************************************
      * FECHA O CRM ANTERIOR: RETENCOES, LIQUIDO, GRAVACAO *
      * NO CADREPFEC, EXTRATO E CREDITO NA REMESSA         *
      *****************************************************
      *
       FECHA-CRM.
           IF W-CABMED NOT = "S"
              GO TO FECHA-CRM-FIM.
           MOVE "N" TO W-CABMED
           IF W-QTDCRM = ZEROS
              MOVE "NENHUMA CONSULTA FECHADA PARA O MEDICO"
                                                       TO LA-TEXTO
              WRITE REGREPTX FROM LINAVISO
              GO TO FECHA-CRM-LIN.
           MOVE ZEROS TO W-IRRF W-ISS W-INSS
           IF RPM-RETISS = "S"
              COMPUTE W-ISS ROUNDED = (W-BRUTO * W-ALIQISS) / 10000.
           IF RPM-PESSOA = "F" AND RPM-RETINSS = "S"
              COMPUTE W-INSS ROUNDED = (W-BRUTO * W-ALIQINSS) / 10000
              IF W-INSS > W-TETOINSS
                 MOVE W-TETOINSS TO W-INSS.
           IF RPM-RETIRRF = "S"
              PERFORM CALC-IRRF THRU CALC-IRRF-FIM.
           COMPUTE W-LIQUIDO = W-BRUTO - W-IRRF - W-ISS - W-INSS
           MOVE W-COMPET9  TO RF-COMPET
           MOVE W-CRMATU   TO RF-CRM
           MOVE W-QTDCRM   TO RF-QTDCONS
           MOVE W-BRUTO    TO RF-BRUTO
           MOVE W-IRRF     TO RF-IRRF
           MOVE W-ISS      TO RF-ISS
           MOVE W-INSS     TO RF-INSS
           MOVE W-LIQUIDO  TO RF-LIQUIDO
           MOVE W-DATASYS9 TO RF-DATAFEC
           MOVE SPACES     TO RF-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO RF-OPERADOR.
           IF W-TEMFAV = "S"
              MOVE "R" TO RF-SITUACAO
           ELSE
              MOVE "P" TO RF-SITUACAO.
           WRITE REGREPFEC
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADREPFEC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "REPASSE BRUTO"     TO LV-TEXTO
           MOVE W-BRUTO             TO LV-VALOR
           WRITE REGREPTX FROM LINVAL
           MOVE "(-) IRRF RETIDO"   TO LV-TEXTO
           MOVE W-IRRF              TO LV-VALOR
           WRITE REGREPTX FROM LINVAL
           MOVE "(-) ISS RETIDO"    TO LV-TEXTO
           MOVE W-ISS               TO LV-VALOR
           WRITE REGREPTX FROM LINVAL
           MOVE "(-) INSS RETIDO"   TO LV-TEXTO
           MOVE W-INSS              TO LV-VALOR
           WRITE REGREPTX FROM LINVAL
           MOVE "LIQUIDO A PAGAR"   TO LV-TEXTO
           MOVE W-LIQUIDO           TO LV-VALOR
           WRITE REGREPTX FROM LINVAL
           ADD 1 TO W-QTDMED
           ADD W-BRUTO   TO W-TOTBRUTO
           ADD W-LIQUIDO TO W-TOTLIQ
           COMPUTE W-TOTRET = W-TOTRET + W-IRRF + W-ISS + W-INSS
           IF W-TEMFAV NOT = "S"
              MOVE "*** SEM DADOS BANCARIOS - CREDITO NAO REMETIDO ***"
                                                       TO LA-TEXTO
              WRITE REGREPTX FROM LINAVISO
              ADD 1 TO W-QTDSEMBCO
              GO TO FECHA-CRM-LIN.
           IF W-LIQUIDO = ZEROS
              GO TO FECHA-CRM-LIN.
           MOVE W-CRMATU       TO RT-CRM
           MOVE RPM-PESSOA     TO RT-PESSOA
           MOVE RPM-DOCTO      TO RT-DOCTO
           MOVE RPM-BANCO      TO RT-BANCO
           MOVE RPM-AGENCIA    TO RT-AGENCIA
           MOVE RPM-CONTA      TO RT-CONTA
           MOVE NOME OF REGMED TO RT-NOME
           MOVE W-LIQUIDO      TO RT-VALOR
           WRITE REGREMTX FROM REM-CREDITO
           ADD 1 TO W-QTDREM
           ADD W-LIQUIDO TO W-TOTREM.
       FECHA-CRM-LIN.
           MOVE SPACES TO REGREPTX
           WRITE REGREPTX
           MOVE ZEROS TO W-BRUTO W-QTDCRM.
       FECHA-CRM-FIM.
           EXIT.
      *
      *****************************************************
      * IRRF: PESSOA JURIDICA ALIQUOTA UNICA; PESSOA       *
      * FISICA TABELA PROGRESSIVA MENSAL SOBRE BRUTO-INSS  *
      *****************************************************
      *
       CALC-IRRF.
           MOVE ZEROS TO W-IRRF W-IRCALC
           IF RPM-PESSOA = "J"
              COMPUTE W-IRRF ROUNDED = (W-BRUTO * W-ALIQIRPJ) / 10000
              GO TO CALC-IRRF-MIN.
           COMPUTE W-BASEIR = W-BRUTO - W-INSS
           IF W-BASEIR NOT > 2259,20
              GO TO CALC-IRRF-FIM.
           IF W-BASEIR NOT > 2826,65
              COMPUTE W-IRCALC ROUNDED = (W-BASEIR * 0,075) - 169,44
              GO TO CALC-IRRF-PF.
           IF W-BASEIR NOT > 3751,05
              COMPUTE W-IRCALC ROUNDED = (W-BASEIR * 0,15) - 381,44
              GO TO CALC-IRRF-PF.
           IF W-BASEIR NOT > 4664,68
              COMPUTE W-IRCALC ROUNDED = (W-BASEIR * 0,225) - 662,77
              GO TO CALC-IRRF-PF.
           COMPUTE W-IRCALC ROUNDED = (W-BASEIR * 0,275) - 896,00.
       CALC-IRRF-PF.
           IF W-IRCALC > ZEROS
              MOVE W-IRCALC TO W-IRRF.
       CALC-IRRF-MIN.
           IF W-IRRF < 10,00
              MOVE ZEROS TO W-IRRF.
       CALC-IRRF-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
           MOVE W-TOTLIQ TO D-TOTLIQ
           WRITE REGREPTX FROM TOT1
           MOVE W-QTDSEMCTR TO D-SEMCTR
           WRITE REGREPTX FROM TOT2
           MOVE W-QTDREM TO RR-QTDE
           MOVE W-TOTREM TO RR-VALOR
           WRITE REGREMTX FROM REM-TRAILER.
       ROT-OK.
           DISPLAY (15, 05) "MEDICOS FECHADOS   : "
           DISPLAY (15, 27) W-QTDMED
           DISPLAY (16, 05) "CONSULTAS FECHADAS : "
           DISPLAY (16, 27) W-QTDCONS
           DISPLAY (17, 05) "SEM CONTRATO       : "
           DISPLAY (17, 27) W-QTDSEMCTR
           DISPLAY (18, 05) "SEM DADOS BANCARIOS: "
           DISPLAY (18, 27) W-QTDSEMBCO
           MOVE "*** RELREPFEC.TXT E REMREPASSE.TXT GERADOS ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADMED CADPACI CADCONV CADPROC
                 CADCONPROC CADREPMED CADREPCON CADREPFEC
                 REPTX REMTX.
           IF SPL-GERADO = "S"
              STRING "COMPETENCIA " W-CPMM "/" W-CPAA
                     DELIMITED BY SIZE INTO SPL-PARAM
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
