       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP188.
       AUTHOR. KAIO V G S S
      ***********************************************
      * BPA - BOLETIM DE PRODUCAO AMBULATORIAL DO    *
      * SUS, POR COMPETENCIA (MES/ANO) E FILIAL.     *
      * ENTRAM AS CONSULTAS DA FILIAL NO MES CUJO    *
      * CONVENIO (O DA VISITA, CON-CONVUSO, OU O DO  *
      * CADASTRO) E O CONVENIO SUS DA FILIAL NO      *
      * CADSUS. CADA PROCEDIMENTO DA CONSULTA (ITENS *
      * DO CADCONPROC OU, SEM ITENS, O DO CID) TEM   *
      * O CODIGO TUSS CONVERTIDO PARA SIGTAP PELO    *
      * CADSIGTAP: INSTRUMENTO I GERA UMA LINHA DE   *
      * BPA-I (EXIGE CNS DO PACIENTE - CADPACSUS - E *
      * CNS DO MEDICO - CADMEDSUS); INSTRUMENTO C    *
      * SOMA A QUANTIDADE NO BPA-C POR CBO, SIGTAP E *
      * IDADE. O CBO DO MEDICO VEM DO CADMEDSUS.     *
      * O QUE FALTAR (CNS, CBO OU CODIGO SIGTAP) NAO *
      * VAI PARA O ARQUIVO E SAI NA CRITICA          *
      * RELBPA.TXT, COM OS TOTAIS DE CONTROLE.       *
      * CONSULTA DE HISTORICO EXTERNO (FATURADO = E) *
      * NAO ENTRA NO BPA.                            *
      * FOLHAS DE 20 LINHAS, NUMERADAS A PARTE NO    *
      * BPA-C E NO BPA-I. CAMPO DE CONTROLE = RESTO  *
      * DA DIVISAO POR 1111 DA SOMA DOS CODIGOS DE   *
      * PROCEDIMENTO E DAS QUANTIDADES DE TODAS AS   *
      * LINHAS, MAIS 1111.                           *
      *                                              *
      * LAYOUT DO BPASUS.TXT (POSICOES FIXAS):       *
      * CABECALHO:                                   *
      *   01-02  "01"                  X(02)         *
      *   03-07  "#BPA#"               X(05)         *
      *   08-13  COMPETENCIA AAAAMM    9(06)         *
      *   14-19  NUMERO DE LINHAS      9(06)         *
      *   20-25  NUMERO DE FOLHAS      9(06)         *
      *   26-29  CAMPO DE CONTROLE     9(04)         *
      *   30-59  ORGAO DE ORIGEM       X(30)         *
      *   60-65  SIGLA DA ORIGEM       X(06)         *
      *   66-79  CNPJ DA ORIGEM        9(14)         *
      *   80-119 ORGAO DE DESTINO      X(40)         *
      *  120-120 DESTINO M/E           X(01)         *
      *  121-130 VERSAO DO SISTEMA     X(10)         *
      * BPA-C (CONSOLIDADO):                         *
      *   01-02  "02"                  X(02)         *
      *   03-09  CNES                  9(07)         *
      *   10-15  COMPETENCIA AAAAMM    9(06)         *
      *   16-21  CBO                   X(06)         *
      *   22-24  FOLHA                 9(03)         *
      *   25-26  SEQUENCIA NA FOLHA    9(02)         *
      *   27-36  PROCEDIMENTO SIGTAP   9(10)         *
      *   37-39  IDADE                 9(03)         *
      *   40-45  QUANTIDADE            9(06)         *
      *   46-48  ORIGEM "BPA"          X(03)         *
      * BPA-I (INDIVIDUALIZADO):                     *
      *   01-02  "03"                  X(02)         *
      *   03-09  CNES                  9(07)         *
      *   10-15  COMPETENCIA AAAAMM    9(06)         *
      *   16-30  CNS DO PROFISSIONAL   9(15)         *
      *   31-36  CBO                   X(06)         *
      *   37-44  DATA ATENDIMENTO      9(08)         *
      *   45-47  FOLHA                 9(03)         *
      *   48-49  SEQUENCIA NA FOLHA    9(02)         *
      *   50-59  PROCEDIMENTO SIGTAP   9(10)         *
      *   60-74  CNS DO PACIENTE       9(15)         *
      *   75-75  SEXO M/F              X(01)         *
      *   76-81  MUNICIPIO IBGE        9(06)         *
      *   82-85  CID-10                X(04)         *
      *   86-88  IDADE                 9(03)         *
      *   89-94  QUANTIDADE            9(06)         *
      *   95-96  CARATER "01"=ELETIVO  9(02)         *
      *   97-109 NUMERO AUTORIZACAO    X(13)         *
      *  110-112 ORIGEM "BPA"          X(03)         *
      *  113-142 NOME DO PACIENTE      X(30)         *
      *  143-150 NASCIMENTO AAAAMMDD   9(08)         *
      *  151-152 RACA/COR              9(02)         *
      *  153-156 ETNIA                 9(04)         *
      *  157-159 NACIONALIDADE         9(03)         *
      *  160-177 SERVICO/CLASSIF/EQUIPE X(18) BRANCO *
      *  178-191 CNPJ (BRANCO)         X(14)         *
      *  192-199 CEP                   9(08)         *
      *  200-202 COD. LOGRADOURO       X(03)         *
      *  203-232 ENDERECO              X(30)         *
      *  233-242 COMPLEMENTO           X(10)         *
      *  243-247 NUMERO                9(05)         *
      *  248-277 BAIRRO                X(30)         *
      *  278-288 TELEFONE DDD+NUMERO   9(11)         *
      *  289-328 E-MAIL                X(40)         *
      *  329-338 INE (BRANCO)          X(10)         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SUS-FILIAL
                    FILE STATUS  IS ST-ERRO.
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADPACSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEDSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CRM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSIGTAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SG-TUSS
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO OF REGCID
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES.
           SELECT BPATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT BPATMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           SELECT RELBPATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUS.DAT".
       01 REGSUS.
          03 SUS-FILIAL        PIC 9(02).
          03 SUS-CONVENIO      PIC 9(06).
          03 SUS-CNES          PIC 9(07).
          03 SUS-ORGNOME       PIC X(30).
          03 SUS-ORGSIGLA      PIC X(06).
          03 SUS-CNPJ          PIC 9(14).
          03 SUS-DESTNOME      PIC X(40).
          03 SUS-DESTIND       PIC X(01).
          03 SUS-DATAALT       PIC 9(08).
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
       FD CADMEDSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDSUS.DAT".
       01 REGMEDSUS.
          03 MS-CRM.
             05 MS-CRMNUM      PIC 9(06).
             05 MS-CRMUF       PIC X(02).
          03 MS-CNS            PIC 9(15).
          03 MS-CBO            PIC X(06).
          03 MS-DATAALT        PIC 9(08).
      *
       FD CADSIGTAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIGTAP.DAT".
       01 REGSIGTAP.
          03 SG-TUSS           PIC 9(08).
          03 SG-SIGTAP         PIC 9(10).
          03 SG-INSTR          PIC X(01).
          03 SG-DESCRICAO      PIC X(30).
          03 SG-DATAALT        PIC 9(08).
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
       FD BPATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BPASUS.TXT".
       01 REGBPATX     PIC X(338).
      *
       FD BPATMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BPASUS.TMP".
       01 REGBPATMP    PIC X(338).
      *
       FD RELBPATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBPA.TXT".
       01 REGRELBPA    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP188".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-FILIAL       PIC 9(02) VALUE ZEROS.
       77 W-CONVPAC      PIC 9(06) VALUE ZEROS.
       77 W-TEMCNS       PIC X(01) VALUE "N".
       77 W-TEMCEP       PIC X(01) VALUE "N".
       77 W-TUSS         PIC 9(08) VALUE ZEROS.
       77 W-QTDE         PIC 9(06) VALUE ZEROS.
       77 W-IDADE        PIC 9(03) VALUE ZEROS.
       77 W-IDADEC       PIC S9(04) VALUE ZEROS.
       77 W-CIDBPA       PIC X(04) VALUE SPACES.
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
       77 W-FOLHAI       PIC 9(03) VALUE ZEROS.
       77 W-SEQI         PIC 9(02) VALUE 20.
       77 W-FOLHAC       PIC 9(03) VALUE ZEROS.
       77 W-SEQC         PIC 9(02) VALUE 20.
       77 W-QTDC         PIC 9(04) VALUE ZEROS.
       77 W-IX           PIC 9(04) VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
      *
      * TOTAIS DE CONTROLE
      *
       77 W-TOTCON       PIC 9(06) VALUE ZEROS.
       77 W-TOTLINI      PIC 9(06) VALUE ZEROS.
       77 W-TOTLIN       PIC 9(06) VALUE ZEROS.
       77 W-TOTFOLHA     PIC 9(06) VALUE ZEROS.
       77 W-TOTQTD       PIC 9(08) VALUE ZEROS.
       77 W-SOMACTL      PIC 9(15) VALUE ZEROS.
       77 W-CTLQUOC      PIC 9(15) VALUE ZEROS.
       77 W-CTLRESTO     PIC 9(04) VALUE ZEROS.
       77 W-CONTROLE     PIC 9(04) VALUE ZEROS.
       77 W-REJCNSP      PIC 9(06) VALUE ZEROS.
       77 W-REJCNSM      PIC 9(06) VALUE ZEROS.
       77 W-REJCBO       PIC 9(06) VALUE ZEROS.
       77 W-REJSIG       PIC 9(06) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-COMPET.
          03 W-CPMM    PIC 9(02) VALUE ZEROS.
          03 W-CPAA    PIC 9(04) VALUE ZEROS.
       01 W-COMPAAMM.
          03 W-CAAA    PIC 9(04) VALUE ZEROS.
          03 W-CAMM    PIC 9(02) VALUE ZEROS.
       01 W-COMPAAMM9 REDEFINES W-COMPAAMM PIC 9(06).
      *
      * BPA-C: QUANTIDADE POR CBO + PROCEDIMENTO + IDADE
      *
       01 TAB-BPAC.
          03 TC-ITEM OCCURS 999 TIMES.
             05 TC-CBO          PIC X(06).
             05 TC-PROC         PIC 9(10).
             05 TC-IDADE        PIC 9(03).
             05 TC-QTD          PIC 9(06).
      *
       01 BPA-HDR.
          03 BH-TIPO           PIC X(02) VALUE "01".
          03 BH-ID             PIC X(05) VALUE "#BPA#".
          03 BH-COMPET         PIC 9(06).
          03 BH-LINHAS         PIC 9(06).
          03 BH-FOLHAS         PIC 9(06).
          03 BH-CONTROLE       PIC 9(04).
          03 BH-ORGNOME        PIC X(30).
          03 BH-ORGSIGLA       PIC X(06).
          03 BH-CNPJ           PIC 9(14).
          03 BH-DESTNOME       PIC X(40).
          03 BH-DESTIND        PIC X(01).
          03 BH-VERSAO         PIC X(10) VALUE "SMP188".
      *
       01 BPA-C.
          03 BC-TIPO           PIC X(02) VALUE "02".
          03 BC-CNES           PIC 9(07).
          03 BC-COMPET         PIC 9(06).
          03 BC-CBO            PIC X(06).
          03 BC-FOLHA          PIC 9(03).
          03 BC-SEQ            PIC 9(02).
          03 BC-PROC           PIC 9(10).
          03 BC-IDADE          PIC 9(03).
          03 BC-QTD            PIC 9(06).
          03 BC-ORIGEM         PIC X(03) VALUE "BPA".
      *
       01 BPA-I.
          03 BI-TIPO           PIC X(02) VALUE "03".
          03 BI-CNES           PIC 9(07).
          03 BI-COMPET         PIC 9(06).
          03 BI-CNSMED         PIC 9(15).
          03 BI-CBO            PIC X(06).
          03 BI-DATA           PIC 9(08).
          03 BI-FOLHA          PIC 9(03).
          03 BI-SEQ            PIC 9(02).
          03 BI-PROC           PIC 9(10).
          03 BI-CNSPAC         PIC 9(15).
          03 BI-SEXO           PIC X(01).
          03 BI-IBGE           PIC 9(06).
          03 BI-CID            PIC X(04).
          03 BI-IDADE          PIC 9(03).
          03 BI-QTD            PIC 9(06).
          03 BI-CARATER        PIC 9(02) VALUE 01.
          03 BI-AUTORIZ        PIC X(13) VALUE SPACES.
          03 BI-ORIGEM         PIC X(03) VALUE "BPA".
          03 BI-NOME           PIC X(30).
          03 BI-NASC.
             05 BI-NASCAA      PIC 9(04).
             05 BI-NASCMM      PIC 9(02).
             05 BI-NASCDD      PIC 9(02).
          03 BI-RACA           PIC 9(02).
          03 BI-ETNIA          PIC 9(04).
          03 BI-NACION         PIC 9(03).
          03 BI-EQUIPE         PIC X(18) VALUE SPACES.
          03 BI-CNPJ           PIC X(14) VALUE SPACES.
          03 BI-CEP            PIC 9(08).
          03 BI-LOGRAD         PIC X(03) VALUE SPACES.
          03 BI-ENDERECO       PIC X(30).
          03 BI-COMPL          PIC X(10).
          03 BI-NUMERO         PIC 9(05).
          03 BI-BAIRRO         PIC X(30).
          03 BI-FONE.
             05 BI-FONEDDD     PIC 9(02).
             05 BI-FONENUM1    PIC 9(05).
             05 BI-FONENUM2    PIC 9(04).
          03 BI-EMAIL          PIC X(40).
          03 BI-INE            PIC X(10) VALUE SPACES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(34) VALUE
                     " *** CRITICA DO BPA - SUS ***".
                03 FILLER      PIC X(08) VALUE "COMPET: ".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(10) VALUE "  FILIAL: ".
                03 C0-FILIAL   PIC 9(02).
                03 FILLER      PIC X(07) VALUE "  PAG: ".
                03 C0-PAGINA   PIC ZZ9.
       01 CAB1.
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(21) VALUE "PACIENTE".
                03 FILLER      PIC X(11) VALUE "DATA".
                03 FILLER      PIC X(10) VALUE "CRM".
                03 FILLER      PIC X(09) VALUE "TUSS".
                03 FILLER      PIC X(30) VALUE "MOTIVO".
       01 CAB2.
                03 D2-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-NOME          PIC X(20).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DATADD        PIC 9(02).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-DATAMM        PIC 9(02).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-DATAAA        PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CRMNUM        PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-CRMUF         PIC X(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-TUSS          PIC 9(08).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-MOTIVO        PIC X(30).
       01 CAB3.
                03 D3-TEXTO         PIC X(40).
                03 D3-VALOR         PIC ZZZ.ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELBPA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT188.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** BPA - PRODUCAO AMBULATORIAL".
           05  LINE 02  COLUMN 40
               VALUE  " SUS ***".
           05  LINE 07  COLUMN 01
               VALUE  "           COMPETENCIA (MES/ANO) :   /".
           05  LINE 09  COLUMN 01
               VALUE  "           FILIAL                :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CPMM
               LINE 07  COLUMN 37  PIC 9(02)
               USING  W-CPMM
               HIGHLIGHT.
           05  TW-CPAA
               LINE 07  COLUMN 40  PIC 9(04)
               USING  W-CPAA
               HIGHLIGHT.
           05  TW-FILIAL
               LINE 09  COLUMN 37  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * COMPETENCIA SUGERIDA: MES ANTERIOR AO CORRENTE
      *
       INC-001.
                MOVE "S" TO W-OPCAO.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-MESSYS TO W-CPMM
                MOVE W-ANOSYS TO W-CPAA
                IF W-CPMM > 1
                   SUBTRACT 1 FROM W-CPMM
                ELSE
                   MOVE 12 TO W-CPMM
                   SUBTRACT 1 FROM W-CPAA.
                DISPLAY SMT188.
       INC-DATA.
                ACCEPT TW-CPMM
                ACCEPT TW-CPAA
                ACCEPT TW-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-CPMM < 01 OR W-CPMM > 12 OR W-CPAA < 2000
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
                IF W-FILIAL = ZEROS
                   MOVE "*** INFORME A FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
                MOVE W-CPAA TO W-CAAA
                MOVE W-CPMM TO W-CAMM.
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
           OPEN INPUT CADSUS
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADSUS NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
           MOVE W-FILIAL TO SUS-FILIAL
           READ CADSUS
           IF ST-ERRO NOT = "00"
                      MOVE "*FILIAL SEM CONVENIO SUS NO CADSUS*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADSUS
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPROC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0D.
           OPEN INPUT CADPACSUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPACSUS
                 CLOSE CADPACSUS
                 OPEN INPUT CADPACSUS
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPACSUS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0E.
           OPEN INPUT CADMEDSUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDSUS
                 CLOSE CADMEDSUS
                 OPEN INPUT CADMEDSUS
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADMEDSUS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0F.
           OPEN INPUT CADSIGTAP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSIGTAP
                 CLOSE CADSIGTAP
                 OPEN INPUT CADSIGTAP
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADSIGTAP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0G.
           OPEN INPUT CADCONPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN INPUT CADCONPROC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0H.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCID" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * SEM CADCEP O BPA-I SAI SEM ENDERECO E BAIRRO
      *
       INC-OP0I.
           MOVE "N" TO W-TEMCEP
           OPEN INPUT CADCEP
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCEP.
       INC-OP0J.
           OPEN OUTPUT BPATMP
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO BPATMP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           OPEN OUTPUT RELBPATX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RELBPATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           MOVE W-CPMM   TO C0-MM
           MOVE W-CPAA   TO C0-AA
           MOVE W-FILIAL TO C0-FILIAL
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * CONSULTAS DA FILIAL NA COMPETENCIA, NO CONVENIO SUS*
      *****************************************************
      *
       LER-CONS.
                READ CADCONSULTA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-CONS
                   ELSE
                      MOVE "ERRO NA LEITURA CADCONSULTA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF CON-FILIAL NOT = W-FILIAL
                   GO TO LER-CONS.
                IF CON-FATURADO = "E"
                   GO TO LER-CONS.
                IF CON-DATAAA NOT = W-CPAA OR CON-DATAMM NOT = W-CPMM
                   GO TO LER-CONS.
                MOVE CON-CPF TO CPF
                READ CADPACI
                IF ST-ERRO NOT = "00"
                   GO TO LER-CONS.
                IF CON-CONVUSO NOT = ZEROS
                   MOVE CON-CONVUSO TO W-CONVPAC
                ELSE
                   MOVE CONVENIO TO W-CONVPAC.
                IF W-CONVPAC NOT = SUS-CONVENIO
                   GO TO LER-CONS.
                ADD 1 TO W-TOTCON
                PERFORM CALC-IDADE THRU CALC-IDADE-FIM
                PERFORM BUS-CID THRU BUS-CID-FIM
                MOVE "N" TO W-TEMCNS
                MOVE CON-CPF TO PS-CPF
                READ CADPACSUS
                IF ST-ERRO = "00"
                   MOVE "S" TO W-TEMCNS.
      *
      * SEM CBO DO MEDICO A CONSULTA INTEIRA FICA FORA
      *
                MOVE CON-CRM TO MS-CRM
                READ CADMEDSUS
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO MS-CBO
                   MOVE ZEROS  TO MS-CNS.
                IF MS-CBO = SPACES
                   MOVE ZEROS TO W-TUSS
                   MOVE "MEDICO SEM CBO (CADMEDSUS)" TO W-MOTIVO
                   PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                   ADD 1 TO W-REJCBO
                   GO TO LER-CONS.
      *
      * CONSULTA COM ITENS: UM PROCEDIMENTO POR ITEM;
      * SEM ITENS, O PROCEDIMENTO DO CID DA CONSULTA
      *
                MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
                MOVE ZEROS TO CPR-SEQ
                START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO CONS-PROC.
       CONS-ITE.
                READ CADCONPROC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CONS-PROC.
                IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
                   GO TO CONS-PROC.
       CONS-ITE-LP.
                MOVE CPR-TUSS TO W-TUSS
                MOVE CPR-QTDE TO W-QTDE
                PERFORM TRATA-PROC THRU TRATA-PROC-FIM
                READ CADCONPROC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO LER-CONS.
                IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
                   GO TO LER-CONS.
                GO TO CONS-ITE-LP.
      *
       CONS-PROC.
                MOVE CON-CID TO PROC-CID
                READ CADPROC
                IF ST-ERRO = "23"
                   MOVE ZEROS TO PROC-CID
                   READ CADPROC.
                IF ST-ERRO NOT = "00"
                   MOVE ZEROS TO W-TUSS
                   MOVE "SEM PROCEDIMENTO P/ O CID" TO W-MOTIVO
                   PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                   ADD 1 TO W-REJSIG
                   GO TO LER-CONS.
                MOVE PROC-CODIGO TO W-TUSS
                MOVE 1 TO W-QTDE
                PERFORM TRATA-PROC THRU TRATA-PROC-FIM
                GO TO LER-CONS.
      *
      *****************************************************
      * PROCEDIMENTO W-TUSS X W-QTDE DA CONSULTA: CONVERTE *
      * PARA SIGTAP E MANDA PARA O BPA-C OU O BPA-I        *
      *****************************************************
      *
       TRATA-PROC.
                MOVE W-TUSS TO SG-TUSS
                READ CADSIGTAP
                IF ST-ERRO NOT = "00"
                   MOVE "PROCEDIMENTO SEM CODIGO SIGTAP" TO W-MOTIVO
                   PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                   ADD 1 TO W-REJSIG
                   GO TO TRATA-PROC-FIM.
                IF SG-INSTR = "C"
                   PERFORM ACUM-BPAC THRU ACUM-BPAC-FIM
                   GO TO TRATA-PROC-FIM.
                IF W-TEMCNS = "N" OR PS-CNS = ZEROS
                   MOVE "PACIENTE SEM CARTAO SUS (CNS)" TO W-MOTIVO
                   PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                   ADD 1 TO W-REJCNSP
                   GO TO TRATA-PROC-FIM.
                IF MS-CNS = ZEROS
                   MOVE "MEDICO SEM CNS PROFISSIONAL" TO W-MOTIVO
                   PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                   ADD 1 TO W-REJCNSM
                   GO TO TRATA-PROC-FIM.
                PERFORM GRAVA-BPAI THRU GRAVA-BPAI-FIM.
       TRATA-PROC-FIM.
                EXIT.
      *
       ACUM-BPAC.
                MOVE 1 TO W-IX.
       ACUM-BPAC-LP.
                IF W-IX > W-QTDC
                   GO TO ACUM-BPAC-NOVO.
                IF TC-CBO (W-IX) = MS-CBO
                   AND TC-PROC (W-IX) = SG-SIGTAP
                   AND TC-IDADE (W-IX) = W-IDADE
                   ADD W-QTDE TO TC-QTD (W-IX)
                   GO TO ACUM-BPAC-FIM.
                ADD 1 TO W-IX
                GO TO ACUM-BPAC-LP.
       ACUM-BPAC-NOVO.
                IF W-QTDC NOT < 999
                   MOVE "TABELA DO BPA-C CHEIA" TO W-MOTIVO
                   PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                   GO TO ACUM-BPAC-FIM.
                ADD 1 TO W-QTDC
                MOVE MS-CBO    TO TC-CBO (W-QTDC)
                MOVE SG-SIGTAP TO TC-PROC (W-QTDC)
                MOVE W-IDADE   TO TC-IDADE (W-QTDC)
                MOVE W-QTDE    TO TC-QTD (W-QTDC).
       ACUM-BPAC-FIM.
                EXIT.
      *
       GRAVA-BPAI.
                ADD 1 TO W-SEQI
                IF W-SEQI > 20
                   MOVE 1 TO W-SEQI
                   ADD 1 TO W-FOLHAI.
                MOVE SUS-CNES       TO BI-CNES
                MOVE W-COMPAAMM9    TO BI-COMPET
                MOVE MS-CNS         TO BI-CNSMED
                MOVE MS-CBO         TO BI-CBO
                MOVE CON-DATA       TO BI-DATA
                MOVE W-FOLHAI       TO BI-FOLHA
                MOVE W-SEQI         TO BI-SEQ
                MOVE SG-SIGTAP      TO BI-PROC
                MOVE PS-CNS         TO BI-CNSPAC
                MOVE SEXO           TO BI-SEXO
                IF SEXO = "m" MOVE "M" TO BI-SEXO.
                IF SEXO = "f" MOVE "F" TO BI-SEXO.
                MOVE PS-IBGE        TO BI-IBGE
                MOVE W-CIDBPA       TO BI-CID
                MOVE W-IDADE        TO BI-IDADE
                MOVE W-QTDE         TO BI-QTD
                MOVE NOME OF REGPACI TO BI-NOME
                MOVE NUMEROAA       TO BI-NASCAA
                MOVE NUMEROMM       TO BI-NASCMM
                MOVE NUMERODD       TO BI-NASCDD
                MOVE PS-RACA        TO BI-RACA
                MOVE PS-ETNIA       TO BI-ETNIA
                MOVE PS-NACION      TO BI-NACION
                MOVE CEPC           TO BI-CEP
                MOVE SPACES         TO BI-ENDERECO BI-BAIRRO
                MOVE COMPLEMENTO    TO BI-COMPL
                MOVE NUMEROENDERECO TO BI-NUMERO
                MOVE DDD            TO BI-FONEDDD
                MOVE NUMEROTEL1     TO BI-FONENUM1
                MOVE NUMEROTEL2     TO BI-FONENUM2
                MOVE EMAIL          TO BI-EMAIL
                IF W-TEMCEP = "S"
                   MOVE CEPC TO CEP
                   READ CADCEP
                   IF ST-ERRO = "00"
                      MOVE ENDERECO TO BI-ENDERECO
                      MOVE BAIRRO   TO BI-BAIRRO.
                WRITE REGBPATMP FROM BPA-I
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO BPATMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-TOTLINI
                ADD W-QTDE TO W-TOTQTD
                COMPUTE W-SOMACTL = W-SOMACTL + SG-SIGTAP + W-QTDE.
       GRAVA-BPAI-FIM.
                EXIT.
      *
      *****************************************************
      * FIM DA LEITURA: FECHA AS CONTAS DO BPA-C, GRAVA O  *
      * CABECALHO, AS LINHAS DO BPA-C E COPIA AS DO BPA-I  *
      *****************************************************
      *
       FIM-CONS.
                CLOSE BPATMP
                MOVE 1 TO W-IX.
       FIM-SOMA.
                IF W-IX > W-QTDC
                   GO TO FIM-SOMA-FIM.
                ADD TC-QTD (W-IX) TO W-TOTQTD
                COMPUTE W-SOMACTL = W-SOMACTL + TC-PROC (W-IX)
                                              + TC-QTD (W-IX)
                ADD 1 TO W-IX
                GO TO FIM-SOMA.
       FIM-SOMA-FIM.
                DIVIDE W-QTDC BY 20 GIVING W-QUOC REMAINDER W-IX
                IF W-IX > ZEROS
                   ADD 1 TO W-QUOC.
                COMPUTE W-TOTLIN   = W-QTDC + W-TOTLINI
                COMPUTE W-TOTFOLHA = W-QUOC + W-FOLHAI
                DIVIDE W-SOMACTL BY 1111 GIVING W-CTLQUOC
                       REMAINDER W-CTLRESTO
                COMPUTE W-CONTROLE = W-CTLRESTO + 1111
                IF W-TOTLIN = ZEROS
                   MOVE "*NENHUMA PRODUCAO SUS VALIDA NA COMPETENCIA*"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-TOT.
                OPEN OUTPUT BPATX
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO BPATX" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-COMPAAMM9   TO BH-COMPET
                MOVE W-TOTLIN      TO BH-LINHAS
                MOVE W-TOTFOLHA    TO BH-FOLHAS
                MOVE W-CONTROLE    TO BH-CONTROLE
                MOVE SUS-ORGNOME   TO BH-ORGNOME
                MOVE SUS-ORGSIGLA  TO BH-ORGSIGLA
                MOVE SUS-CNPJ      TO BH-CNPJ
                MOVE SUS-DESTNOME  TO BH-DESTNOME
                MOVE SUS-DESTIND   TO BH-DESTIND
                WRITE REGBPATX FROM BPA-HDR
                MOVE 1 TO W-IX.
       GRV-BPAC.
                IF W-IX > W-QTDC
                   GO TO GRV-BPAI.
                ADD 1 TO W-SEQC
                IF W-SEQC > 20
                   MOVE 1 TO W-SEQC
                   ADD 1 TO W-FOLHAC.
                MOVE SUS-CNES        TO BC-CNES
                MOVE W-COMPAAMM9     TO BC-COMPET
                MOVE TC-CBO (W-IX)   TO BC-CBO
                MOVE W-FOLHAC        TO BC-FOLHA
                MOVE W-SEQC          TO BC-SEQ
                MOVE TC-PROC (W-IX)  TO BC-PROC
                MOVE TC-IDADE (W-IX) TO BC-IDADE
                MOVE TC-QTD (W-IX)   TO BC-QTD
                WRITE REGBPATX FROM BPA-C
                ADD 1 TO W-IX
                GO TO GRV-BPAC.
       GRV-BPAI.
                OPEN INPUT BPATMP
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQUIVO BPATMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       GRV-BPAI-LP.
                READ BPATMP
                IF ST-ERRO NOT = "00"
                   GO TO GRV-BPAI-FIM.
                WRITE REGBPATX FROM REGBPATMP
                GO TO GRV-BPAI-LP.
       GRV-BPAI-FIM.
                CLOSE BPATMP BPATX
                MOVE "*** ARQUIVO BPASUS.TXT GERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * TOTAIS DE CONTROLE *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGRELBPA
                WRITE REGRELBPA
                MOVE "CONSULTAS SUS NA COMPETENCIA ........:"
                                          TO D3-TEXTO
                MOVE W-TOTCON   TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "LINHAS DO BPA-C .....................:"
                                          TO D3-TEXTO
                MOVE W-QTDC     TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "LINHAS DO BPA-I .....................:"
                                          TO D3-TEXTO
                MOVE W-TOTLINI  TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "TOTAL DE LINHAS .....................:"
                                          TO D3-TEXTO
                MOVE W-TOTLIN   TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "TOTAL DE FOLHAS .....................:"
                                          TO D3-TEXTO
                MOVE W-TOTFOLHA TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "QUANTIDADE DE PROCEDIMENTOS .........:"
                                          TO D3-TEXTO
                MOVE W-TOTQTD   TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "CAMPO DE CONTROLE ...................:"
                                          TO D3-TEXTO
                MOVE W-CONTROLE TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE SPACES TO REGRELBPA
                WRITE REGRELBPA
                MOVE "CRITICADOS - PACIENTE SEM CNS .......:"
                                          TO D3-TEXTO
                MOVE W-REJCNSP  TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "CRITICADOS - MEDICO SEM CNS .........:"
                                          TO D3-TEXTO
                MOVE W-REJCNSM  TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "CRITICADOS - MEDICO SEM CBO .........:"
                                          TO D3-TEXTO
                MOVE W-REJCBO   TO D3-VALOR
                WRITE REGRELBPA FROM CAB3
                MOVE "CRITICADOS - SEM CODIGO SIGTAP ......:"
                                          TO D3-TEXTO
                MOVE W-REJSIG   TO D3-VALOR
                WRITE REGRELBPA FROM CAB3.
                GO TO ROT-FIM.
      *
      *****************************************************
      * LINHA DA CRITICA: CONSULTA/PROCEDIMENTO QUE FICOU  *
      * FORA DO BPA E O MOTIVO                             *
      *****************************************************
      *
       GRAVA-CRIT.
                IF W-QTDLIN > 50
                   PERFORM CABECALHO THRU CABECALHO-FIM.
                MOVE CON-CPF         TO D2-CPF
                MOVE NOME OF REGPACI TO D2-NOME
                MOVE CON-DATADD      TO D2-DATADD
                MOVE CON-DATAMM      TO D2-DATAMM
                MOVE CON-DATAAA      TO D2-DATAAA
                MOVE CON-CRMNUM      TO D2-CRMNUM
                MOVE CON-CRMUF       TO D2-CRMUF
                MOVE W-TUSS          TO D2-TUSS
                MOVE W-MOTIVO        TO D2-MOTIVO
                WRITE REGRELBPA FROM CAB2
                ADD 1 TO W-QTDLIN.
       GRAVA-CRIT-FIM.
                EXIT.
      *
      * IDADE EM ANOS COMPLETOS NA DATA DO ATENDIMENTO
      *
       CALC-IDADE.
                COMPUTE W-IDADEC = CON-DATAAA - NUMEROAA
                IF CON-DATAMM < NUMEROMM
                   SUBTRACT 1 FROM W-IDADEC.
                IF CON-DATAMM = NUMEROMM AND CON-DATADD < NUMERODD
                   SUBTRACT 1 FROM W-IDADEC.
                IF W-IDADEC < ZEROS OR W-IDADEC > 130
                   MOVE ZEROS TO W-IDADEC.
                MOVE W-IDADEC TO W-IDADE.
       CALC-IDADE-FIM.
                EXIT.
      *
      * CID-10 DO BPA-I: CATEGORIA DO CADCID DA CONSULTA
      *
       BUS-CID.
                MOVE SPACES TO W-CIDBPA
                MOVE CON-CID TO CODIGO OF REGCID
                READ CADCID
                IF ST-ERRO = "00"
                   MOVE CATEGORIA TO W-CIDBPA.
       BUS-CID-FIM.
                EXIT.
      *
      **********************
      * CABECALHO DA CRITICA *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE W-PAGINA TO C0-PAGINA
                MOVE ZEROS TO W-QTDLIN
                IF W-PAGINA > 1
                   MOVE SPACES TO REGRELBPA
                   WRITE REGRELBPA.
                MOVE CAB0 TO REGRELBPA
                WRITE REGRELBPA
                MOVE SPACES TO REGRELBPA
                WRITE REGRELBPA
                MOVE CAB1 TO REGRELBPA
                WRITE REGRELBPA
                MOVE SPACES TO REGRELBPA
                WRITE REGRELBPA.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADSUS CADCONSULTA CADPACI CADPROC CADPACSUS
                      CADMEDSUS CADSIGTAP CADCONPROC CADCID RELBPATX.
                IF SPL-GERADO = "S"
                   STRING "COMPETENCIA " W-CPMM "/" W-CPAA
                          " FILIAL " W-FILIAL
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE W-PAGINA TO SPL-PAGINAS
                   MOVE W-FILIAL TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
                IF W-TEMCEP = "S"
                   CLOSE CADCEP.
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
