       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP154.
       AUTHOR. KAIO V G S S
      ***********************************************
      * GERACAO DO LOTE DE RPS PARA A NFS-E DAS      *
      * CONSULTAS PARTICULARES FATURADAS. PARA CADA  *
      * CONSULTA PARTICULAR FATURADA NO PERIODO SEM  *
      * RPS ENVIADO OU NFS-E AUTORIZADA, ABRE UM     *
      * REGISTRO NO CADNFSE COM O PROXIMO NUMERO DE  *
      * RPS DA FILIAL (SERIE "F" + FILIAL) E GRAVA A *
      * LINHA NO RPSNFSE.TXT PARA ENVIO AO SITE DA   *
      * PREFEITURA. O VALOR E O MESMO DA FATURA DO   *
      * SMP068. RPS REJEITADO (SMP155) VOLTA NO      *
      * PROXIMO LOTE COM NOVO NUMERO.                *
      * PARAMETROS (CADPARAM): INSCMUNIC, CODSERVNF, *
      * ALIQNFSE (% X 100, PADRAO 200 = 2,00%).      *
      *                                              *
      * LAYOUT DO RPSNFSE.TXT (POSICOES FIXAS):      *
      * TIPO 1 - HEADER:                             *
      *   01-01  TIPO "1"              X(01)         *
      *   02-04  VERSAO "001"          X(03)         *
      *   05-12  INSCRICAO MUNICIPAL   9(08)         *
      *   13-18  NUMERO DO LOTE        9(06)         *
      *   19-26  DATA GERACAO AAAAMMDD 9(08)         *
      * TIPO 2 - RPS:                                *
      *   01-01  TIPO "2"              X(01)         *
      *   02-06  TIPO DO RPS "RPS  "   X(05)         *
      *   07-11  SERIE "F"+FILIAL      X(05)         *
      *   12-23  NUMERO DO RPS         9(12)         *
      *   24-31  DATA EMISSAO AAAAMMDD 9(08)         *
      *   32-32  TRIBUTACAO "T"        X(01)         *
      *   33-47  VALOR SERVICOS(2 DEC) 9(15)         *
      *   48-62  VALOR DEDUCOES(2 DEC) 9(15)         *
      *   63-67  CODIGO DO SERVICO     9(05)         *
      *   68-71  ALIQUOTA (2 DEC)      9(04)         *
      *   72-72  ISS RETIDO "2"=NAO    X(01)         *
      *   73-73  TOMADOR "1"=CPF       X(01)         *
      *   74-87  CPF DO TOMADOR        9(14)         *
      *   88-117 NOME DO TOMADOR       X(30)         *
      *  118-147 ENDERECO              X(30)         *
      *  148-151 NUMERO                9(04)         *
      *  152-159 CEP                   9(08)         *
      *  160-189 E-MAIL                X(30)         *
      *  190-269 DISCRIMINACAO         X(80)         *
      * TIPO 9 - TRAILER: "9" + QTDE 9(07) +         *
      *          TOTAL SERVICOS 9(15) +              *
      *          TOTAL DEDUCOES 9(15)                *
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRECO-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NF-CONSCHAVE
                                   WITH DUPLICATES.
           SELECT RPSTX ASSIGN TO DISK
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-CID          PIC 9(06).
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRECO-CHAVE.
             05 PRE-CONVENIO   PIC 9(06).
             05 PRE-CID        PIC 9(06).
             05 PRE-VIGENCIA   PIC 9(08).
          03 PRE-VALOR         PIC 9(07)V99.
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
       FD CADNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSE.DAT".
       01 REGNFSE.
          03 NF-CHAVE.
             05 NF-FILIAL      PIC 9(02).
             05 NF-RPSNUM      PIC 9(09).
          03 NF-CONSCHAVE      PIC X(27).
          03 NF-CPF            PIC 9(11).
          03 NF-VALOR          PIC 9(07)V99.
          03 NF-DATAEMI        PIC 9(08).
          03 NF-LOTE           PIC 9(06).
          03 NF-SITUACAO       PIC X(01).
          03 NF-NUMNFSE        PIC 9(12).
          03 NF-CODVERIF       PIC X(08).
          03 NF-DATANFSE       PIC 9(08).
          03 NF-MOTIVO         PIC X(40).
      *
       FD RPSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSNFSE.TXT".
       01 REGRPSTX      PIC X(269).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID   PIC X(12) VALUE "SMP154".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-VALORRPS PIC 9(07)V99 VALUE ZEROS.
       77 W-VALORIT  PIC 9(07)V99 VALUE ZEROS.
       77 W-DATARECNUM PIC 9(08) VALUE ZEROS.
       77 W-DATAFATNUM PIC 9(08) VALUE ZEROS.
       77 W-TEMPRECO PIC X(01) VALUE "N".
       77 W-PRECOACH PIC 9(07)V99 VALUE ZEROS.
       77 W-CONVPRECO PIC 9(06) VALUE ZEROS.
       77 W-PRECONVTRB PIC 9(06) VALUE ZEROS.
       77 W-PRECIDTRB PIC 9(06) VALUE ZEROS.
       77 W-TEMRPS   PIC X(01) VALUE "N".
       77 W-QTDRPS   PIC 9(07) VALUE ZEROS.
       77 W-TOTRPS   PIC 9(13)V99 VALUE ZEROS.
       77 W-LOTE     PIC 9(06) VALUE ZEROS.
       77 W-IND      PIC 9(03) VALUE ZEROS.
       77 W-INSCMUN  PIC 9(08) VALUE ZEROS.
       77 W-CODSERV  PIC 9(05) VALUE 4030.
       77 W-ALIQNF   PIC 9(04) VALUE 200.
       01 W-TABRPS.
          03 W-ULTRPS   PIC 9(09) OCCURS 100 TIMES.
       01 W-PERINI.
          03 W-PINIDD  PIC 9(02) VALUE ZEROS.
          03 W-PINIMM  PIC 9(02) VALUE ZEROS.
          03 W-PINIAA  PIC 9(04) VALUE ZEROS.
       01 W-PERFIM.
          03 W-PFIMDD  PIC 9(02) VALUE ZEROS.
          03 W-PFIMMM  PIC 9(02) VALUE ZEROS.
          03 W-PFIMAA  PIC 9(04) VALUE ZEROS.
       01 W-PERININUM.
          03 W-PININAA PIC 9(04) VALUE ZEROS.
          03 W-PININMM PIC 9(02) VALUE ZEROS.
          03 W-PININDD PIC 9(02) VALUE ZEROS.
       01 W-PERININ9 REDEFINES W-PERININUM PIC 9(08).
       01 W-PERFIMNUM.
          03 W-PFIMNAA PIC 9(04) VALUE ZEROS.
          03 W-PFIMNMM PIC 9(02) VALUE ZEROS.
          03 W-PFIMNDD PIC 9(02) VALUE ZEROS.
       01 W-PERFIMN9 REDEFINES W-PERFIMNUM PIC 9(08).
       01 W-DATASYS.
          03 W-DSAA   PIC 9(04).
          03 W-DSMM   PIC 9(02).
          03 W-DSDD   PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DISCRIM.
          03 FILLER      PIC X(24) VALUE "CONSULTA MEDICA REALIZ. ".
          03 W-DCDD      PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 W-DCMM      PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 W-DCAA      PIC 9(04).
          03 FILLER      PIC X(06) VALUE " - CRM".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 W-DCCRM     PIC 9(06).
          03 FILLER      PIC X(01) VALUE "/".
          03 W-DCCRMUF   PIC X(02).
          03 FILLER      PIC X(30) VALUE SPACES.
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *
       01 RPS-HEADER.
          03 FILLER      PIC X(01) VALUE "1".
          03 FILLER      PIC X(03) VALUE "001".
          03 RH-INSCMUN  PIC 9(08).
          03 RH-LOTE     PIC 9(06).
          03 RH-DATA     PIC 9(08).
       01 RPS-DETALHE.
          03 FILLER      PIC X(01) VALUE "2".
          03 FILLER      PIC X(05) VALUE "RPS".
          03 RD-SERIE.
             05 FILLER   PIC X(01) VALUE "F".
             05 RD-SERFIL PIC 9(02).
             05 FILLER   PIC X(02) VALUE SPACES.
          03 RD-NUMRPS   PIC 9(12).
          03 RD-DATAEMI  PIC 9(08).
          03 FILLER      PIC X(01) VALUE "T".
          03 RD-VALOR    PIC 9(13)V99.
          03 RD-DEDUC    PIC 9(13)V99.
          03 RD-CODSERV  PIC 9(05).
          03 RD-ALIQ     PIC 9(02)V99.
          03 FILLER      PIC X(01) VALUE "2".
          03 FILLER      PIC X(01) VALUE "1".
          03 RD-CPF      PIC 9(14).
          03 RD-NOME     PIC X(30).
          03 RD-ENDER    PIC X(30).
          03 RD-NUMERO   PIC 9(04).
          03 RD-CEP      PIC 9(08).
          03 RD-EMAIL    PIC X(30).
          03 RD-DISCRIM  PIC X(80).
       01 RPS-TRAILER.
          03 FILLER      PIC X(01) VALUE "9".
          03 RR-QTDE     PIC 9(07).
          03 RR-VALOR    PIC 9(13)V99.
          03 RR-DEDUC    PIC 9(13)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT154.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** NFS-E - LOTE DE RPS DAS FATURAS".
           05  LINE 02  COLUMN 43
               VALUE  " PARTICULARES ***".
           05  LINE 07  COLUMN 01
               VALUE  "    FATURADAS DE:   /  /        ATE:   /  /".
           05  TW-PINIDD
               LINE 07  COLUMN 18  PIC 9(02)
               USING  W-PINIDD
               HIGHLIGHT.
           05  TW-PINIMM
               LINE 07  COLUMN 21  PIC 9(02)
               USING  W-PINIMM
               HIGHLIGHT.
           05  TW-PINIAA
               LINE 07  COLUMN 24  PIC 9(04)
               USING  W-PINIAA
               HIGHLIGHT.
           05  TW-PFIMDD
               LINE 07  COLUMN 38  PIC 9(02)
               USING  W-PFIMDD
               HIGHLIGHT.
           05  TW-PFIMMM
               LINE 07  COLUMN 41  PIC 9(02)
               USING  W-PFIMMM
               HIGHLIGHT.
           05  TW-PFIMAA
               LINE 07  COLUMN 44  PIC 9(04)
               USING  W-PFIMAA
               HIGHLIGHT.
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
                DISPLAY SMT154.
       INC-PER.
                ACCEPT TW-PINIDD
                ACCEPT TW-PINIMM
                ACCEPT TW-PINIAA
                ACCEPT TW-PFIMDD
                ACCEPT TW-PFIMMM
                ACCEPT TW-PFIMAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                MOVE W-PINIAA TO W-PININAA
                MOVE W-PINIMM TO W-PININMM
                MOVE W-PINIDD TO W-PININDD
                MOVE W-PFIMAA TO W-PFIMNAA
                MOVE W-PFIMMM TO W-PFIMNMM
                MOVE W-PFIMDD TO W-PFIMNDD
                IF W-PERFIMN9 = ZEROS
                   MOVE 99999999 TO W-PERFIMN9.
                IF W-PERFIMN9 < W-PERININ9
                   MOVE "*PERIODO INVALIDO (FIM ANTES DO INICIO)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PER.
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
           MOVE "INSCMUNIC " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-INSCMUN.
           MOVE "CODSERVNF " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              MOVE PRM-VALOR TO W-CODSERV.
           MOVE "ALIQNFSE  " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              MOVE PRM-VALOR TO W-ALIQNF.
           IF W-INSCMUN = ZEROS
              MOVE "*CADASTRE A INSCMUNIC NO CADPARAM*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
       INC-OP0.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCEP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPROC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C2.
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRECO
                 CLOSE CADPRECO
                 OPEN INPUT CADPRECO
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPRECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0C3.
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
       INC-OP0D.
           OPEN I-O CADNFSE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADNFSE
                 CLOSE CADNFSE
                 OPEN I-O CADNFSE
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADNFSE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM ACHA-ULTRPS THRU ACHA-ULTRPS-FIM.
       INC-OP0E.
           OPEN OUTPUT RPSTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RPSTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE W-INSCMUN  TO RH-INSCMUN
           MOVE W-LOTE     TO RH-LOTE
           MOVE W-DATASYS9 TO RH-DATA
           WRITE REGRPSTX FROM RPS-HEADER.
      *
      *****************************************************
      * CONSULTAS PARTICULARES FATURADAS NO PERIODO E SEM  *
      * RPS ENVIADO OU NFS-E JA AUTORIZADA                 *
      *****************************************************
      *
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO GERA-TRAILER
              ELSE
                 MOVE "ERRO NA LEITURA CADCONSULTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF CON-FATURADO NOT = "S"
              GO TO LER-CONS01.
           MOVE CON-DATAFAT TO W-DATAFATNUM
           IF W-DATAFATNUM < W-PERININ9
              OR W-DATAFATNUM > W-PERFIMN9
              GO TO LER-CONS01.
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
           IF CONVENIO NOT = ZEROS AND TIPOBENEF NOT = "P"
              GO TO LER-CONS01.
           PERFORM VER-RPS THRU VER-RPS-FIM
           IF W-TEMRPS = "S"
              GO TO LER-CONS01.
           MOVE CON-DATA TO W-DATARECNUM
           PERFORM CALC-VALOR THRU CALC-VALOR-FIM
           IF W-VALORRPS = ZEROS
              GO TO LER-CONS01.
      *
       GRV-NFSE.
           COMPUTE W-IND = CON-FILIAL + 1
           ADD 1 TO W-ULTRPS (W-IND)
           MOVE CON-FILIAL       TO NF-FILIAL
           MOVE W-ULTRPS (W-IND) TO NF-RPSNUM
           MOVE CONSULTA-CHAVE   TO NF-CONSCHAVE
           MOVE CON-CPF          TO NF-CPF
           MOVE W-VALORRPS       TO NF-VALOR
           MOVE W-DATASYS9       TO NF-DATAEMI
           MOVE W-LOTE           TO NF-LOTE
           MOVE "E"              TO NF-SITUACAO
           MOVE ZEROS            TO NF-NUMNFSE NF-DATANFSE
           MOVE SPACES           TO NF-CODVERIF NF-MOTIVO
           WRITE REGNFSE
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADNFSE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRV-RPS.
           MOVE CEPC TO CEP
           READ CADCEP
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO ENDERECO.
           MOVE CON-DATADD TO W-DCDD
           MOVE CON-DATAMM TO W-DCMM
           MOVE CON-DATAAA TO W-DCAA
           MOVE CON-CRMNUM TO W-DCCRM
           MOVE CON-CRMUF  TO W-DCCRMUF
           MOVE NF-FILIAL       TO RD-SERFIL
           MOVE NF-RPSNUM       TO RD-NUMRPS
           MOVE NF-DATAEMI      TO RD-DATAEMI
           MOVE W-VALORRPS      TO RD-VALOR
           MOVE ZEROS           TO RD-DEDUC
           MOVE W-CODSERV       TO RD-CODSERV
           COMPUTE RD-ALIQ = W-ALIQNF / 100
           MOVE CON-CPF         TO RD-CPF
           MOVE NOME OF REGPACI TO RD-NOME
           MOVE ENDERECO        TO RD-ENDER
           MOVE NUMEROENDERECO  TO RD-NUMERO
           MOVE CEPC            TO RD-CEP
           MOVE EMAIL           TO RD-EMAIL
           MOVE W-DISCRIM       TO RD-DISCRIM
           WRITE REGRPSTX FROM RPS-DETALHE
           ADD 1 TO W-QTDRPS
           ADD W-VALORRPS TO W-TOTRPS
           GO TO LER-CONS01.
      *
      *****************************************************
      * JA EXISTE RPS ENVIADO OU NFS-E AUTORIZADA PARA A   *
      * CONSULTA? (REJEITADO NAO CONTA)                    *
      *****************************************************
      *
       VER-RPS.
           MOVE "N" TO W-TEMRPS
           MOVE CONSULTA-CHAVE TO NF-CONSCHAVE
           START CADNFSE KEY IS EQUAL TO NF-CONSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-RPS-FIM.
       VER-RPS-LP.
           READ CADNFSE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-RPS-FIM.
           IF NF-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO VER-RPS-FIM.
           IF NF-SITUACAO = "E" OR NF-SITUACAO = "A"
              MOVE "S" TO W-TEMRPS
              GO TO VER-RPS-FIM.
           GO TO VER-RPS-LP.
       VER-RPS-FIM.
           EXIT.
      *
      *****************************************************
      * VALOR DO RPS = VALOR DA FATURA DO SMP068: ITENS DA *
      * CONSULTA (TABELA PARTICULAR OU VALOR DIGITADO) OU, *
      * SEM ITENS, PRECO DO CADPROC SOBREPOSTO PELA TABELA *
      * PARTICULAR (CONVENIO 000000) EM VIGOR NA DATA      *
      *****************************************************
      *
       CALC-VALOR.
           MOVE ZEROS TO W-VALORRPS
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CALC-VALOR-PROC.
       CALC-VALOR-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CALC-VALOR-TEM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO CALC-VALOR-TEM.
           MOVE "N" TO W-TEMPRECO
           MOVE ZEROS       TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORIT = W-PRECOACH * CPR-QTDE
           ELSE
              COMPUTE W-VALORIT = CPR-VALUNIT * CPR-QTDE.
           ADD W-VALORIT TO W-VALORRPS
           GO TO CALC-VALOR-LP.
       CALC-VALOR-TEM.
           IF W-VALORRPS NOT = ZEROS
              GO TO CALC-VALOR-FIM.
       CALC-VALOR-PROC.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO = "23"
              MOVE ZEROS TO PROC-CID
              READ CADPROC.
           IF ST-ERRO NOT = "00"
              GO TO CALC-VALOR-FIM.
           MOVE PROC-VALOR TO W-VALORRPS
           MOVE ZEROS      TO W-CONVPRECO
           PERFORM BUS-PRECO THRU BUS-PRECO-FIM
           IF W-TEMPRECO = "S"
              MOVE W-PRECOACH TO W-VALORRPS.
       CALC-VALOR-FIM.
           EXIT.
      *
      *****************************************************
      * PRECO NEGOCIADO: VARRE AS VIGENCIAS DO CID (E DO   *
      * CID PADRAO 000000) DA TABELA PARTICULAR E FICA COM *
      * A ULTIMA EM VIGOR NA DATA (COMO NO SMP068)         *
      *****************************************************
      *
       BUS-PRECO.
           MOVE "N" TO W-TEMPRECO
           MOVE W-CONVPRECO TO PRE-CONVENIO
           MOVE CON-CID     TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              GO TO BUS-PRECO-FIM.
           MOVE W-CONVPRECO TO PRE-CONVENIO
           MOVE ZEROS       TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM.
       BUS-PRECO-FIM.
           EXIT.
      *
       BUS-PRECO-SCAN.
           MOVE PRE-CONVENIO TO W-PRECONVTRB
           MOVE PRE-CID      TO W-PRECIDTRB
           MOVE ZEROS TO PRE-VIGENCIA
           START CADPRECO KEY IS NOT LESS THAN PRECO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-PRECO-SCAN-FIM.
       BUS-PRECO-SCAN-LP.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-PRECO-SCAN-FIM.
           IF PRE-CONVENIO NOT = W-PRECONVTRB
              OR PRE-CID NOT = W-PRECIDTRB
              GO TO BUS-PRECO-SCAN-FIM.
           IF PRE-VIGENCIA > W-DATARECNUM
              GO TO BUS-PRECO-SCAN-FIM.
           MOVE PRE-VALOR TO W-PRECOACH
           MOVE "S" TO W-TEMPRECO
           GO TO BUS-PRECO-SCAN-LP.
       BUS-PRECO-SCAN-FIM.
           EXIT.
      *
      *****************************************************
      * ULTIMO RPS DE CADA FILIAL (POSICAO = FILIAL + 1) E *
      * PROXIMO NUMERO DE LOTE = MAIOR JA USADO MAIS UM    *
      *****************************************************
      *
       ACHA-ULTRPS.
           MOVE ZEROS TO W-TABRPS W-LOTE
           MOVE ZEROS TO NF-FILIAL NF-RPSNUM
           START CADNFSE KEY IS NOT LESS THAN NF-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ACHA-ULTRPS-ULT.
       ACHA-ULTRPS-LP.
           READ CADNFSE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ACHA-ULTRPS-ULT.
           COMPUTE W-IND = NF-FILIAL + 1
           MOVE NF-RPSNUM TO W-ULTRPS (W-IND)
           IF NF-LOTE > W-LOTE
              MOVE NF-LOTE TO W-LOTE.
           GO TO ACHA-ULTRPS-LP.
       ACHA-ULTRPS-ULT.
           ADD 1 TO W-LOTE.
       ACHA-ULTRPS-FIM.
           EXIT.
      *
       GERA-TRAILER.
           MOVE W-QTDRPS TO RR-QTDE
           MOVE W-TOTRPS TO RR-VALOR
           MOVE ZEROS    TO RR-DEDUC
           WRITE REGRPSTX FROM RPS-TRAILER
           CLOSE RPSTX
           DISPLAY (16, 05) "LOTE DE RPS     : "
           DISPLAY (16, 24) W-LOTE
           DISPLAY (17, 05) "RPS GERADOS     : "
           DISPLAY (17, 24) W-QTDRPS
           MOVE "*** RPSNFSE.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCEP CADPROC CADPRECO
                 CADCONPROC CADNFSE.
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
