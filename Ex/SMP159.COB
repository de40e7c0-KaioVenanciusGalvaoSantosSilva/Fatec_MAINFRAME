       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP159.
       AUTHOR. KAIO V G S S
      ***********************************************
      * COBRANCA DOS BOLETOS PARTICULARES EM ATRASO. *
      * PARA CADA BOLETO EM ABERTO (CADBOLETO) COM O *
      * VENCIMENTO ULTRAPASSADO, CALCULA OS DIAS DE  *
      * ATRASO, A ETAPA DE COBRANCA ATINGIDA E O     *
      * VALOR ATUALIZADO (VALOR + MULTA + JUROS PRO  *
      * RATA DIA). A CARTA DE COBRANCA E EMITIDA     *
      * (CARTACOBR.TXT) UMA UNICA VEZ POR ETAPA.     *
      *                                              *
      * ETAPAS (DIAS APOS O VENCIMENTO, CADPARAM):   *
      *   1 = COBRDIAS1 (PADRAO 05) LEMBRETE         *
      *   2 = COBRDIAS2 (PADRAO 15) SEGUNDO AVISO    *
      *   3 = COBRDIAS3 (PADRAO 30) ULTIMO AVISO E   *
      *       BLOQUEIO FINANCEIRO DO PACIENTE        *
      * MULTACOBR = MULTA EM % X 100 (PADRAO 200)    *
      * JUROSCOBR = JUROS AO MES EM % X 100 (PADRAO  *
      *             100), PRO RATA DIA (MES DE 30)   *
      *                                              *
      * CADCOBR: ULTIMA ETAPA JA COBRADA DO BOLETO   *
      * CADBLQFIN: BLOQUEIO FINANCEIRO POR CPF       *
      *   A=ATIVO  L=LIBERADO                        *
      *   O BLOQUEIO E LIBERADO NA PRIMEIRA EXECUCAO *
      *   EM QUE O PACIENTE NAO TEM MAIS BOLETO NA   *
      *   ULTIMA ETAPA. O CADAGENDA (SMP008) AVISA   *
      *   OU IMPEDE (BLOQAGENDA=1) NOVO AGENDAMENTO  *
      *   PARTICULAR DE PACIENTE BLOQUEADO.          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSONUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BOL-CONSCHAVE
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
           SELECT CADCOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-NOSSONUM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADBLQFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BF-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CARTATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT COBRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLETO.DAT".
       01 REGBOLETO.
          03 BOL-NOSSONUM      PIC 9(10).
          03 BOL-CONSCHAVE     PIC X(27).
          03 BOL-CPF           PIC 9(11).
          03 BOL-VALOR         PIC 9(07)V99.
          03 BOL-VENCTO        PIC 9(08).
          03 BOL-SITUACAO      PIC X(01).
          03 BOL-DATAPAG       PIC 9(08).
          03 BOL-VALORPAG      PIC 9(07)V99.
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
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
          03 CB-NOSSONUM       PIC 9(10).
          03 CB-CPF            PIC 9(11).
          03 CB-ETAPA          PIC 9(01).
          03 CB-DATAETAPA      PIC 9(08).
          03 CB-DIASATR        PIC 9(05).
          03 CB-VALATU         PIC 9(07)V99.
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
       FD CARTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTACOBR.TXT".
       01 REGCARTATX    PIC X(100).
      *
       FD COBRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCOBR.TXT".
       01 REGCOBRTX     PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP159".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CEPOK        PIC X(01) VALUE "S".
       77 W-NOVOCB       PIC X(01) VALUE "N".
       77 W-DIAS1        PIC 9(05) VALUE 5.
       77 W-DIAS2        PIC 9(05) VALUE 15.
       77 W-DIAS3        PIC 9(05) VALUE 30.
       77 W-MULTA        PIC 9(05) VALUE 200.
       77 W-JUROS        PIC 9(05) VALUE 100.
       77 W-ETAPA        PIC 9(01) VALUE ZEROS.
       77 W-DIASATR      PIC 9(05) VALUE ZEROS.
       77 W-NUMHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       77 W-MULTAV       PIC 9(07)V99 VALUE ZEROS.
       77 W-JUROSV       PIC 9(07)V99 VALUE ZEROS.
       77 W-VALATU       PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTVENC      PIC 9(06) VALUE ZEROS.
       77 W-TOTCARTA     PIC 9(06) VALUE ZEROS.
       77 W-TOTBLQ       PIC 9(06) VALUE ZEROS.
       77 W-TOTNOVO      PIC 9(06) VALUE ZEROS.
       77 W-TOTLIB       PIC 9(06) VALUE ZEROS.
       77 W-VALATRASO    PIC 9(11)V99 VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *
       01 TAB-AVISO.
          03 FILLER PIC X(70) VALUE
           "LEMBRETE: NAO IDENTIFICAMOS O PAGAMENTO DO BOLETO ACIMA.".
          03 FILLER PIC X(70) VALUE
           "SEGUNDO AVISO: SOLICITAMOS A REGULARIZACAO DO DEBITO.".
          03 FILLER PIC X(70) VALUE
           "ULTIMO AVISO: AGENDA PARTICULAR SUSPENSA ATE A QUITACAO.".
       01 TAB-AVISOR REDEFINES TAB-AVISO.
          03 TA-TEXTO   PIC X(70) OCCURS 3 TIMES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                   " *** COBRANCA DE BOLETOS EM ATRASO ***".
                03 FILLER      PIC X(06) VALUE "DATA: ".
                03 C0-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9999.
       01 CAB1.
                03 FILLER      PIC X(60) VALUE
                "BOLETOS EM COBRANCA".
       01 CAB1A.
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(26) VALUE "PACIENTE".
                03 FILLER      PIC X(11) VALUE "NOSSO NUM.".
                03 FILLER      PIC X(11) VALUE "VENCIMENTO".
                03 FILLER      PIC X(06) VALUE " DIAS".
                03 FILLER      PIC X(02) VALUE "ET".
                03 FILLER      PIC X(11) VALUE "  VALOR R$".
                03 FILLER      PIC X(11) VALUE " ATUALIZADO".
                03 FILLER      PIC X(13) VALUE "OBSERVACAO".
       01 DET1.
                03 D1-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-NOME     PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-NOSSONUM PIC 9(10).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-AA       PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-DIAS     PIC ZZZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-ETAPA    PIC 9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-VALOR    PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-VALATU   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-OBS      PIC X(13).
       01 CAB2.
                03 FILLER      PIC X(60) VALUE
                "BLOQUEIOS FINANCEIROS".
       01 CAB2A.
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(26) VALUE "PACIENTE".
                03 FILLER      PIC X(11) VALUE "DESDE".
                03 FILLER      PIC X(06) VALUE "  TIT".
                03 FILLER      PIC X(15) VALUE "  ATUALIZADO".
                03 FILLER      PIC X(20) VALUE "SITUACAO".
       01 DET2.
                03 D2-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-NOME     PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D2-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D2-AA       PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-QTD      PIC ZZZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-VALATU   PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-SITUACAO PIC X(20).
      *
       01 LC0.
                03 FILLER      PIC X(36) VALUE
                   "SISTEMA MEDICO - AVISO DE COBRANCA ".
                03 LC0-ETAPA   PIC 9.
                03 FILLER      PIC X(14) VALUE "   EMITIDO EM ".
                03 LC0-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC0-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC0-AA      PIC 9999.
       01 LC1.
                03 FILLER      PIC X(10) VALUE "PACIENTE: ".
                03 LC1-NOME    PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CPF: ".
                03 LC1-CPF     PIC 9(11).
       01 LC2.
                03 FILLER      PIC X(10) VALUE "ENDERECO: ".
                03 LC2-END     PIC X(30).
                03 FILLER      PIC X(02) VALUE ", ".
                03 LC2-NUM     PIC ZZZ9.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LC2-COMPL   PIC X(10).
       01 LC3.
                03 FILLER      PIC X(10) VALUE SPACES.
                03 LC3-BAIRRO  PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LC3-CIDADE  PIC X(20).
                03 FILLER      PIC X(01) VALUE "/".
                03 LC3-UF      PIC X(02).
                03 FILLER      PIC X(05) VALUE " CEP ".
                03 LC3-CEP     PIC 99999B999.
       01 LC4.
                03 FILLER      PIC X(10) VALUE "E-MAIL  : ".
                03 LC4-EMAIL   PIC X(30).
       01 LC5.
                03 FILLER      PIC X(23) VALUE
                   "BOLETO (NOSSO NUMERO): ".
                03 LC5-NOSSONUM PIC 9(10).
                03 FILLER      PIC X(14) VALUE "  VENCIMENTO: ".
                03 LC5-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC5-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC5-AA      PIC 9999.
                03 FILLER      PIC X(18) VALUE "  DIAS EM ATRASO: ".
                03 LC5-DIAS    PIC ZZZZ9.
       01 LC6.
                03 FILLER      PIC X(18) VALUE "VALOR ORIGINAL R$ ".
                03 LC6-VALOR   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(12) VALUE "  MULTA R$ ".
                03 LC6-MULTA   PIC ZZZ.ZZ9,99.
                03 FILLER      PIC X(12) VALUE "  JUROS R$ ".
                03 LC6-JUROS   PIC ZZZ.ZZ9,99.
       01 LC7.
                03 FILLER      PIC X(36) VALUE
                   "VALOR ATUALIZADO PARA PAGAMENTO R$ ".
                03 LC7-VALATU  PIC ZZZ.ZZ9,99.
       01 LC8.
                03 LC8-TEXTO   PIC X(70).
       01 LC9.
                03 FILLER      PIC X(70) VALUE ALL "-".
      *
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "BOLETOS EM COBRANCA         : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
                03 FILLER            PIC X(06) VALUE "  R$ ".
                03 D-VALATRASO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "CARTAS DE COBRANCA EMITIDAS : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "PACIENTES COM BLOQUEIO ATIVO: ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(30) VALUE
                        "  DOS QUAIS BLOQUEADOS HOJE : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(30) VALUE
                        "BLOQUEIOS LIBERADOS         : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCOBR.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT159.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** COBRANCA DE BOLETOS EM ATRASO".
           05  LINE 02  COLUMN 41
               VALUE  " ***".
           05  LINE 08  COLUMN 01
               VALUE  "    EMITE AS CARTAS DE COBRANCA E ATUALIZA".
           05  LINE 08  COLUMN 43
               VALUE  " OS BLOQUEIOS FINANCEIROS".
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
                DISPLAY SMT159.
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
       INC-PRM.
           MOVE "COBRDIAS1 " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-DIAS1.
           MOVE "COBRDIAS2 " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-DIAS2.
           MOVE "COBRDIAS3 " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-DIAS3.
           MOVE "MULTACOBR " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-MULTA.
           MOVE "JUROSCOBR " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-JUROS.
           IF W-DIAS1 = ZEROS OR W-DIAS2 NOT > W-DIAS1
                              OR W-DIAS3 NOT > W-DIAS2
              MOVE "*PARAMETROS COBRDIAS1/2/3 FORA DE ORDEM*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-NUMHOJE.
      *
       INC-OP0.
           OPEN INPUT CADBOLETO
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADBOLETO NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADPACI NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-CEPOK.
       INC-OP0C.
           OPEN I-O CADCOBR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCOBR
                 CLOSE CADCOBR
                 OPEN I-O CADCOBR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCOBR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADBOLETO CADPACI
                 GO TO ROT-FIMP.
       INC-OP0D.
           OPEN I-O CADBLQFIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBLQFIN
                 CLOSE CADBLQFIN
                 OPEN I-O CADBLQFIN
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADBLQFIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADBOLETO CADPACI CADCOBR
                 GO TO ROT-FIMP.
       INC-OP0E.
           OPEN OUTPUT CARTATX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CARTATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO CADPACI CADCOBR CADBLQFIN
                      GO TO ROT-FIMP.
       INC-OP0F.
           OPEN OUTPUT COBRTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO COBRTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO CADPACI CADCOBR CADBLQFIN
                            CARTATX
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE W-DIASYS TO C0-DD LC0-DD
           MOVE W-MESSYS TO C0-MM LC0-MM
           MOVE W-ANOSYS TO C0-AA LC0-AA
           MOVE CAB0 TO REGCOBRTX
           WRITE REGCOBRTX
           MOVE SPACES TO REGCOBRTX
           WRITE REGCOBRTX
           MOVE CAB1 TO REGCOBRTX
           WRITE REGCOBRTX
           MOVE CAB1A TO REGCOBRTX
           WRITE REGCOBRTX.
      *
      *****************************************************
      * BLOQUEIOS ATIVOS FICAM PENDENTES DE CONFIRMACAO;   *
      * SO CONTINUAM ATIVOS SE ALGUM BOLETO DO PACIENTE    *
      * AINDA ESTIVER NA ULTIMA ETAPA NESTA EXECUCAO       *
      *****************************************************
      *
       BLQ-MARCA.
           MOVE ZEROS TO BF-CPF
           START CADBLQFIN KEY IS NOT LESS THAN BF-CPF
           IF ST-ERRO NOT = "00"
              GO TO BOL-INI.
       BLQ-MARCA-LP.
           READ CADBLQFIN NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BOL-INI.
           IF BF-SITUACAO NOT = "A"
              GO TO BLQ-MARCA-LP.
           MOVE "N"   TO BF-CONFIRMA
           MOVE ZEROS TO BF-QTDTIT BF-VALATU
           REWRITE REGBLQFIN
           GO TO BLQ-MARCA-LP.
      *
      *****************************************************
      * BOLETOS EM ABERTO VENCIDOS HA PELO MENOS COBRDIAS1 *
      *****************************************************
      *
       BOL-INI.
           MOVE ZEROS TO BOL-NOSSONUM
           START CADBOLETO KEY IS NOT LESS THAN BOL-NOSSONUM
           IF ST-ERRO NOT = "00"
              GO TO BLQ-FIM.
       BOL-LER.
           READ CADBOLETO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BLQ-FIM.
           IF BOL-SITUACAO NOT = "A"
              GO TO BOL-LER.
           IF BOL-VENCTO NOT < W-DATASYS9
              GO TO BOL-LER.
           MOVE BOL-VENCTO TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           COMPUTE W-DIASATR = W-NUMHOJE - W-DIANUM
           IF W-DIASATR < W-DIAS1
              GO TO BOL-LER.
           MOVE 1 TO W-ETAPA
           IF W-DIASATR NOT < W-DIAS2
              MOVE 2 TO W-ETAPA.
           IF W-DIASATR NOT < W-DIAS3
              MOVE 3 TO W-ETAPA.
      *
      * MULTA E JUROS SOBRE O VALOR ORIGINAL DO BOLETO
      *
           COMPUTE W-MULTAV ROUNDED = BOL-VALOR * W-MULTA / 10000
           COMPUTE W-JUROSV ROUNDED =
                   BOL-VALOR * W-JUROS * W-DIASATR / 300000
           COMPUTE W-VALATU = BOL-VALOR + W-MULTAV + W-JUROSV
           ADD 1        TO W-TOTVENC
           ADD W-VALATU TO W-VALATRASO
           MOVE BOL-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO REGPACI
              MOVE BOL-CPF TO CPF
              MOVE ZEROS TO CEPC NUMEROENDERECO
              MOVE "PACIENTE NAO CADASTRADO" TO NOME.
       BOL-COBR.
           MOVE "N" TO W-NOVOCB
           MOVE BOL-NOSSONUM TO CB-NOSSONUM
           READ CADCOBR
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-NOVOCB
              MOVE BOL-NOSSONUM TO CB-NOSSONUM
              MOVE ZEROS TO CB-ETAPA CB-DATAETAPA.
           MOVE SPACES TO D1-OBS
           IF W-ETAPA > CB-ETAPA
              PERFORM GRV-CARTA THRU GRV-CARTA-FIM
              MOVE W-ETAPA    TO CB-ETAPA
              MOVE W-DATASYS9 TO CB-DATAETAPA
              MOVE "CARTA EMITIDA" TO D1-OBS.
           MOVE BOL-CPF   TO CB-CPF
           MOVE W-DIASATR TO CB-DIASATR
           MOVE W-VALATU  TO CB-VALATU
           IF W-NOVOCB = "S"
              WRITE REGCOBR
           ELSE
              REWRITE REGCOBR.
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADCOBR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE BOL-CPF      TO D1-CPF
           MOVE NOME         TO D1-NOME
           MOVE BOL-NOSSONUM TO D1-NOSSONUM
           MOVE BOL-VENCTO   TO W-DATAQ9
           MOVE W-DQDD TO D1-DD
           MOVE W-DQMM TO D1-MM
           MOVE W-DQAA TO D1-AA
           MOVE W-DIASATR    TO D1-DIAS
           MOVE W-ETAPA      TO D1-ETAPA
           MOVE BOL-VALOR    TO D1-VALOR
           MOVE W-VALATU     TO D1-VALATU
           MOVE DET1 TO REGCOBRTX
           WRITE REGCOBRTX
           IF W-ETAPA = 3
              PERFORM BLQ-ATU THRU BLQ-ATU-FIM.
           GO TO BOL-LER.
      *
      *****************************************************
      * CARTA DE COBRANCA DA ETAPA ATINGIDA                *
      *****************************************************
      *
       GRV-CARTA.
           MOVE SPACES TO ENDERECO BAIRRO CIDADE ESTADO
           IF W-CEPOK = "S" AND CEPC NOT = ZEROS
              MOVE CEPC TO CEP
              READ CADCEP
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO ENDERECO BAIRRO CIDADE ESTADO.
           MOVE W-ETAPA      TO LC0-ETAPA
           MOVE LC0 TO REGCARTATX
           WRITE REGCARTATX
           MOVE SPACES TO REGCARTATX
           WRITE REGCARTATX
           MOVE NOME         TO LC1-NOME
           MOVE BOL-CPF      TO LC1-CPF
           MOVE LC1 TO REGCARTATX
           WRITE REGCARTATX
           MOVE ENDERECO     TO LC2-END
           MOVE NUMEROENDERECO TO LC2-NUM
           MOVE COMPLEMENTO  TO LC2-COMPL
           MOVE LC2 TO REGCARTATX
           WRITE REGCARTATX
           MOVE BAIRRO       TO LC3-BAIRRO
           MOVE CIDADE       TO LC3-CIDADE
           MOVE ESTADO       TO LC3-UF
           MOVE CEPC         TO LC3-CEP
           MOVE LC3 TO REGCARTATX
           WRITE REGCARTATX
           MOVE EMAIL        TO LC4-EMAIL
           MOVE LC4 TO REGCARTATX
           WRITE REGCARTATX
           MOVE SPACES TO REGCARTATX
           WRITE REGCARTATX
           MOVE BOL-NOSSONUM TO LC5-NOSSONUM
           MOVE BOL-VENCTO   TO W-DATAQ9
           MOVE W-DQDD TO LC5-DD
           MOVE W-DQMM TO LC5-MM
           MOVE W-DQAA TO LC5-AA
           MOVE W-DIASATR    TO LC5-DIAS
           MOVE LC5 TO REGCARTATX
           WRITE REGCARTATX
           MOVE BOL-VALOR    TO LC6-VALOR
           MOVE W-MULTAV     TO LC6-MULTA
           MOVE W-JUROSV     TO LC6-JUROS
           MOVE LC6 TO REGCARTATX
           WRITE REGCARTATX
           MOVE W-VALATU     TO LC7-VALATU
           MOVE LC7 TO REGCARTATX
           WRITE REGCARTATX
           MOVE SPACES TO REGCARTATX
           WRITE REGCARTATX
           MOVE TA-TEXTO (W-ETAPA) TO LC8-TEXTO
           MOVE LC8 TO REGCARTATX
           WRITE REGCARTATX
           MOVE LC9 TO REGCARTATX
           WRITE REGCARTATX
           ADD 1 TO W-TOTCARTA.
       GRV-CARTA-FIM.
           EXIT.
      *
      *****************************************************
      * BOLETO NA ULTIMA ETAPA: ATIVA OU CONFIRMA O        *
      * BLOQUEIO FINANCEIRO DO PACIENTE                    *
      *****************************************************
      *
       BLQ-ATU.
           MOVE BOL-CPF TO BF-CPF
           READ CADBLQFIN
           IF ST-ERRO NOT = "00"
              MOVE BOL-CPF    TO BF-CPF
              MOVE "A"        TO BF-SITUACAO
              MOVE W-DATASYS9 TO BF-DATABLQ
              MOVE ZEROS      TO BF-DATALIB
              MOVE 1          TO BF-QTDTIT
              MOVE W-VALATU   TO BF-VALATU
              MOVE "S"        TO BF-CONFIRMA
              WRITE REGBLQFIN
              GO TO BLQ-ATU-FIM.
           IF BF-SITUACAO NOT = "A"
              MOVE "A"        TO BF-SITUACAO
              MOVE W-DATASYS9 TO BF-DATABLQ
              MOVE ZEROS      TO BF-DATALIB BF-QTDTIT BF-VALATU.
           MOVE "S" TO BF-CONFIRMA
           ADD 1        TO BF-QTDTIT
           ADD W-VALATU TO BF-VALATU
           REWRITE REGBLQFIN.
       BLQ-ATU-FIM.
           EXIT.
      *
      *****************************************************
      * LISTA OS BLOQUEIOS E LIBERA OS NAO CONFIRMADOS     *
      *****************************************************
      *
       BLQ-FIM.
           MOVE SPACES TO REGCOBRTX
           WRITE REGCOBRTX
           MOVE CAB2 TO REGCOBRTX
           WRITE REGCOBRTX
           MOVE CAB2A TO REGCOBRTX
           WRITE REGCOBRTX
           MOVE ZEROS TO BF-CPF
           START CADBLQFIN KEY IS NOT LESS THAN BF-CPF
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
       BLQ-FIM-LP.
           READ CADBLQFIN NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
           IF BF-SITUACAO NOT = "A"
              GO TO BLQ-FIM-LP.
           IF BF-CONFIRMA = "N"
              MOVE "L"        TO BF-SITUACAO
              MOVE W-DATASYS9 TO BF-DATALIB
              REWRITE REGBLQFIN
              MOVE "LIBERADO" TO D2-SITUACAO
              ADD 1 TO W-TOTLIB
           ELSE
              ADD 1 TO W-TOTBLQ
              IF BF-DATABLQ = W-DATASYS9
                 MOVE "BLOQUEADO HOJE" TO D2-SITUACAO
                 ADD 1 TO W-TOTNOVO
              ELSE
                 MOVE "BLOQUEADO" TO D2-SITUACAO.
           MOVE BF-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOME.
           MOVE BF-CPF     TO D2-CPF
           MOVE NOME       TO D2-NOME
           MOVE BF-DATABLQ TO W-DATAQ9
           MOVE W-DQDD TO D2-DD
           MOVE W-DQMM TO D2-MM
           MOVE W-DQAA TO D2-AA
           MOVE BF-QTDTIT  TO D2-QTD
           MOVE BF-VALATU  TO D2-VALATU
           MOVE DET2 TO REGCOBRTX
           WRITE REGCOBRTX
           GO TO BLQ-FIM-LP.
      *
      *****************************************************
      * NUMERO DO DIA DA DATA W-DATAQ9 (AAAAMMDD), PARA    *
      * CONTAR DIAS CORRIDOS ENTRE DUAS DATAS              *
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
       ROT-TOT.
                MOVE SPACES TO REGCOBRTX
                WRITE REGCOBRTX
                MOVE W-TOTVENC   TO D-TOT1
                MOVE W-VALATRASO TO D-VALATRASO
                MOVE TOT1 TO REGCOBRTX
                WRITE REGCOBRTX
                MOVE W-TOTCARTA  TO D-TOT2
                MOVE TOT2 TO REGCOBRTX
                WRITE REGCOBRTX
                MOVE W-TOTBLQ    TO D-TOT3
                MOVE TOT3 TO REGCOBRTX
                WRITE REGCOBRTX
                MOVE W-TOTNOVO   TO D-TOT4
                MOVE TOT4 TO REGCOBRTX
                WRITE REGCOBRTX
                MOVE W-TOTLIB    TO D-TOT5
                MOVE TOT5 TO REGCOBRTX
                WRITE REGCOBRTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADBOLETO CADPACI CADCOBR CADBLQFIN
                      CARTATX COBRTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
                IF W-CEPOK = "S"
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
       FIM-ROT-TEMPO.
