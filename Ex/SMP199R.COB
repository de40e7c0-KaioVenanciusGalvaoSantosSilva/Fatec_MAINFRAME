       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP199.
       AUTHOR. KAIO V G S S
      ***********************************************
      * INDICADOR DE RETORNO NAO PROGRAMADO (BONUS   *
      * DE QUALIDADE DAS OPERADORAS). CADA CONSULTA  *
      * DA COMPETENCIA (MM/AAAA) E PAREADA COM A     *
      * PRIMEIRA CONSULTA SEGUINTE DO MESMO CPF, EM  *
      * DIA POSTERIOR, ATE N DIAS DEPOIS (CADPARAM   *
      * RETNPDIAS, PADRAO 7; PODE SER MUDADO NA      *
      * TELA), PELO MESMO PROBLEMA: MESMO CAPITULO   *
      * DO CID NO CADCID, OU O MESMO CID QUANDO O    *
      * CAPITULO NAO E CONHECIDO.                    *
      * NAO CONTAM COMO RETORNO NAO PROGRAMADO:      *
      *  - O RETORNO PROGRAMADO (CON-TIPOVIS = 2);   *
      *  - A CONSULTA DE UM HORARIO REMARCADO (A     *
      *    AGENDA DELA TEM AG-REMARC PREENCHIDO).    *
      * TAXA = CONSULTAS COM RETORNO NAO PROGRAMADO  *
      * / CONSULTAS DA COMPETENCIA, POR MEDICO, POR  *
      * ESPECIALIDADE (A PRINCIPAL DO MEDICO) E POR  *
      * CAPITULO DO CID DA CONSULTA ORIGINAL.        *
      * A LISTA DE PACIENTES SAI PRIMEIRO, PARA A    *
      * REVISAO DO DIRETOR CLINICO.                  *
      * SAIDA: RELRETNP.TXT                          *
      * SO CONTA CONSULTAS DAS FILIAIS DO OPERADOR   *
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
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
           SELECT TABREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBREF-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TBREF-DESCRICAO
                                   WITH DUPLICATES.
           SELECT RETNPTX ASSIGN TO DISK
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
       FD TABREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABREF.DAT".
       01 REGTABREF.
          03 TBREF-CHAVE.
             05 TBREF-TIPO       PIC X(03).
             05 TBREF-CODIGO     PIC 9(02).
          03 TBREF-DESCRICAO     PIC X(30).
      *
       FD RETNPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRETNP.TXT".
       01 REGRETNPTX      PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP199".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-MESPROC      PIC 9(02) VALUE ZEROS.
       77 W-ANOPROC      PIC 9(04) VALUE ZEROS.
       77 W-DIASRET      PIC 9(03) VALUE 7.
       77 W-CPFATU       PIC 9(11) VALUE ZEROS.
       77 W-QTDVIS       PIC 9(03) COMP VALUE ZEROS.
       77 W-I            PIC 9(03) COMP VALUE ZEROS.
       77 W-J            PIC 9(03) COMP VALUE ZEROS.
       77 W-IND          PIC 9(03) COMP VALUE ZEROS.
       77 W-IM           PIC 9(03) COMP VALUE ZEROS.
       77 W-QTDMED       PIC 9(03) COMP VALUE ZEROS.
       77 W-EIX          PIC 9(03) COMP VALUE ZEROS.
       77 W-CIX          PIC 9(03) COMP VALUE ZEROS.
       77 W-DIFDIAS      PIC 9(07) VALUE ZEROS.
       77 W-CODED        PIC 9(02) VALUE ZEROS.
       77 W-TEMAG        PIC X(01) VALUE "N".
       77 W-TEMCID       PIC X(01) VALUE "N".
       77 W-TEMTAB       PIC X(01) VALUE "N".
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-REMARC       PIC X(01) VALUE "N".
       77 W-TOTQTD       PIC 9(06) VALUE ZEROS.
       77 W-TOTRET       PIC 9(06) VALUE ZEROS.
       77 W-TOTLIM       PIC 9(06) VALUE ZEROS.
       77 W-QTD          PIC 9(06) VALUE ZEROS.
       77 W-RET          PIC 9(06) VALUE ZEROS.
       77 W-TAXA         PIC 9(03)V99 VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-COMPET.
          03 W-CPAA   PIC 9(04) VALUE ZEROS.
          03 W-CPMM   PIC 9(02) VALUE ZEROS.
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
       01 W-CRMQ.
          03 W-CQNUM   PIC 9(06).
          03 W-CQUF    PIC X(02).
      *
      * CONSULTAS DO PACIENTE (CPF) EM ORDEM DE DATA, A PARTIR
      * DO PRIMEIRO DIA DA COMPETENCIA
      *
       01 TAB-VIS.
          03 TV-ITEM OCCURS 100 TIMES.
             05 TV-DATA      PIC 9(08).
             05 TV-DIANUM    PIC 9(07).
             05 TV-CRM       PIC X(08).
             05 TV-CID       PIC 9(06).
             05 TV-CAP       PIC 9(02).
             05 TV-TIPOVIS   PIC 9(01).
      *
      * CONTADORES POR MEDICO, ESPECIALIDADE (00-99) E
      * CAPITULO DO CID (00 = CID SEM CAPITULO, 01-99)
      *
       01 TAB-MED.
          03 TM-ITEM OCCURS 300 TIMES.
             05 TM-CRM       PIC X(08).
             05 TM-NOME      PIC X(25).
             05 TM-ESP       PIC 9(02).
             05 TM-QTD       PIC 9(06).
             05 TM-RET       PIC 9(06).
       01 TAB-ESP.
          03 TE-ITEM OCCURS 100 TIMES.
             05 TE-QTD       PIC 9(06).
             05 TE-RET       PIC 9(06).
       01 TAB-CAP.
          03 TC-ITEM OCCURS 100 TIMES.
             05 TC-QTD       PIC 9(06).
             05 TC-RET       PIC 9(06).
       01 TAB-NOMESP.
          03 TN-NOME         PIC X(25) OCCURS 99 TIMES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(38) VALUE
                     " *** RETORNO NAO PROGRAMADO ***".
                03 FILLER      PIC X(07) VALUE "COMP. ".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(32) VALUE
                     "RETORNO NAO PROGRAMADO EM ATE ".
                03 C0A-DIAS    PIC ZZ9.
                03 FILLER      PIC X(06) VALUE " DIAS".
       01 W-CAB1      PIC X(90) VALUE SPACES.
       01 CAB1P.
                03 FILLER      PIC X(11) VALUE "CONSULTA".
                03 FILLER      PIC X(33) VALUE "PACIENTE".
                03 FILLER      PIC X(10) VALUE "MEDICO".
                03 FILLER      PIC X(10) VALUE "CID   CAP".
                03 FILLER      PIC X(11) VALUE "RETORNO".
                03 FILLER      PIC X(10) VALUE "MEDICO".
                03 FILLER      PIC X(04) VALUE "DIAS".
       01 CAB1R.
                03 C1-TIPO     PIC X(37) VALUE SPACES.
                03 FILLER      PIC X(09) VALUE "CONSULTAS".
                03 FILLER      PIC X(09) VALUE " RETORNOS".
                03 FILLER      PIC X(08) VALUE "    TAXA".
       01 LINPAC.
                03 LP-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-AA       PIC 9(04).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-NOME     PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-CRMNUM   PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-CRMUF    PIC X(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-CID      PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-CAP      PIC 9(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-RDD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-RMM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-RAA      PIC 9(04).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-RCRMNUM  PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-RCRMUF   PIC X(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-DIAS     PIC ZZ9.
       01 LININD.
                03 LI-COD      PIC X(10).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LI-DESC     PIC X(25).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LI-QTD      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LI-RET      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LI-TAXA     PIC ZZ9,99.
                03 FILLER      PIC X(01) VALUE "%".
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRETNP.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT199.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** INDICADOR DE RETORNO NAO".
           05  LINE 02  COLUMN 35
               VALUE  " PROGRAMADO ***".
           05  LINE 07  COLUMN 01
               VALUE  "    MES/ANO DE COMPETENCIA :   /    ".
           05  LINE 09  COLUMN 01
               VALUE  "    RETORNO EM ATE (DIAS)  :".
           05  TW-MESPROC
               LINE 07  COLUMN 30  PIC 9(02)
               USING  W-MESPROC
               HIGHLIGHT.
           05  TW-ANOPROC
               LINE 07  COLUMN 33  PIC 9(04)
               USING  W-ANOPROC
               HIGHLIGHT.
           05  TW-DIASRET
               LINE 09  COLUMN 30  PIC 9(03)
               USING  W-DIASRET
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
      *
      * JANELA DO RETORNO VEM DO CADPARAM (RETNPDIAS),
      * MANTENDO O PADRAO INTERNO QUANDO AUSENTE
      *
                MOVE "RETNPDIAS " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   AND PRM-VALOR < 1000
                   MOVE PRM-VALOR TO W-DIASRET.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT199.
       INC-PER.
                ACCEPT TW-MESPROC
                ACCEPT TW-ANOPROC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-MESPROC < 1 OR W-MESPROC > 12 OR W-ANOPROC = ZEROS
                   MOVE "*MES/ANO DE COMPETENCIA INVALIDO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PER.
                MOVE W-ANOPROC TO W-CPAA
                MOVE W-MESPROC TO W-CPMM.
       INC-DIAS.
                ACCEPT TW-DIASRET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-PER.
                IF W-DIASRET = ZEROS
                   MOVE 7 TO W-DIASRET.
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
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADPACI
                      GO TO ROT-FIMP.
      *
      * SEM AGENDA NAO HA REMARCACAO A DESCONTAR; SEM CADCID O
      * MESMO PROBLEMA E O MESMO CID; SEM TABREF NAO HA NOME
      * DE ESPECIALIDADE
      *
       INC-OP0C.
           OPEN INPUT CADAGENDA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMAG.
           OPEN INPUT CADCID
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCID.
           OPEN INPUT TABREF
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMTAB.
       INC-OP0D.
           OPEN OUTPUT RETNPTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RETNPTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           MOVE W-MESPROC TO C0-MM
           MOVE W-ANOPROC TO C0-AA
           MOVE W-DIASRET TO C0A-DIAS
           MOVE ZEROS TO W-PAGINA W-QTDVIS W-QTDMED W-CPFATU
                         W-TOTQTD W-TOTRET W-TOTLIM
           MOVE SPACES TO TAB-NOMESP
           PERFORM INC-TAB THRU INC-TAB-FIM
           PERFORM CARGA-NOMESP THRU CARGA-NOMESP-FIM
           MOVE CAB1P TO W-CAB1
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * LEITURA PELA CHAVE PRINCIPAL (CPF + DATA + CRM):   *
      * AS CONSULTAS DE CADA PACIENTE VEM JUNTAS E EM      *
      * ORDEM DE DATA. AO TROCAR O CPF, AS CONSULTAS DELE  *
      * SAO PAREADAS (PROC-PACI)                           *
      *****************************************************
      *
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-CONS-FIM
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
           IF CON-DATA (1:6) < W-COMPET
              GO TO LER-CONS01.
           IF CON-CPF NOT = W-CPFATU
              PERFORM PROC-PACI THRU PROC-PACI-FIM
              MOVE CON-CPF TO W-CPFATU
              MOVE ZEROS   TO W-QTDVIS.
           IF W-QTDVIS NOT < 100
              ADD 1 TO W-TOTLIM
              GO TO LER-CONS01.
           ADD 1 TO W-QTDVIS
           MOVE CON-DATA    TO TV-DATA (W-QTDVIS) W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM    TO TV-DIANUM (W-QTDVIS)
           MOVE CON-CRM     TO TV-CRM (W-QTDVIS)
           MOVE CON-CID     TO TV-CID (W-QTDVIS)
           MOVE CON-TIPOVIS TO TV-TIPOVIS (W-QTDVIS)
           MOVE ZEROS       TO TV-CAP (W-QTDVIS)
           IF W-TEMCID = "S"
              MOVE CON-CID TO CODIGO
              READ CADCID
              IF ST-ERRO = "00"
                 MOVE CAPITULO TO TV-CAP (W-QTDVIS).
           GO TO LER-CONS01.
       LER-CONS-FIM.
           PERFORM PROC-PACI THRU PROC-PACI-FIM
           GO TO GERA-MED.
      *
      *****************************************************
      * CONSULTAS DO PACIENTE: CADA UMA DA COMPETENCIA E   *
      * UMA CONSULTA ORIGINAL, PROCURADA ADIANTE NA TABELA *
      *****************************************************
      *
       PROC-PACI.
           MOVE ZEROS TO W-I.
       PROC-PACI-LP.
           ADD 1 TO W-I
           IF W-I > W-QTDVIS
              GO TO PROC-PACI-FIM.
           IF TV-DATA (W-I) (1:6) NOT = W-COMPET
              GO TO PROC-PACI-LP.
           PERFORM PROC-INDICE THRU PROC-INDICE-FIM
           GO TO PROC-PACI-LP.
       PROC-PACI-FIM.
           EXIT.
      *
       PROC-INDICE.
           PERFORM BUS-MED THRU BUS-MED-FIM
           COMPUTE W-EIX = TM-ESP (W-IM) + 1
           COMPUTE W-CIX = TV-CAP (W-I) + 1
           ADD 1 TO TM-QTD (W-IM) TE-QTD (W-EIX) TC-QTD (W-CIX)
                    W-TOTQTD
           MOVE W-I TO W-J.
       PROC-INDICE-LP.
           ADD 1 TO W-J
           IF W-J > W-QTDVIS
              GO TO PROC-INDICE-FIM.
           COMPUTE W-DIFDIAS = TV-DIANUM (W-J) - TV-DIANUM (W-I)
           IF W-DIFDIAS > W-DIASRET
              GO TO PROC-INDICE-FIM.
           IF W-DIFDIAS = ZEROS
              GO TO PROC-INDICE-LP.
           IF TV-TIPOVIS (W-J) = 2
              GO TO PROC-INDICE-LP.
           IF TV-CAP (W-I) NOT = ZEROS
              IF TV-CAP (W-J) NOT = TV-CAP (W-I)
                 GO TO PROC-INDICE-LP
              ELSE
                 NEXT SENTENCE
           ELSE
              IF TV-CID (W-J) NOT = TV-CID (W-I)
                 GO TO PROC-INDICE-LP.
           PERFORM VER-REMARC THRU VER-REMARC-FIM
           IF W-REMARC = "S"
              GO TO PROC-INDICE-LP.
      *
      * RETORNO NAO PROGRAMADO: CONTA E LISTA O PACIENTE
      *
           ADD 1 TO TM-RET (W-IM) TE-RET (W-EIX) TC-RET (W-CIX)
                    W-TOTRET
           PERFORM LISTA-PAC THRU LISTA-PAC-FIM.
       PROC-INDICE-FIM.
           EXIT.
      *
      *****************************************************
      * A CONSULTA DE RETORNO (W-J) VEIO DE UM HORARIO     *
      * REMARCADO? O HORARIO NOVO DA REMARCACAO GUARDA EM  *
      * AG-REMARC A CHAVE DO ANTIGO (O ANTIGO FICA COM     *
      * STATUS M)                                          *
      *****************************************************
      *
       VER-REMARC.
           MOVE "N" TO W-REMARC
           IF W-TEMAG NOT = "S"
              GO TO VER-REMARC-FIM.
           MOVE W-CPFATU TO AG-CPF
           START CADAGENDA KEY IS = AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO VER-REMARC-FIM.
       VER-REMARC-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-REMARC-FIM.
           IF AG-CPF NOT = W-CPFATU
              GO TO VER-REMARC-FIM.
           MOVE AG-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO VER-REMARC-LP.
           IF AG-DATA NOT = TV-DATA (W-J) OR AG-CRM NOT = TV-CRM (W-J)
              GO TO VER-REMARC-LP.
           IF AG-STATUS = "M" OR AG-REMARC = SPACES
              GO TO VER-REMARC-LP.
           MOVE "S" TO W-REMARC.
       VER-REMARC-FIM.
           EXIT.
      *
      *****************************************************
      * LINHA DA LISTA DE PACIENTES PARA O DIRETOR CLINICO *
      *****************************************************
      *
       LISTA-PAC.
           MOVE W-CPFATU TO CPF LP-CPF
           MOVE SPACES TO LP-NOME
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME OF REGPACI TO LP-NOME.
           MOVE TV-DATA (W-I) TO W-DATAQ9
           MOVE W-DQDD TO LP-DD
           MOVE W-DQMM TO LP-MM
           MOVE W-DQAA TO LP-AA
           MOVE TV-CRM (W-I) TO W-CRMQ
           MOVE W-CQNUM TO LP-CRMNUM
           MOVE W-CQUF  TO LP-CRMUF
           MOVE TV-CID (W-I) TO LP-CID
           MOVE TV-CAP (W-I) TO LP-CAP
           MOVE TV-DATA (W-J) TO W-DATAQ9
           MOVE W-DQDD TO LP-RDD
           MOVE W-DQMM TO LP-RMM
           MOVE W-DQAA TO LP-RAA
           MOVE TV-CRM (W-J) TO W-CRMQ
           MOVE W-CQNUM TO LP-RCRMNUM
           MOVE W-CQUF  TO LP-RCRMUF
           MOVE W-DIFDIAS TO LP-DIAS
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           WRITE REGRETNPTX FROM LINPAC
           ADD 1 TO W-QTDLIN.
       LISTA-PAC-FIM.
           EXIT.
      *
      *****************************************************
      * MEDICO DA CONSULTA ORIGINAL NA TABELA (W-IM).      *
      * NA PRIMEIRA VEZ GUARDA NOME E ESPECIALIDADE        *
      *****************************************************
      *
       BUS-MED.
           MOVE ZEROS TO W-IM.
       BUS-MED-LP.
           ADD 1 TO W-IM
           IF W-IM > W-QTDMED
              GO TO BUS-MED-NOVO.
           IF TM-CRM (W-IM) = TV-CRM (W-I)
              GO TO BUS-MED-FIM.
           GO TO BUS-MED-LP.
       BUS-MED-NOVO.
      *
      * TABELA CHEIA: O EXCEDENTE SOMA NO ULTIMO MEDICO
      *
           IF W-QTDMED NOT < 300
              MOVE 300 TO W-IM
              GO TO BUS-MED-FIM.
           ADD 1 TO W-QTDMED
           MOVE W-QTDMED TO W-IM
           MOVE TV-CRM (W-I) TO TM-CRM (W-IM) CRM-CHAVE
           MOVE SPACES TO TM-NOME (W-IM)
           MOVE ZEROS  TO TM-ESP (W-IM) TM-QTD (W-IM) TM-RET (W-IM)
           READ CADMED
           IF ST-ERRO = "00"
              MOVE NOME OF REGMED TO TM-NOME (W-IM)
              MOVE ESPECIALIDADE  TO TM-ESP (W-IM).
       BUS-MED-FIM.
           EXIT.
      *
      *****************************************************
      * RESUMOS: POR MEDICO, ESPECIALIDADE E CAPITULO      *
      *****************************************************
      *
       GERA-MED.
           IF W-TOTRET = ZEROS
              MOVE SPACES TO REGRETNPTX
              WRITE REGRETNPTX
              MOVE "NENHUM RETORNO NAO PROGRAMADO NA COMPETENCIA"
                                                     TO REGRETNPTX
              WRITE REGRETNPTX.
           MOVE "MEDICO" TO C1-TIPO
           MOVE CAB1R TO W-CAB1
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE ZEROS TO W-IND.
       GERA-MED-LP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDMED
              GO TO GERA-ESP.
           MOVE TM-CRM (W-IND) TO W-CRMQ
           MOVE SPACES TO LI-COD
           STRING W-CQNUM DELIMITED BY SIZE
                  "/"     DELIMITED BY SIZE
                  W-CQUF  DELIMITED BY SIZE
                  INTO LI-COD
           MOVE TM-NOME (W-IND) TO LI-DESC
           MOVE TM-QTD (W-IND)  TO W-QTD
           MOVE TM-RET (W-IND)  TO W-RET
           PERFORM IMPRIME-IND THRU IMPRIME-IND-FIM
           GO TO GERA-MED-LP.
       GERA-ESP.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "ESPECIALIDADE" TO C1-TIPO
           MOVE CAB1R TO W-CAB1
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE ZEROS TO W-IND.
       GERA-ESP-LP.
           ADD 1 TO W-IND
           IF W-IND > 100
              GO TO GERA-CAP.
           IF TE-QTD (W-IND) = ZEROS
              GO TO GERA-ESP-LP.
           COMPUTE W-EIX = W-IND - 1
           MOVE SPACES TO LI-COD
           MOVE W-EIX TO W-CODED
           MOVE W-CODED TO LI-COD
           IF W-EIX = ZEROS
              MOVE "SEM ESPECIALIDADE" TO LI-DESC
           ELSE
              MOVE TN-NOME (W-EIX) TO LI-DESC.
           MOVE TE-QTD (W-IND) TO W-QTD
           MOVE TE-RET (W-IND) TO W-RET
           PERFORM IMPRIME-IND THRU IMPRIME-IND-FIM
           GO TO GERA-ESP-LP.
       GERA-CAP.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "CAPITULO DO CID" TO C1-TIPO
           MOVE CAB1R TO W-CAB1
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE ZEROS TO W-IND.
       GERA-CAP-LP.
           ADD 1 TO W-IND
           IF W-IND > 100
              GO TO GERA-FIM.
           IF TC-QTD (W-IND) = ZEROS
              GO TO GERA-CAP-LP.
           COMPUTE W-CIX = W-IND - 1
           MOVE SPACES TO LI-COD LI-DESC
           MOVE W-CIX TO W-CODED
           MOVE W-CODED TO LI-COD
           IF W-CIX = ZEROS
              MOVE "CID SEM CAPITULO" TO LI-DESC.
           MOVE TC-QTD (W-IND) TO W-QTD
           MOVE TC-RET (W-IND) TO W-RET
           PERFORM IMPRIME-IND THRU IMPRIME-IND-FIM
           GO TO GERA-CAP-LP.
       GERA-FIM.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           IF W-TOTLIM NOT = ZEROS
              MOVE "ATENCAO: PACIENTE COM MAIS DE 100 CONSULTAS -"
                                                    TO REGRETNPTX
              WRITE REGRETNPTX
              MOVE "         EXCEDENTE NAO ANALISADO" TO REGRETNPTX
              WRITE REGRETNPTX.
           MOVE "*** RELATORIO GERADO: RELRETNP.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      * LINHA DO RESUMO: CONSULTAS, RETORNOS E TAXA (W-QTD/W-RET)
      *
       IMPRIME-IND.
           MOVE W-QTD TO LI-QTD
           MOVE W-RET TO LI-RET
           MOVE ZEROS TO W-TAXA
           IF W-QTD NOT = ZEROS
              COMPUTE W-TAXA ROUNDED = (W-RET * 100) / W-QTD.
           MOVE W-TAXA TO LI-TAXA
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           WRITE REGRETNPTX FROM LININD
           ADD 1 TO W-QTDLIN.
       IMPRIME-IND-FIM.
           EXIT.
      *
       IMPRIME-TOT.
           MOVE SPACES TO REGRETNPTX
           WRITE REGRETNPTX
           MOVE SPACES   TO LI-COD
           MOVE "TOTAL"  TO LI-DESC
           MOVE W-TOTQTD TO W-QTD
           MOVE W-TOTRET TO W-RET
           PERFORM IMPRIME-IND THRU IMPRIME-IND-FIM.
       IMPRIME-TOT-FIM.
           EXIT.
      *
      * ZERA OS CONTADORES DE ESPECIALIDADE E CAPITULO
      *
       INC-TAB.
           MOVE ZEROS TO W-IND.
       INC-TAB-LP.
           ADD 1 TO W-IND
           IF W-IND > 100
              GO TO INC-TAB-FIM.
           MOVE ZEROS TO TE-QTD (W-IND) TE-RET (W-IND)
                         TC-QTD (W-IND) TC-RET (W-IND)
           GO TO INC-TAB-LP.
       INC-TAB-FIM.
           EXIT.
      *
      * NOME DAS ESPECIALIDADES (TABREF TIPO ESP)
      *
       CARGA-NOMESP.
           IF W-TEMTAB NOT = "S"
              GO TO CARGA-NOMESP-FIM.
           MOVE "ESP" TO TBREF-TIPO
           MOVE ZEROS TO TBREF-CODIGO
           START TABREF KEY IS NOT LESS THAN TBREF-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-NOMESP-FIM.
       CARGA-NOMESP-LP.
           READ TABREF NEXT RECORD
           IF ST-ERRO2 NOT = "00" OR TBREF-TIPO NOT = "ESP"
              GO TO CARGA-NOMESP-FIM.
           IF TBREF-CODIGO > ZEROS
              MOVE TBREF-DESCRICAO TO TN-NOME (TBREF-CODIGO).
           GO TO CARGA-NOMESP-LP.
       CARGA-NOMESP-FIM.
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
                   MOVE SPACES TO REGRETNPTX
                   WRITE REGRETNPTX.
                MOVE CAB0 TO REGRETNPTX
                WRITE REGRETNPTX
                MOVE CAB0A TO REGRETNPTX
                WRITE REGRETNPTX
                MOVE SPACES TO REGRETNPTX
                WRITE REGRETNPTX
                MOVE W-CAB1 TO REGRETNPTX
                WRITE REGRETNPTX
                MOVE SPACES TO REGRETNPTX
                WRITE REGRETNPTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADPACI CADMED RETNPTX.
                IF SPL-GERADO = "S"
                   STRING "COMPETENCIA " W-MESPROC "/" W-ANOPROC
                          " JANELA " W-DIASRET
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE W-PAGINA TO SPL-PAGINAS
                   MOVE FIL-PADRAO TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
                IF W-TEMAG = "S"
                   CLOSE CADAGENDA.
                IF W-TEMCID = "S"
                   CLOSE CADCID.
                IF W-TEMTAB = "S"
                   CLOSE TABREF.
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
