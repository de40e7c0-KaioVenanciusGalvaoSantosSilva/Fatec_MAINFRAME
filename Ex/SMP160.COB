       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP160.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CONTRA-REFERENCIA AO MEDICO SOLICITANTE.     *
      * PARA CADA ENCAMINHAMENTO JA ATENDIDO (STATUS *
      * A OU C COM DATA DE ATENDIMENTO) LOCALIZA A   *
      * CONSULTA DO ESPECIALISTA (MESMO PACIENTE, NA *
      * DATA DO ATENDIMENTO, MEDICO DA ESPECIALIDADE *
      * DESTINO) E EMITE EM CONTRAREF.TXT A CARTA AO *
      * MEDICO DO ENCAMINHAMENTO (REF-CRM) COM CID,  *
      * OBSERVACOES, PRONTUARIO (CADPRONTU), RECEITA *
      * (CADRECEITA) E EXAMES PEDIDOS (CADEXAME).    *
      *                                              *
      * CPF ZERADO: EMITE TODAS AS PENDENTES.        *
      * CPF INFORMADO: EMITE (OU REEMITE) AS DAQUELE *
      * PACIENTE.                                    *
      *                                              *
      * CADCONTRA: CONTRA-REFERENCIAS EMITIDAS, COM  *
      *   A CHAVE DO ENCAMINHAMENTO E DA CONSULTA.   *
      *   O SMP161 LISTA AS AINDA NAO EMITIDAS.      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENCAMINHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REF-CPF
                                   WITH DUPLICATES.
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
           SELECT CADPRONTU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTU-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECEITA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                   WITH DUPLICATES.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
           SELECT TABREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBREF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TBREF-DESCRICAO
                                   WITH DUPLICATES.
           SELECT CADCONTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-REFCHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CONTRATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENCAMINHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAMINHA.DAT".
       01 REGENCAMINHA.
          03 REF-CHAVE.
             05 REF-CPF        PIC 9(11).
             05 REF-DATA.
                07 REF-DATAAA  PIC 9(04).
                07 REF-DATAMM  PIC 9(02).
                07 REF-DATADD  PIC 9(02).
             05 REF-CRM.
                07 REF-CRMNUM  PIC 9(06).
                07 REF-CRMUF   PIC X(02).
             05 REF-SEQ        PIC 9(02).
          03 REF-CRMDEST.
             05 REF-CRMDESTNUM PIC 9(06).
             05 REF-CRMDESTUF  PIC X(02).
          03 REF-ESPECIALIDADE PIC 9(02).
          03 REF-STATUS        PIC X(01).
          03 REF-OBSERVACOES   PIC X(30).
          03 REF-DATAATEND     PIC 9(08).
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
       FD CADPRONTU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONTU.DAT".
       01 REGPRONTU.
          03 PRONTU-CHAVE.
             05 PRO-CONSCHAVE   PIC X(27).
             05 PRO-LINHA       PIC 9(03).
          03 PRO-TEXTO          PIC X(60).
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
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
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
       FD CADCONTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTRA.DAT".
       01 REGCONTRA.
          03 CT-REFCHAVE       PIC X(29).
          03 CT-CONSCHAVE      PIC X(27).
          03 CT-DATAEMIS       PIC 9(08).
          03 CT-QTDEMIS        PIC 9(02).
      *
       FD CONTRATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRAREF.TXT".
       01 REGCONTRATX   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP160".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CPFSEL       PIC 9(11) VALUE ZEROS.
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-NOVOCT       PIC X(01) VALUE "N".
       77 W-TEMESP       PIC X(01) VALUE "N".
       77 W-IXE          PIC 9(01) VALUE ZEROS.
       77 W-QTDITEM      PIC 9(03) VALUE ZEROS.
       77 W-TOTEMIT      PIC 9(06) VALUE ZEROS.
       77 W-TOTREEMIT    PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMCONS   PIC 9(06) VALUE ZEROS.
       77 W-NOMEESP      PIC X(30) VALUE SPACES.
       01 W-CRMESP.
          03 W-CRMESPNUM PIC 9(06).
          03 W-CRMESPUF  PIC X(02).
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
      *---------[ LOG DE ACESSO A DADOS DO PACIENTE (LGPD) ]---------
       01 ACS-PROG      PIC X(12) VALUE "SMP160".
       01 ACS-CPF       PIC 9(11) VALUE ZEROS.
      *
      *---------[ LINHAS DA CARTA DE CONTRA-REFERENCIA ]-------------
       01 LC0.
                03 FILLER      PIC X(46) VALUE
                   "SISTEMA MEDICO - CONTRA-REFERENCIA".
                03 FILLER      PIC X(11) VALUE "EMITIDA EM ".
                03 LC0-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC0-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC0-AA      PIC 9999.
       01 LC1.
                03 FILLER      PIC X(13) VALUE "AO(A) DR(A). ".
                03 LC1-NOME    PIC X(30).
                03 FILLER      PIC X(06) VALUE "  CRM ".
                03 LC1-CRM     PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LC1-UF      PIC X(02).
       01 LC2.
                03 FILLER      PIC X(10) VALUE "PACIENTE: ".
                03 LC2-NOME    PIC X(30).
                03 FILLER      PIC X(07) VALUE "  CPF: ".
                03 LC2-CPF     PIC 9(11).
       01 LC3.
                03 FILLER      PIC X(12) VALUE "NASCIMENTO: ".
                03 LC3-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC3-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC3-AA      PIC 9999.
       01 LC4.
                03 FILLER      PIC X(15) VALUE "ENCAMINHADO EM ".
                03 LC4-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC4-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC4-AA      PIC 9999.
                03 FILLER      PIC X(07) VALUE " PARA: ".
                03 LC4-ESP     PIC 99.
                03 FILLER      PIC X(03) VALUE " - ".
                03 LC4-ESPDESC PIC X(30).
       01 LC5.
                03 FILLER      PIC X(08) VALUE "MOTIVO: ".
                03 LC5-MOTIVO  PIC X(30).
       01 LC6.
                03 FILLER      PIC X(12) VALUE "ATENDIDO EM ".
                03 LC6-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC6-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LC6-AA      PIC 9999.
                03 FILLER      PIC X(12) VALUE " POR DR(A). ".
                03 LC6-NOME    PIC X(30).
       01 LC7.
                03 FILLER      PIC X(19) VALUE "DIAGNOSTICO (CID): ".
                03 LC7-CID     PIC 9(06).
                03 FILLER      PIC X(03) VALUE " - ".
                03 LC7-DESC    PIC X(30).
       01 LC8.
                03 FILLER      PIC X(13) VALUE "OBSERVACOES: ".
                03 LC8-OBS     PIC X(30).
       01 LCT.
                03 LCT-TITULO  PIC X(40).
       01 LCP.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LCP-TEXTO   PIC X(60).
       01 LCR.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LCR-MEDIC   PIC X(30).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LCR-DOSAGEM PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LCR-DURACAO PIC X(20).
       01 LCE.
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LCE-TIPO    PIC X(20).
                03 FILLER      PIC X(06) VALUE " PED. ".
                03 LCE-DD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LCE-MM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 LCE-AA      PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LCE-RESULT  PIC X(30).
       01 LCA.
                03 FILLER      PIC X(40) VALUE ALL "_".
       01 LCB.
                03 FILLER      PIC X(07) VALUE "DR(A). ".
                03 LCB-NOME    PIC X(30).
                03 FILLER      PIC X(06) VALUE "  CRM ".
                03 LCB-CRM     PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 LCB-UF      PIC X(02).
       01 LC9.
                03 FILLER      PIC X(80) VALUE ALL "=".
       01 LINREJ.
                03 FILLER      PIC X(29) VALUE
                   "SEM CONSULTA DO ESPECIALISTA:".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 R-CPF       PIC 9(11).
                03 FILLER      PIC X(10) VALUE " ENCAM. EM".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 R-DD        PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 R-MM        PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 R-AA        PIC 9999.
      *
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "CONTRA-REFERENCIAS EMITIDAS : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "  DAS QUAIS REEMISSOES      : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "SEM CONSULTA DO ESPECIALISTA: ".
                03 D-TOT3            PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT160.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CONTRA-REFERENCIA AO MEDICO".
           05  LINE 02  COLUMN 37
               VALUE  " SOLICITANTE ***".
           05  LINE 05  COLUMN 01
               VALUE  "    EMITE A CARTA DOS ENCAMINHAMENTOS JA".
           05  LINE 05  COLUMN 41
               VALUE  " ATENDIDOS EM CONTRAREF.TXT".
           05  LINE 07  COLUMN 01
               VALUE  "    CPF DO PACIENTE (ZERO = PENDENTES):".
           05  TW-CPFSEL
               LINE 07  COLUMN 41  PIC 9(11)
               USING  W-CPFSEL
               HIGHLIGHT.
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
                DISPLAY SMT160.
       INC-CPF.
                ACCEPT TW-CPFSEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
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
                ACCEPT W-DATASYS FROM DATE YYYYMMDD.
      *
       INC-OP0.
           OPEN INPUT CADENCAMINHA
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADENCAMINHA NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADMED NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADPACI NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA CADCONSULTA CADMED
                      GO TO ROT-FIMP.
      *
      * CID, PRONTUARIO, RECEITA, EXAME E TABREF PODEM AINDA NAO
      * EXISTIR: SAO CRIADOS VAZIOS E A CARTA SAI SEM O BLOCO
      *
       INC-OP0D.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADCID
              CLOSE CADCID
              OPEN INPUT CADCID.
           OPEN INPUT CADPRONTU
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADPRONTU
              CLOSE CADPRONTU
              OPEN INPUT CADPRONTU.
           OPEN INPUT CADRECEITA
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADRECEITA
              CLOSE CADRECEITA
              OPEN INPUT CADRECEITA.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT CADEXAME
              CLOSE CADEXAME
              OPEN INPUT CADEXAME.
           OPEN INPUT TABREF
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT TABREF
              CLOSE TABREF
              OPEN INPUT TABREF.
       INC-OP0E.
           OPEN I-O CADCONTRA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTRA
                 CLOSE CADCONTRA
                 OPEN I-O CADCONTRA
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONTRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADENCAMINHA CADCONSULTA CADMED CADPACI
                       CADCID CADPRONTU CADRECEITA CADEXAME TABREF
                 GO TO ROT-FIMP.
       INC-OP0F.
           OPEN OUTPUT CONTRATX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CONTRATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADENCAMINHA CADCONSULTA CADMED CADPACI
                            CADCID CADPRONTU CADRECEITA CADEXAME
                            TABREF CADCONTRA
                      GO TO ROT-FIMP.
           MOVE W-DIASYS TO LC0-DD
           MOVE W-MESSYS TO LC0-MM
           MOVE W-ANOSYS TO LC0-AA.
      *
      *****************************************************
      * ENCAMINHAMENTOS: TODOS OU SO OS DO CPF INFORMADO   *
      *****************************************************
      *
       INC-ENC.
           IF W-CPFSEL = ZEROS
              MOVE LOW-VALUES TO REF-CHAVE
              START CADENCAMINHA KEY IS NOT LESS THAN REF-CHAVE
           ELSE
              MOVE W-CPFSEL TO REF-CPF
              START CADENCAMINHA KEY IS EQUAL TO REF-CPF.
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
       LER-ENC.
           READ CADENCAMINHA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
           IF W-CPFSEL NOT = ZEROS AND REF-CPF NOT = W-CPFSEL
              GO TO ROT-TOT.
           IF REF-STATUS NOT = "A" AND NOT = "C"
              GO TO LER-ENC.
           IF REF-DATAATEND = ZEROS
              GO TO LER-ENC.
           MOVE "N" TO W-NOVOCT
           MOVE REF-CHAVE TO CT-REFCHAVE
           READ CADCONTRA
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-NOVOCT
           ELSE
              IF W-CPFSEL = ZEROS
                 GO TO LER-ENC.
           PERFORM BUS-CONS THRU BUS-CONS-FIM
           IF W-ACHOU = "N"
              MOVE REF-CPF    TO R-CPF
              MOVE REF-DATADD TO R-DD
              MOVE REF-DATAMM TO R-MM
              MOVE REF-DATAAA TO R-AA
              MOVE LINREJ TO REGCONTRATX
              WRITE REGCONTRATX
              ADD 1 TO W-TOTSEMCONS
              GO TO LER-ENC.
           PERFORM EMI-CARTA THRU EMI-CARTA-FIM
           MOVE REF-CHAVE      TO CT-REFCHAVE
           MOVE CONSULTA-CHAVE TO CT-CONSCHAVE
           MOVE W-DATASYS9     TO CT-DATAEMIS
           ADD 1 TO W-TOTEMIT
           IF W-NOVOCT = "S"
              MOVE 1 TO CT-QTDEMIS
              WRITE REGCONTRA
           ELSE
              ADD 1 TO CT-QTDEMIS
              ADD 1 TO W-TOTREEMIT
              REWRITE REGCONTRA.
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADCONTRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO LER-ENC.
      *
      *****************************************************
      * CONSULTA DO ESPECIALISTA: MESMO PACIENTE, NA DATA  *
      * DO ATENDIMENTO, COM MEDICO QUE ATENDE A            *
      * ESPECIALIDADE DESTINO (MESMA REGRA DA BAIXA        *
      * AUTOMATICA DO ENCAMINHAMENTO)                      *
      *****************************************************
      *
       BUS-CONS.
           MOVE "N" TO W-ACHOU
           MOVE REF-DATAATEND TO W-DATAQ9
           MOVE REF-CPF  TO CON-CPF
           MOVE W-DQAA   TO CON-DATAAA
           MOVE W-DQMM   TO CON-DATAMM
           MOVE W-DQDD   TO CON-DATADD
           MOVE ZEROS    TO CON-CRMNUM
           MOVE SPACES   TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-CONS-FIM.
       BUS-CONS-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-CONS-FIM.
           IF CON-CPF NOT = REF-CPF OR CON-DATAAA NOT = W-DQAA
              OR CON-DATAMM NOT = W-DQMM OR CON-DATADD NOT = W-DQDD
              GO TO BUS-CONS-FIM.
           MOVE CON-CRM TO CRM-CHAVE
           READ CADMED
           IF ST-ERRO NOT = "00"
              GO TO BUS-CONS-LP.
           PERFORM VER-ESPMED THRU VER-ESPMED-FIM
           IF W-TEMESP = "N"
              GO TO BUS-CONS-LP.
           MOVE "S" TO W-ACHOU
           MOVE NOME OF REGMED TO W-NOMEESP
           MOVE CON-CRM        TO W-CRMESP.
       BUS-CONS-FIM.
           EXIT.
      *
       VER-ESPMED.
           MOVE "N" TO W-TEMESP
           IF REF-ESPECIALIDADE = ESPECIALIDADE
              MOVE "S" TO W-TEMESP
              GO TO VER-ESPMED-FIM.
           MOVE ZEROS TO W-IXE.
       VER-ESPMED-LP.
           ADD 1 TO W-IXE
           IF W-IXE > QTDEESPEC OR W-IXE > 5
              GO TO VER-ESPMED-FIM.
           IF ESPECOD(W-IXE) = REF-ESPECIALIDADE
              MOVE "S" TO W-TEMESP
              GO TO VER-ESPMED-FIM.
           GO TO VER-ESPMED-LP.
       VER-ESPMED-FIM.
           EXIT.
      *
      *****************************************************
      * CARTA DE CONTRA-REFERENCIA                         *
      *****************************************************
      *
       EMI-CARTA.
           MOVE REF-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME OF REGPACI
              MOVE ZEROS  TO NUMERODD OF REGPACI NUMEROMM OF REGPACI
                             NUMEROAA OF REGPACI.
           MOVE REF-CPF TO ACS-CPF
           CALL "GRVACESSO" USING ACS-PROG ACS-CPF
           MOVE REF-CRM TO CRM-CHAVE
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME OF REGMED.
           MOVE "ESP"             TO TBREF-TIPO
           MOVE REF-ESPECIALIDADE TO TBREF-CODIGO
           READ TABREF
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO TBREF-DESCRICAO.
           MOVE CON-CID TO CODIGO
           READ CADCID
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENOMINACAO.
           MOVE LC0 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE NOME OF REGMED TO LC1-NOME
           MOVE REF-CRMNUM     TO LC1-CRM
           MOVE REF-CRMUF      TO LC1-UF
           MOVE LC1 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE NOME OF REGPACI     TO LC2-NOME
           MOVE REF-CPF             TO LC2-CPF
           MOVE LC2 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE NUMERODD OF REGPACI TO LC3-DD
           MOVE NUMEROMM OF REGPACI TO LC3-MM
           MOVE NUMEROAA OF REGPACI TO LC3-AA
           MOVE LC3 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE REF-DATADD        TO LC4-DD
           MOVE REF-DATAMM        TO LC4-MM
           MOVE REF-DATAAA        TO LC4-AA
           MOVE REF-ESPECIALIDADE TO LC4-ESP
           MOVE TBREF-DESCRICAO   TO LC4-ESPDESC
           MOVE LC4 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE REF-OBSERVACOES TO LC5-MOTIVO
           MOVE LC5 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE CON-DATADD TO LC6-DD
           MOVE CON-DATAMM TO LC6-MM
           MOVE CON-DATAAA TO LC6-AA
           MOVE W-NOMEESP  TO LC6-NOME
           MOVE LC6 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE CON-CID     TO LC7-CID
           MOVE DENOMINACAO TO LC7-DESC
           MOVE LC7 TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE CON-OBSERVACOES TO LC8-OBS
           MOVE LC8 TO REGCONTRATX
           WRITE REGCONTRATX
           PERFORM EMI-PRONTU THRU EMI-PRONTU-FIM
           PERFORM EMI-RECEITA THRU EMI-RECEITA-FIM
           PERFORM EMI-EXAME THRU EMI-EXAME-FIM
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           WRITE REGCONTRATX
           MOVE LCA TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE W-NOMEESP   TO LCB-NOME
           MOVE W-CRMESPNUM TO LCB-CRM
           MOVE W-CRMESPUF  TO LCB-UF
           MOVE LCB TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE LC9 TO REGCONTRATX
           WRITE REGCONTRATX.
       EMI-CARTA-FIM.
           EXIT.
      *
       EMI-PRONTU.
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE "EVOLUCAO CLINICA (PRONTUARIO):" TO LCT-TITULO
           MOVE LCT TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE ZEROS TO W-QTDITEM
           MOVE CONSULTA-CHAVE TO PRO-CONSCHAVE
           MOVE ZEROS TO PRO-LINHA
           START CADPRONTU KEY IS NOT LESS THAN PRONTU-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO EMI-PRONTU-NADA.
       EMI-PRONTU-LP.
           READ CADPRONTU NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO EMI-PRONTU-NADA.
           IF PRO-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO EMI-PRONTU-NADA.
           MOVE PRO-TEXTO TO LCP-TEXTO
           MOVE LCP TO REGCONTRATX
           WRITE REGCONTRATX
           ADD 1 TO W-QTDITEM
           GO TO EMI-PRONTU-LP.
       EMI-PRONTU-NADA.
           IF W-QTDITEM = ZEROS
              MOVE "(SEM REGISTRO NO PRONTUARIO)" TO LCP-TEXTO
              MOVE LCP TO REGCONTRATX
              WRITE REGCONTRATX.
       EMI-PRONTU-FIM.
           EXIT.
      *
       EMI-RECEITA.
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE "PRESCRICAO:" TO LCT-TITULO
           MOVE LCT TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE ZEROS   TO W-QTDITEM
           MOVE CON-CPF  TO REC-CPF
           MOVE CON-DATA TO REC-DATA
           MOVE CON-CRM  TO REC-CRM
           MOVE ZEROS    TO REC-SEQ
           START CADRECEITA KEY IS NOT LESS THAN RECEITA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO EMI-RECEITA-NADA.
       EMI-RECEITA-LP.
           READ CADRECEITA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO EMI-RECEITA-NADA.
           IF REC-CPF NOT = CON-CPF OR REC-DATA NOT = CON-DATA
              OR REC-CRM NOT = CON-CRM
              GO TO EMI-RECEITA-NADA.
           MOVE REC-MEDICAMENTO TO LCR-MEDIC
           MOVE REC-DOSAGEM     TO LCR-DOSAGEM
           MOVE REC-DURACAO     TO LCR-DURACAO
           MOVE LCR TO REGCONTRATX
           WRITE REGCONTRATX
           ADD 1 TO W-QTDITEM
           GO TO EMI-RECEITA-LP.
       EMI-RECEITA-NADA.
           IF W-QTDITEM = ZEROS
              MOVE "(SEM PRESCRICAO)" TO LCP-TEXTO
              MOVE LCP TO REGCONTRATX
              WRITE REGCONTRATX.
       EMI-RECEITA-FIM.
           EXIT.
      *
       EMI-EXAME.
           MOVE SPACES TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE "EXAMES SOLICITADOS:" TO LCT-TITULO
           MOVE LCT TO REGCONTRATX
           WRITE REGCONTRATX
           MOVE ZEROS   TO W-QTDITEM
           MOVE CON-CPF  TO EXA-CPF
           MOVE CON-DATA TO EXA-DATA
           MOVE CON-CRM  TO EXA-CRM
           MOVE ZEROS    TO EXA-SEQ
           START CADEXAME KEY IS NOT LESS THAN EXAME-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO EMI-EXAME-NADA.
       EMI-EXAME-LP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO EMI-EXAME-NADA.
           IF EXA-CPF NOT = CON-CPF OR EXA-DATA NOT = CON-DATA
              OR EXA-CRM NOT = CON-CRM
              GO TO EMI-EXAME-NADA.
           MOVE EXA-TIPO      TO LCE-TIPO
           MOVE EXA-PEDDD     TO LCE-DD
           MOVE EXA-PEDMM     TO LCE-MM
           MOVE EXA-PEDAA     TO LCE-AA
           MOVE EXA-RESULTADO TO LCE-RESULT
           MOVE LCE TO REGCONTRATX
           WRITE REGCONTRATX
           ADD 1 TO W-QTDITEM
           GO TO EMI-EXAME-LP.
       EMI-EXAME-NADA.
           IF W-QTDITEM = ZEROS
              MOVE "(SEM EXAMES SOLICITADOS)" TO LCP-TEXTO
              MOVE LCP TO REGCONTRATX
              WRITE REGCONTRATX.
       EMI-EXAME-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE W-TOTEMIT    TO D-TOT1
                MOVE TOT1 TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE W-TOTREEMIT  TO D-TOT2
                MOVE TOT2 TO REGCONTRATX
                WRITE REGCONTRATX
                MOVE W-TOTSEMCONS TO D-TOT3
                MOVE TOT3 TO REGCONTRATX
                WRITE REGCONTRATX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADENCAMINHA CADCONSULTA CADMED CADPACI
                      CADCID CADPRONTU CADRECEITA CADEXAME TABREF
                      CADCONTRA CONTRATX.
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
