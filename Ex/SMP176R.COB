       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP176.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RESULTADO DOS OVERBOOKS DA SEMANA (CADOVERB) *
      * PARA CADA OVERBOOK DOS 7 DIAS A PARTIR DA    *
      * DATA INFORMADA, COMPARA O PACIENTE ENCAIXADO *
      * COM O DO HORARIO NORMAL (ENCAIXE 0):         *
      *   DUPLO   = OS DOIS FORAM ATENDIDOS (R/R)    *
      *   ABSORV. = O NORMAL FALTOU E O ENCAIXADO    *
      *             FOI ATENDIDO (FALTA COBERTA)     *
      *   OVB.FAL = O ENCAIXADO FALTOU               *
      *   AMB.FAL = OS DOIS FALTARAM                 *
      *   PENDENTE/CANCEL. = AINDA SEM DESFECHO OU   *
      *             OVERBOOK CANCELADO/REMARCADO     *
      * TOTAIS POR MEDICO E GERAL - RELOVERB.TXT     *
      * SO CONTA OVERBOOKS DAS FILIAIS DO OPERADOR   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OVB-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
           SELECT OVERBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOVERB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOVERB.DAT".
       01 REGOVERB.
          03 OVB-CHAVE.
             05 OVB-DATA.
                07 OVB-DATAAA   PIC 9(04).
                07 OVB-DATAMM   PIC 9(02).
                07 OVB-DATADD   PIC 9(02).
             05 OVB-HORA.
                07 OVB-HORAHH   PIC 9(02).
                07 OVB-HORAMM   PIC 9(02).
             05 OVB-CRM.
                07 OVB-CRMNUM   PIC 9(06).
                07 OVB-CRMUF    PIC X(02).
             05 OVB-SEQENC      PIC 9(01).
          03 OVB-TAXA           PIC 9(03)V9.
          03 OVB-LIMITE         PIC 9(02).
          03 OVB-DATAREG        PIC 9(08).
          03 OVB-OPER           PIC X(10).
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
       FD OVERBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOVERB.TXT".
       01 REGOVERBTX      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP176".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-NDIAS        PIC 9(01) VALUE ZEROS.
       77 W-DIASMES      PIC 9(02) VALUE ZEROS.
       77 W-QTO          PIC 9(04) VALUE ZEROS.
       77 W-R4           PIC 9(03) VALUE ZEROS.
       77 W-R100         PIC 9(03) VALUE ZEROS.
       77 W-R400         PIC 9(03) VALUE ZEROS.
       77 W-STOVB        PIC X(01) VALUE SPACES.
       77 W-STNOR        PIC X(01) VALUE SPACES.
       77 W-CPFOVB       PIC 9(11) VALUE ZEROS.
       77 W-CPFNOR       PIC 9(11) VALUE ZEROS.
       77 W-CLASSE       PIC 9(01) VALUE ZEROS.
       77 W-IM           PIC 9(03) VALUE ZEROS.
       77 W-QTDMED       PIC 9(03) VALUE ZEROS.
       77 W-IC           PIC 9(01) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAINI.
          03 W-DIDD    PIC 9(02) VALUE ZEROS.
          03 W-DIMM    PIC 9(02) VALUE ZEROS.
          03 W-DIAA    PIC 9(04) VALUE ZEROS.
       01 W-DATAININV.
          03 W-DVAA    PIC 9(04) VALUE ZEROS.
          03 W-DVMM    PIC 9(02) VALUE ZEROS.
          03 W-DVDD    PIC 9(02) VALUE ZEROS.
       01 W-DATAININ9 REDEFINES W-DATAININV PIC 9(08).
       01 W-DTSEM.
          03 W-DPAA    PIC 9(04) VALUE ZEROS.
          03 W-DPMM    PIC 9(02) VALUE ZEROS.
          03 W-DPDD    PIC 9(02) VALUE ZEROS.
       01 W-DTSEM9 REDEFINES W-DTSEM PIC 9(08).
       01 TAB-DIASMES.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
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
      * CLASSES DO DESFECHO: 1=DUPLO 2=ABSORV. 3=OVB.FAL
      * 4=AMB.FAL 5=PENDENTE 6=CANCELADO
      *
       01 TAB-CLASSE.
          03 FILLER PIC X(10) VALUE "DUPLO     ".
          03 FILLER PIC X(10) VALUE "ABSORV.   ".
          03 FILLER PIC X(10) VALUE "OVB.FAL   ".
          03 FILLER PIC X(10) VALUE "AMB.FAL   ".
          03 FILLER PIC X(10) VALUE "PENDENTE  ".
          03 FILLER PIC X(10) VALUE "CANCELADO ".
       01 TAB-CLASSE-R REDEFINES TAB-CLASSE.
          03 TC-NOME PIC X(10) OCCURS 6 TIMES.
      *
      * TOTAIS POR MEDICO E GERAL
      *
       01 TAB-MED.
          03 TM-ITEM OCCURS 300 TIMES.
             05 TM-CRM          PIC X(08).
             05 TM-QTD          PIC 9(05) COMP.
             05 TM-CL           PIC 9(05) COMP OCCURS 6 TIMES.
       01 W-GQTD         PIC 9(05) COMP VALUE ZEROS.
       01 TAB-GERAL.
          03 TG-CL       PIC 9(05) COMP OCCURS 6 TIMES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(34) VALUE
                     " *** OVERBOOKS DA SEMANA ***".
                03 C0-INI      PIC X(10).
                03 FILLER      PIC X(03) VALUE " A ".
                03 C0-FIM      PIC X(10).
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(11) VALUE "DATA".
                03 FILLER      PIC X(06) VALUE "HORA".
                03 FILLER      PIC X(10) VALUE "CRM".
                03 FILLER      PIC X(14) VALUE "CPF NORMAL".
                03 FILLER      PIC X(14) VALUE "CPF OVERBOOK".
                03 FILLER      PIC X(07) VALUE "%FALT.".
                03 FILLER      PIC X(11) VALUE "OPERADOR".
                03 FILLER      PIC X(10) VALUE "DESFECHO".
       01 CAB2.
                03 D2-DATA.
                   05 D2-DATADD     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAMM     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAAA     PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-HORAHH        PIC 9(02).
                03 FILLER           PIC X(01) VALUE ":".
                03 D2-HORAMM        PIC 9(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CRMNUM        PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-CRMUF         PIC X(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CPFNOR        PIC 9(11).
                03 FILLER           PIC X(03) VALUE SPACES.
                03 D2-CPFOVB        PIC 9(11).
                03 FILLER           PIC X(03) VALUE SPACES.
                03 D2-TAXA          PIC ZZ9,9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-OPER          PIC X(10).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CLASSE        PIC X(10).
       01 CAB3.
                03 FILLER      PIC X(10) VALUE "MEDICO".
                03 FILLER      PIC X(07) VALUE "  OVERB".
                03 FILLER      PIC X(07) VALUE "  DUPLO".
                03 FILLER      PIC X(07) VALUE " ABSORV".
                03 FILLER      PIC X(07) VALUE " OVBFAL".
                03 FILLER      PIC X(07) VALUE " AMBFAL".
                03 FILLER      PIC X(07) VALUE "  PEND.".
                03 FILLER      PIC X(07) VALUE " CANCEL".
       01 CAB4.
                03 D4-CRM.
                   05 D4-CRMNUM     PIC 9(06).
                   05 D4-BARRA      PIC X(01).
                   05 D4-CRMUF      PIC X(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D4-QTD           PIC ZZZZZZ9.
                03 D4-ITEM OCCURS 6 TIMES.
                   05 D4-CL         PIC ZZZZZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELOVERB.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT176.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** RESULTADO DOS OVERBOOKS".
           05  LINE 02  COLUMN 37
               VALUE  " DA SEMANA ***".
           05  LINE 08  COLUMN 01
               VALUE  "                SEMANA A PARTIR DE   :".
           05  LINE 08  COLUMN 43
               VALUE  "/  /".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DIDD
               LINE 08  COLUMN 41  PIC 9(02)
               USING  W-DIDD
               HIGHLIGHT.
           05  TW-DIMM
               LINE 08  COLUMN 44  PIC 9(02)
               USING  W-DIMM
               HIGHLIGHT.
           05  TW-DIAA
               LINE 08  COLUMN 47  PIC 9(04)
               USING  W-DIAA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DIASYS TO W-DIDD
                MOVE W-MESSYS TO W-DIMM
                MOVE W-ANOSYS TO W-DIAA
                DISPLAY SMT176.
       INC-DATA.
                ACCEPT TW-DIDD
                ACCEPT TW-DIMM
                ACCEPT TW-DIAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-DIMM < 01 OR W-DIMM > 12
                   OR W-DIDD < 01 OR W-DIDD > TD-VAL (W-DIMM)
                   AND NOT (W-DIMM = 02 AND W-DIDD = 29)
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
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
           OPEN INPUT CADOVERB
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADOVERB NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADAGENDA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADOVERB
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN OUTPUT OVERBTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO OVERBTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADOVERB CADAGENDA
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
      *
      * SEMANA = DATA INFORMADA + 6 DIAS
      *
           MOVE W-DIAA TO W-DVAA W-DPAA
           MOVE W-DIMM TO W-DVMM W-DPMM
           MOVE W-DIDD TO W-DVDD W-DPDD
           MOVE ZEROS TO W-NDIAS.
       INC-SEM.
           IF W-NDIAS < 6
              PERFORM PROX-DATA THRU PROX-DATA-FIM
              ADD 1 TO W-NDIAS
              GO TO INC-SEM.
           STRING W-DVDD "/" W-DVMM "/" W-DVAA
                  DELIMITED BY SIZE INTO C0-INI
           STRING W-DPDD "/" W-DPMM "/" W-DPAA
                  DELIMITED BY SIZE INTO C0-FIM
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE ZEROS TO W-QTDMED W-GQTD
           MOVE ZEROS TO TG-CL (1) TG-CL (2) TG-CL (3) TG-CL (4)
                         TG-CL (5) TG-CL (6)
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE W-DATAININ9 TO OVB-DATA
           MOVE ZEROS TO OVB-HORA OVB-CRMNUM OVB-SEQENC
           MOVE LOW-VALUES TO OVB-CRMUF
           START CADOVERB KEY IS NOT LESS THAN OVB-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
      *
      *****************************************************
      * CADA OVERBOOK DA SEMANA: DESFECHO DO ENCAIXADO E   *
      * DO PACIENTE DO HORARIO NORMAL                      *
      *****************************************************
      *
       LER-OVB.
                READ CADOVERB NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA CADOVERB"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF OVB-DATA > W-DTSEM9
                   GO TO ROT-TOT.
                MOVE OVB-CHAVE TO AGENDA-CHAVE
                MOVE SPACES TO W-STOVB W-STNOR
                MOVE ZEROS  TO W-CPFOVB W-CPFNOR
                READ CADAGENDA
                IF ST-ERRO = "00"
                   MOVE AG-STATUS TO W-STOVB
                   MOVE AG-CPF    TO W-CPFOVB
                   MOVE AG-FILIAL TO FIL-FILIAL.
                MOVE OVB-CHAVE TO AGENDA-CHAVE
                MOVE ZEROS     TO AG-SEQENC
                READ CADAGENDA
                IF ST-ERRO = "00"
                   MOVE AG-STATUS TO W-STNOR
                   MOVE AG-CPF    TO W-CPFNOR
                   MOVE AG-FILIAL TO FIL-FILIAL.
                IF W-STOVB NOT = SPACES OR W-STNOR NOT = SPACES
                   CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                          FIL-PADRAO FIL-TODAS
                   IF FIL-PERMITE = "N"
                      GO TO LER-OVB.
                PERFORM CLASSIFICA THRU CLASSIFICA-FIM
                PERFORM ACUMULA THRU ACUMULA-FIM
      *
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE OVB-DATADD        TO D2-DATADD
           MOVE OVB-DATAMM        TO D2-DATAMM
           MOVE OVB-DATAAA        TO D2-DATAAA
           MOVE OVB-HORAHH        TO D2-HORAHH
           MOVE OVB-HORAMM        TO D2-HORAMM
           MOVE OVB-CRMNUM        TO D2-CRMNUM
           MOVE OVB-CRMUF         TO D2-CRMUF
           MOVE W-CPFNOR          TO D2-CPFNOR
           MOVE W-CPFOVB          TO D2-CPFOVB
           MOVE OVB-TAXA          TO D2-TAXA
           MOVE OVB-OPER          TO D2-OPER
           MOVE TC-NOME (W-CLASSE) TO D2-CLASSE
           MOVE CAB2              TO REGOVERBTX
           WRITE REGOVERBTX
           ADD 1 TO W-QTDLIN
           GO TO LER-OVB.
      *
      *****************************************************
      * DESFECHO: R=REALIZADO  F=FALTA  C/M OU SEM REGISTRO*
      * DO ENCAIXE = CANCELADO; O RESTO AINDA ESTA ABERTO  *
      *****************************************************
      *
       CLASSIFICA.
                MOVE 5 TO W-CLASSE
                IF W-STOVB = SPACES OR W-STOVB = "C" OR W-STOVB = "M"
                   MOVE 6 TO W-CLASSE
                   GO TO CLASSIFICA-FIM.
                IF W-STOVB = "R" AND W-STNOR = "R"
                   MOVE 1 TO W-CLASSE
                   GO TO CLASSIFICA-FIM.
                IF W-STOVB = "R" AND W-STNOR = "F"
                   MOVE 2 TO W-CLASSE
                   GO TO CLASSIFICA-FIM.
                IF W-STOVB = "F" AND W-STNOR = "F"
                   MOVE 4 TO W-CLASSE
                   GO TO CLASSIFICA-FIM.
                IF W-STOVB = "F"
                   MOVE 3 TO W-CLASSE.
       CLASSIFICA-FIM.
                EXIT.
      *
       ACUMULA.
                ADD 1 TO W-GQTD
                ADD 1 TO TG-CL (W-CLASSE)
                MOVE 1 TO W-IM.
       ACUMULA-LP.
                IF W-IM > W-QTDMED
                   GO TO ACUMULA-NOVO.
                IF TM-CRM (W-IM) = OVB-CRM
                   GO TO ACUMULA-SOMA.
                ADD 1 TO W-IM
                GO TO ACUMULA-LP.
       ACUMULA-NOVO.
                IF W-QTDMED NOT < 300
                   GO TO ACUMULA-FIM.
                ADD 1 TO W-QTDMED
                MOVE W-QTDMED TO W-IM
                MOVE OVB-CRM TO TM-CRM (W-IM)
                MOVE ZEROS TO TM-QTD (W-IM)
                              TM-CL (W-IM, 1) TM-CL (W-IM, 2)
                              TM-CL (W-IM, 3) TM-CL (W-IM, 4)
                              TM-CL (W-IM, 5) TM-CL (W-IM, 6).
       ACUMULA-SOMA.
                ADD 1 TO TM-QTD (W-IM)
                ADD 1 TO TM-CL (W-IM, W-CLASSE).
       ACUMULA-FIM.
                EXIT.
      *
       PROX-DATA.
                MOVE TD-VAL (W-DPMM) TO W-DIASMES
                IF W-DPMM = 02
                   PERFORM VER-BISSEXTO THRU VER-BISSEXTO-FIM.
                IF W-DPDD < W-DIASMES
                   ADD 1 TO W-DPDD
                ELSE
                   MOVE 01 TO W-DPDD
                   IF W-DPMM < 12
                      ADD 1 TO W-DPMM
                   ELSE
                      MOVE 01 TO W-DPMM
                      ADD 1 TO W-DPAA.
       PROX-DATA-FIM.
                EXIT.
      *
       VER-BISSEXTO.
                DIVIDE W-DPAA BY 4   GIVING W-QTO REMAINDER W-R4
                DIVIDE W-DPAA BY 100 GIVING W-QTO REMAINDER W-R100
                DIVIDE W-DPAA BY 400 GIVING W-QTO REMAINDER W-R400
                IF W-R400 = ZEROS
                   MOVE 29 TO W-DIASMES
                ELSE
                   IF W-R4 = ZEROS AND W-R100 NOT = ZEROS
                      MOVE 29 TO W-DIASMES.
       VER-BISSEXTO-FIM.
                EXIT.
      *
      **********************
      * CABECALHO DO RELATORIO *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE ZEROS TO W-QTDLIN
                IF W-PAGINA > 1
                   MOVE SPACES TO REGOVERBTX
                   WRITE REGOVERBTX.
                MOVE CAB0 TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE SPACES TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE CAB1 TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE SPACES TO REGOVERBTX
                WRITE REGOVERBTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE CAB3 TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE SPACES TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE 1 TO W-IM.
       ROT-TOT-MED.
                IF W-IM > W-QTDMED
                   GO TO ROT-TOT-GER.
                MOVE TM-CRM (W-IM) TO D4-CRM
                MOVE "/"           TO D4-BARRA
                MOVE TM-QTD (W-IM) TO D4-QTD
                MOVE 1 TO W-IC.
       ROT-TOT-MED-CL.
                MOVE TM-CL (W-IM, W-IC) TO D4-CL (W-IC)
                IF W-IC < 6
                   ADD 1 TO W-IC
                   GO TO ROT-TOT-MED-CL.
                MOVE CAB4 TO REGOVERBTX
                WRITE REGOVERBTX
                ADD 1 TO W-IM
                GO TO ROT-TOT-MED.
       ROT-TOT-GER.
                MOVE SPACES TO REGOVERBTX
                WRITE REGOVERBTX
                MOVE SPACES  TO D4-CRM
                MOVE "TOTAL" TO D4-CRM
                MOVE W-GQTD  TO D4-QTD
                MOVE 1 TO W-IC.
       ROT-TOT-GER-CL.
                MOVE TG-CL (W-IC) TO D4-CL (W-IC)
                IF W-IC < 6
                   ADD 1 TO W-IC
                   GO TO ROT-TOT-GER-CL.
                MOVE CAB4 TO REGOVERBTX
                WRITE REGOVERBTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADOVERB CADAGENDA OVERBTX.
                IF SPL-GERADO = "S"
                   STRING "DESDE " W-DIDD "/" W-DIMM "/" W-DIAA
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE W-PAGINA TO SPL-PAGINAS
                   MOVE FIL-PADRAO TO SPL-FILIAL
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
