       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP144.
       AUTHOR. KAIO V G S S
      ***********************************************
      * DOSES DE VACINA ATRASADAS E A VENCER         *
      * PARA CADA PACIENTE ATIVO DO CADPACI E CADA   *
      * VACINA ATIVA DO CADVACINA, CALCULA A PROXIMA *
      * DOSE PELO ESQUEMA (1A DOSE = NASCIMENTO +    *
      * IDADE MINIMA; DEMAIS = DOSE ANTERIOR +       *
      * INTERVALO) E LISTA AS ATRASADAS E AS QUE     *
      * VENCEM NOS PROXIMOS N DIAS (LISTA DE         *
      * CONVOCACAO: RELVACINA.TXT). GERA TAMBEM A    *
      * CONTAGEM MENSAL DE DOSES APLICADAS POR       *
      * VACINA E DOSE PARA O SI-PNI (SIPNI.TXT),     *
      * PELA CHAVE ALTERNADA VA-DATA DO CADVACAPL.   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVACAPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VACAPL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VA-DATA WITH DUPLICATES.
           SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VAC-NOME
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT VACINATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT SIPNITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVACAPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACAPL.DAT".
       01 REGVACAPL.
          03 VACAPL-CHAVE.
             05 VA-CPF         PIC 9(11).
             05 VA-VACINA      PIC 9(04).
             05 VA-DOSE        PIC 9(01).
          03 VA-DATA.
             05 VA-DATAAA      PIC 9(04).
             05 VA-DATAMM      PIC 9(02).
             05 VA-DATADD      PIC 9(02).
          03 VA-LOTE           PIC X(15).
          03 VA-CRM.
             05 VA-CRMNUM      PIC 9(06).
             05 VA-CRMUF       PIC X(02).
          03 VA-FILIAL         PIC 9(02).
          03 VA-OPERADOR       PIC X(10).
      *
       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
          03 VAC-CODIGO        PIC 9(04).
          03 VAC-NOME          PIC X(30).
          03 VAC-QTDOSES       PIC 9(01).
          03 VAC-INTERVALO     PIC 9(03).
          03 VAC-IDADEMIN      PIC 9(03).
          03 VAC-IDADEMAX      PIC 9(03).
          03 VAC-MEDIC         PIC 9(06).
          03 VAC-STATUS        PIC X(01).
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
       FD VACINATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVACINA.TXT".
       01 REGVACINATX     PIC X(100).
      *
       FD SIPNITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SIPNI.TXT".
       01 REGSIPNITX      PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP144".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-DIASVENC     PIC 9(03) VALUE 30.
       77 W-MESREF       PIC 9(02) VALUE ZEROS.
       77 W-ANOREF       PIC 9(04) VALUE ZEROS.
       77 W-TOTATRASO    PIC 9(06) VALUE ZEROS.
       77 W-TOTAVENCER   PIC 9(06) VALUE ZEROS.
       77 W-TOTPACI      PIC 9(06) VALUE ZEROS.
       77 W-TOTSIPNI     PIC 9(06) VALUE ZEROS.
       77 W-PACILISTADO  PIC X(01) VALUE "N".
       77 W-DIAS         PIC S9(05) VALUE ZEROS.
       77 W-IDADEMES     PIC S9(05) VALUE ZEROS.
       77 W-MESES        PIC 9(05) VALUE ZEROS.
       77 W-ANOSADD      PIC 9(04) VALUE ZEROS.
       77 W-MESREST      PIC 9(02) VALUE ZEROS.
       77 W-ULTDOSE      PIC 9(01) VALUE ZEROS.
       77 W-IXV          PIC 9(02) VALUE ZEROS.
       77 W-IXD          PIC 9(02) VALUE ZEROS.
       77 W-QTDVAC       PIC 9(02) VALUE ZEROS.
       01 W-ULTDATA.
          03 W-ULTAA     PIC 9(04) VALUE ZEROS.
          03 W-ULTMM     PIC 9(02) VALUE ZEROS.
          03 W-ULTDD     PIC 9(02) VALUE ZEROS.
      *
      * TABELA DAS VACINAS DO CADVACINA (ATE 50) E CONTAGEM
      * SI-PNI DO MES POR VACINA X DOSE
      *
       01 TAB-VACINA.
          03 TBV-ITEM OCCURS 50 TIMES.
             05 TBV-COD       PIC 9(04).
             05 TBV-NOME      PIC X(20).
             05 TBV-QTDOSES   PIC 9(01).
             05 TBV-INTERV    PIC 9(03).
             05 TBV-IDMIN     PIC 9(03).
             05 TBV-IDMAX     PIC 9(03).
             05 TBV-STATUS    PIC X(01).
             05 TBV-QTDAPL    PIC 9(05) OCCURS 9 TIMES.
      *
      * CONVERSAO DE DATA EM NUMERO SERIAL DE DIAS
      *
       01 W-CDATA.
          03 W-CDAA      PIC 9(04) VALUE ZEROS.
          03 W-CDMM      PIC 9(02) VALUE ZEROS.
          03 W-CDDD      PIC 9(02) VALUE ZEROS.
       77 W-SERIAL       PIC S9(09) VALUE ZEROS.
       77 W-SERIALHOJE   PIC S9(09) VALUE ZEROS.
       77 W-CY           PIC 9(04) VALUE ZEROS.
       77 W-CM           PIC 9(02) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                        " *** VACINAS ATRASADAS E A VENCER ***".
       01 CAB1.
                03 FILLER      PIC X(50) VALUE
                   "CPF         PACIENTE             VACINA".
                03 FILLER      PIC X(50) VALUE
                   "            DOSE SITUACAO  DIAS TELEFONE".
       01 LINVAC.
                03 L-CPF       PIC 9(11).
                03 FILLER      PIC X(01) VALUE " ".
                03 L-PACI      PIC X(20).
                03 FILLER      PIC X(01) VALUE " ".
                03 L-VACINA    PIC X(20).
                03 FILLER      PIC X(02) VALUE "  ".
                03 L-DOSE      PIC 9(01).
                03 FILLER      PIC X(02) VALUE "  ".
                03 L-SITUACAO  PIC X(08).
                03 FILLER      PIC X(01) VALUE " ".
                03 L-DIAS      PIC ZZZZ9.
                03 FILLER      PIC X(01) VALUE " ".
                03 L-DDD       PIC 9(03).
                03 FILLER      PIC X(01) VALUE " ".
                03 L-TEL1      PIC 9(05).
                03 FILLER      PIC X(01) VALUE "-".
                03 L-TEL2      PIC 9(04).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "DOSES ATRASADAS             : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "DOSES A VENCER              : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "PACIENTES A CONVOCAR        : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
      *
       01 CABP0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(36) VALUE
                        " *** DOSES APLICADAS - SI-PNI - ".
                03 CP-MES      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 CP-ANO      PIC 9(04).
                03 FILLER      PIC X(04) VALUE " ***".
       01 LINPNI.
                03 LP-COD      PIC 9(04).
                03 FILLER      PIC X(01) VALUE " ".
                03 LP-NOME     PIC X(20).
                03 FILLER      PIC X(07) VALUE "  DOSE ".
                03 LP-DOSE     PIC 9(01).
                03 FILLER      PIC X(03) VALUE " : ".
                03 LP-QTDE     PIC ZZ.ZZ9.
       01 TOTPNI.
                03 FILLER            PIC X(30) VALUE
                        "TOTAL DE DOSES NO MES       : ".
                03 D-TOTPNI          PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELVACINA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT144.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** VACINAS ATRASADAS E A VENCER /".
           05  LINE 02  COLUMN 40
               VALUE  " CONTAGEM SI-PNI ***".
           05  LINE 07  COLUMN 01
               VALUE  "    DOSES A VENCER NOS PROXIMOS (DIAS) :".
           05  TW-DIASVENC
               LINE 07  COLUMN 42  PIC 9(03)
               USING  W-DIASVENC
               HIGHLIGHT.
           05  LINE 09  COLUMN 01
               VALUE  "    MES/ANO DA CONTAGEM SI-PNI         :   /".
           05  TW-MESREF
               LINE 09  COLUMN 42  PIC 9(02)
               USING  W-MESREF
               HIGHLIGHT.
           05  TW-ANOREF
               LINE 09  COLUMN 45  PIC 9(04)
               USING  W-ANOREF
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
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DSMM TO W-MESREF
           MOVE W-DSAA TO W-ANOREF.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT144.
       INC-DIAS.
                ACCEPT TW-DIASVENC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
       INC-MES.
                ACCEPT TW-MESREF
                ACCEPT TW-ANOREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DIAS.
                IF W-MESREF < 01 OR W-MESREF > 12 OR W-ANOREF = ZEROS
                   MOVE "*MES/ANO INVALIDO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MES.
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
           MOVE W-DSAA TO W-CDAA
           MOVE W-DSMM TO W-CDMM
           MOVE W-DSDD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL TO W-SERIALHOJE
           OPEN INPUT CADVACINA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADVACINA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADVACAPL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVACAPL
                 CLOSE CADVACAPL
                 OPEN INPUT CADVACAPL
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADVACAPL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN OUTPUT VACINATX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO VACINATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGVACINATX FROM CAB0
           MOVE SPACES TO REGVACINATX
           WRITE REGVACINATX
           WRITE REGVACINATX FROM CAB1.
      *
      *****************************************************
      * CARGA DA TABELA DE VACINAS                         *
      *****************************************************
      *
           MOVE ZEROS TO W-QTDVAC.
       CARGA-VAC.
           READ CADVACINA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-PACI01.
           IF W-QTDVAC NOT < 50
              GO TO LER-PACI01.
           ADD 1 TO W-QTDVAC
           MOVE VAC-CODIGO    TO TBV-COD (W-QTDVAC)
           MOVE VAC-NOME      TO TBV-NOME (W-QTDVAC)
           MOVE VAC-QTDOSES   TO TBV-QTDOSES (W-QTDVAC)
           MOVE VAC-INTERVALO TO TBV-INTERV (W-QTDVAC)
           MOVE VAC-IDADEMIN  TO TBV-IDMIN (W-QTDVAC)
           MOVE VAC-IDADEMAX  TO TBV-IDMAX (W-QTDVAC)
           MOVE VAC-STATUS    TO TBV-STATUS (W-QTDVAC)
           MOVE ZEROS TO W-IXD.
       CARGA-VAC-ZR.
           ADD 1 TO W-IXD
           IF W-IXD > 9
              GO TO CARGA-VAC.
           MOVE ZEROS TO TBV-QTDAPL (W-QTDVAC, W-IXD)
           GO TO CARGA-VAC-ZR.
      *
      *****************************************************
      * PACIENTE A PACIENTE: PROXIMA DOSE DE CADA VACINA   *
      *****************************************************
      *
       LER-PACI01.
           READ CADPACI NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO GERA-SIPNI
              ELSE
                 MOVE "ERRO NA LEITURA CADPACI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF STATUSPACI = "O"
              GO TO LER-PACI01.
           IF NUMEROAA = ZEROS OR NUMEROMM = ZEROS
              GO TO LER-PACI01.
           COMPUTE W-IDADEMES = (W-DSAA * 12 + W-DSMM)
                              - (NUMEROAA * 12 + NUMEROMM)
           IF W-DSDD < NUMERODD
              SUBTRACT 1 FROM W-IDADEMES.
           MOVE "N" TO W-PACILISTADO
           MOVE ZEROS TO W-IXV.
       LER-VAC-LP.
           ADD 1 TO W-IXV
           IF W-IXV > W-QTDVAC
              GO TO LER-PACI01.
           IF TBV-STATUS (W-IXV) = "I"
              GO TO LER-VAC-LP.
           PERFORM ULT-DOSE THRU ULT-DOSE-FIM
           IF W-ULTDOSE NOT < TBV-QTDOSES (W-IXV)
              GO TO LER-VAC-LP.
           IF W-ULTDOSE NOT = ZEROS
              GO TO LER-VAC-PROX.
      *
      * PRIMEIRA DOSE: SO DENTRO DA JANELA DE IDADE. VENCE NA
      * DATA EM QUE O PACIENTE COMPLETA A IDADE MINIMA
      *
           IF TBV-IDMAX (W-IXV) NOT = ZEROS
              AND W-IDADEMES > TBV-IDMAX (W-IXV)
              GO TO LER-VAC-LP.
           COMPUTE W-MESES = NUMEROMM - 1 + TBV-IDMIN (W-IXV)
           DIVIDE W-MESES BY 12 GIVING W-ANOSADD REMAINDER W-MESREST
           COMPUTE W-CDAA = NUMEROAA + W-ANOSADD
           COMPUTE W-CDMM = W-MESREST + 1
           MOVE NUMERODD TO W-CDDD
           IF W-CDDD > 28
              MOVE 28 TO W-CDDD.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIAS = W-SERIAL - W-SERIALHOJE
           GO TO LER-VAC-SIT.
      *
      * DEMAIS DOSES: DOSE ANTERIOR + INTERVALO DO ESQUEMA
      *
       LER-VAC-PROX.
           MOVE W-ULTAA TO W-CDAA
           MOVE W-ULTMM TO W-CDMM
           MOVE W-ULTDD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIAS = W-SERIAL + TBV-INTERV (W-IXV)
                          - W-SERIALHOJE.
       LER-VAC-SIT.
           IF W-DIAS < ZEROS
              MOVE "ATRASADA" TO L-SITUACAO
              COMPUTE L-DIAS = ZEROS - W-DIAS
              ADD 1 TO W-TOTATRASO
           ELSE
              IF W-DIAS > W-DIASVENC
                 GO TO LER-VAC-LP
              ELSE
                 MOVE "A VENCER" TO L-SITUACAO
                 MOVE W-DIAS TO L-DIAS
                 ADD 1 TO W-TOTAVENCER.
           IF W-PACILISTADO = "N"
              MOVE "S" TO W-PACILISTADO
              ADD 1 TO W-TOTPACI.
           MOVE CPF              TO L-CPF
           MOVE NOME OF REGPACI  TO L-PACI
           MOVE TBV-NOME (W-IXV) TO L-VACINA
           COMPUTE L-DOSE = W-ULTDOSE + 1
           MOVE DDD        TO L-DDD
           MOVE NUMEROTEL1 TO L-TEL1
           MOVE NUMEROTEL2 TO L-TEL2
           WRITE REGVACINATX FROM LINVAC
           GO TO LER-VAC-LP.
      *
      *****************************************************
      * CONTAGEM SI-PNI: DOSES APLICADAS NO MES/ANO PELA   *
      * CHAVE ALTERNADA VA-DATA                            *
      *****************************************************
      *
       GERA-SIPNI.
           MOVE SPACES TO REGVACINATX
           WRITE REGVACINATX
           MOVE W-TOTATRASO TO D-TOT1
           WRITE REGVACINATX FROM TOT1
           MOVE W-TOTAVENCER TO D-TOT2
           WRITE REGVACINATX FROM TOT2
           MOVE W-TOTPACI TO D-TOT3
           WRITE REGVACINATX FROM TOT3
           CLOSE VACINATX.
           IF SPL-GERADO = "S"
              STRING "DIAS A VENCER " W-DIASVENC " REF "
                     W-MESREF "/" W-ANOREF
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           MOVE W-ANOREF TO VA-DATAAA
           MOVE W-MESREF TO VA-DATAMM
           MOVE 01       TO VA-DATADD
           START CADVACAPL KEY IS NOT LESS THAN VA-DATA
           IF ST-ERRO NOT = "00"
              GO TO GERA-PNI-REL.
       GERA-PNI-LP.
           READ CADVACAPL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-PNI-REL.
           IF VA-DATAAA NOT = W-ANOREF OR VA-DATAMM NOT = W-MESREF
              GO TO GERA-PNI-REL.
           MOVE ZEROS TO W-IXV.
       GERA-PNI-BUS.
           ADD 1 TO W-IXV
           IF W-IXV > W-QTDVAC
              GO TO GERA-PNI-LP.
           IF TBV-COD (W-IXV) NOT = VA-VACINA
              GO TO GERA-PNI-BUS.
           IF VA-DOSE > ZEROS
              ADD 1 TO TBV-QTDAPL (W-IXV, VA-DOSE)
              ADD 1 TO W-TOTSIPNI.
           GO TO GERA-PNI-LP.
      *
       GERA-PNI-REL.
           OPEN OUTPUT SIPNITX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO SIPNITX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-MESREF TO CP-MES
           MOVE W-ANOREF TO CP-ANO
           WRITE REGSIPNITX FROM CABP0
           MOVE SPACES TO REGSIPNITX
           WRITE REGSIPNITX
           MOVE ZEROS TO W-IXV.
       GERA-PNI-VAC.
           ADD 1 TO W-IXV
           IF W-IXV > W-QTDVAC
              GO TO GERA-PNI-FIM.
           MOVE ZEROS TO W-IXD.
       GERA-PNI-DOSE.
           ADD 1 TO W-IXD
           IF W-IXD > 9
              GO TO GERA-PNI-VAC.
           IF TBV-QTDAPL (W-IXV, W-IXD) = ZEROS
              GO TO GERA-PNI-DOSE.
           MOVE TBV-COD (W-IXV)  TO LP-COD
           MOVE TBV-NOME (W-IXV) TO LP-NOME
           MOVE W-IXD            TO LP-DOSE
           MOVE TBV-QTDAPL (W-IXV, W-IXD) TO LP-QTDE
           WRITE REGSIPNITX FROM LINPNI
           GO TO GERA-PNI-DOSE.
       GERA-PNI-FIM.
           MOVE SPACES TO REGSIPNITX
           WRITE REGSIPNITX
           MOVE W-TOTSIPNI TO D-TOTPNI
           WRITE REGSIPNITX FROM TOTPNI
           CLOSE SIPNITX.
      *
       ROT-OK.
           DISPLAY (16, 05) "DOSES ATRASADAS : "
           DISPLAY (16, 24) W-TOTATRASO
           DISPLAY (17, 05) "DOSES A VENCER  : "
           DISPLAY (17, 24) W-TOTAVENCER
           MOVE "*** RELVACINA.TXT E SIPNI.TXT GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
      *****************************************************
      * ULTIMA DOSE (E DATA) DA VACINA TBV-COD(W-IXV) JA   *
      * REGISTRADA PARA O PACIENTE CORRENTE                *
      *****************************************************
      *
       ULT-DOSE.
           MOVE ZEROS TO W-ULTDOSE W-ULTAA W-ULTMM W-ULTDD
           MOVE CPF             TO VA-CPF
           MOVE TBV-COD (W-IXV) TO VA-VACINA
           MOVE ZEROS           TO VA-DOSE
           START CADVACAPL KEY IS NOT LESS THAN VACAPL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ULT-DOSE-FIM.
       ULT-DOSE-LP.
           READ CADVACAPL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ULT-DOSE-FIM.
           IF VA-CPF NOT = CPF OR VA-VACINA NOT = TBV-COD (W-IXV)
              GO TO ULT-DOSE-FIM.
           MOVE VA-DOSE   TO W-ULTDOSE
           MOVE VA-DATAAA TO W-ULTAA
           MOVE VA-DATAMM TO W-ULTMM
           MOVE VA-DATADD TO W-ULTDD
           GO TO ULT-DOSE-LP.
       ULT-DOSE-FIM.
           EXIT.
      *
      *****************************************************
      * NUMERO SERIAL DE DIAS DA DATA EM W-CDATA           *
      *****************************************************
      *
       CALC-SERIAL.
           MOVE W-CDAA TO W-CY
           MOVE W-CDMM TO W-CM
           IF W-CM < 3
              ADD 12 TO W-CM
              SUBTRACT 1 FROM W-CY.
           COMPUTE W-SERIAL = (365 * W-CY) + (W-CY / 4)
                            - (W-CY / 100) + (W-CY / 400)
                            + ((306 * (W-CM + 1)) / 10) + W-CDDD.
       CALC-SERIAL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADVACINA CADVACAPL CADPACI.
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
