       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP169.
       AUTHOR. KAIO V G S S
      ***********************************************
      * PREVISAO DE RECEITA E DE CAIXA A PARTIR DA   *
      * AGENDA FUTURA (RELPREVISAO.TXT).             *
      * ENTRAM OS HORARIOS MARCADOS (STATUS A) OU    *
      * CONFIRMADOS (X) DE HOJE ATE O HORIZONTE      *
      * DIGITADO (PADRAO 90 DIAS).                   *
      * VALOR DO HORARIO: CONSULTA PADRAO (CID       *
      * 000000 DO CADPROC) PELO PRECO NEGOCIADO DO   *
      * CADPRECO EM VIGOR NA DATA OU PELA COBERTURA  *
      * DO CONVENIO, COMO NA GUIA DO SMP041; O       *
      * PARTICULAR PELA TABELA 000000 (SMP068).      *
      * RECEITA PREVISTA = VALOR X (1 - TAXA DE      *
      * FALTAS DO MEDICO), COM A TAXA APURADA NO     *
      * HISTORICO DA PROPRIA AGENDA (R=ATENDIDO,     *
      * F=FALTOU), COMO NO SMP057.                   *
      * CAIXA PREVISTO: O PARTICULAR ENTRA NO DIA DA *
      * CONSULTA; O CONVENIO, DEPOIS DO PRAZO DE     *
      * PAGAMENTO DA OPERADORA (CADPARAM PRZ + CODIGO*
      * DO CONVENIO EM 6 DIGITOS, OU O PRAZOPAG,     *
      * PADRAO 30 DIAS).                             *
      * TOTAIS POR SEMANA (CONTADA A PARTIR DE HOJE) *
      * E POR FILIAL. CAIXA ALEM DA ULTIMA SEMANA DA *
      * TABELA FICA NA ULTIMA SEMANA.                *
      * SO ENTRAM HORARIOS DAS FILIAIS DO OPERADOR   *
      * (VERFILIAL); A TAXA DE FALTAS USA O          *
      * HISTORICO DE TODAS AS FILIAIS.               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC WITH DUPLICATES.
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
           SELECT PREVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO         PIC 9(06).
          03 NOMEC          PIC X(30).
          03 PLANO          PIC 9(02).
          03 DATAVALID.
             05 NUMDD       PIC 9(02).
             05 NUMMM       PIC 9(02).
             05 NUMAA       PIC 9(04).
          03 OPERADORA      PIC X(30).
          03 ANSCODIGO      PIC 9(06).
          03 PERCOBERTURA   PIC 9(03)V99.
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
       FD PREVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPREVISAO.TXT".
       01 REGPREVTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP169".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-HORIZ        PIC 9(03) VALUE 90.
       77 W-PRAZOPAD     PIC 9(03) VALUE 30.
       77 W-PRAZO        PIC 9(03) VALUE ZEROS.
       77 W-VALPADRAO    PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77 W-VALESP       PIC 9(07)V99 VALUE ZEROS.
       77 W-TEMPRECO     PIC X(01) VALUE "N".
       77 W-PRECOACH     PIC 9(07)V99 VALUE ZEROS.
       77 W-CONVPRECO    PIC 9(06) VALUE ZEROS.
       77 W-PRECONVTRB   PIC 9(06) VALUE ZEROS.
       77 W-PRECIDTRB    PIC 9(06) VALUE ZEROS.
       77 W-DATARECNUM   PIC 9(08) VALUE ZEROS.
       77 W-CONVFAT      PIC 9(06) VALUE ZEROS.
       77 W-PARTIC       PIC X(01) VALUE "N".
       77 W-NUMHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       77 W-DIAOFF       PIC 9(05) VALUE ZEROS.
       77 W-CXOFF        PIC 9(05) VALUE ZEROS.
       77 W-SEMREC       PIC 9(03) VALUE ZEROS.
       77 W-SEMCX        PIC 9(03) VALUE ZEROS.
       77 W-FIL          PIC 9(03) VALUE ZEROS.
       77 W-IS           PIC 9(03) VALUE ZEROS.
       77 W-IF           PIC 9(03) VALUE ZEROS.
       77 W-IM           PIC 9(03) VALUE ZEROS.
       77 W-IC           PIC 9(03) VALUE ZEROS.
       77 W-IXP          PIC 9(03) VALUE ZEROS.
       77 W-QTDMED       PIC 9(03) VALUE ZEROS.
       77 W-QTDPRZ       PIC 9(03) VALUE ZEROS.
       77 W-DIASMES      PIC 9(02) VALUE ZEROS.
       77 W-R4           PIC 9(04) VALUE ZEROS.
       77 W-R100         PIC 9(04) VALUE ZEROS.
       77 W-R400         PIC 9(04) VALUE ZEROS.
       77 W-QTO          PIC 9(04) VALUE ZEROS.
       77 W-TOTAGEN      PIC 9(06) VALUE ZEROS.
       77 W-TOTIGN       PIC 9(06) VALUE ZEROS.
       77 W-SQTD         PIC 9(06) VALUE ZEROS.
       77 W-SBRUTO       PIC 9(09)V99 VALUE ZEROS.
       77 W-SREC         PIC 9(09)V99 VALUE ZEROS.
       77 W-SCX          PIC 9(09)V99 VALUE ZEROS.
       77 W-GBRUTO       PIC 9(09)V99 VALUE ZEROS.
       77 W-GREC         PIC 9(09)V99 VALUE ZEROS.
       77 W-GCX          PIC 9(09)V99 VALUE ZEROS.
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
       01 W-DTSEM.
          03 W-DPAA    PIC 9(04) VALUE ZEROS.
          03 W-DPMM    PIC 9(02) VALUE ZEROS.
          03 W-DPDD    PIC 9(02) VALUE ZEROS.
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
      * HISTORICO DE COMPARECIMENTO POR MEDICO (AGENDA PASSADA)
      *
       01 TAB-MED.
          03 TM-ITEM OCCURS 500 TIMES.
             05 TM-CRM         PIC X(08).
             05 TM-ATEND       PIC 9(05).
             05 TM-FALTA       PIC 9(05).
      *
      * PRAZO DE PAGAMENTO JA LIDO DO CADPARAM, POR CONVENIO
      *
       01 TAB-PRZ.
          03 TP-ITEM OCCURS 300 TIMES.
             05 TP-CONV        PIC 9(06).
             05 TP-PRAZO       PIC 9(03).
      *
      * ACUMULADOS POR SEMANA (1 = A QUE COMECA HOJE) E FILIAL
      * (POSICAO = FILIAL + 1)
      *
       01 TAB-SEM.
          03 TS-SEM OCCURS 60 TIMES.
             05 TS-FIL OCCURS 100 TIMES.
                07 TS-QTD      PIC 9(05).
                07 TS-BRUTO    PIC 9(09)V99.
                07 TS-REC      PIC 9(09)V99.
                07 TS-CX       PIC 9(09)V99.
       01 TAB-FIL.
          03 TF-FIL OCCURS 100 TIMES.
             05 TF-QTD         PIC 9(06).
             05 TF-BRUTO       PIC 9(09)V99.
             05 TF-REC         PIC 9(09)V99.
             05 TF-CX          PIC 9(09)V99.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
       01 W-PRMPRZ.
          03 FILLER        PIC X(03) VALUE "PRZ".
          03 W-PRMCONV     PIC 9(06) VALUE ZEROS.
          03 FILLER        PIC X(01) VALUE SPACES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(44) VALUE
                     " *** PREVISAO DE RECEITA E CAIXA ***".
                03 FILLER      PIC X(06) VALUE "DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(13) VALUE "  HORIZONTE: ".
                03 C0-HORIZ    PIC ZZ9.
                03 FILLER      PIC X(05) VALUE " DIAS".
       01 CAB1.
                03 FILLER      PIC X(12) VALUE "SEMANA DE".
                03 FILLER      PIC X(08) VALUE "FILIAL".
                03 FILLER      PIC X(10) VALUE "HORARIOS".
                03 FILLER      PIC X(18) VALUE "  VALOR AGENDADO".
                03 FILLER      PIC X(18) VALUE "  RECEITA PREVIST".
                03 FILLER      PIC X(18) VALUE "  CAIXA PREVISTO".
       01 CAB2.
                03 D2-DATA.
                   05 D2-DATADD     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAMM     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAAA     PIC 9(04).
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-FILIAL        PIC X(06).
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-QTD           PIC ZZZ.ZZ9.
                03 FILLER           PIC X(03) VALUE SPACES.
                03 D2-BRUTO         PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(04) VALUE SPACES.
                03 D2-REC           PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(04) VALUE SPACES.
                03 D2-CX            PIC ZZZ.ZZZ.ZZ9,99.
       01 CAB3.
                03 FILLER      PIC X(40) VALUE
                     "*** TOTAIS POR FILIAL NO PERIODO ***".
       01 TOT1.
                03 FILLER            PIC X(34) VALUE
                        "HORARIOS NA PREVISAO            : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(34) VALUE
                        "HORARIOS IGNORADOS (SEM CADASTRO): ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(34) VALUE
                        "VALOR AGENDADO              R$  : ".
                03 D-TOT3            PIC ZZZ.ZZZ.ZZ9,99.
       01 TOT4.
                03 FILLER            PIC X(34) VALUE
                        "RECEITA PREVISTA            R$  : ".
                03 D-TOT4            PIC ZZZ.ZZZ.ZZ9,99.
       01 TOT5.
                03 FILLER            PIC X(34) VALUE
                        "CAIXA PREVISTO              R$  : ".
                03 D-TOT5            PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELPREVISAO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT169.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** PREVISAO DE RECEITA E CAIXA".
           05  LINE 02  COLUMN 40
               VALUE  " (AGENDA FUTURA) ***".
           05  LINE 08  COLUMN 01
               VALUE  "                HORIZONTE (DIAS)     :".
           05  LINE 08  COLUMN 45
               VALUE  "(PADRAO 90)".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-HORIZ
               LINE 08  COLUMN 41  PIC 9(03)
               USING  W-HORIZ
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
                MOVE 90 TO W-HORIZ
                DISPLAY SMT169.
       INC-HOR.
                ACCEPT TW-HORIZ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-HORIZ = ZEROS
                   MOVE 90 TO W-HORIZ.
                IF W-HORIZ > 366
                   MOVE "*HORIZONTE MAXIMO DE 366 DIAS*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-HOR.
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
      * PRAZO PADRAO DE PAGAMENTO DAS OPERADORAS
      *
       INC-PRM.
                MOVE "PRAZOPAG  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S"
                   MOVE PRM-VALOR TO W-PRAZOPAD.
      *
       INC-OP0.
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADAGENDA NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAGENDA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONV
                 CLOSE CADCONV
                 OPEN INPUT CADCONV
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADAGENDA CADPACI
                 GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
                      MOVE "*TABELA DE PROCEDIMENTOS NAO EXISTE*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAGENDA CADPACI CADCONV
                      GO TO ROT-FIMP.
           MOVE ZEROS TO PROC-CID
           READ CADPROC
           IF ST-ERRO NOT = "00"
                      MOVE "*CADPROC SEM CONSULTA PADRAO (CID 000000)*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAGENDA CADPACI CADCONV CADPROC
                      GO TO ROT-FIMP.
           MOVE PROC-VALOR TO W-VALPADRAO.
       INC-OP0D.
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRECO
                 CLOSE CADPRECO
                 OPEN INPUT CADPRECO
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPRECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADAGENDA CADPACI CADCONV CADPROC
                 GO TO ROT-FIMP.
       INC-OP0E.
           OPEN OUTPUT PREVTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO PREVTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAGENDA CADPACI CADCONV CADPROC
                            CADPRECO
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-NUMHOJE
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-HORIZ  TO C0-HORIZ
           PERFORM LIMPA-TAB THRU LIMPA-TAB-FIM
           MOVE ZEROS TO W-QTDMED W-QTDPRZ.
      *
      *****************************************************
      * A AGENDA E LIDA NA ORDEM DA CHAVE (DATA): OS DIAS  *
      * PASSADOS FORMAM O HISTORICO DE FALTAS DE CADA      *
      * MEDICO; A PARTIR DE HOJE ENTRA A PREVISAO          *
      *****************************************************
      *
           MOVE LOW-VALUES TO AGENDA-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-REL.
       LER-HIS.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-REL
                   ELSE
                      MOVE "ERRO NA LEITURA CADAGENDA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE AG-DATA TO W-DATAQ
                IF W-DATAQ9 NOT < W-DATASYS9
                   GO TO PRV-AGE.
                IF AG-CPF = ZEROS
                   GO TO LER-HIS.
                IF AG-STATUS NOT = "R" AND NOT = "F"
                   GO TO LER-HIS.
                PERFORM ACHA-MED THRU ACHA-MED-FIM
                IF W-IM = ZEROS
                   GO TO LER-HIS.
                IF AG-STATUS = "R"
                   ADD 1 TO TM-ATEND (W-IM)
                ELSE
                   ADD 1 TO TM-FALTA (W-IM).
                GO TO LER-HIS.
      *
      *****************************************************
      * HORARIOS FUTUROS MARCADOS/CONFIRMADOS ATE O        *
      * HORIZONTE                                          *
      *****************************************************
      *
       LER-AGE.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-REL
                   ELSE
                      MOVE "ERRO NA LEITURA CADAGENDA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE AG-DATA TO W-DATAQ.
       PRV-AGE.
                PERFORM DIA-NUM THRU DIA-NUM-FIM
                COMPUTE W-DIAOFF = W-DIANUM - W-NUMHOJE
                IF W-DIAOFF > W-HORIZ
                   GO TO ROT-REL.
                IF AG-CPF = ZEROS
                   GO TO LER-AGE.
                IF AG-STATUS NOT = "A" AND NOT = "X"
                   GO TO LER-AGE.
                MOVE AG-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-AGE.
                MOVE AG-CPF TO CPF
                READ CADPACI
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-TOTIGN
                   GO TO LER-AGE.
      *
      * CONVENIO DA VISITA; SEM ESCOLHA VALE O DO CADASTRO,
      * E SEM CONVENIO (OU BENEFICIARIO TIPO P) E PARTICULAR
      *
                MOVE "N" TO W-PARTIC
                IF AG-CONVUSO NOT = ZEROS
                   MOVE AG-CONVUSO TO W-CONVFAT
                ELSE
                   IF CONVENIO = ZEROS OR TIPOBENEF = "P"
                      MOVE "S" TO W-PARTIC
                      MOVE ZEROS TO W-CONVFAT
                   ELSE
                      MOVE CONVENIO TO W-CONVFAT.
                MOVE W-DATAQ9 TO W-DATARECNUM
                IF W-PARTIC = "S"
                   GO TO PRV-PART.
       PRV-CONV.
                MOVE W-CONVFAT TO CODIGO
                READ CADCONV
                IF ST-ERRO NOT = "00"
                   ADD 1 TO W-TOTIGN
                   GO TO LER-AGE.
                COMPUTE W-VALOR ROUNDED =
                        (W-VALPADRAO * PERCOBERTURA) / 100
                MOVE W-CONVFAT TO W-CONVPRECO
                PERFORM BUS-PRECO THRU BUS-PRECO-FIM
                IF W-TEMPRECO = "S"
                   MOVE W-PRECOACH TO W-VALOR.
                PERFORM ACHA-PRZ THRU ACHA-PRZ-FIM
                GO TO PRV-ESP.
       PRV-PART.
                MOVE W-VALPADRAO TO W-VALOR
                MOVE ZEROS TO W-CONVPRECO
                PERFORM BUS-PRECO THRU BUS-PRECO-FIM
                IF W-TEMPRECO = "S"
                   MOVE W-PRECOACH TO W-VALOR.
                MOVE ZEROS TO W-PRAZO.
      *
      * RECEITA ESPERADA: DESCONTA A TAXA DE FALTAS DO MEDICO
      *
       PRV-ESP.
                MOVE W-VALOR TO W-VALESP
                PERFORM ACHA-MED THRU ACHA-MED-FIM
                IF W-IM NOT = ZEROS
                   IF TM-ATEND (W-IM) + TM-FALTA (W-IM) > ZEROS
                      COMPUTE W-VALESP ROUNDED =
                              (W-VALOR * TM-ATEND (W-IM))
                            / (TM-ATEND (W-IM) + TM-FALTA (W-IM)).
                COMPUTE W-CXOFF = W-DIAOFF + W-PRAZO
                DIVIDE W-DIAOFF BY 7 GIVING W-SEMREC
                ADD 1 TO W-SEMREC
                DIVIDE W-CXOFF BY 7 GIVING W-SEMCX
                ADD 1 TO W-SEMCX
                IF W-SEMREC > 60
                   MOVE 60 TO W-SEMREC.
                IF W-SEMCX > 60
                   MOVE 60 TO W-SEMCX.
                COMPUTE W-FIL = AG-FILIAL + 1
                ADD 1        TO TS-QTD   (W-SEMREC W-FIL)
                ADD W-VALOR  TO TS-BRUTO (W-SEMREC W-FIL)
                ADD W-VALESP TO TS-REC   (W-SEMREC W-FIL)
                ADD W-VALESP TO TS-CX    (W-SEMCX W-FIL)
                ADD 1        TO TF-QTD   (W-FIL)
                ADD W-VALOR  TO TF-BRUTO (W-FIL)
                ADD W-VALESP TO TF-REC   (W-FIL)
                ADD W-VALESP TO TF-CX    (W-FIL)
                ADD 1 TO W-TOTAGEN
                GO TO LER-AGE.
      *
      *****************************************************
      * POSICAO DO MEDICO NA TABELA DE HISTORICO (INCLUI   *
      * O MEDICO NOVO ENQUANTO HOUVER ESPACO)              *
      *****************************************************
      *
       ACHA-MED.
           MOVE ZEROS TO W-IM
           MOVE ZEROS TO W-IC.
       ACHA-MED-LP.
           ADD 1 TO W-IC
           IF W-IC > W-QTDMED
              GO TO ACHA-MED-NOVO.
           IF TM-CRM (W-IC) = AG-CRM
              MOVE W-IC TO W-IM
              GO TO ACHA-MED-FIM.
           GO TO ACHA-MED-LP.
       ACHA-MED-NOVO.
           IF W-QTDMED < 500
              ADD 1 TO W-QTDMED
              MOVE W-QTDMED TO W-IM
              MOVE AG-CRM TO TM-CRM (W-IM)
              MOVE ZEROS TO TM-ATEND (W-IM) TM-FALTA (W-IM).
       ACHA-MED-FIM.
           EXIT.
      *
      *****************************************************
      * PRAZO DE PAGAMENTO DO CONVENIO: PARAMETRO PRZ +    *
      * CODIGO NO CADPARAM, SENAO O PRAZO PADRAO           *
      *****************************************************
      *
       ACHA-PRZ.
           MOVE ZEROS TO W-IC.
       ACHA-PRZ-LP.
           ADD 1 TO W-IC
           IF W-IC > W-QTDPRZ
              GO TO ACHA-PRZ-PRM.
           IF TP-CONV (W-IC) = W-CONVFAT
              MOVE TP-PRAZO (W-IC) TO W-PRAZO
              GO TO ACHA-PRZ-FIM.
           GO TO ACHA-PRZ-LP.
       ACHA-PRZ-PRM.
           MOVE W-PRAZOPAD TO W-PRAZO
           MOVE W-CONVFAT TO W-PRMCONV
           MOVE W-PRMPRZ  TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-PRAZO.
           IF W-QTDPRZ < 300
              ADD 1 TO W-QTDPRZ
              MOVE W-CONVFAT TO TP-CONV (W-QTDPRZ)
              MOVE W-PRAZO   TO TP-PRAZO (W-QTDPRZ).
       ACHA-PRZ-FIM.
           EXIT.
      *
      *****************************************************
      * RELATORIO: UMA LINHA POR SEMANA E FILIAL COM       *
      * MOVIMENTO, O TOTAL DA SEMANA E OS TOTAIS POR       *
      * FILIAL NO PERIODO                                  *
      *****************************************************
      *
       ROT-REL.
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE W-DATASYS9 TO W-DATAQ9
           MOVE W-DATAQ TO W-DTSEM
           MOVE ZEROS TO W-IS.
       REL-SEM.
           ADD 1 TO W-IS
           IF W-IS > 60
              GO TO REL-FIL.
           MOVE ZEROS TO W-SQTD W-SBRUTO W-SREC W-SCX
           MOVE ZEROS TO W-IF.
       REL-SEM-FIL.
           ADD 1 TO W-IF
           IF W-IF > 100
              GO TO REL-SEM-TOT.
           IF TS-QTD (W-IS W-IF) = ZEROS
              AND TS-CX (W-IS W-IF) = ZEROS
              GO TO REL-SEM-FIL.
           ADD TS-QTD   (W-IS W-IF) TO W-SQTD
           ADD TS-BRUTO (W-IS W-IF) TO W-SBRUTO
           ADD TS-REC   (W-IS W-IF) TO W-SREC
           ADD TS-CX    (W-IS W-IF) TO W-SCX
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE W-DPDD TO D2-DATADD
           MOVE W-DPMM TO D2-DATAMM
           MOVE W-DPAA TO D2-DATAAA
           MOVE SPACES TO D2-FILIAL
           COMPUTE W-FIL = W-IF - 1
           MOVE W-FIL (2:2) TO D2-FILIAL
           MOVE TS-QTD   (W-IS W-IF) TO D2-QTD
           MOVE TS-BRUTO (W-IS W-IF) TO D2-BRUTO
           MOVE TS-REC   (W-IS W-IF) TO D2-REC
           MOVE TS-CX    (W-IS W-IF) TO D2-CX
           MOVE CAB2 TO REGPREVTX
           WRITE REGPREVTX
           ADD 1 TO W-QTDLIN
           GO TO REL-SEM-FIL.
       REL-SEM-TOT.
           IF W-SQTD = ZEROS AND W-SCX = ZEROS
              GO TO REL-SEM-PROX.
           MOVE "TOTAL " TO D2-FILIAL
           MOVE W-SQTD   TO D2-QTD
           MOVE W-SBRUTO TO D2-BRUTO
           MOVE W-SREC   TO D2-REC
           MOVE W-SCX    TO D2-CX
           MOVE CAB2 TO REGPREVTX
           WRITE REGPREVTX
           MOVE SPACES TO REGPREVTX
           WRITE REGPREVTX
           ADD 2 TO W-QTDLIN.
       REL-SEM-PROX.
           MOVE ZEROS TO W-IXP.
       REL-SEM-DIA.
           ADD 1 TO W-IXP
           IF W-IXP > 7
              GO TO REL-SEM.
           PERFORM PROX-DATA THRU PROX-DATA-FIM
           GO TO REL-SEM-DIA.
      *
       REL-FIL.
           MOVE SPACES TO REGPREVTX
           WRITE REGPREVTX
           MOVE CAB3 TO REGPREVTX
           WRITE REGPREVTX
           MOVE SPACES TO REGPREVTX
           WRITE REGPREVTX
           MOVE ZEROS TO W-IF.
       REL-FIL-LP.
           ADD 1 TO W-IF
           IF W-IF > 100
              GO TO ROT-TOT.
           IF TF-QTD (W-IF) = ZEROS
              GO TO REL-FIL-LP.
           MOVE SPACES TO D2-DATA D2-FILIAL
           COMPUTE W-FIL = W-IF - 1
           MOVE W-FIL (2:2) TO D2-FILIAL
           MOVE TF-QTD   (W-IF) TO D2-QTD
           MOVE TF-BRUTO (W-IF) TO D2-BRUTO
           MOVE TF-REC   (W-IF) TO D2-REC
           MOVE TF-CX    (W-IF) TO D2-CX
           MOVE CAB2 TO REGPREVTX
           WRITE REGPREVTX
           ADD TF-BRUTO (W-IF) TO W-GBRUTO
           ADD TF-REC   (W-IF) TO W-GREC
           ADD TF-CX    (W-IF) TO W-GCX
           GO TO REL-FIL-LP.
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
      *****************************************************
      * NUMERO DO DIA (CONTAGEM CORRIDA) DE W-DATAQ        *
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
      *****************************************************
      * PRECO NEGOCIADO DO CONVENIO PARA A CONSULTA PADRAO *
      * (CID 000000), ULTIMA VIGENCIA ATE A DATA DO        *
      * HORARIO                                            *
      *****************************************************
      *
       BUS-PRECO.
           MOVE "N" TO W-TEMPRECO
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
      **********************
      * CABECALHO DO RELATORIO *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE ZEROS TO W-QTDLIN
                IF W-PAGINA > 1
                   MOVE SPACES TO REGPREVTX
                   WRITE REGPREVTX.
                MOVE CAB0 TO REGPREVTX
                WRITE REGPREVTX
                MOVE SPACES TO REGPREVTX
                WRITE REGPREVTX
                MOVE CAB1 TO REGPREVTX
                WRITE REGPREVTX
                MOVE SPACES TO REGPREVTX
                WRITE REGPREVTX.
       CABECALHO-FIM.
                EXIT.
      *
      *****************************************************
      * ZERA OS ACUMULADOS POR SEMANA E POR FILIAL (AS     *
      * TABELAS DE MEDICO E DE PRAZO SAO PREENCHIDAS ATE   *
      * W-QTDMED E W-QTDPRZ)                               *
      *****************************************************
      *
       LIMPA-TAB.
           MOVE ZEROS TO W-IF.
       LIMPA-TAB-FIL.
           ADD 1 TO W-IF
           IF W-IF > 100
              GO TO LIMPA-TAB-SEM.
           MOVE ZEROS TO TF-QTD (W-IF) TF-BRUTO (W-IF) TF-REC (W-IF)
                         TF-CX (W-IF)
           GO TO LIMPA-TAB-FIL.
       LIMPA-TAB-SEM.
           MOVE ZEROS TO W-IS.
       LIMPA-TAB-SEM-LP.
           ADD 1 TO W-IS
           IF W-IS > 60
              GO TO LIMPA-TAB-FIM.
           MOVE ZEROS TO W-IF.
       LIMPA-TAB-SEM-FIL.
           ADD 1 TO W-IF
           IF W-IF > 100
              GO TO LIMPA-TAB-SEM-LP.
           MOVE ZEROS TO TS-QTD (W-IS W-IF) TS-BRUTO (W-IS W-IF)
                         TS-REC (W-IS W-IF) TS-CX (W-IS W-IF)
           GO TO LIMPA-TAB-SEM-FIL.
       LIMPA-TAB-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGPREVTX
                WRITE REGPREVTX
                MOVE W-TOTAGEN   TO D-TOT1
                MOVE TOT1        TO REGPREVTX
                WRITE REGPREVTX
                MOVE W-TOTIGN    TO D-TOT2
                MOVE TOT2        TO REGPREVTX
                WRITE REGPREVTX
                MOVE W-GBRUTO    TO D-TOT3
                MOVE TOT3        TO REGPREVTX
                WRITE REGPREVTX
                MOVE W-GREC      TO D-TOT4
                MOVE TOT4        TO REGPREVTX
                WRITE REGPREVTX
                MOVE W-GCX       TO D-TOT5
                MOVE TOT5        TO REGPREVTX
                WRITE REGPREVTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAGENDA CADPACI CADCONV CADPROC CADPRECO
                      PREVTX.
                IF SPL-GERADO = "S"
                   STRING "HORIZONTE " W-HORIZ " DIAS"
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
       FIM-ROT-TEMPO.
