       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP205.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RELATORIO DIARIO DOS ACESSOS DE EMERGENCIA   *
      * A DIAGNOSTICO RESTRITO, PARA O ENCARREGADO   *
      * DE DADOS (LGPD). LISTA OS REGISTROS TIPO E   *
      * DO CADACESSO (GRAVADOS PELA SUBROTINA        *
      * VERSIGILO) DA DATA INFORMADA, COM HORA,      *
      * OPERADOR, PROGRAMA, PACIENTE, CONSULTA       *
      * ACESSADA E O MOTIVO INFORMADO.               *
      * DATA PADRAO: HOJE.                           *
      * SAIDA: RELEMERG.TXT                          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACESSO-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT EMERGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACESSO.DAT".
       01 REGACESSO.
          03 ACESSO-CHAVE.
             05 ACS-CPF        PIC 9(11).
             05 ACS-DATA       PIC 9(08).
             05 ACS-HORA       PIC 9(06).
             05 ACS-SEQ        PIC 9(02).
          03 ACS-PROGRAMA      PIC X(12).
          03 ACS-OPERADOR      PIC X(10).
          03 ACS-TIPO          PIC X(01).
          03 ACS-CONSCHAVE     PIC X(27).
          03 ACS-MOTIVO        PIC X(40).
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
       FD EMERGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEMERG.TXT".
       01 REGEMERGTX      PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP205".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TEMPACI      PIC X(01) VALUE "N".
       77 W-TOTEMERG     PIC 9(05) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATAREL.
          03 W-DRDD    PIC 9(02) VALUE ZEROS.
          03 W-DRMM    PIC 9(02) VALUE ZEROS.
          03 W-DRAA    PIC 9(04) VALUE ZEROS.
       01 W-LIMREL.
          03 W-LRAA    PIC 9(04).
          03 W-LRMM    PIC 9(02).
          03 W-LRDD    PIC 9(02).
       01 W-LIMREL9 REDEFINES W-LIMREL PIC 9(08).
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
                     " *** ACESSOS DE EMERGENCIA ***".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(38) VALUE
                     "DIAGNOSTICO RESTRITO - ACESSOS DO DIA".
                03 FILLER      PIC X(01) VALUE SPACES.
                03 C0A-DD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-MM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-AA      PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(10) VALUE "HORA".
                03 FILLER      PIC X(11) VALUE "OPERADOR".
                03 FILLER      PIC X(13) VALUE "PROGRAMA".
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(21) VALUE "PACIENTE".
                03 FILLER      PIC X(10) VALUE "CONSULTA".
       01 LINACS.
                03 LA-HH       PIC 9(02).
                03 FILLER      PIC X(01) VALUE ":".
                03 LA-MI       PIC 9(02).
                03 FILLER      PIC X(01) VALUE ":".
                03 LA-SS       PIC 9(02).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LA-OPER     PIC X(10).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-PROG     PIC X(12).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-NOME     PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LA-DD       PIC X(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LA-MM       PIC X(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LA-AA       PIC X(04).
       01 LINMOT.
                03 FILLER      PIC X(10) VALUE SPACES.
                03 FILLER      PIC X(08) VALUE "MOTIVO: ".
                03 LM-MOTIVO   PIC X(40).
                03 FILLER      PIC X(06) VALUE "  CRM ".
                03 LM-CRM      PIC X(08).
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "ACESSOS DE EMERGENCIA NO DIA".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC ZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELEMERG.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT205.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ACESSOS DE EMERGENCIA A DIAGNOSTICO".
           05  LINE 02  COLUMN 46
               VALUE  " RESTRITO ***".
           05  LINE 08  COLUMN 01
               VALUE  "                  DATA DOS ACESSOS :".
           05  LINE 08  COLUMN 39
               VALUE  "/  /".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
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
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INC-001.
                MOVE "S" TO W-OPCAO.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DIASYS TO W-DRDD
                MOVE W-MESSYS TO W-DRMM
                MOVE W-ANOSYS TO W-DRAA
                DISPLAY SMT205.
       INC-DATAR.
                ACCEPT TW-DRDD
                ACCEPT TW-DRMM
                ACCEPT TW-DRAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-DRMM < 01 OR W-DRMM > 12
                   OR W-DRDD < 01 OR W-DRDD > TD-VAL (W-DRMM)
                   OR W-DRAA < 2000
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATAR.
                MOVE W-DRAA TO W-LRAA
                MOVE W-DRMM TO W-LRMM
                MOVE W-DRDD TO W-LRDD.
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
           OPEN INPUT CADACESSO
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADACESSO NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
      *
      * SEM CADPACI O RELATORIO SAI SEM O NOME DO PACIENTE
      *
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMPACI.
       INC-OP0B.
           OPEN OUTPUT EMERGTX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO EMERGTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
       INC-OP0C.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-DRDD   TO C0A-DD
           MOVE W-DRMM   TO C0A-MM
           MOVE W-DRAA   TO C0A-AA
           MOVE ZEROS TO W-PAGINA W-TOTEMERG
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * A CHAVE DO CADACESSO COMECA PELO CPF: VARRE O      *
      * ARQUIVO TODO E SEPARA O TIPO E DA DATA PEDIDA      *
      *****************************************************
      *
       LER-ACS01.
           READ CADACESSO NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ROT-OK
              ELSE
                 MOVE "ERRO NA LEITURA CADACESSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF ACS-TIPO NOT = "E" OR ACS-DATA NOT = W-LIMREL9
              GO TO LER-ACS01.
           PERFORM IMP-ACS THRU IMP-ACS-FIM
           GO TO LER-ACS01.
      *
       IMP-ACS.
           MOVE SPACES TO NOME OF REGPACI
           IF W-TEMPACI = "S"
              MOVE ACS-CPF TO CPF
              READ CADPACI
              IF ST-ERRO2 NOT = "00"
                 MOVE SPACES TO NOME OF REGPACI.
           MOVE ACS-HORA (1:2) TO LA-HH
           MOVE ACS-HORA (3:2) TO LA-MI
           MOVE ACS-HORA (5:2) TO LA-SS
           MOVE ACS-OPERADOR   TO LA-OPER
           MOVE ACS-PROGRAMA   TO LA-PROG
           MOVE ACS-CPF        TO LA-CPF
           MOVE NOME OF REGPACI TO LA-NOME
           MOVE ACS-CONSCHAVE (18:2) TO LA-DD
           MOVE ACS-CONSCHAVE (16:2) TO LA-MM
           MOVE ACS-CONSCHAVE (12:4) TO LA-AA
           MOVE ACS-MOTIVO     TO LM-MOTIVO
           MOVE ACS-CONSCHAVE (20:8) TO LM-CRM
           IF W-QTDLIN > 54
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE LINACS TO REGEMERGTX
           WRITE REGEMERGTX
           MOVE LINMOT TO REGEMERGTX
           WRITE REGEMERGTX
           ADD 2 TO W-QTDLIN
           ADD 1 TO W-TOTEMERG.
       IMP-ACS-FIM.
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
                   MOVE SPACES TO REGEMERGTX
                   WRITE REGEMERGTX.
                MOVE CAB0 TO REGEMERGTX
                WRITE REGEMERGTX
                MOVE CAB0A TO REGEMERGTX
                WRITE REGEMERGTX
                MOVE SPACES TO REGEMERGTX
                WRITE REGEMERGTX
                MOVE CAB1 TO REGEMERGTX
                WRITE REGEMERGTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-OK.
           MOVE SPACES TO REGEMERGTX
           WRITE REGEMERGTX
           MOVE W-TOTEMERG TO D-TOT1
           WRITE REGEMERGTX FROM TOT1
           DISPLAY (16, 05) "ACESSOS DE EMERGENCIA : "
           DISPLAY (16, 29) W-TOTEMERG
           MOVE "*** RELEMERG.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADACESSO EMERGTX.
           IF SPL-GERADO = "S"
              STRING "REF " W-DRDD "/" W-DRMM "/" W-DRAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-PAGINA TO SPL-PAGINAS
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           IF W-TEMPACI = "S"
              CLOSE CADPACI.
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
