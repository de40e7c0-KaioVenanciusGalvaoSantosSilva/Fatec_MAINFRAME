       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP217.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RELATORIO DE NUMEROS PROVISORIOS ANTIGOS.    *
      * LISTA OS PACIENTES SEM CPF (CADPROVIS COM    *
      * SITUACAO P) CUJO NUMERO PROVISORIO FOI       *
      * GERADO HA MAIS DIAS QUE O PRAZO (CADPARAM    *
      * PROVDIAS, PADRAO 30), PARA A RECEPCAO COBRAR *
      * O DOCUMENTO E CONVERTER PELO SMP216.         *
      * SAIDA: RELPROVIS.TXT                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROVIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT PROVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROVIS.DAT".
       01 REGPROVIS.
          03 PRV-CPF            PIC 9(11).
          03 PRV-DATA.
             05 PRV-DATAAA      PIC 9(04).
             05 PRV-DATAMM      PIC 9(02).
             05 PRV-DATADD      PIC 9(02).
          03 PRV-OPER           PIC X(10).
          03 PRV-MOTIVO         PIC X(01).
          03 PRV-DOC            PIC X(20).
          03 PRV-SITUACAO       PIC X(01).
          03 PRV-CPFREAL        PIC 9(11).
          03 PRV-DATACONV       PIC 9(08).
          03 PRV-OPERCONV       PIC X(10).
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
       FD PROVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPROVIS.TXT".
       01 REGPROVTX       PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP217".
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
       77 W-PROVDIAS     PIC 9(05) VALUE 30.
       77 W-DIAHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIAS         PIC 9(07) VALUE ZEROS.
       77 W-TOTPROV      PIC 9(05) VALUE ZEROS.
       77 W-TOTANT       PIC 9(05) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(35) VALUE
                     " *** NUMEROS PROVISORIOS ***".
                03 FILLER      PIC X(02) VALUE SPACES.
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(41) VALUE
                     "PACIENTES SEM CPF HA MAIS DE (DIAS)    :".
                03 C0A-DIAS    PIC ZZZZ9.
       01 CAB1.
                03 FILLER      PIC X(12) VALUE "NUMERO".
                03 FILLER      PIC X(21) VALUE "PACIENTE".
                03 FILLER      PIC X(03) VALUE "MT".
                03 FILLER      PIC X(21) VALUE "DOCUMENTO".
                03 FILLER      PIC X(11) VALUE "GERADO EM".
                03 FILLER      PIC X(05) VALUE " DIAS".
       01 LINPRV.
                03 LP-CPF      PIC 9(11).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-NOME     PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-MOTIVO   PIC X(01).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 LP-DOC      PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LP-AA       PIC 9(04).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LP-DIAS     PIC ZZZZ9.
       01 LINLEG.
                03 FILLER      PIC X(32) VALUE
                     "MT: R=RECEM-NASCIDO E=ESTRANG.".
                03 FILLER      PIC X(30) VALUE
                     " S=SEM DOCUMENTO O=OUTROS".
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "NUMEROS PROVISORIOS EM ABERTO".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT1            PIC ZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "ACIMA DO PRAZO (LISTADOS)".
                03 FILLER            PIC X(02) VALUE ": ".
                03 D-TOT2            PIC ZZ.ZZ9.
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELPROVIS.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT217.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** PACIENTES COM NUMERO PROVISORIO".
           05  LINE 02  COLUMN 42
               VALUE  " ANTIGO ***".
           05  LINE 06  COLUMN 01
               VALUE  "          PRAZO (DIAS, CADPARAM PROVDIAS) :".
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
       INC-001.
                MOVE "PROVDIAS  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
                   AND PRM-VALOR < 100000
                   MOVE PRM-VALOR TO W-PROVDIAS.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT217.
                DISPLAY (06, 45) W-PROVDIAS.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
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
           OPEN INPUT CADPROVIS
           IF ST-ERRO NOT = "00"
                      MOVE "*NENHUM NUMERO PROVISORIO GERADO*" TO MENS
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
           OPEN OUTPUT PROVTX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO PROVTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
       INC-OP0C.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-PROVDIAS TO C0A-DIAS
           MOVE W-DATASYS TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAHOJE
           MOVE ZEROS TO W-PAGINA W-TOTPROV W-TOTANT
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * VARRE O CADPROVIS (EM ORDEM DE NUMERO = ORDEM DE   *
      * GERACAO) E LISTA OS EM ABERTO ACIMA DO PRAZO       *
      *****************************************************
      *
       LER-PRV01.
           READ CADPROVIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO ROT-OK
              ELSE
                 MOVE "ERRO NA LEITURA CADPROVIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF PRV-SITUACAO NOT = "P"
              GO TO LER-PRV01.
           ADD 1 TO W-TOTPROV
           MOVE PRV-DATA TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE ZEROS TO W-DIAS
           IF W-DIAHOJE > W-DIANUM
              COMPUTE W-DIAS = W-DIAHOJE - W-DIANUM.
           IF W-DIAS NOT > W-PROVDIAS
              GO TO LER-PRV01.
           PERFORM IMP-PRV THRU IMP-PRV-FIM
           GO TO LER-PRV01.
      *
       IMP-PRV.
           MOVE SPACES TO NOME OF REGPACI
           IF W-TEMPACI = "S"
              MOVE PRV-CPF TO CPF
              READ CADPACI
              IF ST-ERRO2 NOT = "00"
                 MOVE SPACES TO NOME OF REGPACI.
           MOVE PRV-CPF        TO LP-CPF
           MOVE NOME OF REGPACI TO LP-NOME
           MOVE PRV-MOTIVO     TO LP-MOTIVO
           MOVE PRV-DOC        TO LP-DOC
           MOVE PRV-DATADD     TO LP-DD
           MOVE PRV-DATAMM     TO LP-MM
           MOVE PRV-DATAAA     TO LP-AA
           MOVE W-DIAS         TO LP-DIAS
           IF W-QTDLIN > 54
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE LINPRV TO REGPROVTX
           WRITE REGPROVTX
           ADD 1 TO W-QTDLIN
           ADD 1 TO W-TOTANT.
       IMP-PRV-FIM.
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
                   MOVE SPACES TO REGPROVTX
                   WRITE REGPROVTX.
                MOVE CAB0 TO REGPROVTX
                WRITE REGPROVTX
                MOVE CAB0A TO REGPROVTX
                WRITE REGPROVTX
                MOVE SPACES TO REGPROVTX
                WRITE REGPROVTX
                MOVE CAB1 TO REGPROVTX
                WRITE REGPROVTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-OK.
           MOVE SPACES TO REGPROVTX
           WRITE REGPROVTX
           MOVE W-TOTPROV TO D-TOT1
           WRITE REGPROVTX FROM TOT1
           MOVE W-TOTANT TO D-TOT2
           WRITE REGPROVTX FROM TOT2
           MOVE SPACES TO REGPROVTX
           WRITE REGPROVTX
           WRITE REGPROVTX FROM LINLEG
           DISPLAY (16, 05) "NUMEROS PROVISORIOS EM ABERTO : "
           DISPLAY (16, 37) W-TOTPROV
           DISPLAY (17, 05) "ACIMA DO PRAZO (LISTADOS)     : "
           DISPLAY (17, 37) W-TOTANT
           MOVE "*** RELPROVIS.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPROVIS PROVTX.
           IF SPL-GERADO = "S"
              STRING "PRAZO " W-PROVDIAS " DIAS"
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
      *****************************************************
      * NUMERO DO DIA (CONTAGEM CONTINUA) DA DATA W-DATAQ  *
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
