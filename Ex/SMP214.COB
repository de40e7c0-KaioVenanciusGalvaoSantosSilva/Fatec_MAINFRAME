       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP214.
       AUTHOR. KAIO V G S S
      ***********************************************
      * EXPURGO DO CATALOGO DE RELATORIOS. APAGA AS  *
      * EXECUCOES GUARDADAS (SPnnnnnn.TXT) E O       *
      * REGISTRO NO CADSPOOL DE TODA EXECUCAO MAIS   *
      * ANTIGA QUE O PRAZO DE RETENCAO EM DIAS       *
      * (CADPARAM SPOOLDIAS, PADRAO 365). O TXT DE   *
      * NOME FIXO DO RELATORIO NAO E TOCADO. O       *
      * EXPURGO FICA NA TRILHA DE AUDITORIA.         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SP-NUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SP-PROG
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
          03 SP-NUM            PIC 9(06).
          03 SP-PROG           PIC X(12).
          03 SP-ARQORIG        PIC X(20).
          03 SP-ARQSPOOL       PIC X(12).
          03 SP-PARAM          PIC X(40).
          03 SP-OPER           PIC X(10).
          03 SP-DATA.
             05 SP-DATAAA      PIC 9(04).
             05 SP-DATAMM      PIC 9(02).
             05 SP-DATADD      PIC 9(02).
          03 SP-HORA           PIC 9(06).
          03 SP-LINHAS         PIC 9(07).
          03 SP-PAGINAS        PIC 9(05).
          03 SP-FILIAL         PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP214".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-RETDIAS      PIC 9(05) VALUE 365.
       77 W-DIAHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIACORTE     PIC 9(07) VALUE ZEROS.
       77 W-QTDLIDO      PIC 9(06) VALUE ZEROS.
       77 W-QTDEXP       PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMARQ    PIC 9(06) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-ARQDEL       PIC X(13) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
      *---------[ PARAMETROS DO SISTEMA (LERPARAM) ]-----------------
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *---------[ TRILHA DE AUDITORIA (GRVAUDIT) ]------------------
       01 AUD-ARQ       PIC X(08) VALUE "CADSPOOL".
       01 AUD-CHAVE     PIC X(11) VALUE SPACES.
       01 AUD-CAMPO     PIC X(15) VALUE "EXPURGO".
       01 AUD-VALANT    PIC X(30) VALUE SPACES.
       01 AUD-VALNOV    PIC X(30) VALUE SPACES.
       01 W-AUDTXT.
          03 FILLER    PIC X(11) VALUE "EXPURGADOS ".
          03 W-ATQTD   PIC 9(06).
          03 FILLER    PIC X(06) VALUE " DIAS ".
          03 W-ATDIAS  PIC 9(05).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT214.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** EXPURGO DO CATALOGO DE RELATORIOS".
           05  LINE 02  COLUMN 47
               VALUE  " ***".
           05  LINE 06  COLUMN 01
               VALUE  "          RETENCAO (DIAS, CADPARAM SPOOLDIAS) :".
           05  LINE 09  COLUMN 01
               VALUE  "                   CONFIRMA EXPURGO (S ou N ) :".
           05  LINE 12  COLUMN 01
               VALUE  "     EXECUCOES LIDAS          :".
           05  LINE 13  COLUMN 01
               VALUE  "     EXECUCOES EXPURGADAS     :".
           05  LINE 14  COLUMN 01
               VALUE  "     SEM ARQUIVO NO DISCO     :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 09  COLUMN 49  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "SPOOLDIAS " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              AND PRM-VALOR < 100000
              MOVE PRM-VALOR TO W-RETDIAS.
       INC-001.
                MOVE "N" TO W-OPCAO
                DISPLAY SMT214
                DISPLAY (06, 49) W-RETDIAS.
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
           OPEN I-O CADSPOOL
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM RELATORIO CATALOGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-DIAHOJE
           MOVE ZEROS TO W-DIACORTE
           IF W-DIAHOJE > W-RETDIAS
              COMPUTE W-DIACORTE = W-DIAHOJE - W-RETDIAS.
           MOVE ZEROS TO W-QTDLIDO W-QTDEXP W-QTDSEMARQ SP-NUM
           START CADSPOOL KEY IS NOT LESS THAN SP-NUM
           IF ST-ERRO NOT = "00"
              GO TO EXP-FIM.
      *
      *****************************************************
      * EXECUCOES EM ORDEM DE NUMERO (= ORDEM DE GERACAO): *
      * A PRIMEIRA DENTRO DO PRAZO ENCERRA O EXPURGO       *
      *****************************************************
      *
       EXP-LER.
           READ CADSPOOL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO EXP-FIM.
           ADD 1 TO W-QTDLIDO
           MOVE SP-DATA TO W-DATAQ
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           IF W-DIANUM NOT < W-DIACORTE
              GO TO EXP-FIM.
           MOVE SP-ARQSPOOL TO W-ARQDEL
           CALL "CBL_DELETE_FILE" USING W-ARQDEL
           IF RETURN-CODE NOT = 0
              ADD 1 TO W-QTDSEMARQ.
           DELETE CADSPOOL RECORD
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDEXP.
           GO TO EXP-LER.
       EXP-FIM.
           CLOSE CADSPOOL
           DISPLAY (12, 33) W-QTDLIDO
           DISPLAY (13, 33) W-QTDEXP
           DISPLAY (14, 33) W-QTDSEMARQ
           IF W-QTDEXP = ZEROS
              MOVE "*** NADA A EXPURGAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE W-DATASYS  TO AUD-CHAVE
           MOVE W-QTDEXP   TO W-ATQTD
           MOVE W-RETDIAS  TO W-ATDIAS
           MOVE W-AUDTXT   TO AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV
           MOVE "*** EXPURGO CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
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
