       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVSPOOL.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DO CATALOGO DE          *
      * RELATORIOS (CADSPOOL). CHAMADA PELO RELATORIO   *
      * DEPOIS DE FECHAR O TXT DE NOME FIXO: COPIA O    *
      * TXT PARA SPnnnnnn.TXT (NUMERO SEQUENCIAL DO     *
      * CATALOGO) E REGISTRA PROGRAMA, ARQUIVO ORIGINAL,*
      * PARAMETROS, OPERADOR, DATA/HORA, LINHAS,        *
      * PAGINAS E FILIAL. O TXT ORIGINAL FICA COMO      *
      * ESTA. CONSULTA/REIMPRESSAO NO SMP213 E EXPURGO  *
      * NO SMP214.                                      *
      **************************************************
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
       SELECT SPLORIG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
       SELECT SPLCOPIA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
       SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
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
          03 SP-DATA           PIC 9(08).
          03 SP-HORA           PIC 9(06).
          03 SP-LINHAS         PIC 9(07).
          03 SP-PAGINAS        PIC 9(05).
          03 SP-FILIAL         PIC 9(02).
      *
       FD SPLORIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQORIG.
       01 REGSPLORIG        PIC X(250).
      *
       FD SPLCOPIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCOPIA.
       01 REGSPLCOPIA       PIC X(250).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO        PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 W-ULTNUM          PIC 9(06) VALUE ZEROS.
       77 W-LINHAS          PIC 9(07) VALUE ZEROS.
       01 W-ARQORIG         PIC X(20) VALUE SPACES.
       01 W-ARQCOPIA.
          03 FILLER         PIC X(02) VALUE "SP".
          03 W-ACNUM        PIC 9(06) VALUE ZEROS.
          03 FILLER         PIC X(04) VALUE ".TXT".
       01 W-OPERADOR        PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-DATASYS         PIC 9(08) VALUE ZEROS.
       01 W-HORASYS         PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SPL-L-PROG        PIC X(12).
       01 SPL-L-ARQ         PIC X(20).
       01 SPL-L-PARAM       PIC X(40).
       01 SPL-L-PAGINAS     PIC 9(05).
       01 SPL-L-FILIAL      PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SPL-L-PROG SPL-L-ARQ SPL-L-PARAM
                                SPL-L-PAGINAS SPL-L-FILIAL.
       INICIO.
           OPEN I-O CADSPOOL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSPOOL
                 CLOSE CADSPOOL
                 OPEN I-O CADSPOOL
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 GO TO ROT-FIMP.
      *
      * PROXIMO NUMERO: O MAIOR DO CATALOGO + 1 (O EXPURGO SO
      * APAGA OS MAIS ANTIGOS, ENTAO O NUMERO NAO SE REPETE)
      *
           MOVE ZEROS TO W-ULTNUM SP-NUM
           START CADSPOOL KEY IS NOT LESS THAN SP-NUM
           IF ST-ERRO NOT = "00"
              GO TO ABRE-ORIG.
       LER-ULT.
           READ CADSPOOL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ABRE-ORIG.
           MOVE SP-NUM TO W-ULTNUM
           GO TO LER-ULT.
      *
       ABRE-ORIG.
           MOVE SPL-L-ARQ TO W-ARQORIG
           OPEN INPUT SPLORIG
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM.
           IF W-ULTNUM = 999999
              MOVE ZEROS TO W-ULTNUM.
           COMPUTE W-ACNUM = W-ULTNUM + 1
           OPEN OUTPUT SPLCOPIA
           IF ST-ERRO3 NOT = "00"
              CLOSE SPLORIG
              GO TO ROT-FIM.
           MOVE ZEROS TO W-LINHAS.
       COPIA.
           READ SPLORIG NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO COPIA-FIM.
           MOVE REGSPLORIG TO REGSPLCOPIA
           WRITE REGSPLCOPIA
           ADD 1 TO W-LINHAS
           GO TO COPIA.
       COPIA-FIM.
           CLOSE SPLORIG SPLCOPIA.
      *
      * OPERADOR LOGADO: ITEM EXTERNAL DO CADMENU OU, FORA
      * DO MENU, O SESSAO.DAT
      *
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR
              GO TO GRAVA.
           OPEN INPUT SESSAO
           IF ST-ERRO2 = "00"
              READ SESSAO NEXT RECORD
              IF ST-ERRO2 = "00"
                 MOVE REGSESSAO TO W-OPERADOR
                 CLOSE SESSAO
              ELSE
                 CLOSE SESSAO.
       GRAVA.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE W-ACNUM       TO SP-NUM
           MOVE SPL-L-PROG    TO SP-PROG
           MOVE SPL-L-ARQ     TO SP-ARQORIG
           MOVE W-ARQCOPIA    TO SP-ARQSPOOL
           MOVE SPL-L-PARAM   TO SP-PARAM
           MOVE W-OPERADOR    TO SP-OPER
           MOVE W-DATASYS     TO SP-DATA
           DIVIDE W-HORASYS BY 100 GIVING SP-HORA
           MOVE W-LINHAS      TO SP-LINHAS
           MOVE SPL-L-PAGINAS TO SP-PAGINAS
           MOVE SPL-L-FILIAL  TO SP-FILIAL
           WRITE REGSPOOL.
       ROT-FIM.
           CLOSE CADSPOOL.
       ROT-FIMP.
           EXIT PROGRAM.
