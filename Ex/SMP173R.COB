       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP173.
       AUTHOR. KAIO V G S S
      ***********************************************
      * PEDIDOS DE APROVACAO PENDENTES HA MAIS DE N  *
      * DIAS (CADAPROV, SITUACAO P), DO MAIS ANTIGO  *
      * PARA O MAIS NOVO NA ORDEM DE NUMERO. O N     *
      * VEM DO PARAMETRO APRVDIAS (PADRAO 3) E PODE  *
      * SER TROCADO NA TELA. SAIDA: RELAPROVPEN.TXT  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APV-NUM
                    FILE STATUS  IS ST-ERRO.
           SELECT APROVPENTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
          03 APV-NUM           PIC 9(06).
          03 APV-TIPO          PIC X(01).
          03 APV-DADOS         PIC X(60).
          03 APV-DESCR         PIC X(60).
          03 APV-MOTIVO        PIC X(40).
          03 APV-SOLIC         PIC X(10).
          03 APV-DATASOL       PIC 9(08).
          03 APV-HORASOL       PIC 9(06).
          03 APV-SITUACAO      PIC X(01).
          03 APV-APROV         PIC X(10).
          03 APV-DATAAPR       PIC 9(08).
          03 APV-HORAAPR       PIC 9(06).
          03 APV-OBS           PIC X(50).
      *
       FD APROVPENTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAPROVPEN.TXT".
       01 REGAPROVPENTX   PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP173".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(06) VALUE ZEROS.
       77 W-TOTATRA      PIC 9(06) VALUE ZEROS.
       77 W-DIASMIN      PIC 9(03) VALUE 3.
       77 W-NUMHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-DIASPEND     PIC 9(05) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 PRM-CODIGO     PIC X(10) VALUE SPACES.
       01 PRM-VALOR      PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU      PIC X(01) VALUE SPACES.
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
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(48) VALUE
                     " *** PEDIDOS DE APROVACAO PENDENTES ***".
                03 FILLER      PIC X(10) VALUE "HA MAIS DE".
                03 C0-DIAS     PIC ZZ9.
                03 FILLER      PIC X(06) VALUE " DIAS ".
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(07) VALUE "PEDIDO".
                03 FILLER      PIC X(08) VALUE "TIPO".
                03 FILLER      PIC X(11) VALUE "PEDIDO EM".
                03 FILLER      PIC X(06) VALUE " DIAS".
                03 FILLER      PIC X(11) VALUE "SOLICITANTE".
                03 FILLER      PIC X(61) VALUE "OPERACAO".
                03 FILLER      PIC X(26) VALUE "MOTIVO".
       01 CAB2.
                03 D2-NUM           PIC 9(06).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-TIPO          PIC X(07).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DATA.
                   05 D2-DATADD     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAMM     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAAA     PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DIAS          PIC ZZZZ9.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-SOLIC         PIC X(10).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DESCR         PIC X(60).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-MOTIVO        PIC X(26).
       01 TOT1.
                03 FILLER            PIC X(34) VALUE
                        "PEDIDOS PENDENTES (TODOS)       : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(34) VALUE
                        "PENDENTES ALEM DO PRAZO         : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELAPROVPEN.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT173.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** PEDIDOS DE APROVACAO PENDENTES".
           05  LINE 02  COLUMN 44
               VALUE  " ***".
           05  LINE 08  COLUMN 01
               VALUE  "                PENDENTES HA MAIS DE :".
           05  LINE 08  COLUMN 45
               VALUE  "DIAS".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDIASMIN
               LINE 08  COLUMN 41  PIC 9(03)
               USING  W-DIASMIN
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
                MOVE 3 TO W-DIASMIN
                MOVE "APRVDIAS  " TO PRM-CODIGO
                CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
                IF PRM-ACHOU = "S"
                   MOVE PRM-VALOR TO W-DIASMIN.
                DISPLAY SMT173.
       INC-DIAS.
                ACCEPT TDIASMIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
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
           OPEN INPUT CADAPROV
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADAPROV NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN OUTPUT APROVPENTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO APROVPENTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAPROV
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-NUMHOJE
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-DIASMIN TO C0-DIAS
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE ZEROS TO APV-NUM
           START CADAPROV KEY IS NOT LESS THAN APV-NUM
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
      *
      *****************************************************
      * SO OS PENDENTES (P) COM MAIS DE N DIAS DE ESPERA   *
      *****************************************************
      *
       LER-APV.
                READ CADAPROV NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA CADAPROV"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF APV-SITUACAO NOT = "P"
                   GO TO LER-APV.
                ADD 1 TO W-TOTPEND
                MOVE APV-DATASOL TO W-DATAQ9
                PERFORM DIA-NUM THRU DIA-NUM-FIM
                MOVE ZEROS TO W-DIASPEND
                IF W-NUMHOJE > W-DIANUM
                   COMPUTE W-DIASPEND = W-NUMHOJE - W-DIANUM.
                IF W-DIASPEND NOT > W-DIASMIN
                   GO TO LER-APV.
                ADD 1 TO W-TOTATRA
      *
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE "OUTRO"   TO D2-TIPO
           IF APV-TIPO = "E"
              MOVE "ESTORNO" TO D2-TIPO.
           IF APV-TIPO = "M"
              MOVE "UNIFIC." TO D2-TIPO.
           IF APV-TIPO = "P"
              MOVE "PRECO"   TO D2-TIPO.
           MOVE APV-NUM           TO D2-NUM
           MOVE W-DQDD            TO D2-DATADD
           MOVE W-DQMM            TO D2-DATAMM
           MOVE W-DQAA            TO D2-DATAAA
           MOVE W-DIASPEND        TO D2-DIAS
           MOVE APV-SOLIC         TO D2-SOLIC
           MOVE APV-DESCR         TO D2-DESCR
           MOVE APV-MOTIVO        TO D2-MOTIVO
           MOVE CAB2              TO REGAPROVPENTX
           WRITE REGAPROVPENTX
           ADD 1 TO W-QTDLIN
           GO TO LER-APV.
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
      **********************
      * CABECALHO DO RELATORIO *
      **********************
      *
       CABECALHO.
                ADD 1 TO W-PAGINA
                MOVE ZEROS TO W-QTDLIN
                IF W-PAGINA > 1
                   MOVE SPACES TO REGAPROVPENTX
                   WRITE REGAPROVPENTX.
                MOVE CAB0 TO REGAPROVPENTX
                WRITE REGAPROVPENTX
                MOVE SPACES TO REGAPROVPENTX
                WRITE REGAPROVPENTX
                MOVE CAB1 TO REGAPROVPENTX
                WRITE REGAPROVPENTX
                MOVE SPACES TO REGAPROVPENTX
                WRITE REGAPROVPENTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGAPROVPENTX
                WRITE REGAPROVPENTX
                MOVE W-TOTPEND   TO D-TOT1
                MOVE TOT1        TO REGAPROVPENTX
                WRITE REGAPROVPENTX
                MOVE W-TOTATRA   TO D-TOT2
                MOVE TOT2        TO REGAPROVPENTX
                WRITE REGAPROVPENTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAPROV APROVPENTX.
                IF SPL-GERADO = "S"
                   STRING "DIAS MINIMOS " W-DIASMIN
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE W-PAGINA TO SPL-PAGINAS
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
