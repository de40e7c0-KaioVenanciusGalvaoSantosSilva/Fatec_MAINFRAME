       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP148.
       AUTHOR. KAIO V G S S
      ***********************************************
      * ESTOQUE: REPOSICAO E VALIDADE                *
      * 1) ITENS DO CADESTMIN CUJO SALDO EM LOTES    *
      *    NAO VENCIDOS ESTA NO PONTO DE REPOSICAO   *
      *    OU ABAIXO DELE, COM A COMPRA SUGERIDA.    *
      * 2) LOTES COM SALDO JA VENCIDOS OU QUE VENCEM *
      *    NOS PROXIMOS N DIAS, PELA CHAVE ALTERNADA *
      *    ESTQ-VALIDADE DO CADESTOQUE.              *
      * FILIAL 00 = TODAS. SAIDA: RELESTOQUE.TXT     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTQ-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESTQ-VALIDADE
                                   WITH DUPLICATES.
           SELECT CADESTMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MIN-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MEDIC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-PRINCIPIO
                                   WITH DUPLICATES.
           SELECT ESTOQUETX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESTOQUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQUE.DAT".
       01 REGESTOQUE.
          03 ESTQ-CHAVE.
             05 ESTQ-ITEM      PIC 9(06).
             05 ESTQ-FILIAL    PIC 9(02).
             05 ESTQ-LOTE      PIC X(15).
          03 ESTQ-VALIDADE     PIC 9(08).
          03 ESTQ-SALDO        PIC 9(07).
          03 ESTQ-DATAULT      PIC 9(08).
      *
       FD CADESTMIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMIN.DAT".
       01 REGESTMIN.
          03 MIN-CHAVE.
             05 MIN-ITEM       PIC 9(06).
             05 MIN-FILIAL     PIC 9(02).
          03 MIN-PONTO         PIC 9(07).
          03 MIN-COMPRA        PIC 9(07).
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       01 REGMEDIC.
          03 MEDIC-CODIGO      PIC 9(06).
          03 MEDIC-NOME        PIC X(30).
          03 MEDIC-PRINCIPIO   PIC X(30).
          03 MEDIC-CONTROLADO  PIC X(01).
      *
       FD ESTOQUETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESTOQUE.TXT".
       01 REGESTOQUETX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP148".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-DIASVENC     PIC 9(03) VALUE 60.
       77 W-FILIAL       PIC 9(02) VALUE ZEROS.
       77 W-SALDOTOT     PIC 9(09) VALUE ZEROS.
       77 W-TOTREP       PIC 9(06) VALUE ZEROS.
       77 W-TOTVENCIDO   PIC 9(06) VALUE ZEROS.
       77 W-TOTAVENCER   PIC 9(06) VALUE ZEROS.
       77 W-DIAS         PIC S9(07) VALUE ZEROS.
      *
      * CONVERSAO DE DATA EM NUMERO SERIAL DE DIAS
      *
       01 W-CDATA.
          03 W-CDAA      PIC 9(04) VALUE ZEROS.
          03 W-CDMM      PIC 9(02) VALUE ZEROS.
          03 W-CDDD      PIC 9(02) VALUE ZEROS.
       01 W-CDATA9 REDEFINES W-CDATA PIC 9(08).
       77 W-SERIAL       PIC S9(09) VALUE ZEROS.
       77 W-SERIALHOJE   PIC S9(09) VALUE ZEROS.
       77 W-CY           PIC 9(04) VALUE ZEROS.
       77 W-CM           PIC 9(02) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                        " *** ESTOQUE - PONTO DE REPOSICAO ***".
       01 CAB1.
                03 FILLER      PIC X(50) VALUE
                   "ITEM   DESCRICAO                      FL".
                03 FILLER      PIC X(50) VALUE
                   "      SALDO     MINIMO     COMPRAR".
       01 LINREP.
                03 LR-ITEM     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-NOME     PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-FILIAL   PIC 9(02).
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-SALDO    PIC ZZZ.ZZZ.ZZ9.
                03 FILLER      PIC X(01) VALUE " ".
                03 LR-MINIMO   PIC Z.ZZZ.ZZ9.
                03 FILLER      PIC X(03) VALUE "   ".
                03 LR-COMPRA   PIC Z.ZZZ.ZZ9.
       01 CAB2.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(36) VALUE
                        " *** LOTES VENCIDOS E A VENCER EM ".
                03 C2-DIAS     PIC ZZ9.
                03 FILLER      PIC X(09) VALUE " DIAS ***".
       01 CAB3.
                03 FILLER      PIC X(50) VALUE
                   "VALIDADE   ITEM   DESCRICAO                      ".
                03 FILLER      PIC X(50) VALUE
                   "FL LOTE                SALDO SITUACAO  DIAS".
       01 LINVAL.
                03 LV-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LV-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 LV-AA       PIC 9(04).
                03 FILLER      PIC X(01) VALUE " ".
                03 LV-ITEM     PIC 9(06).
                03 FILLER      PIC X(01) VALUE " ".
                03 LV-NOME     PIC X(30).
                03 FILLER      PIC X(01) VALUE " ".
                03 LV-FILIAL   PIC 9(02).
                03 FILLER      PIC X(01) VALUE " ".
                03 LV-LOTE     PIC X(15).
                03 FILLER      PIC X(01) VALUE " ".
                03 LV-SALDO    PIC Z.ZZZ.ZZ9.
                03 FILLER      PIC X(01) VALUE " ".
                03 LV-SITUACAO PIC X(09).
                03 LV-DIAS     PIC -ZZZ9.
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "ITENS PARA REPOR            : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "LOTES VENCIDOS COM SALDO    : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "LOTES A VENCER              : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELESTOQUE.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT148.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ESTOQUE - PONTO DE REPOSICAO E".
           05  LINE 02  COLUMN 40
               VALUE  " VALIDADE DOS LOTES ***".
           05  LINE 07  COLUMN 01
               VALUE  "    LOTES A VENCER NOS PROXIMOS (DIAS) :".
           05  TW-DIASVENC
               LINE 07  COLUMN 42  PIC 9(03)
               USING  W-DIASVENC
               HIGHLIGHT.
           05  LINE 09  COLUMN 01
               VALUE  "    FILIAL (00 = TODAS)                :".
           05  TW-FILIAL
               LINE 09  COLUMN 42  PIC 9(02)
               USING  W-FILIAL
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
           ACCEPT W-DATASYS FROM DATE YYYYMMDD.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT148.
       INC-DIAS.
                ACCEPT TW-DIASVENC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
       INC-FIL.
                ACCEPT TW-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DIAS.
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
           OPEN INPUT CADESTOQUE
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADESTOQUE NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADESTMIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTMIN
                 CLOSE CADESTMIN
                 OPEN INPUT CADESTMIN
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADESTMIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADESTOQUE
                 GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMEDIC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADESTOQUE CADESTMIN
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN OUTPUT ESTOQUETX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ESTOQUETX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGESTOQUETX FROM CAB0
           MOVE SPACES TO REGESTOQUETX
           WRITE REGESTOQUETX
           WRITE REGESTOQUETX FROM CAB1.
      *
      *****************************************************
      * PARTE 1: PONTO DE REPOSICAO                        *
      *****************************************************
      *
       LER-MIN.
           READ CADESTMIN NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-MIN-FIM.
           IF W-FILIAL NOT = ZEROS AND MIN-FILIAL NOT = W-FILIAL
              GO TO LER-MIN.
           MOVE ZEROS TO W-SALDOTOT
           MOVE MIN-ITEM   TO ESTQ-ITEM
           MOVE MIN-FILIAL TO ESTQ-FILIAL
           MOVE LOW-VALUES TO ESTQ-LOTE
           START CADESTOQUE KEY IS NOT LESS THAN ESTQ-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-MIN-REP.
       LER-MIN-LOTE.
           READ CADESTOQUE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-MIN-REP.
           IF ESTQ-ITEM NOT = MIN-ITEM
              OR ESTQ-FILIAL NOT = MIN-FILIAL
              GO TO LER-MIN-REP.
           IF ESTQ-VALIDADE NOT < W-DATASYS9
              ADD ESTQ-SALDO TO W-SALDOTOT.
           GO TO LER-MIN-LOTE.
       LER-MIN-REP.
           IF W-SALDOTOT > MIN-PONTO
              GO TO LER-MIN.
           MOVE MIN-ITEM TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MEDIC-NOME.
           MOVE MIN-ITEM   TO LR-ITEM
           MOVE MEDIC-NOME TO LR-NOME
           MOVE MIN-FILIAL TO LR-FILIAL
           MOVE W-SALDOTOT TO LR-SALDO
           MOVE MIN-PONTO  TO LR-MINIMO
           MOVE MIN-COMPRA TO LR-COMPRA
           WRITE REGESTOQUETX FROM LINREP
           ADD 1 TO W-TOTREP
           GO TO LER-MIN.
       LER-MIN-FIM.
           MOVE SPACES TO REGESTOQUETX
           WRITE REGESTOQUETX
           MOVE W-TOTREP TO D-TOT1
           WRITE REGESTOQUETX FROM TOT1
           MOVE SPACES TO REGESTOQUETX
           WRITE REGESTOQUETX
           WRITE REGESTOQUETX.
      *
      *****************************************************
      * PARTE 2: LOTES VENCIDOS E A VENCER (POR VALIDADE)  *
      *****************************************************
      *
       LER-VAL.
           MOVE W-DIASVENC TO C2-DIAS
           WRITE REGESTOQUETX FROM CAB2
           MOVE SPACES TO REGESTOQUETX
           WRITE REGESTOQUETX
           WRITE REGESTOQUETX FROM CAB3
           MOVE ZEROS TO ESTQ-VALIDADE
           START CADESTOQUE KEY IS NOT LESS THAN ESTQ-VALIDADE
           IF ST-ERRO NOT = "00"
              GO TO LER-VAL-FIM.
       LER-VAL-LP.
           READ CADESTOQUE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-VAL-FIM.
           MOVE ESTQ-VALIDADE TO W-CDATA9
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIAS = W-SERIAL - W-SERIALHOJE
           IF W-DIAS > W-DIASVENC
              GO TO LER-VAL-FIM.
           IF ESTQ-SALDO = ZEROS
              GO TO LER-VAL-LP.
           IF W-FILIAL NOT = ZEROS AND ESTQ-FILIAL NOT = W-FILIAL
              GO TO LER-VAL-LP.
           MOVE ESTQ-ITEM TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MEDIC-NOME.
           MOVE W-CDDD      TO LV-DD
           MOVE W-CDMM      TO LV-MM
           MOVE W-CDAA      TO LV-AA
           MOVE ESTQ-ITEM   TO LV-ITEM
           MOVE MEDIC-NOME  TO LV-NOME
           MOVE ESTQ-FILIAL TO LV-FILIAL
           MOVE ESTQ-LOTE   TO LV-LOTE
           MOVE ESTQ-SALDO  TO LV-SALDO
           MOVE W-DIAS      TO LV-DIAS
           IF W-DIAS < 0
              MOVE "VENCIDO  " TO LV-SITUACAO
              ADD 1 TO W-TOTVENCIDO
           ELSE
              MOVE "A VENCER " TO LV-SITUACAO
              ADD 1 TO W-TOTAVENCER.
           WRITE REGESTOQUETX FROM LINVAL
           GO TO LER-VAL-LP.
       LER-VAL-FIM.
           MOVE SPACES TO REGESTOQUETX
           WRITE REGESTOQUETX
           MOVE W-TOTVENCIDO TO D-TOT2
           WRITE REGESTOQUETX FROM TOT2
           MOVE W-TOTAVENCER TO D-TOT3
           WRITE REGESTOQUETX FROM TOT3
           CLOSE ESTOQUETX.
           IF SPL-GERADO = "S"
              STRING "DIAS A VENCER " W-DIASVENC " FILIAL "
                     W-FILIAL
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-FILIAL TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
      *
       ROT-OK.
           DISPLAY (16, 05) "ITENS PARA REPOR : "
           DISPLAY (16, 25) W-TOTREP
           DISPLAY (17, 05) "LOTES VENCIDOS   : "
           DISPLAY (17, 25) W-TOTVENCIDO
           DISPLAY (18, 05) "LOTES A VENCER   : "
           DISPLAY (18, 25) W-TOTAVENCER
           MOVE "*** RELESTOQUE.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
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
           CLOSE CADESTOQUE CADESTMIN CADMEDIC.
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
