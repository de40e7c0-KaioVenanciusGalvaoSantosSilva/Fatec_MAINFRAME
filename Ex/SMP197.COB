       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDESPESA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * DESPESAS OPERACIONAIS DA CLINICA: UM REGISTRO   *
      * POR LANCAMENTO, NUMERADO PELO SISTEMA (NUMERO   *
      * 0 NA TELA = LANCAMENTO NOVO), COM FORNECEDOR,   *
      * DOCUMENTO, CATEGORIA DE CUSTO, FILIAL, VALOR,   *
      * VENCIMENTO E PAGAMENTO (ZERADO = EM ABERTO).    *
      * ESPECIALIDADE 00 = DESPESA GERAL DA FILIAL; SE  *
      * INFORMADA, TEM QUE EXISTIR NO TABREF (ESP).     *
      * O OPERADOR SO LANCA E VE DESPESAS DAS FILIAIS   *
      * LIBERADAS PARA ELE (VERFILIAL). A COMPETENCIA   *
      * DA DESPESA NO RESULTADO MENSAL (SMP198R) E O    *
      * MES DO VENCIMENTO.                              *
      * CATEGORIAS: 01=PESSOAL 02=ALUGUEL 03=MATERIAL   *
      * 04=SERVICOS DE TERCEIROS 05=UTILIDADES (AGUA,   *
      * LUZ, TELEFONE) 06=MANUTENCAO 07=IMPOSTOS E      *
      * TAXAS 08=MARKETING 09=OUTRAS.                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDESPESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DSP-VENC9
                                   WITH DUPLICATES.
       SELECT TABREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBREF-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TBREF-DESCRICAO
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDESPESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESPESA.DAT".
       01 REGDESPESA.
          03 DSP-NUMERO         PIC 9(06).
          03 DSP-FORNEC         PIC X(30).
          03 DSP-DOCTO          PIC X(15).
          03 DSP-CATEG          PIC 9(02).
          03 DSP-FILIAL         PIC 9(02).
          03 DSP-ESPEC          PIC 9(02).
          03 DSP-VALOR          PIC 9(07)V99.
          03 DSP-VENC.
             05 DSP-VENCAA      PIC 9(04).
             05 DSP-VENCMM      PIC 9(02).
             05 DSP-VENCDD      PIC 9(02).
          03 DSP-VENC9 REDEFINES DSP-VENC PIC 9(08).
          03 DSP-PAGTO.
             05 DSP-PAGAA       PIC 9(04).
             05 DSP-PAGMM       PIC 9(02).
             05 DSP-PAGDD       PIC 9(02).
          03 DSP-PAGTO9 REDEFINES DSP-PAGTO PIC 9(08).
          03 DSP-DATAALT        PIC 9(08).
          03 DSP-OPER           PIC X(10).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADDESPESA".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-PROXNUM     PIC 9(06) VALUE ZEROS.
       77 W-TEMTAB      PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTCATEG      PIC X(20) VALUE SPACES.
       01 TXTESPEC      PIC X(30) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-SAVEDSP     PIC X(100) VALUE SPACES.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *
      * VENCIMENTO E PAGAMENTO DIGITADOS EM DD/MM/AAAA
      *
       01 W-VENCTELA.
          03 W-VTDD     PIC 9(02) VALUE ZEROS.
          03 W-VTMM     PIC 9(02) VALUE ZEROS.
          03 W-VTAA     PIC 9(04) VALUE ZEROS.
       01 W-PAGTELA.
          03 W-PTDD     PIC 9(02) VALUE ZEROS.
          03 W-PTMM     PIC 9(02) VALUE ZEROS.
          03 W-PTAA     PIC 9(04) VALUE ZEROS.
       01 W-PAGTELA9 REDEFINES W-PAGTELA PIC 9(08).
      *
      * DESCRICAO DAS CATEGORIAS DE CUSTO (01 A 09)
      *
       01 TABCATEG.
          03 FILLER PIC X(40) VALUE
             "PESSOAL             ALUGUEL             ".
          03 FILLER PIC X(40) VALUE
             "MATERIAL            SERVICOS TERCEIROS  ".
          03 FILLER PIC X(40) VALUE
             "UTILIDADES          MANUTENCAO          ".
          03 FILLER PIC X(40) VALUE
             "IMPOSTOS E TAXAS    MARKETING           ".
          03 FILLER PIC X(20) VALUE
             "OUTRAS              ".
       01 TABCATEGR REDEFINES TABCATEG.
          03 TBCATEG        PIC X(20) OCCURS 9 TIMES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE   "         DESPESAS OPERACIONAIS".
           05  LINE 05  COLUMN 01
               VALUE  "    NUMERO            :".
           05  LINE 05  COLUMN 45
               VALUE  "(0 = NOVO LANCAMENTO)".
           05  LINE 07  COLUMN 01
               VALUE  "    FORNECEDOR        :".
           05  LINE 08  COLUMN 01
               VALUE  "    DOCUMENTO / NF    :".
           05  LINE 10  COLUMN 01
               VALUE  "    CATEGORIA         :".
           05  LINE 12  COLUMN 01
               VALUE  "    FILIAL            :".
           05  LINE 14  COLUMN 01
               VALUE  "    ESPECIALIDADE     :".
           05  LINE 14  COLUMN 60
               VALUE  "(00 = GERAL)".
           05  LINE 16  COLUMN 01
               VALUE  "    VALOR             :".
           05  LINE 18  COLUMN 01
               VALUE  "    VENCIMENTO        :   /  /".
           05  LINE 19  COLUMN 01
               VALUE  "    PAGAMENTO         :   /  /".
           05  LINE 19  COLUMN 45
               VALUE  "(ZERADO = EM ABERTO)".
           05  LINE 21  COLUMN 01
               VALUE  "    01=PESSOAL 02=ALUGUEL 03=MATERIAL".
           05  LINE 21  COLUMN 38
               VALUE  " 04=SERV.TERCEIROS 05=UTILIDADES".
           05  LINE 22  COLUMN 01
               VALUE  "    06=MANUTENCAO 07=IMPOSTOS E TAXAS".
           05  LINE 22  COLUMN 38
               VALUE  " 08=MARKETING 09=OUTRAS".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDSPNUMERO
               LINE 05  COLUMN 25  PIC 9(06)
               USING  DSP-NUMERO
               HIGHLIGHT.
           05  TDSPFORNEC
               LINE 07  COLUMN 25  PIC X(30)
               USING  DSP-FORNEC
               HIGHLIGHT.
           05  TDSPDOCTO
               LINE 08  COLUMN 25  PIC X(15)
               USING  DSP-DOCTO
               HIGHLIGHT.
           05  TDSPCATEG
               LINE 10  COLUMN 25  PIC 9(02)
               USING  DSP-CATEG
               HIGHLIGHT.
           05  TTXTCATEG
               LINE 10  COLUMN 29  PIC X(20)
               USING  TXTCATEG
               HIGHLIGHT.
           05  TDSPFILIAL
               LINE 12  COLUMN 25  PIC 9(02)
               USING  DSP-FILIAL
               HIGHLIGHT.
           05  TDSPESPEC
               LINE 14  COLUMN 25  PIC 9(02)
               USING  DSP-ESPEC
               HIGHLIGHT.
           05  TTXTESPEC
               LINE 14  COLUMN 29  PIC X(30)
               USING  TXTESPEC
               HIGHLIGHT.
           05  TDSPVALOR
               LINE 16  COLUMN 25  PIC ZZ.ZZZ.ZZ9,99
               USING  DSP-VALOR
               HIGHLIGHT.
           05  TVTDD
               LINE 18  COLUMN 25  PIC 9(02)
               USING  W-VTDD
               HIGHLIGHT.
           05  TVTMM
               LINE 18  COLUMN 28  PIC 9(02)
               USING  W-VTMM
               HIGHLIGHT.
           05  TVTAA
               LINE 18  COLUMN 31  PIC 9(04)
               USING  W-VTAA
               HIGHLIGHT.
           05  TPTDD
               LINE 19  COLUMN 25  PIC 9(02)
               USING  W-PTDD
               HIGHLIGHT.
           05  TPTMM
               LINE 19  COLUMN 28  PIC 9(02)
               USING  W-PTMM
               HIGHLIGHT.
           05  TPTAA
               LINE 19  COLUMN 31  PIC 9(04)
               USING  W-PTAA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADDESPESA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDESPESA
                 CLOSE CADDESPESA
                 MOVE "*** ARQUIVO CADDESPESA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDESPESA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
      *
      * SEM O TABREF A ESPECIALIDADE NAO E CONFERIDA
      *
       R0A.
           MOVE "N" TO W-TEMTAB
           OPEN INPUT TABREF
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMTAB.
      *
       R1.
           MOVE SPACES TO DSP-FORNEC DSP-DOCTO DSP-OPER TXTCATEG
                          TXTESPEC
           MOVE ZEROS  TO DSP-NUMERO DSP-CATEG DSP-ESPEC DSP-VALOR
                          DSP-VENC9 DSP-PAGTO9 DSP-DATAALT W-VENCTELA
                          W-PAGTELA W-SEL
      *
      * FILIAL SUGERIDA: A PADRAO DO OPERADOR
      *
           MOVE ZEROS TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           MOVE FIL-PADRAO TO DSP-FILIAL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TDSPNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DSP-NUMERO = ZEROS
              MOVE "*** NOVO LANCAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *
       LER-CADDESPESA.
           READ CADDESPESA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                NEXT SENTENCE
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADDESPESA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** DESPESA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           MOVE DSP-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*DESPESA DE FILIAL NAO LIBERADA P/OPERADOR*"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE DSP-VENCDD TO W-VTDD
           MOVE DSP-VENCMM TO W-VTMM
           MOVE DSP-VENCAA TO W-VTAA
           MOVE DSP-PAGDD  TO W-PTDD
           MOVE DSP-PAGMM  TO W-PTMM
           MOVE DSP-PAGAA  TO W-PTAA
           MOVE SPACES TO TXTCATEG
           IF DSP-CATEG > 0 AND DSP-CATEG < 10
              MOVE TBCATEG (DSP-CATEG) TO TXTCATEG.
           PERFORM LER-ESP THRU LER-ESP-FIM
           DISPLAY TELA2
           MOVE "*** DESPESA JA CADASTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TDSPFORNEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF DSP-FORNEC = SPACES
              MOVE "*Insira o fornecedor*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R3A.
           DISPLAY TELA2
              ACCEPT TDSPDOCTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TDSPCATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           IF DSP-CATEG < 1 OR DSP-CATEG > 9
              MOVE "*CATEGORIA INVALIDA (01 A 09)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE TBCATEG (DSP-CATEG) TO TXTCATEG
           DISPLAY TTXTCATEG.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TDSPFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF DSP-FILIAL > 20
              MOVE "*FILIAL INVALIDA (00 A 20)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE DSP-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*FILIAL NAO LIBERADA PARA O OPERADOR*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TDSPESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           PERFORM LER-ESP THRU LER-ESP-FIM
           DISPLAY TTXTESPEC
           IF DSP-ESPEC NOT = ZEROS AND W-TEMTAB = "S"
              AND TXTESPEC = SPACES
              MOVE "*ESPECIALIDADE NAO CADASTRADA NO TABREF*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *
       R7.
           DISPLAY TELA2
              ACCEPT TDSPVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DSP-VALOR = ZEROS
              MOVE "*Insira o valor da despesa*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *
       R8.
           DISPLAY TELA2
              ACCEPT TVTDD
              ACCEPT TVTMM
              ACCEPT TVTAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-VTDD < 1 OR W-VTDD > 31 OR W-VTMM < 1 OR W-VTMM > 12
              OR W-VTAA < 2000
              MOVE "*VENCIMENTO INVALIDO (DD/MM/AAAA)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE W-VTDD TO DSP-VENCDD
           MOVE W-VTMM TO DSP-VENCMM
           MOVE W-VTAA TO DSP-VENCAA.
      *
       R9.
           DISPLAY TELA2
              ACCEPT TPTDD
              ACCEPT TPTMM
              ACCEPT TPTAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF W-PAGTELA9 = ZEROS
              MOVE ZEROS TO DSP-PAGTO9
              GO TO R9A.
           IF W-PTDD < 1 OR W-PTDD > 31 OR W-PTMM < 1 OR W-PTMM > 12
              OR W-PTAA < 2000
              MOVE "*PAGAMENTO INVALIDO (DD/MM/AAAA)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE W-PTDD TO DSP-PAGDD
           MOVE W-PTMM TO DSP-PAGMM
           MOVE W-PTAA TO DSP-PAGAA
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           IF DSP-PAGTO9 > W-DATASYS9
              MOVE "*PAGAMENTO NAO PODE SER DATA FUTURA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
       R9A.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9      TO DSP-DATAALT
           MOVE SESSAO-OPERADOR TO DSP-OPER.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *****************************************************
      * NUMERO DO LANCAMENTO: O SEGUINTE AO ULTIMO GRAVADO.*
      * A VARREDURA LE AS DESPESAS POR CIMA DO REGISTRO    *
      * RECEM DIGITADO, ENTAO ELE E PRESERVADO EM          *
      * W-SAVEDSP E RESTAURADO NO FIM                      *
      *****************************************************
      *
       INC-SEQ.
                MOVE REGDESPESA TO W-SAVEDSP
                MOVE ZEROS TO W-PROXNUM DSP-NUMERO
                START CADDESPESA KEY IS NOT LESS THAN DSP-NUMERO
                IF ST-ERRO NOT = "00"
                   GO TO INC-SEQ-FIM.
       INC-SEQ-LP.
                READ CADDESPESA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO INC-SEQ-FIM.
                MOVE DSP-NUMERO TO W-PROXNUM
                GO TO INC-SEQ-LP.
       INC-SEQ-FIM.
                MOVE W-SAVEDSP TO REGDESPESA
                ADD 1 TO W-PROXNUM
                MOVE W-PROXNUM TO DSP-NUMERO.
       INC-WR1.
                WRITE REGDESPESA
                IF ST-ERRO = "00" OR "02"
                      DISPLAY TDSPNUMERO
                      MOVE "*** DESPESA GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*NUMERO JA EXISTE, NAO GRAVADO*" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (25, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (25, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (25, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDESPESA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DESPESA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDESPESA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DESPESA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * NOME DA ESPECIALIDADE NO TABREF (TIPO ESP)         *
      *****************************************************
      *
       LER-ESP.
           MOVE SPACES TO TXTESPEC
           IF DSP-ESPEC = ZEROS
              MOVE "GERAL DA FILIAL" TO TXTESPEC
              GO TO LER-ESP-FIM.
           IF W-TEMTAB NOT = "S"
              GO TO LER-ESP-FIM.
           MOVE "ESP"     TO TBREF-TIPO
           MOVE DSP-ESPEC TO TBREF-CODIGO
           READ TABREF
           IF ST-ERRO2 = "00"
              MOVE TBREF-DESCRICAO TO TXTESPEC.
       LER-ESP-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADDESPESA
           IF W-TEMTAB = "S"
              CLOSE TABREF.
       ROT-FIMP.
           EXIT PROGRAM.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (25, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (25, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
