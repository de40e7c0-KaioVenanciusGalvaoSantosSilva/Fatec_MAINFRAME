       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONPROC.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * ITENS DE PROCEDIMENTO FATURAVEIS DA CONSULTA    *
      * (ECG, CURATIVO, NEBULIZACAO...). CADA ITEM TEM  *
      * CODIGO TUSS, QUANTIDADE E VALOR UNITARIO, POR   *
      * CONSULTA-CHAVE + SEQUENCIA. O CODIGO TUSS TEM   *
      * QUE EXISTIR NA TABELA (CADPROC): DELA VEM A     *
      * DESCRICAO, O VALOR UNITARIO SUGERIDO E O CID DA *
      * LINHA (CPR-PROCCID), USADO NO PRECO NEGOCIADO   *
      * DO CADPRECO. CHAMADO PELO CADCONSULTA (SMP009). *
      * CONSULTA COM ITENS E FATURADA ITEM A ITEM NA    *
      * GUIA (SMP041), NO LOTE TISS (SMP096), NA FATURA *
      * PARTICULAR (SMP068) E NO ESTORNO (SMP133); SEM  *
      * ITENS VALE O PRECO PELO CID DA CONSULTA.        *
      * CONSULTA JA FATURADA: ITENS SO PARA CONSULTA.   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONPROC.DAT".
       01 REGCONPROC.
          03 CONPROC-CHAVE.
             05 CPR-CONSCHAVE   PIC X(27).
             05 CPR-SEQ         PIC 9(02).
          03 CPR-TUSS           PIC 9(08).
          03 CPR-DESCRICAO      PIC X(30).
          03 CPR-QTDE           PIC 9(03).
          03 CPR-VALUNIT        PIC 9(07)V99.
          03 CPR-PROCCID        PIC 9(06).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID      PIC X(12) VALUE "CADCONPROC".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       77 W-ULTSEQ      PIC 9(02) VALUE ZEROS.
       77 W-NUMSEQ      PIC 9(02) VALUE ZEROS.
       77 W-TUSS        PIC 9(08) VALUE ZEROS.
       77 W-QTDE        PIC 9(03) VALUE ZEROS.
       77 W-VALUNIT     PIC 9(07)V99 VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-TOTITEM     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTCONS     PIC 9(09)V99 VALUE ZEROS.
       01 LINITE.
          03 LI-SEQ     PIC Z9.
          03 FILLER     PIC X(02) VALUE ") ".
          03 LI-TUSS    PIC 9(08).
          03 FILLER     PIC X(01) VALUE " ".
          03 LI-DESCR   PIC X(30).
          03 FILLER     PIC X(01) VALUE " ".
          03 LI-QTDE    PIC ZZ9.
          03 FILLER     PIC X(03) VALUE " X ".
          03 LI-VALUNIT PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE " ".
          03 LI-TOTAL   PIC ZZ.ZZZ.ZZ9,99.
       01 LINTOT.
          03 FILLER     PIC X(52) VALUE
             "                              TOTAL DOS ITENS (R$):".
          03 FILLER     PIC X(12) VALUE SPACES.
          03 LT-TOTAL   PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CPR-L-CHAVE    PIC X(27).
       01 CPR-L-FATURADO PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CPR-L-CHAVE CPR-L-FATURADO.
       R0.
           OPEN I-O CADCONPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN I-O CADCONPROC
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*TABELA DE PROCEDIMENTOS NAO EXISTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONPROC
              GO TO ROT-FIMP.
      *
      *****************************************************
      * MOSTRA OS ITENS JA GRAVADOS DA CONSULTA E O TOTAL  *
      *****************************************************
      *
       R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "ITENS DE PROCEDIMENTO DA CONSULTA"
           DISPLAY (03, 03)
              "SEQ TUSS     DESCRICAO                      QTD"
           DISPLAY (03, 51) "  VL.UNITARIO    VALOR TOTAL"
           MOVE ZEROS TO W-ULTSEQ W-TOTCONS
           MOVE 3 TO W-LINHA
           MOVE CPR-L-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R1-TOT.
       R1-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R1-TOT.
           IF CPR-CONSCHAVE NOT = CPR-L-CHAVE
              GO TO R1-TOT.
           MOVE CPR-SEQ TO W-ULTSEQ LI-SEQ
           MOVE CPR-TUSS      TO LI-TUSS
           MOVE CPR-DESCRICAO TO LI-DESCR
           MOVE CPR-QTDE      TO LI-QTDE
           MOVE CPR-VALUNIT   TO LI-VALUNIT
           COMPUTE W-TOTITEM = CPR-QTDE * CPR-VALUNIT
           MOVE W-TOTITEM TO LI-TOTAL
           ADD W-TOTITEM TO W-TOTCONS
           ADD 1 TO W-LINHA
           IF W-LINHA < 18
              DISPLAY (W-LINHA, 03) LINITE.
           GO TO R1-LP.
       R1-TOT.
           MOVE W-TOTCONS TO LT-TOTAL
           DISPLAY (19, 03) LINTOT.
      *
       R2.
           IF CPR-L-FATURADO = "S"
              DISPLAY (21, 03)
                 "CONSULTA JA FATURADA - ITENS SO PARA CONSULTA"
              DISPLAY (22, 03) "TECLE ENTER PARA VOLTAR : "
              ACCEPT (22, 30) W-OPCAO
              GO TO ROT-FIM.
           DISPLAY (21, 03)
              "I=INCLUIR ITEM  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
           DISPLAY (22, 03) "OPCAO : "
           ACCEPT (22, 12) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO ROT-FIM.
           IF W-OPCAO = "I" OR "i"
              GO TO INC-001.
           IF W-OPCAO = "A" OR "a"
              GO TO ALT-001.
           IF W-OPCAO = "E" OR "e"
              GO TO EXC-001.
           GO TO R2.
      *
      *****************************************************
      * INCLUSAO: O ITEM RECEBE A PROXIMA SEQUENCIA. O     *
      * CODIGO TUSS E PROCURADO NA TABELA DE PROCEDIMENTOS *
      *****************************************************
      *
       INC-001.
           IF W-ULTSEQ = 99
              MOVE "*LIMITE DE 99 ITENS POR CONSULTA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-TUSS
           DISPLAY (23, 03) "CODIGO TUSS : "
           ACCEPT (23, 17) W-TUSS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-TUSS = ZEROS
              GO TO R1.
           PERFORM BUS-TUSS THRU BUS-TUSS-FIM
           IF W-ACHOU = "N"
              MOVE "*CODIGO TUSS NAO CADASTRADO NO CADPROC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY (23, 27) PROC-DESCRICAO
           MOVE 1 TO W-QTDE
           MOVE PROC-VALOR TO W-VALUNIT.
       INC-002.
           DISPLAY (24, 03) "QTDE : "
           ACCEPT (24, 10) W-QTDE WITH UPDATE
           DISPLAY (24, 16) "VALOR UNITARIO : "
           ACCEPT (24, 33) W-VALUNIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-QTDE = ZEROS
              MOVE "*QUANTIDADE DEVE SER MAIOR QUE ZERO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE CPR-L-CHAVE    TO CPR-CONSCHAVE
           COMPUTE CPR-SEQ = W-ULTSEQ + 1
           MOVE W-TUSS         TO CPR-TUSS
           MOVE PROC-DESCRICAO TO CPR-DESCRICAO
           MOVE PROC-CID       TO CPR-PROCCID
           MOVE W-QTDE         TO CPR-QTDE
           MOVE W-VALUNIT      TO CPR-VALUNIT
           WRITE REGCONPROC
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *
      *****************************************************
      * ALTERACAO: SO QUANTIDADE E VALOR UNITARIO; PARA    *
      * TROCAR O CODIGO, EXCLUIR E INCLUIR DE NOVO         *
      *****************************************************
      *
       ALT-001.
           MOVE ZEROS TO W-NUMSEQ
           DISPLAY (23, 03) "SEQUENCIA DO ITEM : "
           ACCEPT (23, 24) W-NUMSEQ
           IF W-NUMSEQ = ZEROS
              GO TO R1.
           MOVE CPR-L-CHAVE TO CPR-CONSCHAVE
           MOVE W-NUMSEQ    TO CPR-SEQ
           READ CADCONPROC
           IF ST-ERRO NOT = "00"
              MOVE "*ITEM NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CPR-QTDE    TO W-QTDE
           MOVE CPR-VALUNIT TO W-VALUNIT.
       ALT-002.
           DISPLAY (24, 03) "QTDE : "
           ACCEPT (24, 10) W-QTDE WITH UPDATE
           DISPLAY (24, 16) "VALOR UNITARIO : "
           ACCEPT (24, 33) W-VALUNIT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-QTDE = ZEROS
              MOVE "*QUANTIDADE DEVE SER MAIOR QUE ZERO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-002.
           MOVE W-QTDE    TO CPR-QTDE
           MOVE W-VALUNIT TO CPR-VALUNIT
           REWRITE REGCONPROC
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *
       EXC-001.
           MOVE ZEROS TO W-NUMSEQ
           DISPLAY (23, 03) "SEQUENCIA DO ITEM : "
           ACCEPT (23, 24) W-NUMSEQ
           IF W-NUMSEQ = ZEROS
              GO TO R1.
           MOVE CPR-L-CHAVE TO CPR-CONSCHAVE
           MOVE W-NUMSEQ    TO CPR-SEQ
           READ CADCONPROC
           IF ST-ERRO NOT = "00"
              MOVE "*ITEM NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DELETE CADCONPROC RECORD
           GO TO R1.
      *
      *****************************************************
      * PROCURA O CODIGO TUSS NA TABELA (CADPROC E CHAVEADO*
      * PELO CID; A TABELA E PEQUENA E E VARRIDA INTEIRA)  *
      *****************************************************
      *
       BUS-TUSS.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO PROC-CID
           START CADPROC KEY IS NOT LESS THAN PROC-CID
           IF ST-ERRO NOT = "00"
              GO TO BUS-TUSS-FIM.
       BUS-TUSS-LP.
           READ CADPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-TUSS-FIM.
           IF PROC-CODIGO NOT = W-TUSS
              GO TO BUS-TUSS-LP.
           MOVE "S" TO W-ACHOU.
       BUS-TUSS-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCONPROC CADPROC
           DISPLAY (01, 01) ERASE.
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
