       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREGRA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * REGRAS CONTRATUAIS DE FATURAMENTO POR CONVENIO  *
      * (CADREGRA), CONFERIDAS ANTES DA GUIA (SMP041),  *
      * DO LOTE TISS (SMP096) E NA PREVIA (SMP134) PELA *
      * SUBROTINA VERREGRA. CHAVE: CONVENIO + CODIGO DO *
      * PROCEDIMENTO (TUSS; 00000000 = QUALQUER ITEM DO *
      * CONVENIO) + TIPO DA REGRA:                      *
      *  F - FREQUENCIA: NO MAXIMO QTDE CONSULTAS DO    *
      *      BENEFICIARIO NA ESPECIALIDADE DO MEDICO    *
      *      EM DIAS CORRIDOS                           *
      *  I - INTERVALO MINIMO EM DIAS DESDE O ULTIMO    *
      *      ITEM FATURADO DO MESMO CODIGO              *
      *  Q - QUANTIDADE MAXIMA DO CODIGO NOS ULTIMOS    *
      *      DIAS (SEM DIAS, 365 = UM ANO)              *
      *  A - FAIXA DE IDADE DO BENEFICIARIO NA DATA     *
      *  S - SEXO DO BENEFICIARIO (M/F)                 *
      * O TIPO DE VISITA (0=TODAS 1=PRIMEIRA 2=RETORNO  *
      * 3=PROCEDIMENTO) LIMITA A QUE CONSULTAS A REGRA  *
      * SE APLICA. SO AS REGRAS ATIVAS (S) SAO TESTADAS.*
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREGRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REGRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEC
                    ALTERNATE RECORD KEY IS PLANO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREGRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREGRA.DAT".
       01 REGREGRA.
          03 REGRA-CHAVE.
             05 RGR-CONVENIO    PIC 9(06).
             05 RGR-PROC        PIC 9(08).
             05 RGR-TIPO        PIC X(01).
          03 RGR-TIPOVIS        PIC 9(01).
          03 RGR-DIAS           PIC 9(04).
          03 RGR-QTDE           PIC 9(03).
          03 RGR-IDADEMIN       PIC 9(03).
          03 RGR-IDADEMAX       PIC 9(03).
          03 RGR-SEXO           PIC X(01).
          03 RGR-DESCRICAO      PIC X(30).
          03 RGR-ATIVO          PIC X(01).
          03 RGR-DATAALT        PIC 9(08).
          03 RGR-OPER           PIC X(10).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADREGRA".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTCONV       PIC X(30) VALUE SPACES.
       01 TXTTIPO       PIC X(30) VALUE SPACES.
       01 TXTVISITA     PIC X(12) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
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
               VALUE   "      REGRAS DE FATURAMENTO DA OPERADORA".
           05  LINE 04  COLUMN 01
               VALUE  "    CONVENIO          :".
           05  LINE 06  COLUMN 01
               VALUE  "    PROCEDIMENTO TUSS :".
           05  LINE 06  COLUMN 36
               VALUE  "(0 = QUALQUER ITEM)".
           05  LINE 08  COLUMN 01
               VALUE  "    TIPO DA REGRA     :".
           05  LINE 09  COLUMN 01
               VALUE  "      F=FREQUENCIA I=INTERVALO Q=QUANTIDADE".
           05  LINE 09  COLUMN 46
               VALUE  " A=IDADE S=SEXO".
           05  LINE 11  COLUMN 01
               VALUE  "    TIPO DE VISITA    :".
           05  LINE 11  COLUMN 41
               VALUE  "(0=TODAS 1=PRIM. 2=RET. 3=PROC.)".
           05  LINE 13  COLUMN 01
               VALUE  "    DIAS              :".
           05  LINE 13  COLUMN 36
               VALUE  "(F, I, Q - JANELA EM DIAS)".
           05  LINE 14  COLUMN 01
               VALUE  "    QUANTIDADE MAXIMA :".
           05  LINE 14  COLUMN 36
               VALUE  "(F, Q)".
           05  LINE 15  COLUMN 01
               VALUE  "    IDADE             :     A".
           05  LINE 15  COLUMN 36
               VALUE  "(A - ANOS)".
           05  LINE 16  COLUMN 01
               VALUE  "    SEXO (M/F)        :".
           05  LINE 16  COLUMN 36
               VALUE  "(S)".
           05  LINE 18  COLUMN 01
               VALUE  "    DESCRICAO         :".
           05  LINE 20  COLUMN 01
               VALUE  "    ATIVA (S/N)       :".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRGRCONVENIO
               LINE 04  COLUMN 25  PIC 9(06)
               USING  RGR-CONVENIO
               HIGHLIGHT.
           05  TTXTCONV
               LINE 04  COLUMN 33  PIC X(30)
               USING  TXTCONV
               HIGHLIGHT.
           05  TRGRPROC
               LINE 06  COLUMN 25  PIC 9(08)
               USING  RGR-PROC
               HIGHLIGHT.
           05  TRGRTIPO
               LINE 08  COLUMN 25  PIC X(01)
               USING  RGR-TIPO
               HIGHLIGHT.
           05  TTXTTIPO
               LINE 08  COLUMN 29  PIC X(30)
               USING  TXTTIPO
               HIGHLIGHT.
           05  TRGRTIPOVIS
               LINE 11  COLUMN 25  PIC 9(01)
               USING  RGR-TIPOVIS
               HIGHLIGHT.
           05  TTXTVISITA
               LINE 11  COLUMN 28  PIC X(12)
               USING  TXTVISITA
               HIGHLIGHT.
           05  TRGRDIAS
               LINE 13  COLUMN 25  PIC 9(04)
               USING  RGR-DIAS
               HIGHLIGHT.
           05  TRGRQTDE
               LINE 14  COLUMN 25  PIC 9(03)
               USING  RGR-QTDE
               HIGHLIGHT.
           05  TRGRIDADEMIN
               LINE 15  COLUMN 25  PIC 9(03)
               USING  RGR-IDADEMIN
               HIGHLIGHT.
           05  TRGRIDADEMAX
               LINE 15  COLUMN 31  PIC 9(03)
               USING  RGR-IDADEMAX
               HIGHLIGHT.
           05  TRGRSEXO
               LINE 16  COLUMN 25  PIC X(01)
               USING  RGR-SEXO
               HIGHLIGHT.
           05  TRGRDESCRICAO
               LINE 18  COLUMN 25  PIC X(30)
               USING  RGR-DESCRICAO
               HIGHLIGHT.
           05  TRGRATIVO
               LINE 20  COLUMN 25  PIC X(01)
               USING  RGR-ATIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADREGRA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADREGRA
                 CLOSE CADREGRA
                 MOVE "*** ARQUIVO CADREGRA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREGRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREGRA
              GO TO ROT-FIMP.
      *
       R1.
           MOVE SPACES TO RGR-TIPO RGR-SEXO RGR-DESCRICAO RGR-OPER
                          TXTCONV TXTTIPO TXTVISITA
           MOVE ZEROS  TO RGR-CONVENIO RGR-PROC RGR-TIPOVIS RGR-DIAS
                          RGR-QTDE RGR-IDADEMIN RGR-IDADEMAX
                          RGR-DATAALT W-SEL
           MOVE "S" TO RGR-ATIVO
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TRGRCONVENIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RGR-CONVENIO = ZEROS
              MOVE "*Insira o codigo do convenio*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE RGR-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "*CONVENIO NAO CADASTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOMEC TO TXTCONV
           DISPLAY TTXTCONV.
      *
       R2A.
           DISPLAY TELA2
              ACCEPT TRGRPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
      *
       R2B.
           DISPLAY TELA2
              ACCEPT TRGRTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF RGR-TIPO = "f" OR "i" OR "q" OR "a" OR "s"
              INSPECT RGR-TIPO CONVERTING "fiqas" TO "FIQAS".
           IF RGR-TIPO NOT = "F" AND NOT = "I" AND NOT = "Q"
              AND NOT = "A" AND NOT = "S"
              MOVE "*TIPO: F, I, Q, A OU S*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
           PERFORM LER-TXT THRU LER-TXT-FIM
           DISPLAY TTXTTIPO.
      *
       LER-CADREGRA.
           READ CADREGRA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM LER-TXT THRU LER-TXT-FIM
                DISPLAY TELA2
                MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADREGRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** REGRA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TRGRTIPOVIS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF RGR-TIPOVIS > 3
              MOVE "*TIPO DE VISITA: 0, 1, 2 OU 3*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM LER-TXT THRU LER-TXT-FIM
           DISPLAY TTXTVISITA.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TRGRDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RGR-TIPO = "Q" AND RGR-DIAS = ZEROS
              MOVE 365 TO RGR-DIAS.
           IF (RGR-TIPO = "F" OR "I") AND RGR-DIAS = ZEROS
              MOVE "*Insira a janela em dias*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TRGRQTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF (RGR-TIPO = "F" OR "Q") AND RGR-QTDE = ZEROS
              MOVE "*Insira a quantidade maxima*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TRGRIDADEMIN
              ACCEPT TRGRIDADEMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RGR-IDADEMAX = ZEROS
              MOVE 999 TO RGR-IDADEMAX.
           IF RGR-IDADEMIN > RGR-IDADEMAX
              MOVE "*IDADE MINIMA MAIOR QUE A MAXIMA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF RGR-TIPO = "A" AND RGR-IDADEMIN = ZEROS
              AND RGR-IDADEMAX = 999
              MOVE "*Insira a faixa de idade*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *
       R7.
           DISPLAY TELA2
              ACCEPT TRGRSEXO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RGR-SEXO = "m" OR "f"
              INSPECT RGR-SEXO CONVERTING "mf" TO "MF".
           IF RGR-TIPO = "S"
              AND RGR-SEXO NOT = "M" AND NOT = "F"
              MOVE "*SEXO: M=MASCULINO F=FEMININO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *
       R8.
           DISPLAY TELA2
              ACCEPT TRGRDESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF RGR-DESCRICAO = SPACES
              MOVE "*Insira a descricao da regra*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
      *
       R9.
           DISPLAY TELA2
              ACCEPT TRGRATIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF RGR-ATIVO = "s" OR "n"
              INSPECT RGR-ATIVO CONVERTING "sn" TO "SN".
           IF RGR-ATIVO NOT = "S" AND NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9      TO RGR-DATAALT
           MOVE SESSAO-OPERADOR TO RGR-OPER.
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
       INC-WR1.
                WRITE REGREGRA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** REGRA GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*REGRA JA EXISTE, NAO GRAVADA*" TO MENS
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
                DELETE CADREGRA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGRA EXCLUIDA ***" TO MENS
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
                REWRITE REGREGRA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGRA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * TEXTOS DA TELA: CONVENIO (CADCONV), TIPO DA REGRA  *
      * E TIPO DE VISITA                                   *
      *****************************************************
      *
       LER-TXT.
           MOVE SPACES TO TXTCONV TXTTIPO TXTVISITA
           MOVE RGR-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO2 = "00"
              MOVE NOMEC TO TXTCONV.
           IF RGR-TIPO = "F"
              MOVE "FREQUENCIA NA ESPECIALIDADE" TO TXTTIPO.
           IF RGR-TIPO = "I"
              MOVE "INTERVALO MINIMO ENTRE ITENS" TO TXTTIPO.
           IF RGR-TIPO = "Q"
              MOVE "QUANTIDADE MAXIMA NO PERIODO" TO TXTTIPO.
           IF RGR-TIPO = "A"
              MOVE "FAIXA DE IDADE" TO TXTTIPO.
           IF RGR-TIPO = "S"
              MOVE "SEXO DO BENEFICIARIO" TO TXTTIPO.
           IF RGR-TIPOVIS = 0
              MOVE "TODAS" TO TXTVISITA.
           IF RGR-TIPOVIS = 1
              MOVE "PRIMEIRA" TO TXTVISITA.
           IF RGR-TIPOVIS = 2
              MOVE "RETORNO" TO TXTVISITA.
           IF RGR-TIPOVIS = 3
              MOVE "PROCEDIMENTO" TO TXTVISITA.
       LER-TXT-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADREGRA CADCONV.
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
