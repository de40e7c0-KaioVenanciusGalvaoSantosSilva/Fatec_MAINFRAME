       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP192.
       AUTHOR. KAIO V G S S
      ***********************************************
      * VENCIMENTO DAS CREDENCIAIS DOS MEDICOS       *
      * (CADCREDEN), PARA RODAR TODO MES: LISTA O    *
      * QUE VENCE NOS PROXIMOS N DIAS (PADRAO 60) A  *
      * PARTIR DA DATA DE REFERENCIA E TAMBEM O QUE  *
      * JA ESTA VENCIDO E AINDA NAO FOI RENOVADO     *
      * (ESTE JA BLOQUEIA NOVAS MARCACOES). SO       *
      * ENTRAM MEDICOS ATIVOS NO CADMED. ORDEM DE    *
      * MEDICO E TIPO DE DOCUMENTO - RELCREDEN.TXT   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCREDEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CREDENTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
       01 REGCREDEN.
          03 CRD-CHAVE.
             05 CRD-CRM.
                07 CRD-CRMNUM   PIC 9(06).
                07 CRD-CRMUF    PIC X(02).
             05 CRD-TIPO        PIC 9(01).
             05 CRD-ESPEC       PIC 9(02).
          03 CRD-NUMERO         PIC X(20).
          03 CRD-VALIDADE.
             05 CRD-VALAA       PIC 9(04).
             05 CRD-VALMM       PIC 9(02).
             05 CRD-VALDD       PIC 9(02).
          03 CRD-VALIDADE9 REDEFINES CRD-VALIDADE PIC 9(08).
          03 CRD-DATAALT        PIC 9(08).
          03 CRD-OPER           PIC X(10).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM-CHAVE.
             05 CRM          PIC 9(06).
             05 CRM-UF       PIC X(02).
          03 NOME            PIC X(30).
          03 ESPECIALIDADE   PIC 9(02).
          03 SEXO            PIC X(01).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD          PIC 9(03).
             05 NUMEROTEL1   PIC 9(05).
             05 NUMEROTEL2   PIC 9(04).
             05 TIPOTEL      PIC X(01).
          03 STATUSMED       PIC X(01).
          03 QTDEESPEC       PIC 9(01).
          03 ESPECTAB OCCURS 5 TIMES.
             05 ESPECOD      PIC 9(02).
          03 DATACADASTRO.
             05 CADDD        PIC 9(02).
             05 CADMM        PIC 9(02).
             05 CADAA        PIC 9(04).
          03 DATAULTALT.
             05 ALTDD        PIC 9(02).
             05 ALTMM        PIC 9(02).
             05 ALTAA        PIC 9(04).
          03 FILIALMED        PIC 9(02).
      *
       FD CREDENTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCREDEN.TXT".
       01 REGCREDENTX  PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP192".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-DIASAV       PIC 9(03) VALUE 60.
       77 W-NUMREF       PIC 9(07) VALUE ZEROS.
       77 W-NUMVAL       PIC 9(07) VALUE ZEROS.
       77 W-DIAS         PIC S9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       77 W-TOTVENC      PIC 9(05) VALUE ZEROS.
       77 W-TOTAVEN      PIC 9(05) VALUE ZEROS.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAREF.
          03 W-DRDD    PIC 9(02) VALUE ZEROS.
          03 W-DRMM    PIC 9(02) VALUE ZEROS.
          03 W-DRAA    PIC 9(04) VALUE ZEROS.
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
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
      * DESCRICAO DOS TIPOS DE DOCUMENTO (1 A 4)
      *
       01 TABTIPO.
          03 FILLER PIC X(24) VALUE "REGISTRO CRMTITULO RQE ".
          03 FILLER PIC X(24) VALUE "SEGURO RC   CONTRATO    ".
       01 TABTIPOR REDEFINES TABTIPO.
          03 TBTIPO         PIC X(12) OCCURS 4 TIMES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(40) VALUE
                     " *** VENCIMENTO DE CREDENCIAIS ***".
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
                03 FILLER      PIC X(09) VALUE "   PAG. ".
                03 C0-PAG      PIC ZZ9.
       01 CAB0A.
                03 FILLER      PIC X(26) VALUE
                     "VENCIDOS E A VENCER ATE ".
                03 C0A-DIAS    PIC ZZ9.
                03 FILLER      PIC X(11) VALUE " DIAS APOS ".
                03 C0A-DD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-MM      PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0A-AA      PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(10) VALUE "CRM".
                03 FILLER      PIC X(26) VALUE "MEDICO".
                03 FILLER      PIC X(13) VALUE "DOCUMENTO".
                03 FILLER      PIC X(04) VALUE "ESP".
                03 FILLER      PIC X(21) VALUE "NUMERO".
                03 FILLER      PIC X(11) VALUE "VALIDADE".
                03 FILLER      PIC X(06) VALUE " DIAS".
                03 FILLER      PIC X(09) VALUE "SITUACAO".
       01 CAB2.
                03 D2-CRMNUM        PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-CRMUF         PIC X(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-NOME          PIC X(25).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-TIPO          PIC X(12).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-ESPEC         PIC 9(02).
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-NUMERO        PIC X(20).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-VALDD         PIC 9(02).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-VALMM         PIC 9(02).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-VALAA         PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DIAS          PIC ----9.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-SITUACAO      PIC X(09).
       01 CAB3.
                03 FILLER      PIC X(20) VALUE "TOTAL VENCIDOS  :".
                03 D3-VENC     PIC ZZ.ZZ9.
                03 FILLER      PIC X(24) VALUE "     TOTAL A VENCER  :".
                03 D3-AVEN     PIC ZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCREDEN.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT192.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** VENCIMENTO DE CREDENCIAIS".
           05  LINE 02  COLUMN 39
               VALUE  " DOS MEDICOS ***".
           05  LINE 08  COLUMN 01
               VALUE  "                DATA DE REFERENCIA   :".
           05  LINE 08  COLUMN 43
               VALUE  "/  /".
           05  LINE 10  COLUMN 01
               VALUE  "                DIAS DE ANTECEDENCIA :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DRDD
               LINE 08  COLUMN 41  PIC 9(02)
               USING  W-DRDD
               HIGHLIGHT.
           05  TW-DRMM
               LINE 08  COLUMN 44  PIC 9(02)
               USING  W-DRMM
               HIGHLIGHT.
           05  TW-DRAA
               LINE 08  COLUMN 47  PIC 9(04)
               USING  W-DRAA
               HIGHLIGHT.
           05  TW-DIASAV
               LINE 10  COLUMN 41  PIC 9(03)
               USING  W-DIASAV
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
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DIASYS TO W-DRDD
                MOVE W-MESSYS TO W-DRMM
                MOVE W-ANOSYS TO W-DRAA
                DISPLAY SMT192.
       INC-DATA.
                ACCEPT TW-DRDD
                ACCEPT TW-DRMM
                ACCEPT TW-DRAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-DRMM < 01 OR W-DRMM > 12
                   OR W-DRDD < 01 OR W-DRDD > TD-VAL (W-DRMM)
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
       INC-DIAS.
                ACCEPT TW-DIASAV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DATA.
                IF W-DIASAV = ZEROS
                   MOVE 60 TO W-DIASAV.
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
           OPEN INPUT CADCREDEN
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADCREDEN NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCREDEN
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN OUTPUT CREDENTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CREDENTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCREDEN CADMED
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE W-DRAA TO W-DQAA
           MOVE W-DRMM TO W-DQMM
           MOVE W-DRDD TO W-DQDD
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-NUMREF
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE W-DIASAV TO C0A-DIAS
           MOVE W-DRDD   TO C0A-DD
           MOVE W-DRMM   TO C0A-MM
           MOVE W-DRAA   TO C0A-AA
           MOVE ZEROS TO W-TOTVENC W-TOTAVEN
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
      * CADA DOCUMENTO COM VALIDADE: DIAS ATE O VENCIMENTO *
      * CONTADOS DA DATA DE REFERENCIA (NEGATIVO = VENCIDO)*
      *****************************************************
      *
       LER-CRD.
                READ CADCREDEN NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA CADCREDEN"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF CRD-VALIDADE9 = ZEROS
                   GO TO LER-CRD.
                MOVE CRD-VALIDADE9 TO W-DATAQ9
                PERFORM DIA-NUM THRU DIA-NUM-FIM
                MOVE W-DIANUM TO W-NUMVAL
                COMPUTE W-DIAS = W-NUMVAL - W-NUMREF
                IF W-DIAS > W-DIASAV
                   GO TO LER-CRD.
                MOVE CRD-CRM TO CRM-CHAVE
                READ CADMED
                IF ST-ERRO NOT = "00"
                   GO TO LER-CRD.
                IF STATUSMED NOT = "A"
                   GO TO LER-CRD.
      *
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           MOVE CRD-CRMNUM         TO D2-CRMNUM
           MOVE CRD-CRMUF          TO D2-CRMUF
           MOVE NOME               TO D2-NOME
           MOVE TBTIPO (CRD-TIPO)  TO D2-TIPO
           MOVE CRD-ESPEC          TO D2-ESPEC
           MOVE CRD-NUMERO         TO D2-NUMERO
           MOVE CRD-VALDD          TO D2-VALDD
           MOVE CRD-VALMM          TO D2-VALMM
           MOVE CRD-VALAA          TO D2-VALAA
           MOVE W-DIAS             TO D2-DIAS
           IF W-DIAS < ZEROS
              MOVE "VENCIDO"  TO D2-SITUACAO
              ADD 1 TO W-TOTVENC
           ELSE
              MOVE "A VENCER" TO D2-SITUACAO
              ADD 1 TO W-TOTAVEN.
           MOVE CAB2              TO REGCREDENTX
           WRITE REGCREDENTX
           ADD 1 TO W-QTDLIN
           GO TO LER-CRD.
      *
      *****************************************************
      * DATA AAAAMMDD EM W-DATAQ -> NUMERO DO DIA (W-DIANUM)*
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
                MOVE W-PAGINA TO C0-PAG
                IF W-PAGINA > 1
                   MOVE SPACES TO REGCREDENTX
                   WRITE REGCREDENTX.
                MOVE CAB0 TO REGCREDENTX
                WRITE REGCREDENTX
                MOVE CAB0A TO REGCREDENTX
                WRITE REGCREDENTX
                MOVE SPACES TO REGCREDENTX
                WRITE REGCREDENTX
                MOVE CAB1 TO REGCREDENTX
                WRITE REGCREDENTX
                MOVE SPACES TO REGCREDENTX
                WRITE REGCREDENTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGCREDENTX
                WRITE REGCREDENTX
                MOVE W-TOTVENC TO D3-VENC
                MOVE W-TOTAVEN TO D3-AVEN
                MOVE CAB3 TO REGCREDENTX
                WRITE REGCREDENTX
                MOVE "*** RELATORIO GERADO: RELCREDEN.TXT ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCREDEN CADMED CREDENTX.
                IF SPL-GERADO = "S"
                   STRING "REF " W-DRDD "/" W-DRMM "/" W-DRAA
                          " A VENCER " W-DIASAV
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
