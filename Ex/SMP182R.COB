       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP182.
       AUTHOR. KAIO V G S S
      ***********************************************
      * SITUACAO DOS TALONARIOS DE NOTIFICACAO DE    *
      * RECEITA PARA A FISCALIZACAO. PARA CADA FAIXA *
      * DO CADTALAO (UM CRM OU TODOS) PERCORRE OS    *
      * NUMEROS E CONFERE O CADNOTIF:                *
      *   CANCELADO = FOLHA INUTILIZADA OU ITEM DE   *
      *               RECEITA EXCLUIDO (COM MOTIVO)  *
      *   FALTANTE  = NUMERO JA PASSADO SEM REGISTRO *
      *               DE USO, OU USADO POR ITEM QUE  *
      *               NAO EXISTE MAIS NO CADRECEITA  *
      *   NAO UTILIZADO = AINDA DISPONIVEL (EM FAIXA *
      *               CANCELADA SAI COMO CANCELADO   *
      *               COM A FAIXA)                   *
      * SAIDA: RELNOTIF.TXT                          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTALAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NT-RECCHAVE
                                   WITH DUPLICATES.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECEITA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                   WITH DUPLICATES.
           SELECT NOTIFTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTALAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTALAO.DAT".
       01 REGTALAO.
          03 TL-CHAVE.
             05 TL-CRM.
                07 TL-CRMNUM   PIC 9(06).
                07 TL-CRMUF    PIC X(02).
             05 TL-NUMINI      PIC 9(08).
          03 TL-NUMFIM         PIC 9(08).
          03 TL-PROXNUM        PIC 9(08).
          03 TL-TIPO           PIC X(01).
          03 TL-DATAEMI        PIC 9(08).
          03 TL-SITUACAO       PIC X(01).
          03 TL-DATACAD        PIC 9(08).
      *
       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
          03 NT-CHAVE.
             05 NT-CRM.
                07 NT-CRMNUM   PIC 9(06).
                07 NT-CRMUF    PIC X(02).
             05 NT-NUMERO      PIC 9(08).
          03 NT-RECCHAVE       PIC X(29).
          03 NT-MEDCOD         PIC 9(06).
          03 NT-SITUACAO       PIC X(01).
          03 NT-DATA           PIC 9(08).
          03 NT-MOTIVO         PIC X(30).
          03 NT-OPER           PIC X(10).
      *
       FD CADRECEITA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEITA.DAT".
       01 REGRECEITA.
          03 RECEITA-CHAVE.
             05 REC-CPF        PIC 9(11).
             05 REC-DATA.
                07 REC-DATAAA  PIC 9(04).
                07 REC-DATAMM  PIC 9(02).
                07 REC-DATADD  PIC 9(02).
             05 REC-CRM.
                07 REC-CRMNUM  PIC 9(06).
                07 REC-CRMUF   PIC X(02).
             05 REC-SEQ        PIC 9(02).
          03 REC-MEDICAMENTO   PIC X(30).
          03 REC-DOSAGEM       PIC X(20).
          03 REC-DURACAO       PIC X(20).
          03 REC-MEDCOD        PIC 9(06).
      *
       FD NOTIFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNOTIF.TXT".
       01 REGNOTIFTX      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP182".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-NUM          PIC 9(09) VALUE ZEROS.
       77 W-LIVINI       PIC 9(08) VALUE ZEROS.
       77 W-LIVFIM       PIC 9(08) VALUE ZEROS.
       77 W-LIVQTD       PIC 9(08) VALUE ZEROS.
       77 W-QTDFAIXA     PIC 9(05) VALUE ZEROS.
       77 W-FUSO         PIC 9(08) VALUE ZEROS.
       77 W-FLIV         PIC 9(08) VALUE ZEROS.
       77 W-FCAN         PIC 9(08) VALUE ZEROS.
       77 W-FFAL         PIC 9(08) VALUE ZEROS.
       77 W-GUSO         PIC 9(08) VALUE ZEROS.
       77 W-GLIV         PIC 9(08) VALUE ZEROS.
       77 W-GCAN         PIC 9(08) VALUE ZEROS.
       77 W-GFAL         PIC 9(08) VALUE ZEROS.
       01 W-FILTRO.
          03 W-FILCRMNUM PIC 9(06) VALUE ZEROS.
          03 W-FILCRMUF  PIC X(02) VALUE SPACES.
       01 W-DATASYS.
          03 W-ANOSYS  PIC 9(04).
          03 W-MESSYS  PIC 9(02).
          03 W-DIASYS  PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAINV.
          03 W-INVAA   PIC 9(04).
          03 W-INVMM   PIC 9(02).
          03 W-INVDD   PIC 9(02).
       01 W-DATAINV9 REDEFINES W-DATAINV PIC 9(08).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                     " *** TALONARIOS DE NOTIFICACAO DE RECEITA ***".
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(05) VALUE "CRM: ".
                03 D1-CRMNUM   PIC 9(06).
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-CRMUF    PIC X(02).
                03 FILLER      PIC X(08) VALUE "  FAIXA ".
                03 D1-NUMINI   PIC 9(08).
                03 FILLER      PIC X(03) VALUE " A ".
                03 D1-NUMFIM   PIC 9(08).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 D1-TIPO     PIC X(08).
                03 FILLER      PIC X(10) VALUE "  EMISSAO ".
                03 D1-EMIDD    PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-EMIMM    PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-EMIAA    PIC 9(04).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 D1-SIT      PIC X(09).
       01 CAB2.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 D2-TEXTO    PIC X(22).
                03 D2-NUMINI   PIC 9(08).
                03 D2-ATE      PIC X(03).
                03 D2-NUMFIM   PIC X(08).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-DETALHE  PIC X(50).
       01 W-DETDATA.
                03 FILLER      PIC X(03) VALUE "EM ".
                03 DD-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 DD-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 DD-AA       PIC 9(04).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 DD-MOTIVO   PIC X(30).
       01 W-DETQTD.
                03 FILLER      PIC X(06) VALUE "QTDE: ".
                03 DQ-QTD      PIC ZZ.ZZZ.ZZ9.
       01 CAB3.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 D3-TEXTO    PIC X(14).
                03 FILLER      PIC X(08) VALUE "USADOS: ".
                03 D3-USO      PIC ZZZZZZZ9.
                03 FILLER      PIC X(12) VALUE "  NAO UTIL: ".
                03 D3-LIV      PIC ZZZZZZZ9.
                03 FILLER      PIC X(13) VALUE "  CANCELADOS:".
                03 D3-CAN      PIC ZZZZZZZ9.
                03 FILLER      PIC X(13) VALUE "  FALTANTES: ".
                03 D3-FAL      PIC ZZZZZZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELNOTIF.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT182.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** TALONARIOS DE NOTIFICACAO DE".
           05  LINE 02  COLUMN 39
               VALUE  " RECEITA ***".
           05  LINE 08  COLUMN 01
               VALUE  "         CRM (ZEROS = TODOS)  :".
           05  LINE 09  COLUMN 01
               VALUE  "         UF DO CRM            :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-FILCRMNUM
               LINE 08  COLUMN 33  PIC 9(06)
               USING  W-FILCRMNUM
               HIGHLIGHT.
           05  TW-FILCRMUF
               LINE 09  COLUMN 33  PIC X(02)
               USING  W-FILCRMUF
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
                MOVE ZEROS  TO W-FILCRMNUM
                MOVE SPACES TO W-FILCRMUF
                DISPLAY SMT182.
       INC-CRM.
                ACCEPT TW-FILCRMNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-FILCRMNUM = ZEROS
                   MOVE SPACES TO W-FILCRMUF
                   DISPLAY TW-FILCRMUF
                   GO TO INC-OPC.
       INC-UF.
                ACCEPT TW-FILCRMUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CRM.
                IF W-FILCRMUF = SPACES
                   MOVE "*** INFORME A UF DO CRM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-UF.
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
           OPEN INPUT CADTALAO
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADTALAO NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADNOTIF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                      OPEN OUTPUT CADNOTIF
                      CLOSE CADNOTIF
                      GO TO INC-OP0A
              ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADNOTIF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTALAO
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADRECEITA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADRECEITA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTALAO CADNOTIF
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN OUTPUT NOTIFTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO NOTIFTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADTALAO CADNOTIF CADRECEITA
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE CAB0 TO REGNOTIFTX
           WRITE REGNOTIFTX
           MOVE SPACES TO REGNOTIFTX
           WRITE REGNOTIFTX
           MOVE ZEROS TO W-QTDFAIXA W-GUSO W-GLIV W-GCAN W-GFAL
           MOVE W-FILCRMNUM TO TL-CRMNUM
           MOVE W-FILCRMUF  TO TL-CRMUF
           MOVE ZEROS       TO TL-NUMINI
           START CADTALAO KEY IS NOT LESS THAN TL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
      *
      *****************************************************
      * CADA FAIXA DO CRM PEDIDO (OU DE TODOS)             *
      *****************************************************
      *
       LER-TAL.
                READ CADTALAO NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO ROT-TOT
                   ELSE
                      MOVE "ERRO NA LEITURA CADTALAO"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF W-FILCRMNUM NOT = ZEROS AND TL-CRM NOT = W-FILTRO
                   GO TO ROT-TOT.
                ADD 1 TO W-QTDFAIXA
                MOVE TL-CRMNUM TO D1-CRMNUM
                MOVE TL-CRMUF  TO D1-CRMUF
                MOVE TL-NUMINI TO D1-NUMINI
                MOVE TL-NUMFIM TO D1-NUMFIM
                MOVE "AMARELA" TO D1-TIPO
                IF TL-TIPO = "B"
                   MOVE "AZUL" TO D1-TIPO.
                MOVE TL-DATAEMI TO W-DATAINV9
                MOVE W-INVDD TO D1-EMIDD
                MOVE W-INVMM TO D1-EMIMM
                MOVE W-INVAA TO D1-EMIAA
                MOVE "ATIVA"   TO D1-SIT
                IF TL-SITUACAO = "E"
                   MOVE "ESGOTADA" TO D1-SIT.
                IF TL-SITUACAO = "C"
                   MOVE "CANCELADA" TO D1-SIT.
                MOVE CAB1 TO REGNOTIFTX
                WRITE REGNOTIFTX
                MOVE ZEROS TO W-FUSO W-FLIV W-FCAN W-FFAL W-LIVINI
                MOVE TL-NUMINI TO W-NUM.
      *
      *****************************************************
      * CADA NUMERO DA FAIXA CONTRA O CADNOTIF             *
      *****************************************************
      *
       LER-NUM.
                IF W-NUM > TL-NUMFIM
                   GO TO LER-NUM-FIM.
                MOVE TL-CRM TO NT-CRM
                MOVE W-NUM  TO NT-NUMERO
                READ CADNOTIF
                IF ST-ERRO NOT = "00"
                   GO TO LER-NUM-SEM.
                PERFORM FECHA-LIVRE THRU FECHA-LIVRE-FIM
                IF NT-SITUACAO = "C"
                   GO TO LER-NUM-CAN.
                MOVE NT-RECCHAVE TO RECEITA-CHAVE
                READ CADRECEITA
                IF ST-ERRO = "00"
                   ADD 1 TO W-FUSO
                   GO TO LER-NUM-PROX.
                ADD 1 TO W-FFAL
                MOVE "FALTANTE (SEM ITEM)" TO D2-TEXTO
                MOVE SPACES TO D2-DETALHE
                STRING "RECEITA CPF " NT-RECCHAVE (1:11)
                       " DE " NT-RECCHAVE (18:2) "/"
                       NT-RECCHAVE (16:2) "/" NT-RECCHAVE (12:4)
                       DELIMITED BY SIZE INTO D2-DETALHE
                PERFORM GRV-NUM THRU GRV-NUM-FIM
                GO TO LER-NUM-PROX.
       LER-NUM-CAN.
                ADD 1 TO W-FCAN
                MOVE "CANCELADO" TO D2-TEXTO
                MOVE NT-DATA TO W-DATAINV9
                MOVE W-INVDD TO DD-DD
                MOVE W-INVMM TO DD-MM
                MOVE W-INVAA TO DD-AA
                MOVE NT-MOTIVO TO DD-MOTIVO
                MOVE W-DETDATA TO D2-DETALHE
                PERFORM GRV-NUM THRU GRV-NUM-FIM
                GO TO LER-NUM-PROX.
       LER-NUM-SEM.
                IF W-NUM < TL-PROXNUM
                   PERFORM FECHA-LIVRE THRU FECHA-LIVRE-FIM
                   ADD 1 TO W-FFAL
                   MOVE "FALTANTE (SEM USO)" TO D2-TEXTO
                   MOVE "NUMERO PASSADO SEM REGISTRO DE USO"
                                         TO D2-DETALHE
                   PERFORM GRV-NUM THRU GRV-NUM-FIM
                   GO TO LER-NUM-PROX.
                IF TL-SITUACAO = "C"
                   ADD 1 TO W-FCAN
                ELSE
                   ADD 1 TO W-FLIV.
                IF W-LIVINI = ZEROS
                   MOVE W-NUM TO W-LIVINI.
                MOVE W-NUM TO W-LIVFIM.
       LER-NUM-PROX.
                ADD 1 TO W-NUM
                GO TO LER-NUM.
       LER-NUM-FIM.
                PERFORM FECHA-LIVRE THRU FECHA-LIVRE-FIM
                MOVE "TOTAL FAIXA" TO D3-TEXTO
                MOVE W-FUSO TO D3-USO
                MOVE W-FLIV TO D3-LIV
                MOVE W-FCAN TO D3-CAN
                MOVE W-FFAL TO D3-FAL
                MOVE CAB3 TO REGNOTIFTX
                WRITE REGNOTIFTX
                MOVE SPACES TO REGNOTIFTX
                WRITE REGNOTIFTX
                ADD W-FUSO TO W-GUSO
                ADD W-FLIV TO W-GLIV
                ADD W-FCAN TO W-GCAN
                ADD W-FFAL TO W-GFAL
                GO TO LER-TAL.
      *
      *****************************************************
      * LINHA DE UM NUMERO AVULSO (CANCELADO OU FALTANTE)  *
      *****************************************************
      *
       GRV-NUM.
                MOVE W-NUM  TO D2-NUMINI
                MOVE SPACES TO D2-ATE D2-NUMFIM
                MOVE CAB2 TO REGNOTIFTX
                WRITE REGNOTIFTX.
       GRV-NUM-FIM.
                EXIT.
      *
      *****************************************************
      * FECHA O INTERVALO CORRENTE DE NUMEROS SEM USO      *
      *****************************************************
      *
       FECHA-LIVRE.
                IF W-LIVINI = ZEROS
                   GO TO FECHA-LIVRE-FIM.
                IF TL-SITUACAO = "C"
                   MOVE "CANCELADOS C/ A FAIXA" TO D2-TEXTO
                ELSE
                   MOVE "NAO UTILIZADOS" TO D2-TEXTO.
                MOVE W-LIVINI TO D2-NUMINI
                MOVE " A "    TO D2-ATE
                MOVE W-LIVFIM TO D2-NUMFIM
                COMPUTE W-LIVQTD = W-LIVFIM - W-LIVINI + 1
                MOVE W-LIVQTD TO DQ-QTD
                MOVE W-DETQTD TO D2-DETALHE
                MOVE CAB2 TO REGNOTIFTX
                WRITE REGNOTIFTX
                MOVE ZEROS TO W-LIVINI.
       FECHA-LIVRE-FIM.
                EXIT.
      *
       ROT-TOT.
                IF W-QTDFAIXA = ZEROS
                   MOVE "NENHUMA FAIXA CADASTRADA" TO REGNOTIFTX
                   WRITE REGNOTIFTX
                   GO TO ROT-FIM.
                MOVE "TOTAL GERAL" TO D3-TEXTO
                MOVE W-GUSO TO D3-USO
                MOVE W-GLIV TO D3-LIV
                MOVE W-GCAN TO D3-CAN
                MOVE W-GFAL TO D3-FAL
                MOVE CAB3 TO REGNOTIFTX
                WRITE REGNOTIFTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADTALAO CADNOTIF CADRECEITA NOTIFTX.
                IF SPL-GERADO = "S"
                   STRING "CRM " W-FILCRMNUM "-" W-FILCRMUF
                          DELIMITED BY SIZE INTO SPL-PARAM
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
