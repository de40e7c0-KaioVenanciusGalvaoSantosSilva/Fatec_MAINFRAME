       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP165.
       AUTHOR. KAIO V G S S
      ***********************************************
      * LISTA DE TRABALHO DIARIA DO MEDICO:          *
      * RESULTADOS DE ANALITOS FORA DA FAIXA DE      *
      * REFERENCIA (FLAG C, A OU B NO CADEXRES)      *
      * AINDA NAO REVISADOS PELO MEDICO SOLICITANTE. *
      * CRITICOS COM RESULTADO DO DIA SAEM MESMO     *
      * QUE JA REVISADOS (COLUNA V = VISTO S/N).     *
      * OS CRITICOS SAEM PRIMEIRO; DEPOIS ACIMA E    *
      * ABAIXO DA FAIXA. CRM ZERADO = TODOS OS       *
      * MEDICOS. DIAS = DIAS DESDE O RESULTADO.      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ER-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ER-CRMSOL
                                   WITH DUPLICATES.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT LABPENDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXRES.DAT".
       01 REGEXRES.
          03 ER-CHAVE.
             05 ER-EXACHAVE.
                07 ER-CPF      PIC 9(11).
                07 ER-DATA     PIC 9(08).
                07 ER-CRM.
                   09 ER-CRMNUM PIC 9(06).
                   09 ER-CRMUF  PIC X(02).
                07 ER-SEQ      PIC 9(02).
             05 ER-ANALITO     PIC X(06).
          03 ER-CRMSOL         PIC X(08).
          03 ER-DATARES        PIC 9(08).
          03 ER-VALOR          PIC 9(05)V999.
          03 ER-UNIDADE        PIC X(10).
          03 ER-REFMIN         PIC 9(05)V999.
          03 ER-REFMAX         PIC 9(05)V999.
          03 ER-FLAG           PIC X(01).
          03 ER-REVISADO       PIC X(01).
          03 ER-CRMREV         PIC X(08).
          03 ER-DATAREV        PIC 9(08).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
          03 EXAME-CHAVE.
             05 EXA-CPF        PIC 9(11).
             05 EXA-DATA.
                07 EXA-DATAAA  PIC 9(04).
                07 EXA-DATAMM  PIC 9(02).
                07 EXA-DATADD  PIC 9(02).
             05 EXA-CRM.
                07 EXA-CRMNUM  PIC 9(06).
                07 EXA-CRMUF   PIC X(02).
             05 EXA-SEQ        PIC 9(02).
          03 EXA-TIPO          PIC X(20).
          03 EXA-DATAPEDIDO.
             05 EXA-PEDAA      PIC 9(04).
             05 EXA-PEDMM      PIC 9(02).
             05 EXA-PEDDD      PIC 9(02).
          03 EXA-DATARESULT.
             05 EXA-RESAA      PIC 9(04).
             05 EXA-RESMM      PIC 9(02).
             05 EXA-RESDD      PIC 9(02).
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
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
       FD LABPENDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLABPEND.TXT".
       01 REGLABPENDTX    PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP165".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-PAGINA       PIC 9(03) VALUE ZEROS.
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-PASSO        PIC 9(01) VALUE ZEROS.
       77 W-TOTCRIT      PIC 9(06) VALUE ZEROS.
       77 W-TOTFORA      PIC 9(06) VALUE ZEROS.
       77 W-NUMHOJE      PIC 9(07) VALUE ZEROS.
       77 W-DIANUM       PIC 9(07) VALUE ZEROS.
       77 W-DIASPEND     PIC 9(05) VALUE ZEROS.
       77 W-JA           PIC 9(05) VALUE ZEROS.
       77 W-JM           PIC 9(02) VALUE ZEROS.
       77 W-J1           PIC 9(07) VALUE ZEROS.
       77 W-J2           PIC 9(07) VALUE ZEROS.
       01 W-CRMSEL.
          03 W-CRMSELNUM PIC 9(06) VALUE ZEROS.
          03 W-CRMSELUF  PIC X(02) VALUE SPACES.
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
                     " *** RESULTADOS ALTERADOS A REVISAR ***".
                03 FILLER      PIC X(05) VALUE "CRM: ".
                03 C0-CRM      PIC X(11).
                03 FILLER      PIC X(08) VALUE "  DATA: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(08) VALUE "SITUAC.".
                03 FILLER      PIC X(11) VALUE "RESULTADO".
                03 FILLER      PIC X(12) VALUE "CPF".
                03 FILLER      PIC X(21) VALUE "PACIENTE".
                03 FILLER      PIC X(16) VALUE "EXAME".
                03 FILLER      PIC X(07) VALUE "ANALIT".
                03 FILLER      PIC X(10) VALUE "VALOR".
                03 FILLER      PIC X(11) VALUE "UNIDADE".
                03 FILLER      PIC X(20) VALUE "REFERENCIA".
                03 FILLER      PIC X(06) VALUE " DIAS".
                03 FILLER      PIC X(10) VALUE "MEDICO".
                03 FILLER      PIC X(01) VALUE "V".
       01 CAB2.
                03 D2-SIT           PIC X(07).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DATA.
                   05 D2-DATADD     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAMM     PIC 9(02).
                   05 FILLER        PIC X(01) VALUE "/".
                   05 D2-DATAAA     PIC 9(04).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-PACIENTE      PIC X(20).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-EXAME         PIC X(15).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-ANALITO       PIC X(06).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-VALOR         PIC ZZZZ9,999.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-UNIDADE       PIC X(10).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-REFMIN        PIC ZZZZ9,999.
                03 FILLER           PIC X(01) VALUE "-".
                03 D2-REFMAX        PIC ZZZZ9,999.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DIAS          PIC ZZZZ9.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CRMNUM        PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 D2-CRMUF         PIC X(02).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-REV           PIC X(01).
       01 TOT1.
                03 FILLER            PIC X(34) VALUE
                        "RESULTADOS CRITICOS A REVISAR   : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(34) VALUE
                        "RESULTADOS FORA DA FAIXA        : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELLABPEND.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT165.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** LISTA DE RESULTADOS ALTERADOS".
           05  LINE 02  COLUMN 43
               VALUE  " A REVISAR ***".
           05  LINE 08  COLUMN 01
               VALUE  "                CRM / UF SOLICITANTE :".
           05  LINE 08  COLUMN 48
               VALUE  "/       (ZERO=TODOS)".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRMSELNUM
               LINE 08  COLUMN 41  PIC 9(06)
               USING  W-CRMSELNUM
               HIGHLIGHT.
           05  TCRMSELUF
               LINE 08  COLUMN 49  PIC X(02)
               USING  W-CRMSELUF
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
                MOVE ZEROS TO W-CRMSELNUM
                MOVE SPACES TO W-CRMSELUF
                DISPLAY SMT165.
       INC-CRM.
                ACCEPT TCRMSELNUM
                ACCEPT TCRMSELUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-CRMSELNUM = ZEROS
                   MOVE SPACES TO W-CRMSELUF.
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
           OPEN INPUT CADEXRES
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADEXRES NAO EXISTE*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADEXAME" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXRES
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXRES CADEXAME
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN OUTPUT LABPENDTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO LABPENDTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXRES CADEXAME CADPACI
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-NUMHOJE
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE "TODOS" TO C0-CRM
           IF W-CRMSELNUM NOT = ZEROS
              MOVE W-CRMSEL TO C0-CRM.
           PERFORM CABECALHO THRU CABECALHO-FIM
           MOVE 1 TO W-PASSO.
      *
      *****************************************************
      * PASSO 1 = CRITICOS; PASSO 2 = ACIMA/ABAIXO.        *
      * COM CRM INFORMADO LE PELA CHAVE DO SOLICITANTE     *
      *****************************************************
      *
       POS-RES.
           IF W-CRMSELNUM = ZEROS
              MOVE LOW-VALUES TO ER-CHAVE
              START CADEXRES KEY IS NOT LESS THAN ER-CHAVE
           ELSE
              MOVE W-CRMSEL TO ER-CRMSOL
              START CADEXRES KEY IS NOT LESS THAN ER-CRMSOL.
           IF ST-ERRO NOT = "00"
              GO TO FIM-PASSO.
       LER-RES.
                READ CADEXRES NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-PASSO
                   ELSE
                      MOVE "ERRO NA LEITURA CADEXRES"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF W-CRMSELNUM NOT = ZEROS
                   AND ER-CRMSOL NOT = W-CRMSEL
                   GO TO FIM-PASSO.
                IF ER-REVISADO = "S"
                   IF ER-FLAG NOT = "C" OR ER-DATARES NOT = W-DATASYS9
                      GO TO LER-RES.
                IF W-PASSO = 1 AND ER-FLAG NOT = "C"
                   GO TO LER-RES.
                IF W-PASSO = 2 AND ER-FLAG NOT = "A" AND NOT = "B"
                   GO TO LER-RES.
      *
           MOVE ER-EXACHAVE TO EXAME-CHAVE
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO EXA-TIPO.
           MOVE ER-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME OF REGPACI.
           MOVE ER-DATARES TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE ZEROS TO W-DIASPEND
           IF W-NUMHOJE > W-DIANUM
              COMPUTE W-DIASPEND = W-NUMHOJE - W-DIANUM.
      *
           IF W-QTDLIN > 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           IF ER-FLAG = "C"
              MOVE "CRITICO" TO D2-SIT
              ADD 1 TO W-TOTCRIT
           ELSE
              ADD 1 TO W-TOTFORA
              IF ER-FLAG = "A"
                 MOVE "ACIMA"   TO D2-SIT
              ELSE
                 MOVE "ABAIXO"  TO D2-SIT.
           MOVE W-DQDD            TO D2-DATADD
           MOVE W-DQMM            TO D2-DATAMM
           MOVE W-DQAA            TO D2-DATAAA
           MOVE ER-CPF            TO D2-CPF
           MOVE NOME OF REGPACI   TO D2-PACIENTE
           MOVE EXA-TIPO          TO D2-EXAME
           MOVE ER-ANALITO        TO D2-ANALITO
           MOVE ER-VALOR          TO D2-VALOR
           MOVE ER-UNIDADE        TO D2-UNIDADE
           MOVE ER-REFMIN         TO D2-REFMIN
           MOVE ER-REFMAX         TO D2-REFMAX
           MOVE W-DIASPEND        TO D2-DIAS
           MOVE ER-CRMNUM         TO D2-CRMNUM
           MOVE ER-CRMUF          TO D2-CRMUF
           MOVE ER-REVISADO       TO D2-REV
           MOVE CAB2              TO REGLABPENDTX
           WRITE REGLABPENDTX
           ADD 1 TO W-QTDLIN
           GO TO LER-RES.
      *
       FIM-PASSO.
           IF W-PASSO = 1
              MOVE 2 TO W-PASSO
              GO TO POS-RES.
           GO TO ROT-TOT.
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
                   MOVE SPACES TO REGLABPENDTX
                   WRITE REGLABPENDTX.
                MOVE CAB0 TO REGLABPENDTX
                WRITE REGLABPENDTX
                MOVE SPACES TO REGLABPENDTX
                WRITE REGLABPENDTX
                MOVE CAB1 TO REGLABPENDTX
                WRITE REGLABPENDTX
                MOVE SPACES TO REGLABPENDTX
                WRITE REGLABPENDTX.
       CABECALHO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGLABPENDTX
                WRITE REGLABPENDTX
                MOVE W-TOTCRIT   TO D-TOT1
                MOVE TOT1        TO REGLABPENDTX
                WRITE REGLABPENDTX
                MOVE W-TOTFORA   TO D-TOT2
                MOVE TOT2        TO REGLABPENDTX
                WRITE REGLABPENDTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADEXRES CADEXAME CADPACI LABPENDTX.
                IF SPL-GERADO = "S"
                   STRING "CRM " W-CRMSELNUM "-" W-CRMSELUF
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
       FIM-ROT-TEMPO.
