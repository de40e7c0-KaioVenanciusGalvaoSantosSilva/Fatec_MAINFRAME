       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP179.
       AUTHOR. KAIO V G S S
      ***********************************************
      * EXPORTACAO DIARIA DOS PEDIDOS DE EXAME PARA  *
      * O LABORATORIO PARCEIRO. CADA EXAME DO        *
      * CADEXAME AINDA SEM RESULTADO E AINDA NAO     *
      * ENVIADO RECEBE UM NUMERO DE PEDIDO, SAI NO   *
      * ARQUIVO LABPED.TXT E FICA REGISTRADO NO      *
      * CADLABPED (PEDIDO ENVIADO, NUMERO E DATA DO  *
      * ENVIO). O LABORATORIO DEVOLVE O NUMERO DO    *
      * PEDIDO NO LABRES.TXT E O SMP103 CASA O       *
      * RESULTADO POR ELE.                           *
      *                                              *
      * LAYOUT DO ARQUIVO LABPED.TXT (POS. FIXAS):   *
      *   001-008 NUMERO DO PEDIDO       9(08)       *
      *   009-019 CPF DO PACIENTE        9(11)       *
      *   020-027 DATA CONSULTA AAAAMMDD 9(08)       *
      *   028-033 CRM SOLICITANTE        9(06)       *
      *   034-035 UF DO CRM              X(02)       *
      *   036-037 SEQUENCIA DO EXAME     9(02)       *
      *   038-045 CODIGO DO EXAME (TUSS) 9(08)       *
      *   046-065 DESCRICAO DO EXAME     X(20)       *
      *   066-073 DATA DO PEDIDO         9(08)       *
      *   074-103 NOME DO PACIENTE       X(30)       *
      *   104-111 NASCIMENTO AAAAMMDD    9(08)       *
      *   112-112 SEXO                   X(01)       *
      *   113-116 CONVENIO (ZERO=PARTIC.)9(04)       *
      *   117-136 SENHA DE AUTORIZACAO   X(20)       *
      *                                              *
      * PACIENTE SEM CADASTRO, COM OBITO REGISTRADO  *
      * OU ANONIMIZADO NAO E ENVIADO E SAI LISTADO   *
      * NO RELATORIO RELLABPED.TXT.                  *
      * EXAME DE HISTORICO EXTERNO (FATURADO = E) NAO*
      * E ENVIADO.                                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
           SELECT CADLABPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LP-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LP-NUMPED.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUTOR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT LABPED ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT LABPEDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADLABPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLABPED.DAT".
       01 REGLABPED.
          03 LP-CHAVE.
             05 LP-CPF         PIC 9(11).
             05 LP-DATA        PIC 9(08).
             05 LP-CRMNUM      PIC 9(06).
             05 LP-CRMUF       PIC X(02).
             05 LP-SEQ         PIC 9(02).
          03 LP-NUMPED         PIC 9(08).
          03 LP-ENVIADO        PIC X(01).
          03 LP-DATAENV        PIC 9(08).
          03 LP-CODEXA         PIC 9(08).
          03 LP-CONVENIO       PIC 9(04).
          03 LP-SENHA          PIC X(20).
          03 LP-DATARES        PIC 9(08).
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
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-CID          PIC 9(06).
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
      *
       FD CADAUTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTOR.DAT".
       01 REGAUTOR.
          03 AUTOR-CHAVE.
             05 AUT-CONVENIO   PIC 9(06).
             05 AUT-CPF        PIC 9(11).
             05 AUT-PROC       PIC 9(08).
          03 AUT-SENHA         PIC X(20).
          03 AUT-VALINI        PIC 9(08).
          03 AUT-VALFIM        PIC 9(08).
          03 AUT-STATUS        PIC X(01).
      *
       FD LABPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABPED.TXT".
       01 REGLABPEDTXT.
          03 PL-NUMPED         PIC 9(08).
          03 PL-CPF            PIC 9(11).
          03 PL-DATA           PIC 9(08).
          03 PL-CRMNUM         PIC 9(06).
          03 PL-CRMUF          PIC X(02).
          03 PL-SEQ            PIC 9(02).
          03 PL-CODEXA         PIC 9(08).
          03 PL-TIPO           PIC X(20).
          03 PL-DATAPED        PIC 9(08).
          03 PL-NOME           PIC X(30).
          03 PL-DATANASC.
             05 PL-NASCAA      PIC 9(04).
             05 PL-NASCMM      PIC 9(02).
             05 PL-NASCDD      PIC 9(02).
          03 PL-SEXO           PIC X(01).
          03 PL-CONVENIO       PIC 9(04).
          03 PL-SENHA          PIC X(20).
      *
       FD LABPEDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLABPED.TXT".
       01 REGLABPEDTX      PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP179".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-TOTLIDOS     PIC 9(06) VALUE ZEROS.
       77 W-TOTENV       PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMSEN    PIC 9(06) VALUE ZEROS.
       77 W-TOTRETIDO    PIC 9(06) VALUE ZEROS.
       77 W-PROXNUM      PIC 9(08) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA      PIC 9(04).
          03 W-DSMM      PIC 9(02).
          03 W-DSDD      PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAPED9     PIC 9(08) VALUE ZEROS.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(45) VALUE
                        " *** PEDIDOS DE EXAME PARA O LABORATORIO ***".
                03 FILLER      PIC X(03) VALUE SPACES.
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 LINPED.
                03 FILLER           PIC X(13) VALUE "ENVIADO    : ".
                03 E-NUMPED         PIC 9(08).
                03 FILLER           PIC X(01) VALUE " ".
                03 E-CPF            PIC 9(11).
                03 FILLER           PIC X(01) VALUE " ".
                03 E-CRM            PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 E-CRMUF          PIC X(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 E-TIPO           PIC X(20).
                03 FILLER           PIC X(01) VALUE " ".
                03 E-OBS            PIC X(10).
       01 LINRET.
                03 FILLER           PIC X(13) VALUE "RETIDO     : ".
                03 R-CPF            PIC 9(11).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-DATA           PIC 9(08).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-CRM            PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 R-CRMUF          PIC X(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-SEQ            PIC 9(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-MOTIVO         PIC X(30).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "EXAMES EM ABERTO LIDOS      : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "PEDIDOS ENVIADOS            : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "  DOS QUAIS SEM SENHA       : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(30) VALUE
                        "PEDIDOS RETIDOS             : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELLABPED.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT179.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** PEDIDOS DE EXAME PARA O".
           05  LINE 02  COLUMN 33
               VALUE  " LABORATORIO ***".
           05  LINE 08  COLUMN 01
               VALUE  "    GERA O ARQUIVO LABPED.TXT COM OS EXAMES".
           05  LINE 08  COLUMN 44
               VALUE  " AINDA NAO ENVIADOS".
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
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT179.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADEXAME NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN I-O CADLABPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADLABPED
                      CLOSE CADLABPED
                      GO TO INC-OP0A
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADLABPED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME CADLABPED
                      GO TO ROT-FIMP.
       INC-OP0BA.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPROC
                      CLOSE CADPROC
                      GO TO INC-OP0BA
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPROC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME CADLABPED CADPACI
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADAUTOR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADAUTOR
                      CLOSE CADAUTOR
                      GO TO INC-OP0C
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADAUTOR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME CADLABPED CADPACI CADPROC
                      GO TO ROT-FIMP.
       INC-OP0D.
           OPEN OUTPUT LABPED
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO LABPED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME CADLABPED CADPACI CADPROC
                            CADAUTOR
                      GO TO ROT-FIMP.
       INC-OP0E.
           OPEN OUTPUT LABPEDTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO LABPEDTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME CADLABPED CADPACI CADPROC
                            CADAUTOR LABPED
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DSDD TO C0-DD
           MOVE W-DSMM TO C0-MM
           MOVE W-DSAA TO C0-AA
           MOVE CAB0 TO REGLABPEDTX
           WRITE REGLABPEDTX
           MOVE SPACES TO REGLABPEDTX
           WRITE REGLABPEDTX.
      *
      *****************************************************
      * ULTIMO NUMERO DE PEDIDO JA USADO (MAIOR LP-NUMPED) *
      *****************************************************
      *
       INC-SEQ.
           MOVE ZEROS TO LP-NUMPED W-PROXNUM
           START CADLABPED KEY IS NOT LESS THAN LP-NUMPED
           IF ST-ERRO NOT = "00"
              GO TO INC-SEQ-FIM.
       INC-SEQ-LP.
           READ CADLABPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO INC-SEQ-FIM.
           MOVE LP-NUMPED TO W-PROXNUM
           GO TO INC-SEQ-LP.
       INC-SEQ-FIM.
           MOVE ZEROS  TO EXA-CPF EXA-DATA EXA-CRMNUM EXA-SEQ
           MOVE SPACES TO EXA-CRMUF
           START CADEXAME KEY IS NOT LESS THAN EXAME-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
      *
      *****************************************************
      * LE OS EXAMES SEM RESULTADO E ENVIA OS QUE AINDA    *
      * NAO TEM PEDIDO REGISTRADO NO CADLABPED             *
      *****************************************************
      *
       LER-EXA.
                READ CADEXAME NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO ROT-FIM.
                IF EXA-DATARESULT NOT = ZEROS
                   GO TO LER-EXA.
                IF EXA-FATURADO = "E"
                   GO TO LER-EXA.
                MOVE EXAME-CHAVE TO LP-CHAVE
                READ CADLABPED
                IF ST-ERRO = "00"
                   GO TO LER-EXA.
                ADD 1 TO W-TOTLIDOS
                MOVE EXA-CPF TO CPF
                READ CADPACI
                IF ST-ERRO NOT = "00"
                   MOVE "PACIENTE NAO CADASTRADO" TO R-MOTIVO
                   PERFORM GRV-RET THRU GRV-RET-FIM
                   GO TO LER-EXA.
                IF STATUSPACI = "O"
                   MOVE "PACIENTE COM OBITO REGISTRADO" TO R-MOTIVO
                   PERFORM GRV-RET THRU GRV-RET-FIM
                   GO TO LER-EXA.
                IF STATUSPACI = "X"
                   MOVE "PACIENTE ANONIMIZADO (LGPD)" TO R-MOTIVO
                   PERFORM GRV-RET THRU GRV-RET-FIM
                   GO TO LER-EXA.
      *
      * CODIGO DO EXAME NA TABELA (CADPROC) E SENHA DE AUTORIZACAO
      * DO CONVENIO PARA ELE, ATIVA NA DATA DO PEDIDO (PARTICULAR
      * NAO TEM SENHA)
      *
                MOVE SPACES TO LP-SENHA
                MOVE ZEROS  TO PROC-CODIGO
                IF EXA-PROCCID NOT = ZEROS
                   MOVE EXA-PROCCID TO PROC-CID
                   READ CADPROC
                   IF ST-ERRO NOT = "00"
                      MOVE ZEROS TO PROC-CODIGO.
                MOVE EXA-DATAPEDIDO TO W-DATAPED9
                IF W-DATAPED9 = ZEROS
                   MOVE EXA-DATA TO W-DATAPED9.
                IF CONVENIO = ZEROS OR TIPOBENEF = "P"
                   MOVE ZEROS TO LP-CONVENIO
                   GO TO MONTA-PED.
                MOVE CONVENIO    TO LP-CONVENIO
                MOVE CONVENIO    TO AUT-CONVENIO
                MOVE EXA-CPF     TO AUT-CPF
                MOVE PROC-CODIGO TO AUT-PROC
                READ CADAUTOR
                IF ST-ERRO = "00"
                   IF AUT-STATUS = "A"
                      AND W-DATAPED9 NOT < AUT-VALINI
                      AND W-DATAPED9 NOT > AUT-VALFIM
                      MOVE AUT-SENHA TO LP-SENHA.
       MONTA-PED.
                ADD 1 TO W-PROXNUM
                MOVE EXAME-CHAVE     TO LP-CHAVE
                MOVE W-PROXNUM       TO LP-NUMPED
                MOVE "S"             TO LP-ENVIADO
                MOVE W-DATASYS9      TO LP-DATAENV
                MOVE PROC-CODIGO     TO LP-CODEXA
                MOVE ZEROS           TO LP-DATARES
                WRITE REGLABPED
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO CADLABPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE LP-NUMPED       TO PL-NUMPED
                MOVE EXA-CPF         TO PL-CPF
                MOVE EXA-DATA        TO PL-DATA
                MOVE EXA-CRMNUM      TO PL-CRMNUM
                MOVE EXA-CRMUF       TO PL-CRMUF
                MOVE EXA-SEQ         TO PL-SEQ
                MOVE PROC-CODIGO     TO PL-CODEXA
                MOVE EXA-TIPO        TO PL-TIPO
                MOVE W-DATAPED9      TO PL-DATAPED
                MOVE NOME OF REGPACI TO PL-NOME
                MOVE NUMEROAA        TO PL-NASCAA
                MOVE NUMEROMM        TO PL-NASCMM
                MOVE NUMERODD        TO PL-NASCDD
                MOVE SEXO            TO PL-SEXO
                MOVE LP-CONVENIO     TO PL-CONVENIO
                MOVE LP-SENHA        TO PL-SENHA
                WRITE REGLABPEDTXT
                ADD 1 TO W-TOTENV
                MOVE LP-NUMPED   TO E-NUMPED
                MOVE EXA-CPF     TO E-CPF
                MOVE EXA-CRMNUM  TO E-CRM
                MOVE EXA-CRMUF   TO E-CRMUF
                MOVE EXA-TIPO    TO E-TIPO
                MOVE SPACES      TO E-OBS
                IF LP-CONVENIO NOT = ZEROS AND LP-SENHA = SPACES
                   MOVE "SEM SENHA" TO E-OBS
                   ADD 1 TO W-TOTSEMSEN.
                MOVE LINPED TO REGLABPEDTX
                WRITE REGLABPEDTX
                GO TO LER-EXA.
      *
       GRV-RET.
                MOVE EXA-CPF    TO R-CPF
                MOVE EXA-DATA   TO R-DATA
                MOVE EXA-CRMNUM TO R-CRM
                MOVE EXA-CRMUF  TO R-CRMUF
                MOVE EXA-SEQ    TO R-SEQ
                MOVE LINRET     TO REGLABPEDTX
                WRITE REGLABPEDTX
                ADD 1 TO W-TOTRETIDO.
       GRV-RET-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                MOVE SPACES TO REGLABPEDTX
                WRITE REGLABPEDTX
                MOVE W-TOTLIDOS  TO D-TOT1
                MOVE TOT1 TO REGLABPEDTX
                WRITE REGLABPEDTX
                MOVE W-TOTENV    TO D-TOT2
                MOVE TOT2 TO REGLABPEDTX
                WRITE REGLABPEDTX
                MOVE W-TOTSEMSEN TO D-TOT3
                MOVE TOT3 TO REGLABPEDTX
                WRITE REGLABPEDTX
                MOVE W-TOTRETIDO TO D-TOT4
                MOVE TOT4 TO REGLABPEDTX
                WRITE REGLABPEDTX
                DISPLAY (01, 01) ERASE
                CLOSE CADEXAME CADLABPED CADPACI CADPROC CADAUTOR
                      LABPED LABPEDTX.
                IF SPL-GERADO = "S"
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
