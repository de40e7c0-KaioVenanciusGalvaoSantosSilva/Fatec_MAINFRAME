       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPARCELA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * PARCELAMENTO DA FATURA PARTICULAR DE UMA        *
      * CONSULTA (CPF + DATA + CRM). O VALOR E O MESMO  *
      * DA FATURA (SMP068/SMP114): SOMA DOS ITENS DA    *
      * CONSULTA OU, SEM ITENS, PRECO DO CADPROC OU     *
      * TABELA PARTICULAR DO CADPRECO EM VIGOR. GERA N  *
      * PARCELAS MENSAIS NO CADPARC A PARTIR DO 1o      *
      * VENCIMENTO; A DIFERENCA DE CENTAVOS FICA NA 1a. *
      * CADA PARCELA VIRA UM BOLETO NA REMESSA (SMP114) *
      * E E LIQUIDADA SOZINHA NO RETORNO (SMP115).      *
      * SO ALTERA/EXCLUI PLANO SEM BOLETO EMITIDO.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAR-NOSSONUM
                                   WITH DUPLICATES.
       SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONSULTA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
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
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRECO-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADBOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSONUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BOL-CONSCHAVE
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PAR-CHAVE.
             05 PAR-CONSCHAVE  PIC X(27).
             05 PAR-NUM        PIC 9(02).
          03 PAR-QTD           PIC 9(02).
          03 PAR-VALOR         PIC 9(07)V99.
          03 PAR-VENCTO        PIC 9(08).
          03 PAR-NOSSONUM      PIC 9(10).
          03 PAR-SITUACAO      PIC X(01).
          03 PAR-DATAPAG       PIC 9(08).
          03 PAR-VALORPAG      PIC 9(07)V99.
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSULTA.DAT".
       01 REGCONSULTA.
          03 CONSULTA-CHAVE.
             05 CON-CPF        PIC 9(11).
             05 CON-DATA.
                07 CON-DATAAA  PIC 9(04).
                07 CON-DATAMM  PIC 9(02).
                07 CON-DATADD  PIC 9(02).
             05 CON-CRM.
                07 CON-CRMNUM  PIC 9(06).
                07 CON-CRMUF   PIC X(02).
          03 CON-CID           PIC 9(06).
          03 CON-OBSERVACOES   PIC X(30).
          03 CON-FATURADO      PIC X(01).
          03 CON-DATAFAT       PIC 9(08).
          03 CON-SITPAG        PIC X(01).
          03 CON-VALORPAGO     PIC 9(07)V99.
          03 CON-MODAL         PIC X(01).
          03 CON-FILIAL        PIC 9(02).
          03 CON-LOTE          PIC 9(06).
          03 CON-TIPOVIS       PIC 9(01).
          03 CON-CONVUSO       PIC 9(04).
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
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRECO-CHAVE.
             05 PRE-CONVENIO   PIC 9(06).
             05 PRE-CID        PIC 9(06).
             05 PRE-VIGENCIA   PIC 9(08).
          03 PRE-VALOR         PIC 9(07)V99.
      *
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
       FD CADBOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLETO.DAT".
       01 REGBOLETO.
          03 BOL-NOSSONUM      PIC 9(10).
          03 BOL-CONSCHAVE     PIC X(27).
          03 BOL-CPF           PIC 9(11).
          03 BOL-VALOR         PIC 9(07)V99.
          03 BOL-VENCTO        PIC 9(08).
          03 BOL-SITUACAO      PIC X(01).
          03 BOL-DATAPAG       PIC 9(08).
          03 BOL-VALORPAG      PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADPARCELA".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 VLD-OK        PIC X(01) VALUE SPACES.
       01 TXTPACI       PIC X(30) VALUE SPACES.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-CRMNUM      PIC 9(06) VALUE ZEROS.
       01 W-CRMUF       PIC X(02) VALUE SPACES.
       01 W-QTD         PIC 9(02) VALUE ZEROS.
       01 W-VALFAT      PIC 9(07)V99 VALUE ZEROS.
       01 W-VALPARC     PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL1A       PIC 9(07)V99 VALUE ZEROS.
       01 W-VALORIT     PIC 9(07)V99 VALUE ZEROS.
       01 W-TEMITEM     PIC X(01) VALUE "N".
       01 W-IX          PIC 9(02) VALUE ZEROS.
       01 W-LINHA       PIC 9(02) VALUE ZEROS.
       01 W-EMITIDA     PIC X(01) VALUE "N".
       01 W-CONSCHAVE   PIC X(27) VALUE SPACES.
       01 W-TEMPRECO    PIC X(01) VALUE "N".
       01 W-PRECOACH    PIC 9(07)V99 VALUE ZEROS.
       01 W-PRECONVTRB  PIC 9(06) VALUE ZEROS.
       01 W-PRECIDTRB   PIC 9(06) VALUE ZEROS.
       01 W-DATARECNUM  PIC 9(08) VALUE ZEROS.
       01 W-DIAVENC     PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-R4          PIC 9(04) VALUE ZEROS.
       01 W-R100        PIC 9(04) VALUE ZEROS.
       01 W-R400        PIC 9(04) VALUE ZEROS.
       01 W-QTO         PIC 9(04) VALUE ZEROS.
       01 W-DATACON.
          03 W-DCDD     PIC 9(02) VALUE ZEROS.
          03 W-DCMM     PIC 9(02) VALUE ZEROS.
          03 W-DCAA     PIC 9(04) VALUE ZEROS.
       01 W-VENC1.
          03 W-V1DD     PIC 9(02) VALUE ZEROS.
          03 W-V1MM     PIC 9(02) VALUE ZEROS.
          03 W-V1AA     PIC 9(04) VALUE ZEROS.
       01 W-DTNUM.
          03 W-DNAA     PIC 9(04) VALUE ZEROS.
          03 W-DNMM     PIC 9(02) VALUE ZEROS.
          03 W-DNDD     PIC 9(02) VALUE ZEROS.
       01 W-DTNUM9 REDEFINES W-DTNUM PIC 9(08).
       01 TAB-DIASMES.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
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
      * PARCELAS DO PLANO EM MONTAGEM / LIDO DO CADPARC
      *
       01 TAB-PARC.
          03 TBP-ITEM OCCURS 12 TIMES.
             05 TBP-VENCTO     PIC 9(08).
             05 TBP-VALOR      PIC 9(07)V99.
             05 TBP-SITUACAO   PIC X(01).
      *
       01 LINPARC.
          03 LP-NUM      PIC 99.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-DD       PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 LP-MM       PIC 99.
          03 FILLER      PIC X(01) VALUE "/".
          03 LP-AA       PIC 9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-VALOR    PIC Z.ZZZ.ZZ9,99.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-SIT      PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE          "     PARCELAMENTO DE FATURA PARTICULAR".
           05  LINE 04  COLUMN 01
               VALUE  "    CPF PACIENTE    :".
           05  LINE 06  COLUMN 01
               VALUE  "    DATA CONSULTA   :   /  /".
           05  LINE 08  COLUMN 01
               VALUE  "    CRM / UF        :        /".
           05  LINE 10  COLUMN 01
               VALUE  "    VALOR DA FATURA :".
           05  LINE 12  COLUMN 01
               VALUE  "    QTDE PARCELAS   :      (2 A 12, MENSAIS)".
           05  LINE 14  COLUMN 01
               VALUE  "    1o VENCIMENTO   :   /  /".
           05  LINE 16  COLUMN 01
               VALUE  "    PC VENCIMENTO      VALOR R$ S".
           05  LINE 16  COLUMN 42
               VALUE  "PC VENCIMENTO      VALOR R$ S".
           05  LINE 23  COLUMN 01
               VALUE  "    S: A=EM ABERTO  L=LIQUIDADA".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPARCPF
               LINE 04  COLUMN 23  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TTXTPACI
               LINE 04  COLUMN 36  PIC X(30)
               USING  TXTPACI
               HIGHLIGHT.
           05  TDCDD
               LINE 06  COLUMN 22  PIC 9(02)
               USING  W-DCDD
               HIGHLIGHT.
           05  TDCMM
               LINE 06  COLUMN 25  PIC 9(02)
               USING  W-DCMM
               HIGHLIGHT.
           05  TDCAA
               LINE 06  COLUMN 28  PIC 9(04)
               USING  W-DCAA
               HIGHLIGHT.
           05  TCRMNUM
               LINE 08  COLUMN 23  PIC 9(06)
               USING  W-CRMNUM
               HIGHLIGHT.
           05  TCRMUF
               LINE 08  COLUMN 30  PIC X(02)
               USING  W-CRMUF
               HIGHLIGHT.
           05  TVALFAT
               LINE 10  COLUMN 23  PIC Z.ZZZ.ZZ9,99
               USING  W-VALFAT
               HIGHLIGHT.
           05  TQTD
               LINE 12  COLUMN 23  PIC 9(02)
               USING  W-QTD
               HIGHLIGHT.
           05  TV1DD
               LINE 14  COLUMN 22  PIC 9(02)
               USING  W-V1DD
               HIGHLIGHT.
           05  TV1MM
               LINE 14  COLUMN 25  PIC 9(02)
               USING  W-V1MM
               HIGHLIGHT.
           05  TV1AA
               LINE 14  COLUMN 28  PIC 9(04)
               USING  W-V1AA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 MOVE "*** ARQUIVO CADPARC FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADCONSULTA NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPARC
              GO TO ROT-FIMP.
       R0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPARC CADCONSULTA
              GO TO ROT-FIMP.
       R0C.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*TABELA DE PROCEDIMENTOS NAO EXISTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPARC CADCONSULTA CADPACI
              GO TO ROT-FIMP.
       R0D.
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPRECO
                 CLOSE CADPRECO
                 OPEN INPUT CADPRECO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPARC CADCONSULTA CADPACI CADPROC
                 GO TO ROT-FIMP.
       R0E.
           OPEN INPUT CADBOLETO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBOLETO
                 CLOSE CADBOLETO
                 OPEN INPUT CADBOLETO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADBOLETO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPARC CADCONSULTA CADPACI CADPROC CADPRECO
                 GO TO ROT-FIMP.
       R0F.
           OPEN INPUT CADCONPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN INPUT CADCONPROC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPARC CADCONSULTA CADPACI CADPROC CADPRECO
                       CADBOLETO
                 GO TO ROT-FIMP.
      *
       R1.
           MOVE ZEROS  TO W-CPF W-CRMNUM W-QTD W-VALFAT W-SEL
           MOVE ZEROS  TO W-DATACON W-VENC1
           MOVE SPACES TO W-CRMUF TXTPACI
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TPARCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
              MOVE "*** INFORME O CPF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*PACIENTE NAO CADASTRADO NO CADPACI*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME OF REGPACI TO TXTPACI
           IF CONVENIO NOT = ZEROS AND TIPOBENEF NOT = "P"
              DISPLAY TELA2
              MOVE "*PACIENTE DE CONVENIO, SEM FATURA PARTICULAR*"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           DISPLAY TELA2
              ACCEPT TDCDD
              ACCEPT TDCMM
              ACCEPT TDCAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DCMM < 01 OR W-DCMM > 12
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           CALL "VALDATA" USING W-DCDD W-DCMM W-DCAA VLD-OK
           IF VLD-OK = "N"
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           DISPLAY TELA2
              ACCEPT TCRMNUM
              ACCEPT TCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-CPF    TO CON-CPF
           MOVE W-DCAA   TO CON-DATAAA
           MOVE W-DCMM   TO CON-DATAMM
           MOVE W-DCDD   TO CON-DATADD
           MOVE W-CRMNUM TO CON-CRMNUM
           MOVE W-CRMUF  TO CON-CRMUF
           READ CADCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE "*CONSULTA NAO ENCONTRADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
      * SO PARCELA O QUE O SMP068 FATUROU COMO PARTICULAR (O
      * PACIENTE JA FOI CONFERIDO EM R2); "E" E ATENDIMENTO
      * EXTERNO, NAO FATURADO AQUI
      *
           IF CON-FATURADO NOT = "S"
              DISPLAY TELA2
              MOVE "*CONSULTA AINDA NAO FATURADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE CONSULTA-CHAVE TO W-CONSCHAVE
           PERFORM CALC-FATURA THRU CALC-FATURA-FIM
           IF W-VALFAT = ZEROS
              MOVE "*CONSULTA SEM PRECO NO CADPROC*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       LER-CADPARC.
           PERFORM LER-PLANO THRU LER-PLANO-FIM
           IF W-QTD NOT = ZEROS
              PERFORM MOS-PARC THRU MOS-PARC-FIM
              MOVE "*** CONSULTA JA PARCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF CON-SITPAG = "P" OR CON-SITPAG = "G"
              DISPLAY TELA2
              MOVE "*CONSULTA JA PAGA OU GLOSADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM VER-BOLETO THRU VER-BOLETO-FIM
           IF W-EMITIDA = "S"
              DISPLAY TELA2
              MOVE "*FATURA JA TEM BOLETO EMITIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE "*** CONSULTA NAO PARCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-QTD < 2 OR W-QTD > 12
              MOVE "*QUANTIDADE DE PARCELAS: 2 A 12*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           DISPLAY TELA2
              ACCEPT TV1DD
              ACCEPT TV1MM
              ACCEPT TV1AA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-V1MM < 01 OR W-V1MM > 12
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           CALL "VALDATA" USING W-V1DD W-V1MM W-V1AA VLD-OK
           IF VLD-OK = "N"
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM MONTA-PLANO THRU MONTA-PLANO-FIM
           PERFORM MOS-PARC THRU MOS-PARC-FIM.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM GRV-PLANO THRU GRV-PLANO-FIM
                MOVE "*** PARCELAS GRAVADAS *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
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
                   GO TO R1.
                IF W-EMITIDA = "S"
                   MOVE "*PLANO COM BOLETO EMITIDO, NAO ALTERA*"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R5.
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
                PERFORM EXC-PLANO THRU EXC-PLANO-FIM
                MOVE "*** PARCELAMENTO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
       ALT-OPC.
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM EXC-PLANO THRU EXC-PLANO-FIM
                PERFORM GRV-PLANO THRU GRV-PLANO-FIM
                MOVE "*** PARCELAMENTO ALTERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************************
      * VALOR DA FATURA, COMO NO SMP068/SMP114: SOMA DOS   *
      * ITENS DA CONSULTA; SEM ITENS, PRECO INTEGRAL DO    *
      * PROCEDIMENTO OU TABELA PARTICULAR (CONVENIO        *
      * 000000) EM VIGOR NA DATA DA CONSULTA               *
      *****************************************************
      *
       CALC-FATURA.
           MOVE ZEROS TO W-VALFAT
           MOVE CON-DATA TO W-DATARECNUM
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           IF W-TEMITEM = "S"
              GO TO CALC-FATURA-FIM.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO = "23"
              MOVE ZEROS TO PROC-CID
              READ CADPROC.
           IF ST-ERRO NOT = "00"
              GO TO CALC-FATURA-FIM.
           MOVE PROC-VALOR TO W-VALFAT
           PERFORM BUS-PRECO THRU BUS-PRECO-FIM
           IF W-TEMPRECO = "S"
              MOVE W-PRECOACH TO W-VALFAT.
       CALC-FATURA-FIM.
           EXIT.
      *
      *****************************************************
      * ITENS DA CONSULTA: QTDE X PRECO DA TABELA          *
      * PARTICULAR EM VIGOR PARA O CID DO ITEM, OU QTDE X  *
      * VALOR UNITARIO DIGITADO. W-TEMITEM = N: SEM ITENS  *
      *****************************************************
      *
       SOMA-ITENS.
           MOVE "N"   TO W-TEMITEM
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SOMA-ITENS-FIM.
       SOMA-ITENS-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-ITENS-FIM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO SOMA-ITENS-FIM.
           MOVE "S" TO W-TEMITEM
           MOVE "N" TO W-TEMPRECO
           MOVE ZEROS       TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORIT = W-PRECOACH * CPR-QTDE
           ELSE
              COMPUTE W-VALORIT = CPR-VALUNIT * CPR-QTDE.
           ADD W-VALORIT TO W-VALFAT
           GO TO SOMA-ITENS-LP.
       SOMA-ITENS-FIM.
           EXIT.
      *
       BUS-PRECO.
           MOVE "N" TO W-TEMPRECO
           MOVE ZEROS   TO PRE-CONVENIO
           MOVE CON-CID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              GO TO BUS-PRECO-FIM.
           MOVE ZEROS TO PRE-CONVENIO
           MOVE ZEROS TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM.
       BUS-PRECO-FIM.
           EXIT.
      *
       BUS-PRECO-SCAN.
           MOVE PRE-CONVENIO TO W-PRECONVTRB
           MOVE PRE-CID      TO W-PRECIDTRB
           MOVE ZEROS TO PRE-VIGENCIA
           START CADPRECO KEY IS NOT LESS THAN PRECO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-PRECO-SCAN-FIM.
       BUS-PRECO-SCAN-LP.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-PRECO-SCAN-FIM.
           IF PRE-CONVENIO NOT = W-PRECONVTRB
              OR PRE-CID NOT = W-PRECIDTRB
              GO TO BUS-PRECO-SCAN-FIM.
           IF PRE-VIGENCIA > W-DATARECNUM
              GO TO BUS-PRECO-SCAN-FIM.
           MOVE PRE-VALOR TO W-PRECOACH
           MOVE "S" TO W-TEMPRECO
           GO TO BUS-PRECO-SCAN-LP.
       BUS-PRECO-SCAN-FIM.
           EXIT.
      *
      *****************************************************
      * FATURA INTEIRA JA FOI PARA O BANCO (BOLETO ABERTO  *
      * OU LIQUIDADO)?                                     *
      *****************************************************
      *
       VER-BOLETO.
           MOVE "N" TO W-EMITIDA
           MOVE W-CONSCHAVE TO BOL-CONSCHAVE
           START CADBOLETO KEY IS EQUAL TO BOL-CONSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-BOLETO-FIM.
       VER-BOLETO-LP.
           READ CADBOLETO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-BOLETO-FIM.
           IF BOL-CONSCHAVE NOT = W-CONSCHAVE
              GO TO VER-BOLETO-FIM.
           IF BOL-SITUACAO = "A" OR BOL-SITUACAO = "L"
              MOVE "S" TO W-EMITIDA
              GO TO VER-BOLETO-FIM.
           GO TO VER-BOLETO-LP.
       VER-BOLETO-FIM.
           EXIT.
      *
      *****************************************************
      * CARREGA O PLANO GRAVADO NA TABELA (W-QTD = ZERO    *
      * QUANDO A CONSULTA NAO ESTA PARCELADA)              *
      *****************************************************
      *
       LER-PLANO.
           MOVE ZEROS TO W-QTD W-IX
           MOVE "N" TO W-EMITIDA
           MOVE W-CONSCHAVE TO PAR-CONSCHAVE
           MOVE ZEROS       TO PAR-NUM
           START CADPARC KEY IS NOT LESS THAN PAR-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-PLANO-FIM.
       LER-PLANO-LP.
           READ CADPARC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-PLANO-FIM.
           IF PAR-CONSCHAVE NOT = W-CONSCHAVE
              GO TO LER-PLANO-FIM.
           IF PAR-NUM < 1 OR PAR-NUM > 12
              GO TO LER-PLANO-LP.
           MOVE PAR-NUM      TO W-IX
           MOVE PAR-QTD      TO W-QTD
           MOVE PAR-VENCTO   TO TBP-VENCTO (W-IX)
           MOVE PAR-VALOR    TO TBP-VALOR (W-IX)
           MOVE PAR-SITUACAO TO TBP-SITUACAO (W-IX)
           IF PAR-NOSSONUM NOT = ZEROS OR PAR-SITUACAO NOT = "A"
              MOVE "S" TO W-EMITIDA.
           IF PAR-NUM = 1
              MOVE PAR-VENCTO TO W-DTNUM9
              MOVE W-DNDD TO W-V1DD
              MOVE W-DNMM TO W-V1MM
              MOVE W-DNAA TO W-V1AA.
           GO TO LER-PLANO-LP.
       LER-PLANO-FIM.
           EXIT.
      *
      *****************************************************
      * MONTA AS PARCELAS: VALOR DIVIDIDO POR IGUAL, SOBRA *
      * DE CENTAVOS NA 1a; VENCIMENTO MENSAL NO MESMO DIA  *
      * (OU NO ULTIMO DIA DO MES QUANDO ELE NAO EXISTE)    *
      *****************************************************
      *
       MONTA-PLANO.
           DIVIDE W-VALFAT BY W-QTD GIVING W-VALPARC
           COMPUTE W-VAL1A = W-VALFAT - (W-VALPARC * (W-QTD - 1))
           MOVE W-V1AA TO W-DNAA
           MOVE W-V1MM TO W-DNMM
           MOVE W-V1DD TO W-DNDD
           MOVE W-V1DD TO W-DIAVENC
           MOVE 1 TO W-IX
           MOVE W-DTNUM9 TO TBP-VENCTO (1)
           MOVE W-VAL1A  TO TBP-VALOR (1)
           MOVE "A"      TO TBP-SITUACAO (1).
       MONTA-PLANO-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTD
              GO TO MONTA-PLANO-FIM.
           IF W-DNMM < 12
              ADD 1 TO W-DNMM
           ELSE
              MOVE 01 TO W-DNMM
              ADD 1 TO W-DNAA.
           MOVE TD-VAL (W-DNMM) TO W-DIASMES
           IF W-DNMM = 02
              PERFORM VER-BISSEXTO THRU VER-BISSEXTO-FIM.
           IF W-DIAVENC > W-DIASMES
              MOVE W-DIASMES TO W-DNDD
           ELSE
              MOVE W-DIAVENC TO W-DNDD.
           MOVE W-DTNUM9  TO TBP-VENCTO (W-IX)
           MOVE W-VALPARC TO TBP-VALOR (W-IX)
           MOVE "A"       TO TBP-SITUACAO (W-IX)
           GO TO MONTA-PLANO-LP.
       MONTA-PLANO-FIM.
           EXIT.
      *
       VER-BISSEXTO.
           DIVIDE W-DNAA BY 4   GIVING W-QTO REMAINDER W-R4
           DIVIDE W-DNAA BY 100 GIVING W-QTO REMAINDER W-R100
           DIVIDE W-DNAA BY 400 GIVING W-QTO REMAINDER W-R400
           IF W-R400 = ZEROS
              MOVE 29 TO W-DIASMES
           ELSE
              IF W-R4 = ZEROS AND W-R100 NOT = ZEROS
                 MOVE 29 TO W-DIASMES.
       VER-BISSEXTO-FIM.
           EXIT.
      *
      *****************************************************
      * MOSTRA AS PARCELAS EM DUAS COLUNAS (1-6 E 7-12)    *
      *****************************************************
      *
       MOS-PARC.
           DISPLAY TELA2
           MOVE ZEROS TO W-IX.
       MOS-PARC-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTD
              GO TO MOS-PARC-FIM.
           MOVE W-IX TO LP-NUM
           MOVE TBP-VENCTO (W-IX) TO W-DTNUM9
           MOVE W-DNDD TO LP-DD
           MOVE W-DNMM TO LP-MM
           MOVE W-DNAA TO LP-AA
           MOVE TBP-VALOR (W-IX)    TO LP-VALOR
           MOVE TBP-SITUACAO (W-IX) TO LP-SIT
           IF W-IX > 6
              COMPUTE W-LINHA = 10 + W-IX
              DISPLAY (W-LINHA, 42) LINPARC
           ELSE
              COMPUTE W-LINHA = 16 + W-IX
              DISPLAY (W-LINHA, 05) LINPARC.
           GO TO MOS-PARC-LP.
       MOS-PARC-FIM.
           EXIT.
      *
      *****************************************************
      * GRAVA / EXCLUI AS PARCELAS DO PLANO NO CADPARC     *
      *****************************************************
      *
       GRV-PLANO.
           MOVE ZEROS TO W-IX.
       GRV-PLANO-LP.
           ADD 1 TO W-IX
           IF W-IX > W-QTD
              GO TO GRV-PLANO-FIM.
           MOVE W-CONSCHAVE         TO PAR-CONSCHAVE
           MOVE W-IX                TO PAR-NUM
           MOVE W-QTD               TO PAR-QTD
           MOVE TBP-VALOR (W-IX)    TO PAR-VALOR
           MOVE TBP-VENCTO (W-IX)   TO PAR-VENCTO
           MOVE "A"                 TO PAR-SITUACAO
           MOVE ZEROS TO PAR-NOSSONUM PAR-DATAPAG PAR-VALORPAG
           WRITE REGPARC
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CADPARC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO GRV-PLANO-LP.
       GRV-PLANO-FIM.
           EXIT.
      *
       EXC-PLANO.
           MOVE ZEROS TO W-IX.
       EXC-PLANO-LP.
           ADD 1 TO W-IX
           IF W-IX > 12
              GO TO EXC-PLANO-FIM.
           MOVE W-CONSCHAVE TO PAR-CONSCHAVE
           MOVE W-IX        TO PAR-NUM
           DELETE CADPARC RECORD
           GO TO EXC-PLANO-LP.
       EXC-PLANO-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPARC CADCONSULTA CADPACI CADPROC CADPRECO
                 CADBOLETO CADCONPROC.
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
