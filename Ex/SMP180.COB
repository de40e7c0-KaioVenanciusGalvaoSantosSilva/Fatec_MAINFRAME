       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTALAO.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * CADASTRO DAS FAIXAS DE NUMERACAO DOS TALONARIOS *
      * DE NOTIFICACAO DE RECEITA (AZUL/AMARELA) QUE A  *
      * VIGILANCIA SANITARIA ENTREGA A CADA CRM.        *
      * CHAVE: CRM + UF + NUMERO INICIAL.               *
      * OS NUMEROS SAO CONSUMIDOS PELA SUBROTINA        *
      * NOTIFREC (SMP181) A CADA ITEM CONTROLADO DO     *
      * CADRECEITA.                                     *
      * A = ALTERA TIPO, EMISSAO E NUMERO FINAL (NAO    *
      *     ABAIXO DO ULTIMO NUMERO JA CONSUMIDO)       *
      * E = EXCLUI FAIXA AINDA SEM NENHUM NUMERO USADO  *
      * C = CANCELA O RESTANTE DA FAIXA (TALONARIO      *
      *     EXTRAVIADO OU DEVOLVIDO)                    *
      * I = INUTILIZA UMA FOLHA AVULSA, COM MOTIVO      *
      **************************************************
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
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                   WITH DUPLICATES.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADTALAO".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOMEMED    PIC X(30) VALUE SPACES.
       01 W-DATAEMI.
          03 W-EMIDD    PIC 9(02) VALUE ZEROS.
          03 W-EMIMM    PIC 9(02) VALUE ZEROS.
          03 W-EMIAA    PIC 9(04) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAINV.
          03 W-INVAA    PIC 9(04).
          03 W-INVMM    PIC 9(02).
          03 W-INVDD    PIC 9(02).
       01 W-DATAINV9 REDEFINES W-DATAINV PIC 9(08).
      *---------[ VERIFICACAO DE FAIXA SOBREPOSTA ]------------------
       01 W-SAVETL      PIC X(50) VALUE SPACES.
       77 W-NOVOINI     PIC 9(08) VALUE ZEROS.
       77 W-NOVOFIM     PIC 9(08) VALUE ZEROS.
       77 W-SOBREP      PIC X(01) VALUE "N".
       77 W-USADO       PIC X(01) VALUE "N".
      *---------[ CHAMADA DA SUBROTINA NOTIFREC ]--------------------
       01 NTF-MODO      PIC X(01) VALUE SPACES.
       01 NTF-CRM       PIC X(08) VALUE SPACES.
       01 NTF-RECCHAVE  PIC X(29) VALUE SPACES.
       01 NTF-MEDCOD    PIC 9(06) VALUE ZEROS.
       01 NTF-NUMERO    PIC 9(08) VALUE ZEROS.
       01 NTF-MOTIVO    PIC X(30) VALUE SPACES.
       01 NTF-OK        PIC X(01) VALUE SPACES.
       01 NTF-MENS      PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE   "     TALONARIOS DE NOTIFICACAO DE RECEITA".
           05  LINE 05  COLUMN 01
               VALUE  "    CRM      :          ".
           05  LINE 06  COLUMN 01
               VALUE  "    UF DO CRM:  ".
           05  LINE 07  COLUMN 01
               VALUE  "    MEDICO   : ".
           05  LINE 09  COLUMN 01
               VALUE  "    NUMERO INICIAL : ".
           05  LINE 11  COLUMN 01
               VALUE  "    NUMERO FINAL   : ".
           05  LINE 13  COLUMN 01
               VALUE  "    TIPO           :    ( A=AMARELA  B=AZUL )".
           05  LINE 15  COLUMN 01
               VALUE  "    DATA EMISSAO   :   /  /    ".
           05  LINE 17  COLUMN 01
               VALUE  "    PROXIMO NUMERO : ".
           05  LINE 19  COLUMN 01
               VALUE  "    SITUACAO       :    ( A=ATIVA  E=ESGOTADA".
           05  LINE 19  COLUMN 46
               VALUE  "  C=CANCELADA )".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTLCRMNUM
               LINE 05  COLUMN 18  PIC 9(06)
               USING  TL-CRMNUM
               HIGHLIGHT.
           05  TTLCRMUF
               LINE 06  COLUMN 18  PIC X(02)
               USING  TL-CRMUF
               HIGHLIGHT.
           05  TTXTNOMEMED
               LINE 07  COLUMN 18  PIC X(30)
               USING  TXTNOMEMED
               HIGHLIGHT.
           05  TTLNUMINI
               LINE 09  COLUMN 22  PIC 9(08)
               USING  TL-NUMINI
               HIGHLIGHT.
           05  TTLNUMFIM
               LINE 11  COLUMN 22  PIC 9(08)
               USING  TL-NUMFIM
               HIGHLIGHT.
           05  TTLTIPO
               LINE 13  COLUMN 22  PIC X(01)
               USING  TL-TIPO
               HIGHLIGHT.
           05  TEMIDD
               LINE 15  COLUMN 21  PIC 9(02)
               USING  W-EMIDD
               HIGHLIGHT.
           05  TEMIMM
               LINE 15  COLUMN 24  PIC 9(02)
               USING  W-EMIMM
               HIGHLIGHT.
           05  TEMIAA
               LINE 15  COLUMN 27  PIC 9(04)
               USING  W-EMIAA
               HIGHLIGHT.
           05  TTLPROXNUM
               LINE 17  COLUMN 22  PIC 9(08)
               USING  TL-PROXNUM
               HIGHLIGHT.
           05  TTLSITUACAO
               LINE 19  COLUMN 22  PIC X(01)
               USING  TL-SITUACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADTALAO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTALAO
                 CLOSE CADTALAO
                 MOVE "*** ARQUIVO CADTALAO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTALAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADNOTIF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADNOTIF
                 CLOSE CADNOTIF
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTIF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE ZEROS  TO TL-CRMNUM TL-NUMINI TL-NUMFIM TL-PROXNUM
                          TL-DATAEMI TL-DATACAD W-EMIDD W-EMIMM W-EMIAA
           MOVE SPACES TO TL-CRMUF TL-TIPO TL-SITUACAO TXTNOMEMED
           MOVE ZEROS  TO W-SEL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              ACCEPT TTLCRMNUM
              ACCEPT TTLCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           IF TL-CRMNUM = ZEROS OR TL-CRMUF = SPACES
              MOVE "*Insira o CRM e a UF*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE TL-CRMNUM TO CRM
           MOVE TL-CRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADMED" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
           ELSE
                MOVE NOME TO TXTNOMEMED.
           DISPLAY TTXTNOMEMED.
      *
       R3.
           DISPLAY TELA2
              ACCEPT TTLNUMINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R3A.
           IF TL-NUMINI = ZEROS
              MOVE "*Insira o numero inicial da faixa*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       LER-CADTALAO.
           READ CADTALAO
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                MOVE TL-DATAEMI TO W-DATAINV9
                MOVE W-INVDD TO W-EMIDD
                MOVE W-INVMM TO W-EMIMM
                MOVE W-INVAA TO W-EMIAA
                DISPLAY TELA2
                MOVE "*** FAIXA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADTALAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** FAIXA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE TL-NUMINI TO TL-PROXNUM
           MOVE "A"       TO TL-SITUACAO.
      *
       R4.
           DISPLAY TELA2
              ACCEPT TTLNUMFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                   GO TO R1
              ELSE
                   GO TO R3.
       R4A.
           IF TL-NUMFIM < TL-NUMINI
              MOVE "*NUMERO FINAL MENOR QUE O INICIAL*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-SEL = 1 AND TL-NUMFIM < TL-PROXNUM - 1
              MOVE "*FINAL ABAIXO DO ULTIMO NUMERO CONSUMIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           PERFORM VER-SOBREP THRU VER-SOBREP-FIM
           IF W-SOBREP = "S"
              MOVE "*FAIXA SOBREPOE OUTRA FAIXA DO MEDICO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
       R5.
           DISPLAY TELA2
              ACCEPT TTLTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5A.
           IF TL-TIPO = "a" MOVE "A" TO TL-TIPO.
           IF TL-TIPO = "b" MOVE "B" TO TL-TIPO.
           IF TL-TIPO NOT = "A" AND NOT = "B"
              MOVE "*DIGITE A=AMARELA  B=AZUL*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
       R6.
           DISPLAY TELA2
              ACCEPT TEMIDD
              ACCEPT TEMIMM
              ACCEPT TEMIAA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R6A.
           IF W-EMIDD < 1 OR W-EMIDD > 31 OR W-EMIMM < 1
              OR W-EMIMM > 12 OR W-EMIAA < 1900
              MOVE "*DATA DE EMISSAO INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-EMIAA TO W-INVAA
           MOVE W-EMIMM TO W-INVMM
           MOVE W-EMIDD TO W-INVDD
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           IF W-DATAINV9 > W-DATASYS9
              MOVE "*DATA DE EMISSAO NO FUTURO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-DATAINV9 TO TL-DATAEMI.
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
                MOVE W-DATASYS9 TO TL-DATACAD
                WRITE REGTALAO
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "*FAIXA JA EXISTE, NAO GRAVADA*" TO MENS
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
                     "N=NOVO A=ALTERAR E=EXCLUIR C=CANCELAR I=INUTIL."
                ACCEPT (25, 61) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "I" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "C"
                   GO TO CAN-OPC.
                IF W-OPCAO = "I"
                   GO TO INU-001.
                IF W-OPCAO = "A"
                   IF TL-SITUACAO = "C"
                      MOVE "*FAIXA CANCELADA NAO PODE SER ALTERADA*"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      MOVE 1 TO W-SEL
                      GO TO R4.
      *
       EXC-OPC.
                PERFORM VER-USADO THRU VER-USADO-FIM
                IF W-USADO = "S"
                   MOVE "*FAIXA JA TEM NUMEROS USADOS, USE C*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE CADTALAO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** FAIXA EXCLUIDA ***" TO MENS
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
                IF TL-PROXNUM > TL-NUMFIM
                   MOVE "E" TO TL-SITUACAO
                ELSE
                   MOVE "A" TO TL-SITUACAO.
                REWRITE REGTALAO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** FAIXA ALTERADA ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CANCELAMENTO DO RESTANTE DA FAIXA     *
      *****************************************
      *
       CAN-OPC.
                IF TL-SITUACAO = "C"
                   MOVE "*** FAIXA JA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (25, 40) "CANCELAR  (S/N) : ".
                ACCEPT (25, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** FAIXA NAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
       CAN-RW1.
                MOVE "C" TO TL-SITUACAO
                REWRITE REGTALAO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** FAIXA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * INUTILIZACAO DE FOLHA AVULSA          *
      *****************************************
      *
       INU-001.
                MOVE ZEROS  TO NTF-NUMERO
                MOVE SPACES TO NTF-MOTIVO
                DISPLAY (21, 01) "    FOLHA INUTILIZADA :".
                DISPLAY (22, 01) "    MOTIVO            :".
       INU-002.
                ACCEPT (21, 25) NTF-NUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF NTF-NUMERO < TL-NUMINI OR NTF-NUMERO > TL-NUMFIM
                   MOVE "*NUMERO FORA DESTA FAIXA*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INU-002.
       INU-003.
                ACCEPT (22, 25) NTF-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO INU-002.
                IF NTF-MOTIVO = SPACES
                   MOVE "*Informe o motivo da inutilizacao*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INU-003.
       INU-OPC.
                DISPLAY (25, 40) "INUTILIZAR (S/N) : ".
                ACCEPT (25, 59) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** FOLHA NAO INUTILIZADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INU-OPC.
       INU-CALL.
                MOVE "I"       TO NTF-MODO
                MOVE TL-CRM    TO NTF-CRM
                MOVE SPACES    TO NTF-RECCHAVE
                MOVE ZEROS     TO NTF-MEDCOD
                CLOSE CADNOTIF
                CALL "NOTIFREC" USING NTF-MODO NTF-CRM NTF-RECCHAVE
                                      NTF-MEDCOD NTF-NUMERO NTF-MOTIVO
                                      NTF-OK NTF-MENS
                OPEN INPUT CADNOTIF
                IF NTF-OK = "S"
                   MOVE "*** FOLHA INUTILIZADA ***" TO MENS
                ELSE
                   MOVE NTF-MENS TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************************
      * VARRE AS OUTRAS FAIXAS DO MESMO CRM E SINALIZA SE  *
      * ALGUMA TEM NUMEROS EM COMUM COM A FAIXA DIGITADA.  *
      * O REGISTRO EM DIGITACAO E PRESERVADO EM W-SAVETL   *
      *****************************************************
      *
       VER-SOBREP.
           MOVE "N" TO W-SOBREP
           MOVE REGTALAO  TO W-SAVETL
           MOVE TL-NUMINI TO W-NOVOINI
           MOVE TL-NUMFIM TO W-NOVOFIM
           MOVE ZEROS     TO TL-NUMINI
           START CADTALAO KEY IS NOT LESS THAN TL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-SOBREP-REST.
       VER-SOBREP-LP.
           READ CADTALAO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-SOBREP-REST.
           IF TL-CRM NOT = W-SAVETL (1:8)
              GO TO VER-SOBREP-REST.
           IF TL-CHAVE = W-SAVETL (1:16)
              GO TO VER-SOBREP-LP.
           IF TL-NUMINI NOT > W-NOVOFIM AND TL-NUMFIM NOT < W-NOVOINI
              MOVE "S" TO W-SOBREP
              GO TO VER-SOBREP-REST.
           GO TO VER-SOBREP-LP.
       VER-SOBREP-REST.
           MOVE W-SAVETL TO REGTALAO.
       VER-SOBREP-FIM.
           EXIT.
      *
      *****************************************************
      * SINALIZA SE ALGUM NUMERO DA FAIXA JA FOI USADO OU  *
      * INUTILIZADO (CADNOTIF POR CRM + NUMERO)            *
      *****************************************************
      *
       VER-USADO.
           MOVE "N" TO W-USADO
           IF TL-PROXNUM NOT = TL-NUMINI
              MOVE "S" TO W-USADO
              GO TO VER-USADO-FIM.
           MOVE TL-CRM    TO NT-CRM
           MOVE TL-NUMINI TO NT-NUMERO
           START CADNOTIF KEY IS NOT LESS THAN NT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-USADO-FIM.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-USADO-FIM.
           IF NT-CRM = TL-CRM AND NT-NUMERO NOT > TL-NUMFIM
              MOVE "S" TO W-USADO.
       VER-USADO-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADTALAO CADNOTIF CADMED.
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
