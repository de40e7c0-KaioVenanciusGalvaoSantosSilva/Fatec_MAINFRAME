      *AUTHOR. KAIO V G S S.
      **************************************************
      * MANUTENCAO DE RECEITAS (PRESCRICAO DE MEDICAMENTOS) *
      * ITEM DE MEDICAMENTO CONTROLADO CONSOME O PROXIMO    *
      * NUMERO DE NOTIFICACAO DE RECEITA DO TALONARIO DO    *
      * MEDICO (SUBROTINA NOTIFREC); SEM FAIXA VALIDA O     *
      * ITEM E RECUSADO. EXCLUSAO CANCELA O NUMERO.         *
      * O NOVO ITEM E CONFERIDO CONTRA AS PRESCRICOES AINDA *
      * EM CURSO DO PACIENTE (PELA DURACAO): MESMO PRINCIPIO*
      * ATIVO (DUPLICIDADE) E INTERACOES DO CADINTER. A     *
      * INTERACAO GRAVE SO PASSA COM O CRM DO MEDICO E      *
      * JUSTIFICATIVA; TODA LIBERACAO VAI PARA O CADINTLOG. *
      * ITEM DE USO CONTINUO (CONTIN NA DURACAO) NAO        *
      * CONTROLADO GANHA A MARCA DE FIM DO ESTOQUE NO       *
      * CADUSOCONT (SUBROTINA GRVUSOCONT), REFEITA NA       *
      * ALTERACAO E APAGADA NA EXCLUSAO. RECEITA DE         *
      * RENOVACAO (SMP225) NAO TEM CONSULTA: A DATA VALE SE *
      * JA HOUVER ITEM DA RECEITA PARA O CPF/DATA/CRM.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MEDIC-PRINCIPIO
                                   WITH DUPLICATES.
       SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADINTLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ILG-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 MEDIC-NOME        PIC X(30).
          03 MEDIC-PRINCIPIO   PIC X(30).
          03 MEDIC-CONTROLADO  PIC X(01).
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       01 REGINTER.
          03 INT-CHAVE.
             05 INT-PRINC1     PIC X(30).
             05 INT-PRINC2     PIC X(30).
          03 INT-GRAVIDADE     PIC 9(01).
          03 INT-DESCRICAO     PIC X(40).
          03 INT-DATAALT       PIC 9(08).
      *
       FD CADINTLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTLOG.DAT".
       01 REGINTLOG.
          03 ILG-CHAVE.
             05 ILG-RECCHAVE   PIC X(29).
             05 ILG-DATA       PIC 9(08).
             05 ILG-HORA       PIC 9(06).
             05 ILG-TIPO       PIC X(01).
          03 ILG-PRINCNOVO     PIC X(30).
          03 ILG-PRINCOUTRO    PIC X(30).
          03 ILG-OUTRAREC      PIC X(29).
          03 ILG-GRAVIDADE     PIC 9(01).
          03 ILG-CRMCONF       PIC 9(06).
          03 ILG-JUSTIF        PIC X(30).
          03 ILG-OPER          PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CY          PIC 9(04) VALUE ZEROS.
       77 W-CM          PIC 9(02) VALUE ZEROS.
       77 W-DIFDIAS     PIC S9(05) VALUE ZEROS.
      *---------[ INTERACAO ENTRE PRINCIPIOS ATIVOS ]---------------
       01 W-INTGRAV     PIC 9(01) VALUE ZEROS.
       01 W-INTPRINC    PIC X(30) VALUE SPACES.
       01 W-INTDESC     PIC X(40) VALUE SPACES.
       01 W-INTREC      PIC X(29) VALUE SPACES.
       01 W-DUPREC      PIC X(29) VALUE SPACES.
       01 W-OVRDUP      PIC X(01) VALUE "N".
       01 W-OVRINT      PIC X(01) VALUE "N".
       01 W-CRMCONF     PIC 9(06) VALUE ZEROS.
       01 W-JUSTIF      PIC X(30) VALUE SPACES.
       01 W-MENSINT.
          03 W-MITXT    PIC X(20) VALUE SPACES.
          03 W-MIPRINC  PIC X(30) VALUE SPACES.
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-HORASYS.
          03 W-HORA6    PIC 9(06).
          03 FILLER     PIC 9(02).
      *---------[ DURACAO DO ITEM CONVERTIDA EM DIAS ]--------------
       01 W-DURTXT.
          03 W-DURCAR   PIC X(01) OCCURS 20 TIMES.
       77 W-DI          PIC 9(02) VALUE ZEROS.
       77 W-DIG         PIC 9(01) VALUE ZEROS.
       77 W-DURNUM      PIC 9(05) VALUE ZEROS.
       77 W-DURDIAS     PIC 9(05) VALUE ZEROS.
       77 W-QTUNID      PIC 9(02) VALUE ZEROS.
      *---------[ NUMERACAO DA NOTIFICACAO DE RECEITA ]-------------
       01 W-CONTROL     PIC X(01) VALUE "N".
       01 W-MENSNOT.
          03 FILLER     PIC X(29) VALUE "*** GRAVADO - NOTIFICACAO No ".
          03 W-MNNUM    PIC 9(08) VALUE ZEROS.
          03 FILLER     PIC X(04) VALUE " ***".
       01 NTF-MODO      PIC X(01) VALUE SPACES.
       01 NTF-CRM       PIC X(08) VALUE SPACES.
       01 NTF-RECCHAVE  PIC X(29) VALUE SPACES.
       01 NTF-MEDCOD    PIC 9(06) VALUE ZEROS.
       01 NTF-NUMERO    PIC 9(08) VALUE ZEROS.
       01 NTF-MOTIVO    PIC X(30) VALUE SPACES.
       01 NTF-OK        PIC X(01) VALUE SPACES.
       01 NTF-MENS      PIC X(50) VALUE SPACES.
      *---------[ MARCA DE USO CONTINUO (GRVUSOCONT) ]--------------
       01 UCO-MODO      PIC X(01) VALUE SPACES.
       01 UCO-ANT       PIC X(29) VALUE SPACES.
       01 UCO-OK        PIC X(01) VALUE SPACES.
       01 W-RECPREF     PIC X(27) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0E.
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINTER
                 CLOSE CADINTER
                 GO TO R0E
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0F.
           OPEN I-O CADINTLOG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADINTLOG
                 CLOSE CADINTLOG
                 GO TO R0F
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADINTLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE ZEROS TO REC-CPF REC-DATAAA REC-DATAMM REC-DATADD
           READ CADCONSULTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   PERFORM VER-RENOV THRU VER-RENOV-FIM
                   IF W-RECPREF = SPACES
                      MOVE "*CONSULTA NAO CADASTRADA P/ESTA DATA*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R3
                   ELSE
                      NEXT SENTENCE
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADCONSULTA" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*Insira o codigo do medicamento*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE "N" TO W-CONTROL W-OVRDUP W-OVRINT
           MOVE SPACES TO W-JUSTIF
           MOVE ZEROS  TO W-CRMCONF
           MOVE REC-MEDCOD TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                  GO TO ROT-FIM
           ELSE
                MOVE MEDIC-NOME      TO REC-MEDICAMENTO
                MOVE MEDIC-PRINCIPIO TO W-PRINCNOVO
                MOVE MEDIC-CONTROLADO TO W-CONTROL.
           DISPLAY TRECMEDICAMENTO
           DISPLAY TELA2.
           IF W-CONTROL = "S"
              MOVE "V" TO NTF-MODO
              PERFORM NOTIF-CALL THRU NOTIF-CALL-FIM
              IF NTF-OK NOT = "S"
                 MOVE NTF-MENS TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.
      *
      ***************************************************
      * ALERTA DE TERAPIA DUPLICADA: OUTRO ITEM DO MESMO *
      * PACIENTE COM O MESMO PRINCIPIO ATIVO AINDA EM    *
      * CURSO; E ALERTA DE INTERACAO COM OS DEMAIS ITENS *
      * EM CURSO (CADINTER). LIBERACOES VAO PARA O LOG   *
      ***************************************************
      *
       R6B.
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6C.
           GO TO R6D.
       R6C.
           DISPLAY (25, 40) "PROSSEGUIR (S/N) : ".
           ACCEPT (25, 59) W-OPCAO
              GO TO R6.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R6C.
           MOVE "S" TO W-OVRDUP.
       R6D.
           IF W-INTGRAV = ZEROS
              GO TO R7.
           MOVE "*INTERACAO LEVE C/ " TO W-MITXT
           IF W-INTGRAV = 2
              MOVE "*INTERACAO MODER. C/" TO W-MITXT.
           IF W-INTGRAV = 3
              MOVE "*INTERACAO GRAVE C/ " TO W-MITXT.
           MOVE W-INTPRINC TO W-MIPRINC
           DISPLAY (22, 05) W-INTDESC
           MOVE W-MENSINT TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-INTGRAV < 3
              GO TO R7.
       R6E.
           DISPLAY (22, 05) W-INTDESC
           DISPLAY (23, 05)
              "BLOQUEADO - MEDICO CONFIRMA DIGITANDO O CRM (0=DESISTE):"
           ACCEPT (23, 62) W-CRMCONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-CRMCONF = ZEROS
              MOVE "*ITEM NAO PRESCRITO - INTERACAO GRAVE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF W-CRMCONF NOT = REC-CRMNUM
              MOVE "*CRM NAO CONFERE COM O MEDICO DA RECEITA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6E.
       R6F.
           DISPLAY (24, 05) "JUSTIFICATIVA : "
           ACCEPT (24, 21) W-JUSTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6E.
           IF W-JUSTIF = SPACES
              MOVE "*Informe a justificativa da liberacao*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6F.
           MOVE "S" TO W-OVRINT.
      *
       R7.
           DISPLAY TELA2
       INC-WR1.
                WRITE REGRECEITA
                IF ST-ERRO = "00" OR "02"
                      GO TO INC-WR2.
                IF ST-ERRO = "22"
                  MOVE "*ITEM JA EXISTE, NAO GRAVADO*" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-WR2.
                IF W-CONTROL NOT = "S"
                      PERFORM GRV-OVERR THRU GRV-OVERR-FIM
                      MOVE "M" TO UCO-MODO
                      PERFORM USO-CALL THRU USO-CALL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "C" TO NTF-MODO
                PERFORM NOTIF-CALL THRU NOTIF-CALL-FIM
                IF NTF-OK = "S"
                      PERFORM GRV-OVERR THRU GRV-OVERR-FIM
                      MOVE NTF-NUMERO TO W-MNNUM
                      MOVE W-MENSNOT  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                DELETE CADRECEITA RECORD
                MOVE NTF-MENS TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
       EXC-DL1.
                DELETE CADRECEITA RECORD
                IF ST-ERRO = "00"
                   MOVE "X" TO UCO-MODO
                   PERFORM USO-CALL THRU USO-CALL-FIM
                   MOVE "X" TO NTF-MODO
                   MOVE "ITEM DA RECEITA EXCLUIDO" TO NTF-MOTIVO
                   PERFORM NOTIF-CALL THRU NOTIF-CALL-FIM
                   MOVE "*** RECEITA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                IF W-CONTROL = "S"
                   MOVE "C" TO NTF-MODO
                ELSE
                   MOVE "X" TO NTF-MODO
                   MOVE "ITEM ALTERADO P/ NAO CONTROLADO" TO NTF-MOTIVO.
                PERFORM NOTIF-CALL THRU NOTIF-CALL-FIM
                IF NTF-MODO = "C" AND NTF-OK NOT = "S"
                   MOVE NTF-MENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                REWRITE REGRECEITA
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRV-OVERR THRU GRV-OVERR-FIM
                   MOVE "M" TO UCO-MODO
                   PERFORM USO-CALL THRU USO-CALL-FIM
                   MOVE "*** RECEITA ALTERADA ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      *****************************************************
      * VARRE AS RECEITAS DO PACIENTE (CHAVE ALTERNADA     *
      * REC-CPF) E, PARA CADA OUTRO ITEM AINDA EM CURSO NA *
      * DATA DA RECEITA CORRENTE (DATA DO ITEM + DURACAO;  *
      * ITEM DE DATA POSTERIOR CONTA COMO EM CURSO),       *
      * SINALIZA O MESMO PRINCIPIO ATIVO E GUARDA A        *
      * INTERACAO DE MAIOR GRAVIDADE. O REGISTRO EM        *
      * DIGITACAO E PRESERVADO EM W-SAVEREC                *
      *****************************************************
      *
       VER-DUPTER.
           MOVE "N" TO W-DUPTER
           MOVE ZEROS  TO W-INTGRAV
           MOVE SPACES TO W-INTPRINC W-INTDESC W-INTREC W-DUPREC
           MOVE REC-DATAAA TO W-CDAA
           MOVE REC-DATAMM TO W-CDMM
           MOVE REC-DATADD TO W-CDDD
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
              GO TO VER-DUPTER-LP.
           PERFORM CALC-DURACAO THRU CALC-DURACAO-FIM
           MOVE REC-DATAAA TO W-CDAA
           MOVE REC-DATAMM TO W-CDMM
           MOVE REC-DATADD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIFDIAS = W-SERIALNOVO - W-SERIAL
           IF W-DIFDIAS > W-DURDIAS
              GO TO VER-DUPTER-LP.
           IF MEDIC-PRINCIPIO = W-PRINCNOVO
              MOVE "S" TO W-DUPTER
              MOVE RECEITA-CHAVE TO W-DUPREC
              GO TO VER-DUPTER-LP.
           PERFORM VER-INTER THRU VER-INTER-FIM
           GO TO VER-DUPTER-LP.
       VER-DUPTER-REST.
           MOVE W-SAVEREC TO REGRECEITA.
           EXIT.
      *
      *****************************************************
      * PAR (PRINCIPIO NOVO, PRINCIPIO DO ITEM LIDO) NO    *
      * CADINTER, SEMPRE NA ORDEM ALFABETICA DA CHAVE      *
      *****************************************************
      *
       VER-INTER.
           IF W-PRINCNOVO < MEDIC-PRINCIPIO
              MOVE W-PRINCNOVO     TO INT-PRINC1
              MOVE MEDIC-PRINCIPIO TO INT-PRINC2
           ELSE
              MOVE MEDIC-PRINCIPIO TO INT-PRINC1
              MOVE W-PRINCNOVO     TO INT-PRINC2.
           READ CADINTER
           IF ST-ERRO NOT = "00"
              GO TO VER-INTER-FIM.
           IF INT-GRAVIDADE NOT > W-INTGRAV
              GO TO VER-INTER-FIM.
           MOVE INT-GRAVIDADE   TO W-INTGRAV
           MOVE MEDIC-PRINCIPIO TO W-INTPRINC
           MOVE INT-DESCRICAO   TO W-INTDESC
           MOVE RECEITA-CHAVE   TO W-INTREC.
       VER-INTER-FIM.
           EXIT.
      *
      *****************************************************
      * DURACAO DO ITEM LIDO EM DIAS (W-DURDIAS), A PARTIR *
      * DO TEXTO LIVRE REC-DURACAO: PRIMEIRO NUMERO DO     *
      * TEXTO VEZES A UNIDADE (DIA, SEMANA, MES, ANO).     *
      * USO CONTINUO = SEMPRE EM CURSO; SEM NUMERO = 30    *
      *****************************************************
      *
       CALC-DURACAO.
           MOVE REC-DURACAO TO W-DURTXT
           INSPECT W-DURTXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO W-QTUNID
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "CONTIN"
           IF W-QTUNID > ZEROS
              MOVE 99999 TO W-DURDIAS
              GO TO CALC-DURACAO-FIM.
           MOVE ZEROS TO W-DURNUM
           MOVE 1 TO W-DI.
       CALC-DURACAO-PROC.
           IF W-DI > 20
              GO TO CALC-DURACAO-UNID.
           IF W-DURCAR (W-DI) IS NUMERIC
              GO TO CALC-DURACAO-NUM.
           ADD 1 TO W-DI
           GO TO CALC-DURACAO-PROC.
       CALC-DURACAO-NUM.
           IF W-DI > 20
              GO TO CALC-DURACAO-UNID.
           IF W-DURCAR (W-DI) IS NOT NUMERIC
              GO TO CALC-DURACAO-UNID.
           MOVE W-DURCAR (W-DI) TO W-DIG
           IF W-DURNUM < 1000
              COMPUTE W-DURNUM = W-DURNUM * 10 + W-DIG.
           ADD 1 TO W-DI
           GO TO CALC-DURACAO-NUM.
       CALC-DURACAO-UNID.
           IF W-DURNUM = ZEROS
              MOVE 30 TO W-DURDIAS
              GO TO CALC-DURACAO-FIM.
           MOVE W-DURNUM TO W-DURDIAS
           MOVE ZEROS TO W-QTUNID
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "SEMANA"
           IF W-QTUNID > ZEROS
              COMPUTE W-DURDIAS = W-DURNUM * 7
              GO TO CALC-DURACAO-FIM.
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "MES"
           IF W-QTUNID > ZEROS
              COMPUTE W-DURDIAS = W-DURNUM * 30
              GO TO CALC-DURACAO-FIM.
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "ANO"
           IF W-QTUNID > ZEROS
              IF W-DURNUM > 200
                 MOVE 99999 TO W-DURDIAS
              ELSE
                 COMPUTE W-DURDIAS = W-DURNUM * 365.
       CALC-DURACAO-FIM.
           EXIT.
      *
      *****************************************************
      * LOG DAS LIBERACOES (DUPLICIDADE CONFIRMADA E       *
      * INTERACAO GRAVE LIBERADA PELO MEDICO), GRAVADO SO  *
      * DEPOIS QUE O ITEM FOI GRAVADO                      *
      *****************************************************
      *
       GRV-OVERR.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE RECEITA-CHAVE   TO ILG-RECCHAVE
           MOVE W-DATASYS9      TO ILG-DATA
           MOVE W-HORA6         TO ILG-HORA
           MOVE W-PRINCNOVO     TO ILG-PRINCNOVO
           MOVE SESSAO-OPERADOR TO ILG-OPER
           IF W-OVRDUP NOT = "S"
              GO TO GRV-OVERR-I.
           MOVE "D"             TO ILG-TIPO
           MOVE W-PRINCNOVO     TO ILG-PRINCOUTRO
           MOVE W-DUPREC        TO ILG-OUTRAREC
           MOVE ZEROS           TO ILG-GRAVIDADE ILG-CRMCONF
           MOVE SPACES          TO ILG-JUSTIF
           WRITE REGINTLOG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADINTLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-OVERR-I.
           IF W-OVRINT NOT = "S"
              GO TO GRV-OVERR-FIM.
           MOVE "I"             TO ILG-TIPO
           MOVE W-INTPRINC      TO ILG-PRINCOUTRO
           MOVE W-INTREC        TO ILG-OUTRAREC
           MOVE W-INTGRAV       TO ILG-GRAVIDADE
           MOVE W-CRMCONF       TO ILG-CRMCONF
           MOVE W-JUSTIF        TO ILG-JUSTIF
           WRITE REGINTLOG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADINTLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-OVERR-FIM.
           EXIT.
      *
      *****************************************************
      * CHAMADA DA NOTIFREC PARA O ITEM EM DIGITACAO,      *
      * NO MODO JA MOVIDO PARA NTF-MODO                    *
      *****************************************************
      *
       NOTIF-CALL.
           MOVE REC-CRM       TO NTF-CRM
           MOVE RECEITA-CHAVE TO NTF-RECCHAVE
           MOVE REC-MEDCOD    TO NTF-MEDCOD
           MOVE ZEROS         TO NTF-NUMERO
           CALL "NOTIFREC" USING NTF-MODO NTF-CRM NTF-RECCHAVE
                                 NTF-MEDCOD NTF-NUMERO NTF-MOTIVO
                                 NTF-OK NTF-MENS.
       NOTIF-CALL-FIM.
           EXIT.
      *
      *****************************************************
      * MARCA DE USO CONTINUO DO ITEM EM DIGITACAO, NO     *
      * MODO JA MOVIDO PARA UCO-MODO                       *
      *****************************************************
      *
       USO-CALL.
           MOVE SPACES TO UCO-ANT
           CALL "GRVUSOCONT" USING UCO-MODO REGRECEITA W-CONTROL
                                   UCO-ANT UCO-OK.
       USO-CALL-FIM.
           EXIT.
      *
      *****************************************************
      * SEM CONSULTA NA DATA: E RECEITA DE RENOVACAO SE JA *
      * HA ITEM DO MESMO CPF/DATA/CRM NO CADRECEITA        *
      * (W-RECPREF PREENCHIDO). O REGISTRO EM DIGITACAO E  *
      * PRESERVADO EM W-SAVEREC                            *
      *****************************************************
      *
       VER-RENOV.
           MOVE SPACES TO W-RECPREF
           MOVE ZEROS TO REC-SEQ
           MOVE REGRECEITA TO W-SAVEREC
           START CADRECEITA KEY IS NOT LESS THAN RECEITA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-RENOV-REST.
           READ CADRECEITA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-RENOV-REST.
           IF RECEITA-CHAVE (1:27) = W-SAVEREC (1:27)
              MOVE W-SAVEREC (1:27) TO W-RECPREF.
       VER-RENOV-REST.
           MOVE W-SAVEREC TO REGRECEITA.
       VER-RENOV-FIM.
           EXIT.
      *
      *****************************************************
      * NUMERO SERIAL DE DIAS DA DATA EM W-CDATA           *
      *****************************************************
      *
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADRECEITA CADCONSULTA CADMED CADPACI CADMEDIC
                 CADINTER CADINTLOG.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
