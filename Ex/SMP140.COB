       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONCID.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * DIAGNOSTICOS SECUNDARIOS DA CONSULTA            *
      * ATE 5 CIDS ALEM DO CON-CID PRINCIPAL, POR       *
      * CONSULTA-CHAVE + SEQUENCIA. CADA CID PASSA PELA *
      * MESMA CRITICA DO PRINCIPAL NO CADCONSULTA: TEM  *
      * QUE EXISTIR NO CADCID E NAO PODE ESTAR INATIVO  *
      * (STATUSCID = I). CHAVE ALTERNADA CCI-CID PARA   *
      * OS RELATORIOS QUE PROCURAM CONSULTAS PELO CID   *
      * (SMP127). CHAMADO PELO CADCONSULTA (SMP009).    *
      * CONSULTA ASSINADA (CADASSIN) FICA SO PARA       *
      * CONSULTA; A CORRECAO VAI COMO ADENDO NO         *
      * PRONTUARIO (CADPRONTU).                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO WITH DUPLICATES.
       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASS-CONSCHAVE
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CODIGO         PIC 9(06).
          03 DENOMINACAO    PIC X(30).
          03 OBSER          PIC X(30).
          03 DATACID.
             05 CI-NUMERODD PIC 9(02).
             05 CI-NUMEROMM PIC 9(02).
             05 CI-NUMEROAA PIC 9(04).
          03 CAPITULO       PIC 9(02).
          03 CATEGORIA      PIC X(03).
          03 STATUSCID      PIC X(01).
          03 MOTIVOINATIVACAO  PIC X(30).
          03 CID-NOTIFICA      PIC X(01).
      *
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASSIN.DAT".
       01 REGASSIN.
          03 ASS-CONSCHAVE     PIC X(27).
          03 ASS-STATUS        PIC X(01).
          03 ASS-OPER          PIC X(10).
          03 ASS-DATA          PIC 9(08).
          03 ASS-HORA          PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID      PIC X(12) VALUE "CADCONCID".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       77 W-ULTSEQ      PIC 9(02) VALUE ZEROS.
       77 W-QTDSEC      PIC 9(02) VALUE ZEROS.
       77 W-NUMSEQ      PIC 9(02) VALUE ZEROS.
       77 W-CID         PIC 9(06) VALUE ZEROS.
       77 W-REPETIDO    PIC X(01) VALUE "N".
       01 TAB-SECJA.
          03 TBS-CID    PIC 9(06) OCCURS 5 TIMES.
       77 W-IXS         PIC 9(02) VALUE ZEROS.
       01 LINSEC.
          03 LS-SEQ     PIC Z9.
          03 FILLER     PIC X(02) VALUE ") ".
          03 LS-CID     PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-DENOM   PIC X(30).
       01 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-ASSINADA    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CCI-L-CHAVE   PIC X(27).
       01 CCI-L-CIDPRI  PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CCI-L-CHAVE CCI-L-CIDPRI.
       R0.
           OPEN I-O CADCONCID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONCID
                 CLOSE CADCONCID
                 OPEN I-O CADCONCID
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONCID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       R0A.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCID" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCONCID
              GO TO ROT-FIMP.
      *
      * SEM CADASSIN NENHUMA CONSULTA FOI ASSINADA AINDA
      *
       R0B.
           MOVE "N" TO W-ASSINADA
           OPEN INPUT CADASSIN
           IF ST-ERRO2 NOT = "00"
              GO TO R1.
           MOVE CCI-L-CHAVE TO ASS-CONSCHAVE
           READ CADASSIN
           IF ST-ERRO2 = "00" AND ASS-STATUS = "A"
              MOVE "S" TO W-ASSINADA.
           CLOSE CADASSIN.
      *
      *****************************************************
      * MOSTRA O CID PRINCIPAL E OS SECUNDARIOS GRAVADOS   *
      *****************************************************
      *
       R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "DIAGNOSTICOS SECUNDARIOS DA CONSULTA"
           MOVE CCI-L-CIDPRI TO CODIGO
           READ CADCID
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENOMINACAO.
           DISPLAY (04, 03) "CID PRINCIPAL : "
           DISPLAY (04, 19) CCI-L-CIDPRI
           DISPLAY (04, 27) DENOMINACAO
           MOVE ZEROS TO W-ULTSEQ W-QTDSEC
           MOVE 5 TO W-LINHA
           MOVE CCI-L-CHAVE TO CCI-CONSCHAVE
           MOVE ZEROS TO CCI-SEQ
           START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1-LP.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF CCI-CONSCHAVE NOT = CCI-L-CHAVE
              GO TO R2.
           MOVE CCI-SEQ TO W-ULTSEQ LS-SEQ
           MOVE CCI-CID TO LS-CID CODIGO
           ADD 1 TO W-QTDSEC
           MOVE CCI-CID TO TBS-CID (W-QTDSEC)
           READ CADCID
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENOMINACAO.
           MOVE DENOMINACAO TO LS-DENOM
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 03) LINSEC
           IF W-QTDSEC < 5
              GO TO R1-LP.
      *
       R2.
           IF W-ASSINADA = "S"
              GO TO R2-ASS.
           DISPLAY (21, 03)
              "I=INCLUIR CID  E=EXCLUIR  V=VOLTAR"
           DISPLAY (22, 03) "OPCAO : "
           ACCEPT (22, 12) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO ROT-FIM.
           IF W-OPCAO = "I" OR "i"
              GO TO INC-001.
           IF W-OPCAO = "E" OR "e"
              GO TO EXC-001.
           GO TO R2.
      *
       R2-ASS.
           DISPLAY (21, 03)
              "CONSULTA ASSINADA - SO CONSULTA   V=VOLTAR"
           DISPLAY (22, 03) "OPCAO : "
           ACCEPT (22, 12) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO ROT-FIM.
           IF W-OPCAO = "I" OR "i" OR "E" OR "e"
              MOVE "*CONSULTA ASSINADA: CORRIJA POR ADENDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R2-ASS.
      *
      *****************************************************
      * INCLUSAO: MESMA CRITICA DO CID PRINCIPAL, SEM      *
      * REPETIR O PRINCIPAL NEM UM SECUNDARIO JA GRAVADO   *
      *****************************************************
      *
       INC-001.
           IF W-QTDSEC NOT < 5
              MOVE "*LIMITE DE 5 CIDS SECUNDARIOS*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-CID
           DISPLAY (23, 03) "CID SECUNDARIO : "
           ACCEPT (23, 20) W-CID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-CID = ZEROS
              GO TO R1.
           MOVE W-CID TO CODIGO
           READ CADCID
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*CID NAO CADASTRADO NO CADCID*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADCID" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      * CID INATIVADO NAO PODE SER USADO EM CONSULTA NOVA
      *
           IF STATUSCID = "I"
              MOVE SPACES TO MENS
              STRING "*CID INATIVO: " DELIMITED BY SIZE
                     MOTIVOINATIVACAO DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-CID = CCI-L-CIDPRI
              MOVE "*CID JA E O DIAGNOSTICO PRINCIPAL*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "N" TO W-REPETIDO
           MOVE ZEROS TO W-IXS.
       INC-REP-LP.
           ADD 1 TO W-IXS
           IF W-IXS > W-QTDSEC
              GO TO INC-REP-FIM.
           IF TBS-CID (W-IXS) = W-CID
              MOVE "S" TO W-REPETIDO
              GO TO INC-REP-FIM.
           GO TO INC-REP-LP.
       INC-REP-FIM.
           IF W-REPETIDO = "S"
              MOVE "*CID SECUNDARIO JA INFORMADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE CCI-L-CHAVE TO CCI-CONSCHAVE
           COMPUTE CCI-SEQ = W-ULTSEQ + 1
           MOVE W-CID TO CCI-CID
           WRITE REGCONCID
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO CID SECUNDARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *
       EXC-001.
           MOVE ZEROS TO W-NUMSEQ
           DISPLAY (23, 03) "SEQUENCIA DO CID : "
           ACCEPT (23, 23) W-NUMSEQ
           IF W-NUMSEQ = ZEROS
              GO TO R1.
           MOVE CCI-L-CHAVE TO CCI-CONSCHAVE
           MOVE W-NUMSEQ    TO CCI-SEQ
           READ CADCONCID
           IF ST-ERRO NOT = "00"
              MOVE "*CID SECUNDARIO NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DELETE CADCONCID RECORD
           GO TO R1.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCONCID CADCID
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
