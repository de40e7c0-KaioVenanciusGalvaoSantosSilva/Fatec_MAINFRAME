      * RELATORIO CRUZADO: CAPITULO DO CID X ESPECIA-*
      * LIDADE DO MEDICO QUE ATENDEU (CADCONSULTA +  *
      * CADCID + CADMED)                             *
      * CONTA TAMBEM OS CIDS SECUNDARIOS (CADCONCID) *
      * SO CONTA CONSULTAS DAS FILIAIS DO OPERADOR   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TBREF-DESCRICAO
                                   WITH DUPLICATES.
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT CIDESPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
             05 TBREF-TIPO       PIC X(03).
             05 TBREF-CODIGO     PIC 9(02).
          03 TBREF-DESCRICAO     PIC X(30).
      *
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
      *
       FD CIDESPTX
               LABEL RECORD IS STANDARD
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-CAP          PIC 9(02) VALUE ZEROS.
       77 W-ESP          PIC 9(02) VALUE ZEROS.
       77 W-CIDACUM      PIC 9(06) VALUE ZEROS.
      *
      * MATRIZ CAPITULO DO CID (1-22) X ESPECIALIDADE (1-9)
      *
                03 L-ESPNOME   PIC X(20).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 L-QTDE      PIC ZZZ.ZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCIDESP.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT084.
                 GO TO ROT-FIM.
           PERFORM CARGA-TBMEDICO THRU CARGA-TBMEDICO-FIM
           CLOSE TABREF.
       INC-OP0D.
           OPEN INPUT CADCONCID
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADCONCID
                 CLOSE CADCONCID
                 OPEN INPUT CADCONCID
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONCID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *****************************************************
      * CRUZA CADA CONSULTA: CAPITULO DO CID X ESPECIALI-  *
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE CON-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-CONS01.
                MOVE CON-CRM TO CRM-CHAVE
                READ CADMED
                   GO TO LER-CONS01.
                IF ESPECIALIDADE < 1 OR ESPECIALIDADE > 9
                   GO TO LER-CONS01.
                MOVE CON-CID TO W-CIDACUM
                PERFORM CONTA-CID THRU CONTA-CID-FIM.
       LER-SEC.
                MOVE CONSULTA-CHAVE TO CCI-CONSCHAVE
                MOVE ZEROS TO CCI-SEQ
                START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
                IF ST-ERRO2 NOT = "00"
                   GO TO LER-CONS01.
       LER-SEC-LP.
                READ CADCONCID NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   GO TO LER-CONS01.
                IF CCI-CONSCHAVE NOT = CONSULTA-CHAVE
                   GO TO LER-CONS01.
                MOVE CCI-CID TO W-CIDACUM
                PERFORM CONTA-CID THRU CONTA-CID-FIM
                GO TO LER-SEC-LP.
      *
      *****************************************************
      * SOMA O CID W-CIDACUM NA ESPECIALIDADE DO MEDICO    *
      *****************************************************
      *
       CONTA-CID.
                MOVE W-CIDACUM TO CODIGO
                READ CADCID
                IF ST-ERRO2 NOT = "00"
                   GO TO CONTA-CID-FIM.
                IF CAPITULO < 1 OR CAPITULO > 22
                   GO TO CONTA-CID-FIM.
                ADD 1 TO TC-ESP(CAPITULO, ESPECIALIDADE).
       CONTA-CID-FIM.
                EXIT.
      *
       GERA-REL.
           OPEN OUTPUT CIDESPTX
              MOVE "ERRO ABERTURA DO ARQUIVO CIDESPTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGCIDESPTX FROM CAB0
           MOVE SPACES TO REGCIDESPTX
           WRITE REGCIDESPTX
           WRITE REGCIDESPTX
           GO TO GERA-ESP-LP.
       GERA-FIM.
           CLOSE CIDESPTX.
           IF SPL-GERADO = "S"
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (01, 01) ERASE
           GO TO ROT-FIM.
      *
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADCID CADMED CADCONCID.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
