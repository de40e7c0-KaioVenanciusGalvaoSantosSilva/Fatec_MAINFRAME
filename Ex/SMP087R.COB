      * RELATORIO DE EXPOSICAO POR OPERADORA/ANS     *
      * PACIENTES COBERTOS, VOLUME DE CONSULTAS E    *
      * ESPECIALIDADES UTILIZADAS POR OPERADORA      *
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
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       01 LINES1.
                03 FILLER      PIC X(05) VALUE "   - ".
                03 L-ESPNOME   PIC X(20).
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELOPER.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT087.
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           MOVE CON-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO LER-CONS01.
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO OPERTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGOPERTX FROM CAB0
           MOVE SPACES TO REGOPERTX
           WRITE REGOPERTX
           WRITE REGOPERTX
           GO TO GERA-ESP-LP.
       GERA-FIM.
           CLOSE OPERTX.
           IF SPL-GERADO = "S"
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (01, 01) ERASE
           GO TO ROT-FIM.
      *
