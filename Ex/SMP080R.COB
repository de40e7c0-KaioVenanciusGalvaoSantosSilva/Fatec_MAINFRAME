      ***********************************************
      * RELATORIO DE ATENDIMENTOS POR MODALIDADE     *
      * (PRESENCIAL X TELEMEDICINA) POR ESPECIALIDADE*
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
                03 D-PRES      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 D-TELE      PIC ZZZ.ZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELMODAL.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT080.
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
                IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO MODALTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGMODALTX FROM CAB0
           MOVE SPACES TO REGMODALTX
           WRITE REGMODALTX
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADMED MODALTX.
           IF SPL-GERADO = "S"
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
