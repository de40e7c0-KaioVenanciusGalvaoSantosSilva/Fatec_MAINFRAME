      * MEDIA E MAXIMO DE DIAS ENTRE A PRIMEIRA DATA *
      * AGENDADA (CADAGENDA) E A DATA DO ATENDIMENTO *
      * (CADCONSULTA), POR ESPECIALIDADE             *
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
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
                03 L-MEDIA     PIC ZZZZ9,9.
                03 FILLER      PIC X(05) VALUE SPACES.
                03 L-MAX       PIC ZZZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELATRASO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT086.
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
              GO TO ACHA-AGENDA-FIM.
           IF AG-CPF NOT = CON-CPF
              GO TO ACHA-AGENDA-FIM.
           MOVE AG-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO ACHA-AGENDA-LP.
           IF AG-CRM NOT = CON-CRM
              GO TO ACHA-AGENDA-LP.
           IF AG-DATA > CON-DATA
              MOVE "ERRO ABERTURA DO ARQUIVO ATRASTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGATRASTX FROM CAB0
           MOVE SPACES TO REGATRASTX
           WRITE REGATRASTX
           WRITE REGATRASTX
           GO TO GERA-REL-LP.
       GERA-FIM.
           CLOSE ATRASTX.
           IF SPL-GERADO = "S"
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (01, 01) ERASE
           GO TO ROT-FIM.
      *
