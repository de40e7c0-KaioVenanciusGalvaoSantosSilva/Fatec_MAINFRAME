      ***********************************************
      * RELATORIO DE VOLUME POR FILIAL/UNIDADE       *
      * (AGENDAMENTOS E CONSULTAS POR FILIAL)        *
      * SO SAEM AS FILIAIS DO OPERADOR (VERFILIAL)   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT FILIALTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
       77 W-IND          PIC 9(02) VALUE ZEROS.
      *
      * CONTADORES POR FILIAL (00 = SEM FILIAL/LEGADO, 01-20)
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *
       01 TAB-FILIAL.
          03 TF-ITEM OCCURS 21 TIMES.
                03 L-AGEN      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(08) VALUE SPACES.
                03 L-CONS      PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELFILIAL.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT081.
              MOVE "ERRO ABERTURA DO ARQUIVO FILIALTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "S" TO SPL-GERADO.
           WRITE REGFILIALTX FROM CAB0
           MOVE SPACES TO REGFILIALTX
           WRITE REGFILIALTX
              GO TO GERA-FIM.
           IF TF-AGEN(W-IND) = ZEROS AND TF-CONS(W-IND) = ZEROS
              GO TO GERA-REL-LP.
           COMPUTE FIL-FILIAL = W-IND - 1
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO GERA-REL-LP.
           MOVE FIL-FILIAL TO L-FILIAL
           MOVE TF-AGEN(W-IND) TO L-AGEN
           MOVE TF-CONS(W-IND) TO L-CONS
           MOVE LINFIL TO REGFILIALTX
           WRITE REGFILIALTX
           GO TO GERA-REL-LP.
       GERA-FIM.
           CLOSE FILIALTX.
           IF SPL-GERADO = "S"
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (01, 01) ERASE
           GO TO ROT-FIM2.
      *
