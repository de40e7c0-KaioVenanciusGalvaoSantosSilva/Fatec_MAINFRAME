                03 FILLER      PIC X(30) VALUE
                        "TOTAL DE RECLAMACOES        : ".
                03 D-TOTTX     PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRECLAM.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT090.
              MOVE "ERRO ABERTURA DO ARQUIVO RECLTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGRECLTX FROM CAB0
           MOVE SPACES TO REGRECLTX
           WRITE REGRECLTX
           MOVE W-TOTRECL TO D-TOTTX
           MOVE TOT1 TO REGRECLTX
           WRITE REGRECLTX
           CLOSE RECLTX.
           IF SPL-GERADO = "S"
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (01, 01) ERASE
           GO TO ROT-FIM.
      *
