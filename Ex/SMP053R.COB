                03 FILLER      PIC X(45) VALUE
                        " *** TENDENCIA DE ESPECIALIDADES (ANO A ANO)".
                03 FILLER      PIC X(07) VALUE " ***".
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "TENDESP.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT053.
              MOVE "ERRO ABERTURA DO ARQUIVO DASHBTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGDASHTX FROM CAB0.
           MOVE SPACES TO REGDASHTX
           WRITE REGDASHTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE SNAPESP DASHBTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.

