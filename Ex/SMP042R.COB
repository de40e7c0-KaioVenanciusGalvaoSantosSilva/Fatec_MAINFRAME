                03 CAB-ATUTX      PIC X(11) VALUE "-----------".
                03 FILLER         PIC X(02) VALUE SPACES.
                03 CAB-DELTATX    PIC X(12) VALUE "------------".
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RECONTX.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT042.
              MOVE "ERRO ABERTURA DO ARQUIVO RECONTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGRECTX FROM CAB0.
           MOVE SPACES TO REGRECTX
           WRITE REGRECTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE SNAPCAD RECONTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.

