                03 FILLER      PIC X(36) VALUE
                     "LINHAS REJEITADAS                  :".
                03 D-TOT3      PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELROSTER.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT072.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADREDE ROSTOPER
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGROSTERTX
           WRITE REGROSTERTX
           MOVE SPACES TO REGROSTERTX
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADREDE ROSTOPER ROSTERTX.
           IF SPL-GERADO = "S"
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
