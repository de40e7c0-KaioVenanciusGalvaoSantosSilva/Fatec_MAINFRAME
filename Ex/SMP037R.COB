                03 CAB-CONVENIOTX    PIC X(08) VALUE " -----".
                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-EMAILTX       PIC X(30) VALUE "----------".
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "CADPACIRL.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT025.
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACITX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           IF W-FORMATO = "C"
              MOVE CABCSV TO REGPACITX
              WRITE REGPACITX
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPACI CADPACITX.
                IF SPL-GERADO = "S"
                   STRING "FORMATO " W-FORMATO
                          DELIMITED BY SIZE INTO SPL-PARAM
                   COMPUTE SPL-PAGINAS = W-PAGINA - 1
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.

