                03 FILLER            PIC X(01) VALUE " ".
                03 CAB-PERCOBERTX   PIC X(08) VALUE " -------".

      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "CADCONVRR.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT032.
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONVTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           IF W-RESTART = "N"
              IF W-FORMATO = "C"
                 MOVE CABCSV TO REGCONVTX
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONV CADCONVTX CKPTEXP.
                IF SPL-GERADO = "S"
                   STRING "FORMATO " W-FORMATO " FILTRO "
                          W-FILTRO " ORDEM " W-ORDEM
                          DELIMITED BY SIZE INTO SPL-PARAM
                   COMPUTE SPL-PAGINAS = W-PAGINA - 1
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.

