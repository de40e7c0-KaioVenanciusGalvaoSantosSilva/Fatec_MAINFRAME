                03 CAB-CATEGORIATX  PIC X(03) VALUE "---".
			

      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "CADCIDRL.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT025.
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCIDTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           IF W-RESTART = "N"
              IF W-FORMATO = "C"
                 MOVE CABCSV TO REGCIDTX
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCID CADCIDTX CKPTEXP.
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

