                03 FILLER      PIC X(30) VALUE
                        "TOTAL DE LACUNAS APONTADAS : ".
                03 D-TOTTX     PIC ZZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELLACUNA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT070.
                      MOVE "ERRO ABERTURA DO ARQUIVO LACUNTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGLACUNTX FROM CAB0
           MOVE SPACES TO REGLACUNTX
           WRITE REGLACUNTX.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADREDE CADMED CADCONV LACUNTX.
           IF SPL-GERADO = "S"
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
