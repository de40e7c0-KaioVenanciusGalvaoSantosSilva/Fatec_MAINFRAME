                03 FILLER            PIC X(30) VALUE
                        "RECURSOS COM PRAZO VENCENDO : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRECGLO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT136.
                      MOVE "ERRO ABERTURA DO ARQUIVO RECGLOTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGRECGLOTX FROM CAB0
           MOVE SPACES TO REGRECGLOTX
           WRITE REGRECGLOTX
           WRITE REGRECGLOTX
           MOVE W-TOTVENC TO D-TOT1
           WRITE REGRECGLOTX FROM TOT1
           CLOSE RECGLOTX.
           IF SPL-GERADO = "S"
              STRING "DIAS LIMITE " W-DIASLIM
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "PRAZOS VENCENDO : "
           DISPLAY (16, 24) W-TOTVENC
           MOVE "*** RELRECGLO.TXT GERADO ***" TO MENS
