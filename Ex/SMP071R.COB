                03 FILLER            PIC X(30) VALUE
                        "TOTAL DE VINCULOS A VENCER : ".
                03 D-TOTTX           PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCREDV.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT071.
                      MOVE "ERRO ABERTURA DO ARQUIVO CREDVTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGCREDVTX FROM CAB0
           MOVE SPACES TO REGCREDVTX
           WRITE REGCREDVTX
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADREDE CADMED CADCONV CREDVTX.
                IF SPL-GERADO = "S"
                   STRING "CORTE " W-CORTEDD "/" W-CORTEMM "/"
                          W-CORTEAA
                          DELIMITED BY SIZE INTO SPL-PARAM
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
