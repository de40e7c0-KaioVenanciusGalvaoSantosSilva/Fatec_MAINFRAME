                03 FILLER            PIC X(30) VALUE
                        "LINHAS DE AUDITORIA LIDAS   : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELOPERAUD.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT108.
              MOVE "ERRO ABERTURA DO ARQUIVO OPERAUDTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGOPERAUDTX FROM CAB0
           MOVE SPACES TO REGOPERAUDTX
           WRITE REGOPERAUDTX
           WRITE REGOPERAUDTX
           MOVE W-TOTLIDAS TO D-TOT1
           WRITE REGOPERAUDTX FROM TOT1
           CLOSE OPERAUDTX.
           IF SPL-GERADO = "S"
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "LINHAS LIDAS : "
           DISPLAY (16, 21) W-TOTLIDAS
           MOVE "*** RELOPERAUD.TXT GERADO ***" TO MENS
