                03 FILLER      PIC X(30) VALUE
                        "COMBINACOES ABAIXO DO MINIMO: ".
                03 D-TOTTX     PIC ZZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELDEFICIT.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT093.
              MOVE "ERRO ABERTURA DO ARQUIVO DEFICTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGDEFICTX FROM CAB0
           MOVE SPACES TO REGDEFICTX
           WRITE REGDEFICTX
           MOVE W-TOTDEF TO D-TOTTX
           MOVE TOTALTX  TO REGDEFICTX
           WRITE REGDEFICTX
           CLOSE DEFICTX.
           IF SPL-GERADO = "S"
              STRING "MINIMO DE MEDICOS " W-MINIMO
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (01, 01) ERASE
           GO TO ROT-FIM.
      *
