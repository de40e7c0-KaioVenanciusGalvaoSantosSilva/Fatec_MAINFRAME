                03 L-QTDE      PIC ZZZ9.
                03 FILLER      PIC X(10)  VALUE " ".
                03 L-MEDIA     PIC ZZZZ9,9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELFILA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT121.
              MOVE "ERRO ABERTURA DO ARQUIVO FILATX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGFILATX FROM CAB0
           MOVE SPACES TO REGFILATX
           WRITE REGFILATX
           WRITE REGFILATX FROM LINESP
           GO TO GERA-REL-LP.
       GERA-FIM.
           CLOSE FILATX.
           IF SPL-GERADO = "S"
              STRING "DATA " W-ALVODD "/" W-ALVOMM "/"
                     W-ALVOAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           MOVE "*** RELFILA.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
