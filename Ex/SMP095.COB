          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CONFLEM
               LABEL RECORD IS STANDARD
                03 FILLER            PIC X(30) VALUE
                        "RESPOSTAS REJEITADAS        : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCONFLEM.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT095.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADAGENDA CONFLEM
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGCONFTX
           WRITE REGCONFTX
           MOVE SPACES TO REGCONFTX
                WRITE REGCONFTX
                DISPLAY (01, 01) ERASE
                CLOSE CADAGENDA CONFLEM CONFTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
