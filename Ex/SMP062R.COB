                03 FILLER            PIC X(32) VALUE
                        "TOTAL DE ENCAMINHAMENTOS ABERTOS: ".
                03 D-TOTTX           PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELENCAM.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT062.
                      MOVE "ERRO ABERTURA DO ARQUIVO ENCAMTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
                WRITE REGENCAMTX
                DISPLAY (01, 01) ERASE
                CLOSE CADENCAMINHA CADMED CADPACI ENCAMTX.
                IF SPL-GERADO = "S"
                   MOVE W-PAGINA TO SPL-PAGINAS
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
