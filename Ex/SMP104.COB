      * PELO OPERADOR) DESDE EXA-DATAPEDIDO,         *
      * AGRUPADO POR MEDICO SOLICITANTE E COM O      *
      * TELEFONE DO PACIENTE PARA A RECEPCAO COBRAR  *
      * EXAME DE HISTORICO EXTERNO (FATURADO = E) NAO*
      * E COBRADO.                                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 FILLER            PIC X(30) VALUE
                        "EXAMES EM ATRASO            : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELEXATRASO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT104.
                      MOVE "ERRO ABERTURA DO ARQUIVO ATRLABTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGATRLABTX FROM CAB0
           MOVE SPACES TO REGATRLABTX
           WRITE REGATRLABTX.
              GO TO LER-EXA01.
           IF EXA-DATARESULT NOT = ZEROS
              GO TO LER-EXA01.
           IF EXA-FATURADO = "E"
              GO TO LER-EXA01.
           IF EXA-DATAPEDIDO = ZEROS
              GO TO LER-EXA01.
           MOVE EXA-PEDAA TO W-CDAA
           WRITE REGATRLABTX
           MOVE W-TOTATRASO TO D-TOT1
           WRITE REGATRLABTX FROM TOT1
           CLOSE ATRLABTX.
           IF SPL-GERADO = "S"
              STRING "DIAS LIMITE " W-DIASLIM
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "EXAMES EM ATRASO : "
           DISPLAY (16, 25) W-TOTATRASO
           MOVE "*** RELEXATRASO.TXT GERADO ***" TO MENS
