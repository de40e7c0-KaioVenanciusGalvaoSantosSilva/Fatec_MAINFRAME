      * FECHADO POR REMARCACAO) NO PERIODO, LISTA O  *
      * VINCULO ANTIGO -> NOVO (AG-REMARC) E TOTALIZA*
      * POR MEDICO E POR PACIENTE.                   *
      * SO LISTA HORARIOS DAS FILIAIS DO OPERADOR    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD REMARCTX
               LABEL RECORD IS STANDARD
                03 FILLER            PIC X(30) VALUE
                        "REMARCACOES NO PERIODO      : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELREMARC.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT109.
                      MOVE "ERRO ABERTURA DO ARQUIVO REMARCTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGREMARCTX FROM CAB0
           MOVE SPACES TO REGREMARCTX
           WRITE REGREMARCTX.
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           MOVE AG-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO LER-AGE01.
           IF AG-STATUS NOT = "M"
              GO TO LER-AGE01.
           MOVE AG-DATA TO W-DATARECNUM
           WRITE REGREMARCTX
           MOVE W-TOTREM TO D-TOT1
           WRITE REGREMARCTX FROM TOT1
           CLOSE REMARCTX.
           IF SPL-GERADO = "S"
              STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                     " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "REMARCACOES : "
           DISPLAY (16, 20) W-TOTREM
           MOVE "*** RELREMARC.TXT GERADO ***" TO MENS
