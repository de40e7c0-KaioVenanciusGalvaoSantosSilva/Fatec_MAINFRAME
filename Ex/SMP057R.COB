      ***********************************************
      * RELATORIO DE FALTAS (NO-SHOW) POR PACIENTE   *
      * E POR MEDICO, A PARTIR DA AGENDA DE CONSULTAS *
      * SO CONTA HORARIOS DAS FILIAIS DO OPERADOR     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
                03 FILLER            PIC X(30) VALUE
                        "TOTAL DE FALTAS COMPUTADAS : ".
                03 D-TOTTX           PIC ZZZ.ZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELFALTAS.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT057.
                      MOVE "ERRO ABERTURA DO ARQUIVO FALTATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
                   NEXT SENTENCE.
                IF AG-STATUS NOT = "F"
                   GO TO LER-AGENDA.
                MOVE AG-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-AGENDA.
      *
       BUS-MED.
           MOVE AG-CRM TO CRM-CHAVE
                   WRITE REGFALTATX.
                DISPLAY (01, 01) ERASE
                CLOSE CADAGENDA CADMED CADPACI FALTATX.
                IF SPL-GERADO = "S"
                   MOVE W-PAGINA TO SPL-PAGINAS
                   MOVE FIL-PADRAO TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIM-SAI.
                GO TO ROT-FIMP.
      *
