                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT CXFECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD CXFECHA
               LABEL RECORD IS STANDARD
                03 LD-AA       PIC 9(04).
                03 FILLER      PIC X(12) VALUE "  OPERADOR: ".
                03 LD-OPER     PIC X(10).
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCAIXA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT100.
           OPEN OUTPUT CAIXATX
           IF ST-ERRO2 NOT = "00"
              GO TO GERA-REL-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGCAIXATX FROM CAB0
           MOVE SPACES TO REGCAIXATX
           WRITE REGCAIXATX
           MOVE W-TOTDEV TO LF-VALOR
           WRITE REGCAIXATX FROM LINFECH
           CLOSE CAIXATX.
           IF SPL-GERADO = "S"
              STRING "DATA " W-ALVODD "/" W-ALVOMM "/"
                     W-ALVOAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       GERA-REL-FIM.
           EXIT.
      *
