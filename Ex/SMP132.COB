      * PERIODO, CADA EXIBICAO REGISTRADA NO         *
      * CADACESSO PELAS TELAS DE CONSULTA (SMP044,   *
      * SMP054, SMP060 E SMP064), COM OPERADOR,      *
      * PROGRAMA, DATA E HORA. ACESSO DE EMERGENCIA  *
      * A DIAGNOSTICO RESTRITO SAI MARCADO EMERG.,   *
      * COM A CONSULTA E O MOTIVO INFORMADO.         *
      * SAIDA: RELACESSO.TXT                         *
      ***********************************************
      *----------------------------------------------------------------
             05 ACS-SEQ        PIC 9(02).
          03 ACS-PROGRAMA      PIC X(12).
          03 ACS-OPERADOR      PIC X(10).
          03 ACS-TIPO          PIC X(01).
          03 ACS-CONSCHAVE     PIC X(27).
          03 ACS-MOTIVO        PIC X(40).
      *
       FD ACESSOTX
               LABEL RECORD IS STANDARD
          03 LA-PROG     PIC X(12).
          03 FILLER      PIC X(02) VALUE " ".
          03 LA-OPER     PIC X(10).
          03 FILLER      PIC X(02) VALUE " ".
          03 LA-TIPO     PIC X(06).
       01 LINMOT.
          03 FILLER      PIC X(12) VALUE "    MOTIVO: ".
          03 LM-MOTIVO   PIC X(40).
          03 FILLER      PIC X(02) VALUE " ".
          03 LM-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LM-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LM-AA       PIC 9(04).
          03 FILLER      PIC X(01) VALUE " ".
          03 LM-CRM      PIC X(08).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "ACESSOS NO PERIODO          : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELACESSO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT132.
              MOVE "ERRO ABERTURA DO ARQUIVO ACESSOTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGACESSOTX FROM CAB0
           MOVE W-CPFPROC TO CC-CPF
           WRITE REGACESSOTX FROM CABCPF
           MOVE ACS-HORA (5:2) TO LA-SS
           MOVE ACS-PROGRAMA   TO LA-PROG
           MOVE ACS-OPERADOR   TO LA-OPER
           MOVE SPACES         TO LA-TIPO
           IF ACS-TIPO = "E"
              MOVE "EMERG." TO LA-TIPO.
           WRITE REGACESSOTX FROM LINACS
           ADD 1 TO W-TOTACES
           IF ACS-TIPO = "E"
              MOVE ACS-MOTIVO          TO LM-MOTIVO
              MOVE ACS-CONSCHAVE (18:2) TO LM-DD
              MOVE ACS-CONSCHAVE (16:2) TO LM-MM
              MOVE ACS-CONSCHAVE (12:4) TO LM-AA
              MOVE ACS-CONSCHAVE (20:8) TO LM-CRM
              WRITE REGACESSOTX FROM LINMOT.
           GO TO R3-LP.
       R4.
           MOVE SPACES TO REGACESSOTX
           WRITE REGACESSOTX
           MOVE W-TOTACES TO D-TOT1
           WRITE REGACESSOTX FROM TOT1
           CLOSE ACESSOTX.
           IF SPL-GERADO = "S"
              STRING "CPF " W-CPFPROC " " W-PINIDD "/"
                     W-PINIMM "/" W-PINIAA " A " W-PFIMDD
                     "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "ACESSOS LISTADOS : "
           DISPLAY (16, 25) W-TOTACES
           MOVE "*** RELACESSO.TXT GERADO ***" TO MENS
