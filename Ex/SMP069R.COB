      ***********************************************
      * EXTRATO DO PACIENTE (COPARTICIPACAO)         *
      * VALOR COBRADO X COBERTO X DEVIDO POR VISITA  *
      * FATURA PARCELADA (CADPARC) LISTA AS PARCELAS *
      * PAGAS E EM ABERTO ABAIXO DA VISITA           *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PAR-NOSSONUM
                                   WITH DUPLICATES.
           SELECT EXTTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PAR-CHAVE.
             05 PAR-CONSCHAVE  PIC X(27).
             05 PAR-NUM        PIC 9(02).
          03 PAR-QTD           PIC 9(02).
          03 PAR-VALOR         PIC 9(07)V99.
          03 PAR-VENCTO        PIC 9(08).
          03 PAR-NOSSONUM      PIC 9(10).
          03 PAR-SITUACAO      PIC X(01).
          03 PAR-DATAPAG       PIC 9(08).
          03 PAR-VALORPAG      PIC 9(07)V99.
      *
       FD EXTTX
               LABEL RECORD IS STANDARD
       77 W-TOTCOBERTO PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTPACI    PIC 9(09)V99 VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-TOTPARCPG  PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTPARCAB  PIC 9(09)V99 VALUE ZEROS.
       77 W-CONSCHAVE  PIC X(27) VALUE SPACES.
       01 W-DTPARC.
          03 W-DPAA    PIC 9(04).
          03 W-DPMM    PIC 9(02).
          03 W-DPDD    PIC 9(02).
       01 W-DTPARC9 REDEFINES W-DTPARC PIC 9(08).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 E-COBERTO   PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(03) VALUE " ".
                03 E-PACIENTE  PIC Z.ZZZ.ZZ9,99.
       01 LINPARC.
                03 FILLER      PIC X(11) VALUE "   PARCELA ".
                03 P-NUM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 P-QTD       PIC 99.
                03 FILLER      PIC X(07) VALUE "  VENC ".
                03 P-VCDD      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 P-VCMM      PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 P-VCAA      PIC 9999.
                03 FILLER      PIC X(02) VALUE " ".
                03 P-VALOR     PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(02) VALUE " ".
                03 P-SIT       PIC X(12).
                03 P-PGDD      PIC Z9.
                03 P-PGB1      PIC X(01).
                03 P-PGMM      PIC Z9.
                03 P-PGB2      PIC X(01).
                03 P-PGAA      PIC ZZZ9.
       01 TOT1.
                03 FILLER      PIC X(30) VALUE
                        "TOTAL COBRADO (R$)          : ".
                03 FILLER      PIC X(30) VALUE
                        "SALDO DEVIDO PELO PACIENTE  : ".
                03 D-TOT3      PIC ZZZ.ZZZ.ZZ9,99.
       01 TOT4.
                03 FILLER      PIC X(30) VALUE
                        "PARCELAS PAGAS (R$)         : ".
                03 D-TOT4      PIC ZZZ.ZZZ.ZZ9,99.
       01 TOT5.
                03 FILLER      PIC X(30) VALUE
                        "PARCELAS EM ABERTO (R$)     : ".
                03 D-TOT5      PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "EXTPACI.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT069.
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-OP0D.
           OPEN INPUT CADPARC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 OPEN INPUT CADPARC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           MOVE ZEROS TO W-CPFPROC
              MOVE "ERRO ABERTURA DO ARQUIVO EXTTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGEXTTX
           WRITE REGEXTTX
           MOVE SPACES TO REGEXTTX
           MOVE SPACES TO REGEXTTX
           WRITE REGEXTTX
           MOVE ZEROS TO W-TOTCOBRADO W-TOTCOBERTO W-TOTPACI
                         W-TOTPARCPG W-TOTPARCAB
           MOVE "N" TO W-ACHOU.
       R2A.
           MOVE W-CPFPROC TO CON-CPF
           MOVE LINEXT TO REGEXTTX
           WRITE REGEXTTX
           MOVE "S" TO W-ACHOU
           PERFORM LIS-PARC THRU LIS-PARC-FIM
           GO TO R2B.
      *
      *****************************************************
      * PARCELAS DA FATURA DA VISITA (SE PARCELADA)        *
      *****************************************************
      *
       LIS-PARC.
           MOVE CONSULTA-CHAVE TO W-CONSCHAVE PAR-CONSCHAVE
           MOVE ZEROS          TO PAR-NUM
           START CADPARC KEY IS NOT LESS THAN PAR-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LIS-PARC-FIM.
       LIS-PARC-LP.
           READ CADPARC NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LIS-PARC-FIM.
           IF PAR-CONSCHAVE NOT = W-CONSCHAVE
              GO TO LIS-PARC-FIM.
           MOVE PAR-NUM    TO P-NUM
           MOVE PAR-QTD    TO P-QTD
           MOVE PAR-VENCTO TO W-DTPARC9
           MOVE W-DPDD     TO P-VCDD
           MOVE W-DPMM     TO P-VCMM
           MOVE W-DPAA     TO P-VCAA
           MOVE ZEROS      TO P-PGDD P-PGMM P-PGAA
           MOVE SPACES     TO P-PGB1 P-PGB2
           IF PAR-SITUACAO = "L"
              MOVE PAR-VALORPAG  TO P-VALOR
              MOVE "PAGA EM    " TO P-SIT
              MOVE PAR-DATAPAG   TO W-DTPARC9
              MOVE W-DPDD        TO P-PGDD
              MOVE "/"           TO P-PGB1
              MOVE W-DPMM        TO P-PGMM
              MOVE "/"           TO P-PGB2
              MOVE W-DPAA        TO P-PGAA
              ADD PAR-VALORPAG   TO W-TOTPARCPG
           ELSE
              MOVE PAR-VALOR     TO P-VALOR
              MOVE "EM ABERTO"   TO P-SIT
              ADD PAR-VALOR      TO W-TOTPARCAB.
           MOVE LINPARC TO REGEXTTX
           WRITE REGEXTTX
           GO TO LIS-PARC-LP.
       LIS-PARC-FIM.
           EXIT.
      *
       R4.
           IF W-ACHOU = "N"
           MOVE W-TOTPACI TO D-TOT3
           MOVE TOT3 TO REGEXTTX
           WRITE REGEXTTX
           IF W-TOTPARCPG NOT = ZEROS OR W-TOTPARCAB NOT = ZEROS
              MOVE W-TOTPARCPG TO D-TOT4
              MOVE TOT4 TO REGEXTTX
              WRITE REGEXTTX
              MOVE W-TOTPARCAB TO D-TOT5
              MOVE TOT5 TO REGEXTTX
              WRITE REGEXTTX.
           CLOSE EXTTX.
           IF SPL-GERADO = "S"
              STRING "CPF " W-CPFPROC
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           MOVE "*** EXTRATO GERADO EM EXTPACI.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      **********************
      *
       ROT-FIM.
           CLOSE CADCONSULTA CADPACI CADCONV CADPROC CADPARC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
