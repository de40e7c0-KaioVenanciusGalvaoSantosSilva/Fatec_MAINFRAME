      * CONTROLADAS. LISTA, POR PERIODO, TODO ITEM   *
      * DO CADRECEITA CUJO MEDICAMENTO (CADMEDIC)    *
      * ESTA MARCADO COMO CONTROLADO, COM PACIENTE,  *
      * MEDICO, DOSAGEM E DURACAO E O NUMERO DA      *
      * NOTIFICACAO DE RECEITA DO ITEM (NOTIFREC).   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TOTITENS PIC 9(06) VALUE ZEROS.
       77 W-DATARECNUM PIC 9(08) VALUE ZEROS.
       01 NTF-MODO      PIC X(01) VALUE "L".
       01 NTF-CRM       PIC X(08) VALUE SPACES.
       01 NTF-RECCHAVE  PIC X(29) VALUE SPACES.
       01 NTF-MEDCOD    PIC 9(06) VALUE ZEROS.
       01 NTF-NUMERO    PIC 9(08) VALUE ZEROS.
       01 NTF-MOTIVO    PIC X(30) VALUE SPACES.
       01 NTF-OK        PIC X(01) VALUE SPACES.
       01 NTF-MENS      PIC X(50) VALUE SPACES.
       01 W-PERINI.
          03 W-PINIDD  PIC 9(02) VALUE ZEROS.
          03 W-PINIMM  PIC 9(02) VALUE ZEROS.
                   " *** REGISTRO DE RECEITAS DE CONTROLADOS ***".
       01 CAB1.
                03 FILLER      PIC X(11)  VALUE "  DATA".
                03 FILLER      PIC X(09)  VALUE "NOTIFIC.".
                03 FILLER      PIC X(12)  VALUE "CPF".
                03 FILLER      PIC X(21)  VALUE "PACIENTE".
                03 FILLER      PIC X(10)  VALUE "CRM/UF".
                03 FILLER      PIC X(21)  VALUE "MEDICO".
                03 FILLER      PIC X(21)  VALUE "MEDICAMENTO".
                03 FILLER      PIC X(14)  VALUE "DOSAGEM".
                03 FILLER      PIC X(13)  VALUE "DURACAO".
       01 LINREG.
                03 L-DD        PIC 9(02).
                03 FILLER      PIC X(01)  VALUE "/".
                03 FILLER      PIC X(01)  VALUE "/".
                03 L-AA        PIC 9(04).
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-NOTIF     PIC X(08).
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-CPF       PIC 9(11).
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-PACI      PIC X(20).
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-MEDICAM   PIC X(20).
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-DOSAGEM   PIC X(13).
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-DURACAO   PIC X(12).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "ITENS CONTROLADOS NO PERIODO: ".
                03 D-TOT1            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCONTROL.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT102.
                      MOVE "ERRO ABERTURA DO ARQUIVO CONTROLTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGCONTROLTX FROM CAB0
           MOVE SPACES TO REGCONTROLTX
           WRITE REGCONTROLTX
           MOVE MEDIC-NOME TO L-MEDICAM
           MOVE REC-DOSAGEM TO L-DOSAGEM
           MOVE REC-DURACAO TO L-DURACAO
           MOVE REC-CRM       TO NTF-CRM
           MOVE RECEITA-CHAVE TO NTF-RECCHAVE
           MOVE REC-MEDCOD    TO NTF-MEDCOD
           CALL "NOTIFREC" USING NTF-MODO NTF-CRM NTF-RECCHAVE
                                 NTF-MEDCOD NTF-NUMERO NTF-MOTIVO
                                 NTF-OK NTF-MENS
           IF NTF-OK = "S"
              MOVE NTF-NUMERO TO L-NOTIF
           ELSE
              MOVE "S/NUMERO" TO L-NOTIF.
           WRITE REGCONTROLTX FROM LINREG
           ADD 1 TO W-TOTITENS
           GO TO LER-REC01.
           WRITE REGCONTROLTX
           MOVE W-TOTITENS TO D-TOT1
           WRITE REGCONTROLTX FROM TOT1
           CLOSE CONTROLTX.
           IF SPL-GERADO = "S"
              STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                     " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "ITENS NO REGISTRO : "
           DISPLAY (16, 26) W-TOTITENS
           MOVE "*** RELCONTROL.TXT GERADO ***" TO MENS
