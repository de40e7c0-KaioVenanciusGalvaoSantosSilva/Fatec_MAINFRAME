      * CONSULTA (CPF + DATA + CRM). O CADCONSULTA      *
      * (SMP009) EXIBE ESTES VALORES AO MEDICO COM      *
      * DESTAQUE PARA OS FORA DA FAIXA.                 *
      * CLASSIFICACAO DE RISCO (PROTOCOLO MANCHESTER):  *
      *   1=VERMELHO 2=LARANJA 3=AMARELO 4=VERDE 5=AZUL *
      * O PROGRAMA SUGERE A COR PELOS SINAIS VITAIS     *
      * (PRIMEIRA REGRA ATENDIDA, ZERO = NAO MEDIDO):   *
      *   VERMELHO: SATO2 < 85, PAS < 70, FC < 40 OU    *
      *             FC > 150                            *
      *   LARANJA : PAS < 90 OU >= 220, PAD >= 130,     *
      *             SATO2 < 92, FC >= 130, TEMP >= 41,0 *
      *             OU DOR >= 8                         *
      *   AMARELO : PAS >= 180, PAD >= 110, SATO2 < 95, *
      *             FC >= 110 OU < 50, TEMP >= 39,0 OU  *
      *             < 35,0, DOR >= 5                    *
      *   VERDE   : PAS >= 140, PAD >= 90, FC > 100,    *
      *             TEMP >= 37,8 OU DOR >= 1            *
      *   AZUL    : DEMAIS CASOS                        *
      * A ENFERMAGEM CONFIRMA OU TROCA A COR; A         *
      * SUGESTAO FICA GRAVADA EM TRI-RISCOSUG. A FILA   *
      * (SMP120) E ORDENADA POR TRI-RISCO.              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 TRI-PESO          PIC 9(03)V9.
          03 TRI-ALTURA        PIC 9(03).
          03 TRI-TEMP          PIC 9(02)V9.
          03 TRI-FC            PIC 9(03).
          03 TRI-SATO2         PIC 9(03).
          03 TRI-DOR           PIC 9(02).
          03 TRI-RISCOSUG      PIC 9(01).
          03 TRI-RISCO         PIC 9(01).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 TXTNOMEMED    PIC X(30) VALUE SPACES.
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 TXTRISCOSUG   PIC X(08) VALUE SPACES.
       01 TXTRISCO      PIC X(08) VALUE SPACES.
       01 TAB-CORES.
          03 FILLER     PIC X(40) VALUE
               "VERMELHOLARANJA AMARELO VERDE   AZUL    ".
       01 FILLER REDEFINES TAB-CORES.
          03 TBCOR      PIC X(08) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
               VALUE  "    PESO (KG)   :        ALTURA (CM) : ".
           05  LINE 18  COLUMN 01
               VALUE  "    TEMPERATURA (C) : ".
           05  LINE 19  COLUMN 01
               VALUE  "    FREQ.CARD.(BPM) :       SATURACAO O2 (%) :".
           05  LINE 20  COLUMN 01
               VALUE  "    DOR (0 A 10)    : ".
           05  LINE 22  COLUMN 01
               VALUE  "    RISCO SUGERIDO  :          RISCO :".
           05  LINE 23  COLUMN 01
               VALUE  "    1=VERMELHO 2=LARANJA 3=AMARELO 4=VERDE".
           05  LINE 23  COLUMN 43
               VALUE  " 5=AZUL".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TTRICPF
               LINE 18  COLUMN 24  PIC 9(02)V9
               USING  TRI-TEMP
               HIGHLIGHT.
           05  TTRIFC
               LINE 19  COLUMN 24  PIC 9(03)
               USING  TRI-FC
               HIGHLIGHT.
           05  TTRISATO2
               LINE 19  COLUMN 49  PIC 9(03)
               USING  TRI-SATO2
               HIGHLIGHT.
           05  TTRIDOR
               LINE 20  COLUMN 24  PIC 9(02)
               USING  TRI-DOR
               HIGHLIGHT.
           05  TTXTRISCOSUG
               LINE 22  COLUMN 24  PIC X(08)
               USING  TXTRISCOSUG
               HIGHLIGHT.
           05  TTRIRISCO
               LINE 22  COLUMN 40  PIC 9(01)
               USING  TRI-RISCO
               HIGHLIGHT.
           05  TTXTRISCO
               LINE 22  COLUMN 42  PIC X(08)
               USING  TXTRISCO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
       R1.
           MOVE ZEROS TO TRI-CPF TRI-DATAAA TRI-DATAMM TRI-DATADD
                         TRI-CRMNUM TRI-PAS TRI-PAD TRI-PESO
                         TRI-ALTURA TRI-TEMP TRI-FC TRI-SATO2
                         TRI-DOR TRI-RISCOSUG TRI-RISCO
           MOVE SPACES TO TRI-CRMUF TXTNOMEMED TXTNOMEPACI
                          TXTRISCOSUG TXTRISCO
           MOVE ZEROS TO W-SEL
           DISPLAY TELA2.
       R2.
           READ CADTRIAGEM
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                PERFORM MOS-RISCO THRU MOS-RISCO-FIM
                DISPLAY TELA2
                MOVE "*** TRIAGEM JA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R7.
           DISPLAY TELA2
              ACCEPT TTRIFC
              ACCEPT TTRISATO2
              ACCEPT TTRIDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF TRI-SATO2 > 100
              MOVE "*SATURACAO INVALIDA (0 A 100)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF TRI-DOR > 10
              MOVE "*ESCALA DE DOR INVALIDA (0 A 10)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM SUG-RISCO THRU SUG-RISCO-FIM
           IF TRI-RISCO = ZEROS
              MOVE TRI-RISCOSUG TO TRI-RISCO.
           PERFORM MOS-RISCO THRU MOS-RISCO-FIM.
       R8.
           DISPLAY TELA2
              ACCEPT TTRIRISCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF TRI-RISCO < 1 OR TRI-RISCO > 5
              MOVE "*RISCO INVALIDO (1 A 5)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           PERFORM MOS-RISCO THRU MOS-RISCO-FIM
           DISPLAY TELA2
           IF TRI-RISCO > TRI-RISCOSUG
              MOVE "*ATENCAO: RISCO MENOR QUE O SUGERIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R6A.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * COR SUGERIDA PELOS SINAIS VITAIS (REGRAS NO        *
      * CABECALHO); A PRIMEIRA FAIXA ATENDIDA PREVALECE    *
      *****************************************************
      *
       SUG-RISCO.
           MOVE 1 TO TRI-RISCOSUG
           IF TRI-SATO2 NOT = ZEROS AND TRI-SATO2 < 85
              GO TO SUG-RISCO-FIM.
           IF TRI-PAS < 70
              GO TO SUG-RISCO-FIM.
           IF TRI-FC NOT = ZEROS AND (TRI-FC < 40 OR TRI-FC > 150)
              GO TO SUG-RISCO-FIM.
           MOVE 2 TO TRI-RISCOSUG
           IF TRI-PAS < 90 OR TRI-PAS NOT < 220 OR TRI-PAD NOT < 130
              GO TO SUG-RISCO-FIM.
           IF TRI-SATO2 NOT = ZEROS AND TRI-SATO2 < 92
              GO TO SUG-RISCO-FIM.
           IF TRI-FC NOT < 130 OR TRI-TEMP NOT < 41,0
                               OR TRI-DOR NOT < 8
              GO TO SUG-RISCO-FIM.
           MOVE 3 TO TRI-RISCOSUG
           IF TRI-PAS NOT < 180 OR TRI-PAD NOT < 110
              GO TO SUG-RISCO-FIM.
           IF TRI-SATO2 NOT = ZEROS AND TRI-SATO2 < 95
              GO TO SUG-RISCO-FIM.
           IF TRI-FC NOT < 110
              OR (TRI-FC NOT = ZEROS AND TRI-FC < 50)
              GO TO SUG-RISCO-FIM.
           IF TRI-TEMP NOT < 39,0
              OR (TRI-TEMP NOT = ZEROS AND TRI-TEMP < 35,0)
              GO TO SUG-RISCO-FIM.
           IF TRI-DOR NOT < 5
              GO TO SUG-RISCO-FIM.
           MOVE 4 TO TRI-RISCOSUG
           IF TRI-PAS NOT < 140 OR TRI-PAD NOT < 90 OR TRI-FC > 100
              GO TO SUG-RISCO-FIM.
           IF TRI-TEMP NOT < 37,8 OR TRI-DOR NOT < 1
              GO TO SUG-RISCO-FIM.
           MOVE 5 TO TRI-RISCOSUG.
       SUG-RISCO-FIM.
           EXIT.
      *
       MOS-RISCO.
           MOVE SPACES TO TXTRISCOSUG TXTRISCO
           IF TRI-RISCOSUG > 0 AND TRI-RISCOSUG < 6
              MOVE TBCOR(TRI-RISCOSUG) TO TXTRISCOSUG.
           IF TRI-RISCO > 0 AND TRI-RISCO < 6
              MOVE TBCOR(TRI-RISCO) TO TXTRISCO.
       MOS-RISCO-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADTRIAGEM CADPACI CADMED.
