       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERPROV.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DO NUMERO PROVISORIO DE *
      * PACIENTE SEM CPF (CADPROVIS). O NUMERO TEM 11   *
      * DIGITOS COMO O CPF: 999 + SEQUENCIA DE 6 DIGITOS*
      * + 2 DIGITOS FINAIS PROPOSITALMENTE INVALIDOS    *
      * (1o DIGITO = DV1 CORRETO + 1, 2o DIGITO = 0),   *
      * ENTAO NUNCA COINCIDE COM UM CPF VERDADEIRO.     *
      *   MODO G - MONTA OS 2 DIGITOS FINAIS DO NUMERO  *
      *            (999 + SEQUENCIA) RECEBIDO           *
      *   MODO V - DEVOLVE S SE O NUMERO RECEBIDO E UM  *
      *            NUMERO PROVISORIO, N SE NAO FOR      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-NUM             PIC 9(11) VALUE ZEROS.
       01 W-NUM-DIGITOS REDEFINES W-NUM.
          03 W-NUM-DIG      PIC 9(01) OCCURS 11 TIMES.
       01 W-NUM-PARTES REDEFINES W-NUM.
          03 W-NUM-PREF     PIC 9(03).
          03 W-NUM-SEQ      PIC 9(06).
          03 W-NUM-DV       PIC 9(02).
       01 VLD-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       01 VLD-CPF-QTO       PIC 9(04) VALUE ZEROS.
       01 VLD-CPF-RESTO     PIC 9(02) VALUE ZEROS.
       01 VLD-CPF-DV1       PIC 9(01) VALUE ZEROS.
       01 VLD-CPF-IND       PIC 9(02) VALUE ZEROS.
       01 VLD-CPF-PESO      PIC 9(02) VALUE ZEROS.
       01 W-PROVDV1         PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 PRV-L-MODO        PIC X(01).
       01 PRV-L-CPF         PIC 9(11).
       01 PRV-L-RESULT      PIC X(01).
      *
      *PRV-L-RESULT: S=NUMERO PROVISORIO  N=NAO E NUMERO PROVISORIO
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRV-L-MODO PRV-L-CPF PRV-L-RESULT.
       INICIO.
           MOVE "N" TO PRV-L-RESULT
           MOVE PRV-L-CPF TO W-NUM
           IF W-NUM-PREF NOT = 999
              GO TO ROT-FIM.
           PERFORM CALC-CPF-DV1 THRU CALC-CPF-DV1-FIM
           IF VLD-CPF-DV1 = 9
              MOVE 0 TO W-PROVDV1
           ELSE
              COMPUTE W-PROVDV1 = VLD-CPF-DV1 + 1.
           IF PRV-L-MODO = "G"
              COMPUTE W-NUM-DV = W-PROVDV1 * 10
              MOVE W-NUM TO PRV-L-CPF
              MOVE "S" TO PRV-L-RESULT
              GO TO ROT-FIM.
           IF W-NUM-DIG(10) = W-PROVDV1 AND W-NUM-DIG(11) = 0
              MOVE "S" TO PRV-L-RESULT.
       ROT-FIM.
           EXIT PROGRAM.
      *
      ***************************************************
      * CALCULO DO 1o DIGITO VERIFICADOR DO CPF (MOD-11) *
      ***************************************************
       CALC-CPF-DV1.
           MOVE ZEROS TO VLD-CPF-SOMA
           MOVE 1  TO VLD-CPF-IND
           MOVE 10 TO VLD-CPF-PESO.
       CALC-CPF-DV1-LP.
           COMPUTE VLD-CPF-SOMA = VLD-CPF-SOMA +
                          (W-NUM-DIG(VLD-CPF-IND) * VLD-CPF-PESO)
           SUBTRACT 1 FROM VLD-CPF-PESO
           ADD 1 TO VLD-CPF-IND
           IF VLD-CPF-IND < 10
              GO TO CALC-CPF-DV1-LP.
           DIVIDE VLD-CPF-SOMA BY 11 GIVING VLD-CPF-QTO
                                     REMAINDER VLD-CPF-RESTO
           IF VLD-CPF-RESTO < 2
              MOVE 0 TO VLD-CPF-DV1
           ELSE
              COMPUTE VLD-CPF-DV1 = 11 - VLD-CPF-RESTO.
       CALC-CPF-DV1-FIM.
           EXIT.
