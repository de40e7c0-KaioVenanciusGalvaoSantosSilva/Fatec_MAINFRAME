      ***********************************************
      * CONSULTA (BROWSE) DO HISTORICO DE RECEITAS   *
      * POR PACIENTE                                 *
      * RECEITA IMPORTADA DE OUTRA CLINICA (CADORI-  *
      * GEM, SUBROTINA VERORIGEM) MOSTRA A ORIGEM.   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-CPFPROC          PIC 9(11) VALUE ZEROS.
       01 TXTNOMEPACI        PIC X(30) VALUE SPACES.
       01 TXTNOMEMED         PIC X(30) VALUE SPACES.
      *---------[ HISTORICO DE OUTRA CLINICA (VERORIGEM) ]---------
       01 ORI-ARQ       PIC X(01) VALUE "R".
       01 ORI-CHAVE     PIC X(29) VALUE SPACES.
       01 ORI-ACHOU     PIC X(01) VALUE "N".
       01 ORI-CLINICA   PIC X(30) VALUE SPACES.
       01 ORI-DATA.
          03 ORI-DTAA   PIC 9(04).
          03 ORI-DTMM   PIC 9(02).
          03 ORI-DTDD   PIC 9(02).
       01 ORI-LINHA.
          03 FILLER     PIC X(24) VALUE "HIST. EXTERNO - ORIGEM: ".
          03 OL-CLINICA PIC X(30).
          03 FILLER     PIC X(04) VALUE " EM ".
          03 OL-DD      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 OL-MM      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 OL-AA      PIC 9(04).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMP060A.
           ELSE
                 MOVE SPACES TO TXTNOMEMED.
           DISPLAY SMP060.
           MOVE RECEITA-CHAVE TO ORI-CHAVE
           CALL "VERORIGEM" USING ORI-ARQ ORI-CHAVE ORI-ACHOU
                                  ORI-CLINICA ORI-DATA
           IF ORI-ACHOU = "S"
                 MOVE ORI-CLINICA TO OL-CLINICA
                 MOVE ORI-DTDD    TO OL-DD
                 MOVE ORI-DTMM    TO OL-MM
                 MOVE ORI-DTAA    TO OL-AA
                 DISPLAY (17, 05) ORI-LINHA.
       ROT-SOL.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
