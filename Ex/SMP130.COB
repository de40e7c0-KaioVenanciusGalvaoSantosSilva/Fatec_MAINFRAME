      * VARREDURA DE QUALIDADE DOS CADASTROS LEGADOS *
      * REAPLICA SOBRE TODO O CADPACI E CADMED AS    *
      * CRITICAS QUE HOJE SO RODAM NA DIGITACAO:     *
      *  - DIGITO VERIFICADOR DO CPF (MENOS NUMERO   *
      *    PROVISORIO DE PACIENTE SEM CPF - VERPROV) *
      *  - DATA DE NASCIMENTO (VALDATA)              *
      *  - UF DO CRM (VALUF)                         *
      *  - REGRAS DE TELEFONE (DDD E TIPO M/F)       *
       77 W-IND      PIC 9(02) VALUE ZEROS.
       77 W-QTDCAMPO PIC 9(02) VALUE ZEROS.
       01 VLD-OK            PIC X(01) VALUE SPACES.
       01 PRV-MODO          PIC X(01) VALUE "V".
       01 W-PROVOK          PIC X(01) VALUE SPACES.
       01 W-UFNOME          PIC X(20) VALUE SPACES.
       01 VLD-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       01 VLD-CPF-QTO       PIC 9(04) VALUE ZEROS.
          03 LT-CAMPO    PIC X(21).
          03 FILLER      PIC X(09) VALUE " FALHAS: ".
          03 LT-QTDE     PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "QUALIDADE.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT130.
                      MOVE "ERRO ABERTURA DO ARQUIVO QUALTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGQUALTX FROM CAB0
           MOVE SPACES TO REGQUALTX
           WRITE REGQUALTX.
           MOVE "CADPACI" TO LF-ARQ
           MOVE CPF TO LF-CHAVE.
      *
      * DIGITO VERIFICADOR DO CPF (MESMO CALCULO DO SMP004). O NUMERO
      * PROVISORIO DE PACIENTE SEM CPF TEM DIGITO INVALIDO DE PROPOSITO
      *
           CALL "VERPROV" USING PRV-MODO CPF W-PROVOK
           IF W-PROVOK = "S"
              GO TO LER-PACI02.
           PERFORM CALC-CPF-DV1 THRU CALC-CPF-DV1-FIM
           PERFORM CALC-CPF-DV2 THRU CALC-CPF-DV2-FIM
           IF CPF-DIG(10) NOT = VLD-CPF-DV1
              MOVE "CPF" TO LF-CAMPO
              MOVE "DIGITO VERIFICADOR INVALIDO" TO LF-MOTIVO
              PERFORM GRV-FALHA THRU GRV-FALHA-FIM.
       LER-PACI02.
      *
      * DATA DE NASCIMENTO
      *
           WRITE REGQUALTX FROM LINTOT
           GO TO GERA-RESUMO-LP.
       GERA-FIM.
           CLOSE QUALTX.
           IF SPL-GERADO = "S"
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "FALHAS ENCONTRADAS : "
           DISPLAY (16, 27) W-TOTFALHAS
           MOVE "*** QUALIDADE.TXT GERADO ***" TO MENS
