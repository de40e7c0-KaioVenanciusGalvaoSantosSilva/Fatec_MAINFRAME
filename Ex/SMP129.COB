      *    (CADCONV DATAVALID)                       *
      *  - CREDENCIAMENTO DO MEDICO NO CONVENIO      *
      *    (CADREDE RD-DATACRED/RD-DATAFIMCRED)      *
      *  - CARTEIRINHA DO BENEFICIARIO NO CONVENIO   *
      *    (CADCARTEIRA, VIA VERCART)                *
      * AS EXCECOES SAEM NO RELELEGIV.TXT PARA A     *
      * RECEPCAO AVISAR O PACIENTE. RODA NA ROTINA   *
      * NOTURNA (SMP088, PASSO 5).                   *
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       77 W-R100     PIC 9(04) VALUE ZEROS.
       77 W-R400     PIC 9(04) VALUE ZEROS.
       77 W-QTO      PIC 9(04) VALUE ZEROS.
      *---------[ CARTEIRINHA DO BENEFICIARIO (VERCART) ]-----------
       01 CRT-CPF       PIC 9(11) VALUE ZEROS.
       01 CRT-CONVENIO  PIC 9(04) VALUE ZEROS.
       01 CRT-DATA      PIC 9(08) VALUE ZEROS.
       01 CRT-SITUACAO  PIC X(01) VALUE SPACES.
       01 CRT-NUMERO    PIC X(20) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA    PIC 9(04).
          03 W-DSMM    PIC 9(02).
                03 FILLER            PIC X(30) VALUE
                        "EXCECOES DE ELEGIBILIDADE   : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELELEGIV.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT129.
                      MOVE "ERRO ABERTURA DO ARQUIVO ELEGTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGELEGTX FROM CAB0
           MOVE SPACES TO REGELEGTX
           WRITE REGELEGTX.
              MOVE "CREDENCIAMENTO VENCIDO" TO LE-MOTIVO
              PERFORM GRV-EXC THRU GRV-EXC-FIM
              GO TO LER-AGEN01.
       VER-CART.
           MOVE AG-CPF     TO CRT-CPF
           MOVE W-CONVCHK  TO CRT-CONVENIO
           MOVE W-ALVOINV9 TO CRT-DATA
           CALL "VERCART" USING CRT-CPF CRT-CONVENIO CRT-DATA
                                CRT-SITUACAO CRT-NUMERO
           IF CRT-SITUACAO = "A"
              MOVE "SEM CARTEIRINHA NO CONVENIO" TO LE-MOTIVO
              PERFORM GRV-EXC THRU GRV-EXC-FIM
              GO TO LER-AGEN01.
           IF CRT-SITUACAO = "X"
              MOVE "CARTEIRINHA VENCIDA" TO LE-MOTIVO
              PERFORM GRV-EXC THRU GRV-EXC-FIM
              GO TO LER-AGEN01.
           IF CRT-SITUACAO = "F"
              MOVE "CARTEIRINHA AINDA NAO VIGENTE" TO LE-MOTIVO
              PERFORM GRV-EXC THRU GRV-EXC-FIM
              GO TO LER-AGEN01.
           ADD 1 TO W-TOTOK
           GO TO LER-AGEN01.
      *
           WRITE REGELEGTX FROM TOT1
           MOVE W-TOTEXC TO D-TOT2
           WRITE REGELEGTX FROM TOT2
           CLOSE ELEGTX.
           IF SPL-GERADO = "S"
              STRING "DATA " W-ALVODD "/" W-ALVOMM "/"
                     W-ALVOAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "EXCECOES ENCONTRADAS : "
           DISPLAY (16, 29) W-TOTEXC
           MOVE "*** RELELEGIV.TXT GERADO ***" TO MENS
