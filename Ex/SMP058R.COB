       AUTHOR. KAIO V G S S
      ***********************************************
      * FOLHA DE AGENDA DO DIA (DAY-SHEET) POR MEDICO *
      * SO LISTA HORARIOS DAS FILIAIS DO OPERADOR     *
      * AS SESSOES EXTRAS DO MEDICO NO DIA (CADEXTRA) *
      * SAEM NO CABECALHO E OS HORARIOS DENTRO DELAS  *
      * SAEM MARCADOS COM *EXTRA                      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADEXTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXTRA-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT FOLHATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
       FD CADEXTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTRA.DAT".
       01 REGEXTRA.
          03 EXTRA-CHAVE.
             05 EXT-CRM.
                07 EXT-CRMNUM   PIC 9(06).
                07 EXT-CRMUF    PIC X(02).
             05 EXT-DATA.
                07 EXT-DATAAA   PIC 9(04).
                07 EXT-DATAMM   PIC 9(02).
                07 EXT-DATADD   PIC 9(02).
             05 EXT-HORAINI.
                07 EXT-HIHH     PIC 9(02).
                07 EXT-HIMM     PIC 9(02).
          03 EXT-HORAFIM.
             05 EXT-HFHH        PIC 9(02).
             05 EXT-HFMM        PIC 9(02).
          03 EXT-SALA           PIC 9(03).
          03 EXT-FILIAL         PIC 9(02).
          03 EXT-DURACAO        PIC 9(03).
          03 EXT-MOTIVO         PIC X(20).
          03 EXT-OPER           PIC X(10).
          03 EXT-DATAREG        PIC 9(08).
      *
       FD FOLHATX
               LABEL RECORD IS STANDARD
       77 W-QTDLIN       PIC 9(02) VALUE ZEROS.
       77 W-TOTAGENDA    PIC 9(04) VALUE ZEROS.
       77 W-ARQABERTO    PIC X(01) VALUE "N".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-QTDEXT       PIC 9(02) VALUE ZEROS.
       77 W-IX           PIC 9(02) VALUE ZEROS.
      *
      * FAIXAS DAS SESSOES EXTRAS DO MEDICO NO DIA
      *
       01 TAB-EXTRA.
          03 TE-ITEM OCCURS 10 TIMES.
             05 TE-INI      PIC 9(04).
             05 TE-FIM      PIC 9(04).
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
       01 W-CRM.
          03 W-CRMNUM       PIC 9(06) VALUE ZEROS.
          03 W-CRMUF        PIC X(02) VALUE SPACES.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-PACIENTE      PIC X(30).
                03 D2-ENCAIXE       PIC X(08).
       01 CABEXT.
                03 FILLER      PIC X(14) VALUE "SESSAO EXTRA ".
                03 DX-HORAINI  PIC 99B99.
                03 FILLER      PIC X(03) VALUE " A ".
                03 DX-HORAFIM  PIC 99B99.
                03 FILLER      PIC X(07) VALUE "  SALA ".
                03 DX-SALA     PIC 9(03).
                03 FILLER      PIC X(09) VALUE "  FILIAL ".
                03 DX-FILIAL   PIC 9(02).
                03 FILLER      PIC X(02) VALUE SPACES.
                03 DX-MOTIVO   PIC X(20).
       01 TOTALTX.
                03 FILLER            PIC X(32) VALUE
                        "TOTAL DE ATENDIMENTOS NO DIA : ".
                03 D-TOTTX           PIC ZZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "FOLHADIA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT058.
                      MOVE "ERRO ABERTURA DO ARQUIVO FOLHATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           MOVE "S" TO W-ARQABERTO
           PERFORM CABECALHO THRU CABECALHO-FIM
           GO TO POSICIONA.
                   GO TO LER-AGENDA.
                IF AG-STATUS NOT = "A"
                   GO TO LER-AGENDA.
                MOVE AG-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-AGENDA.
      *
       BUS-PACI.
           MOVE AG-CPF TO CPF
           MOVE NOME OF REGPACI TO D2-PACIENTE
           MOVE SPACES         TO D2-ENCAIXE
           IF AG-SEQENC NOT = ZEROS
              MOVE "*ENCAIXE" TO D2-ENCAIXE
           ELSE
              PERFORM VER-EXTRA THRU VER-EXTRA-FIM.
           MOVE CAB2           TO REGFOLHATX
           WRITE REGFOLHATX
           ADD 1 TO W-QTDLIN
                WRITE REGFOLHATX
                MOVE SPACES TO REGFOLHATX
                WRITE REGFOLHATX
                PERFORM LISTA-EXTRA THRU LISTA-EXTRA-FIM
                MOVE CAB1 TO REGFOLHATX
                WRITE REGFOLHATX
                MOVE SPACES TO REGFOLHATX
       CABECALHO-FIM.
                EXIT.
      *
      ***********************************************************
      * SESSOES EXTRAS DO MEDICO NA DATA (CADEXTRA): UMA LINHA  *
      * POR SESSAO NO CABECALHO E A FAIXA GUARDADA NA TABELA    *
      * PARA MARCAR OS HORARIOS. SEM O ARQUIVO, NADA A LISTAR   *
      ***********************************************************
      *
       LISTA-EXTRA.
                MOVE ZEROS TO W-QTDEXT
                OPEN INPUT CADEXTRA
                IF ST-ERRO2 NOT = "00"
                   GO TO LISTA-EXTRA-FIM.
                MOVE W-CRM  TO EXT-CRM
                MOVE W-DATA TO EXT-DATA
                MOVE ZEROS  TO EXT-HORAINI
                START CADEXTRA KEY IS NOT LESS THAN EXTRA-CHAVE
                IF ST-ERRO2 NOT = "00"
                   GO TO LISTA-EXTRA-ENC.
       LISTA-EXTRA-LP.
                READ CADEXTRA NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   GO TO LISTA-EXTRA-ENC.
                IF EXT-CRM NOT = W-CRM OR EXT-DATA NOT = W-DATA
                   GO TO LISTA-EXTRA-ENC.
                MOVE EXT-HIHH    TO DX-HORAINI (1:2)
                MOVE EXT-HIMM    TO DX-HORAINI (4:2)
                MOVE EXT-HFHH    TO DX-HORAFIM (1:2)
                MOVE EXT-HFMM    TO DX-HORAFIM (4:2)
                MOVE EXT-SALA    TO DX-SALA
                MOVE EXT-FILIAL  TO DX-FILIAL
                MOVE EXT-MOTIVO  TO DX-MOTIVO
                MOVE CABEXT      TO REGFOLHATX
                WRITE REGFOLHATX
                IF W-QTDEXT < 10
                   ADD 1 TO W-QTDEXT
                   MOVE EXT-HORAINI TO TE-INI (W-QTDEXT)
                   MOVE EXT-HORAFIM TO TE-FIM (W-QTDEXT).
                GO TO LISTA-EXTRA-LP.
       LISTA-EXTRA-ENC.
                CLOSE CADEXTRA
                IF W-QTDEXT > ZEROS
                   MOVE SPACES TO REGFOLHATX
                   WRITE REGFOLHATX.
       LISTA-EXTRA-FIM.
                EXIT.
      *
      * HORARIO DENTRO DE UMA SESSAO EXTRA (FIM EXCLUSIVE)
      *
       VER-EXTRA.
                MOVE ZEROS TO W-IX.
       VER-EXTRA-LP.
                ADD 1 TO W-IX
                IF W-IX > W-QTDEXT
                   GO TO VER-EXTRA-FIM.
                IF AG-HORA NOT < TE-INI (W-IX)
                   AND AG-HORA < TE-FIM (W-IX)
                   MOVE "*EXTRA" TO D2-ENCAIXE
                   GO TO VER-EXTRA-FIM.
                GO TO VER-EXTRA-LP.
       VER-EXTRA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                   WRITE REGFOLHATX.
                DISPLAY (01, 01) ERASE
                CLOSE CADAGENDA CADPACI FOLHATX.
                IF SPL-GERADO = "S"
                   STRING "CRM " W-CRMNUM "-" W-CRMUF " DATA "
                          W-DATADD "/" W-DATAMM "/" W-DATAAA
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE FIL-PADRAO TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
