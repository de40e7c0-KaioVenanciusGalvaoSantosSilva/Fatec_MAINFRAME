      ***********************************************
      * CONSULTA (BROWSE) DO HISTORICO DE EXAMES     *
      * POR PACIENTE, JUNTO COM A CONSULTA DE ORIGEM *
      * CONSULTA COM DIAGNOSTICO RESTRITO TEM CID,   *
      * OBSERVACOES E RESULTADO MASCARADOS, SALVO    *
      * ACESSO PERMITIDO OU DE EMERGENCIA (VERSIGILO)*
      * EXAME IMPORTADO DE OUTRA CLINICA (CADORIGEM, *
      * SUBROTINA VERORIGEM) MOSTRA A ORIGEM.        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       01 TXTNOMEMED         PIC X(30) VALUE SPACES.
       01 TXTCONCID          PIC 9(06) VALUE ZEROS.
       01 TXTCONOBS          PIC X(30) VALUE SPACES.
      *---------[ DIAGNOSTICO RESTRITO (VERSIGILO) ]-----------------
       01 W-SIGCHAVE         PIC X(27) VALUE SPACES.
       01 W-SIGMODO          PIC X(01) VALUE "E".
       01 W-SIGPERM          PIC X(01) VALUE "S".
      *---------[ HISTORICO DE OUTRA CLINICA (VERORIGEM) ]---------
       01 ORI-ARQ       PIC X(01) VALUE "E".
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
       01  SMP064A.
                 MOVE NOME OF REGPACI TO TXTNOMEPACI.
      *
       R2.
           MOVE "E" TO W-SIGMODO
           MOVE W-CPFPROC TO EXA-CPF
           MOVE W-CPFPROC TO ACS-CPF
           CALL "GRVACESSO" USING ACS-PROG ACS-CPF
           ELSE
                 MOVE ZEROS  TO TXTCONCID
                 MOVE SPACES TO TXTCONOBS.
           IF ST-ERRO4 = "00"
                 PERFORM VER-SIGILO THRU VER-SIGILO-FIM.
           DISPLAY SMP064.
           MOVE EXAME-CHAVE TO ORI-CHAVE
           CALL "VERORIGEM" USING ORI-ARQ ORI-CHAVE ORI-ACHOU
                                  ORI-CLINICA ORI-DATA
           IF ORI-ACHOU = "S"
                 MOVE ORI-CLINICA TO OL-CLINICA
                 MOVE ORI-DTDD    TO OL-DD
                 MOVE ORI-DTMM    TO OL-MM
                 MOVE ORI-DTAA    TO OL-AA
                 DISPLAY (19, 05) ORI-LINHA.
       ROT-SOL.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
              ELSE
                 GO TO ROT-MONTAR.
      *
      *****************************************************
      * DIAGNOSTICO RESTRITO: SEM PERMISSAO, MASCARA A     *
      * CONSULTA E O RESULTADO; RECUSADA A EMERGENCIA, OS  *
      * PROXIMOS EXAMES DO PACIENTE SO SAO VERIFICADOS     *
      *****************************************************
      *
       VER-SIGILO.
           MOVE CONSULTA-CHAVE TO W-SIGCHAVE
           CALL "VERSIGILO" USING W-SIGCHAVE ACS-PROG
                                  W-SIGMODO W-SIGPERM
           IF W-SIGPERM = "S"
              GO TO VER-SIGILO-FIM.
           MOVE "V" TO W-SIGMODO
           MOVE ZEROS TO TXTCONCID
           MOVE "*** DIAGNOSTICO RESTRITO ***" TO TXTCONOBS
           MOVE "*** RESTRITO ***" TO EXA-RESULTADO.
       VER-SIGILO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
