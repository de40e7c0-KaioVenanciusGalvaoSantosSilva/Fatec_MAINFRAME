          03 LP-AA         PIC X(04).
          03 FILLER        PIC X(01) VALUE " ".
          03 LP-TEXTO      PIC X(60).
      *---------[ DIAGNOSTICO RESTRITO (VERSIGILO) ]-----------------
       01 W-SIGCHAVE       PIC X(27) VALUE SPACES.
       01 W-SIGMODO        PIC X(01) VALUE "E".
       01 W-SIGPERM        PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
      ******************
      * ROTINA DE TELA *
      *****************************************************
      * FOLHEIA O PRONTUARIO CLINICO COMPLETO DO PACIENTE  *
      * EM ORDEM CRONOLOGICA (A CHAVE DO CADPRONTU COMECA  *
      * PELO CPF + DATA DA CONSULTA). CONSULTA COM         *
      * DIAGNOSTICO RESTRITO SAI MASCARADA, SALVO ACESSO   *
      * PERMITIDO OU DE EMERGENCIA (VERSIGILO); RECUSADA A *
      * EMERGENCIA, AS DEMAIS SO SAO VERIFICADAS           *
      *****************************************************
      *
       VER-PRONTU.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "PRONTUARIO CLINICO DO PACIENTE"
           MOVE "N" TO W-ACHOUPRO
           MOVE SPACES TO W-SIGCHAVE
           MOVE "E" TO W-SIGMODO
           MOVE "S" TO W-SIGPERM
           MOVE 3 TO W-LINHA
           MOVE SPACES TO W-CHAVEINI
           MOVE CPF TO W-CHAVEINI (1:11)
           IF PRO-CONSCHAVE (1:11) NOT = W-CHAVEINI (1:11)
              GO TO VER-PRONTU-FIM.
           MOVE "S" TO W-ACHOUPRO
           IF PRO-CONSCHAVE NOT = W-SIGCHAVE
              PERFORM VER-SIGILO THRU VER-SIGILO-FIM
           ELSE
              IF W-SIGPERM = "N"
                 GO TO VER-PRONTU-LP.
           MOVE PRO-CONSCHAVE (18:2) TO LP-DD
           MOVE PRO-CONSCHAVE (16:2) TO LP-MM
           MOVE PRO-CONSCHAVE (12:4) TO LP-AA
           MOVE PRO-TEXTO TO LP-TEXTO
           IF W-SIGPERM = "N"
              MOVE "*** DIAGNOSTICO RESTRITO ***" TO LP-TEXTO.
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 03) LINPRO
           IF W-LINHA < 20
           DISPLAY (23, 03) "FIM DO PRONTUARIO. TECLE ALGO."
           ACCEPT (23, 35) W-OPCAO
           GO TO ROT-MONTAR.
      *
       VER-SIGILO.
           MOVE PRO-CONSCHAVE TO W-SIGCHAVE
           CALL "VERSIGILO" USING W-SIGCHAVE ACS-PROG
                                  W-SIGMODO W-SIGPERM
           IF W-SIGPERM = "N"
              MOVE "V" TO W-SIGMODO.
       VER-SIGILO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
