      * ALGUM MEDICAMENTO E CONTROLADO (CADMEDIC) O  *
      * DOCUMENTO SAI EM DUAS VIAS (CONTROLE         *
      * ESPECIAL). SAIDA: RECEITUARIO.TXT            *
      * CADA ITEM CONTROLADO SAI COM O NUMERO DA     *
      * NOTIFICACAO DE RECEITA (NOTIFREC); ITEM SEM  *
      * NUMERO CONSOME O PROXIMO DO TALONARIO DO     *
      * MEDICO E, SEM FAIXA VALIDA, A IMPRESSAO E    *
      * RECUSADA.                                    *
      * CHAMADO PELO SMP225 (RENOVACAO DE RECEITAS DE*
      * USO CONTINUO) EM MODO DE EXECUCAO (RCT-EX-MODO*
      * = S, SEM TELA) PARA A CHAVE RCT-EX-CHAVE; COM*
      * RCT-EX-ACUM = S O RECEITUARIO E ACRESCENTADO AO*
      * RECEITUARIO.TXT JA GERADO NA MESMA RODADA.   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       77 W-ACHOUITEM    PIC X(01) VALUE "N".
       77 W-VIA          PIC 9(01) VALUE ZEROS.
       77 W-QTDVIAS      PIC 9(01) VALUE ZEROS.
       77 W-SEMNOTIF     PIC X(01) VALUE "N".
       77 W-MENSNOTIF    PIC X(50) VALUE SPACES.
       01 NTF-MODO      PIC X(01) VALUE SPACES.
       01 NTF-CRM       PIC X(08) VALUE SPACES.
       01 NTF-RECCHAVE  PIC X(29) VALUE SPACES.
       01 NTF-MEDCOD    PIC 9(06) VALUE ZEROS.
       01 NTF-NUMERO    PIC 9(08) VALUE ZEROS.
       01 NTF-MOTIVO    PIC X(30) VALUE SPACES.
       01 NTF-OK        PIC X(01) VALUE SPACES.
       01 NTF-MENS      PIC X(50) VALUE SPACES.
       01 W-CHAVEPED.
          03 W-PEDCPF    PIC 9(11) VALUE ZEROS.
          03 W-PEDDATA.
             05 W-PEDCRMUF  PIC X(02) VALUE SPACES.
       01 TXTNOMEMED    PIC X(30) VALUE SPACES.
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 W-EXEC1       PIC X(01) VALUE "N".
       01 RCT-EXEC EXTERNAL.
          03 RCT-EX-MODO    PIC X(01).
          03 RCT-EX-CHAVE   PIC X(27).
          03 RCT-EX-ACUM    PIC X(01).
          03 RCT-EX-RESULT  PIC X(01).
          03 RCT-EX-MENS    PIC X(50).
      *
       01 CAB0.
                03 FILLER      PIC X(30) VALUE
                03 LI-DOSAGEM  PIC X(20).
                03 FILLER      PIC X(01) VALUE " ".
                03 LI-DURACAO  PIC X(20).
       01 LINNOTIF.
                03 FILLER      PIC X(06) VALUE SPACES.
                03 FILLER      PIC X(30) VALUE
                        "NOTIFICACAO DE RECEITA No ".
                03 LN-NUMERO   PIC 9(08).
       01 LINASS.
                03 FILLER      PIC X(40) VALUE
                        "     ________________________________".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE "N" TO W-EXEC1
           OPEN INPUT CADRECEITA
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADRECEITA NAO ENCONTRADO*" TO MENS
              GO TO ROT-FIM.
      *
       R1.
      *
      * MODO DE EXECUCAO (RENOVACAO NO SMP225): A CHAVE VEM
      * DO RCT-EX-CHAVE; QUALQUER VOLTA A R1/R2 ENCERRA
      *
           IF RCT-EX-MODO = "S"
              IF W-EXEC1 = "S"
                 GO TO ROT-FIM
              ELSE
                 MOVE "S" TO W-EXEC1
                 MOVE RCT-EX-CHAVE TO W-CHAVEPED
                 GO TO R3.
           MOVE ZEROS TO W-PEDCPF W-PEDAA W-PEDMM W-PEDDD W-PEDCRMNUM
           MOVE SPACES TO W-PEDCRMUF
           DISPLAY SMT105.
       R2.
           IF RCT-EX-MODO = "S"
              GO TO R1.
           DISPLAY SMT105
              ACCEPT TW-PEDCPF
              ACCEPT TW-PEDDD
      *****************************************************
      *
       R4.
           MOVE "N" TO W-TEMCONTROL W-ACHOUITEM W-SEMNOTIF
           PERFORM POSICIONA-REC THRU POSICIONA-REC-FIM
           IF ST-ERRO NOT = "00"
              GO TO R4-FIM.
              READ CADMEDIC
              IF ST-ERRO = "00"
                 IF MEDIC-CONTROLADO = "S"
                    MOVE "S" TO W-TEMCONTROL
                    MOVE "C" TO NTF-MODO
                    PERFORM NOTIF-CALL THRU NOTIF-CALL-FIM.
           GO TO R4-LP.
       R4-FIM.
           IF W-ACHOUITEM = "N"
              MOVE "*RECEITA NAO ENCONTRADA P/ESTA CHAVE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-SEMNOTIF = "S"
              MOVE W-MENSNOTIF TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       R5.
           IF RCT-EX-MODO = "S" AND RCT-EX-ACUM = "S"
              OPEN EXTEND RECTX
              IF ST-ERRO2 NOT = "00"
                 OPEN OUTPUT RECTX
              ELSE
                 NEXT SENTENCE
           ELSE
              OPEN OUTPUT RECTX.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RECTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R5-LP.
       R5-FIM.
           CLOSE RECTX
           IF RCT-EX-MODO = "S"
              MOVE "S" TO RCT-EX-RESULT.
           MOVE "*** RECEITUARIO.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
           MOVE REC-DOSAGEM     TO LI-DOSAGEM
           MOVE REC-DURACAO     TO LI-DURACAO
           WRITE REGRECTX FROM LINITEM
           IF REC-MEDCOD = ZEROS
              GO TO IMPRIME-VIA-LP.
           MOVE REC-MEDCOD TO MEDIC-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00" OR MEDIC-CONTROLADO NOT = "S"
              GO TO IMPRIME-VIA-LP.
           MOVE "L" TO NTF-MODO
           PERFORM NOTIF-CALL THRU NOTIF-CALL-FIM
           IF NTF-OK = "S"
              MOVE NTF-NUMERO TO LN-NUMERO
              WRITE REGRECTX FROM LINNOTIF.
           GO TO IMPRIME-VIA-LP.
       IMPRIME-VIA-ASS.
           MOVE SPACES TO REGRECTX
           EXIT.
      *
      *****************************************************
      * NUMERO DA NOTIFICACAO DO ITEM CORRENTE (NOTIFREC   *
      * NO MODO JA MOVIDO PARA NTF-MODO)                   *
      *****************************************************
      *
       NOTIF-CALL.
           MOVE REC-CRM       TO NTF-CRM
           MOVE RECEITA-CHAVE TO NTF-RECCHAVE
           MOVE REC-MEDCOD    TO NTF-MEDCOD
           MOVE ZEROS         TO NTF-NUMERO
           CALL "NOTIFREC" USING NTF-MODO NTF-CRM NTF-RECCHAVE
                                 NTF-MEDCOD NTF-NUMERO NTF-MOTIVO
                                 NTF-OK NTF-MENS
           IF NTF-OK NOT = "S" AND NTF-MODO = "C"
              MOVE "S"      TO W-SEMNOTIF
              MOVE NTF-MENS TO W-MENSNOTIF.
       NOTIF-CALL-FIM.
           EXIT.
      *
      *****************************************************
      * POSICIONA O CADRECEITA NO PRIMEIRO ITEM DA CHAVE   *
      *****************************************************
      *
      **********************
      *
       ROT-FIM.
           IF RCT-EX-MODO NOT = "S"
              DISPLAY (01, 01) ERASE.
           CLOSE CADRECEITA CADMEDIC CADMED CADPACI.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
           IF RCT-EX-MODO = "S"
              MOVE MENS TO RCT-EX-MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
