      * CONSULTAS COM ESSES DIAGNOSTICOS. CADA       *
      * CONSULTA NOTIFICADA FICA NO NOTIFLOG PARA    *
      * NUNCA SER ENVIADA DUAS VEZES.                *
      * OS CIDS SECUNDARIOS (CADCONCID) TAMBEM SAO   *
      * VARRIDOS, PELA CHAVE ALTERNADA CCI-CID. O    *
      * NOTIFLOG E POR CONSULTA + CID.               *
      * SAIDA: NOTIFICA.TXT                          *
      ***********************************************
      *----------------------------------------------------------------
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
           SELECT NOTIFLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOTIF-LOGCHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT NOTIFTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTIFLOG.DAT".
       01 REGNOTIFLOG.
          03 NOTIF-LOGCHAVE.
             05 NOTIF-CHAVE    PIC X(27).
             05 NOTIF-CID      PIC 9(06).
          03 NOTIF-DATAENV     PIC 9(08).
      *
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
      *
       FD NOTIFTX
               LABEL RECORD IS STANDARD
                 MOVE "ERRO ABERTURA DO ARQUIVO NOTIFLOG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0G.
           OPEN INPUT CADCONCID
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADCONCID
                 CLOSE CADCONCID
                 OPEN INPUT CADCONCID
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONCID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0F.
           OPEN OUTPUT NOTIFTX
           IF ST-ERRO3 NOT = "00"
           MOVE CODIGO TO W-CIDPROC CON-CID
           START CADCONSULTA KEY IS EQUAL TO CON-CID
           IF ST-ERRO2 NOT = "00"
              GO TO LER-SEC.
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LER-SEC.
           IF CON-CID NOT = W-CIDPROC
              GO TO LER-SEC.
      *
      * JA NOTIFICADA? O NOTIFLOG GUARDA A CHAVE ENVIADA + CID
      *
           MOVE CONSULTA-CHAVE TO NOTIF-CHAVE
           MOVE W-CIDPROC      TO NOTIF-CID
           READ NOTIFLOG
           IF ST-ERRO2 = "00"
              ADD 1 TO W-TOTJAENV
              GO TO LER-CONS01.
           PERFORM GRV-NOT THRU GRV-NOT-FIM
           GO TO LER-CONS01.
      *
      *****************************************************
      * CONSULTAS QUE TEM O CID NOTIFICAVEL COMO SECUNDARIO*
      * (CHAVE ALTERNADA CCI-CID DO CADCONCID)             *
      *****************************************************
      *
       LER-SEC.
           MOVE W-CIDPROC TO CCI-CID
           START CADCONCID KEY IS EQUAL TO CCI-CID
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CID01.
       LER-SEC-LP.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CID01.
           IF CCI-CID NOT = W-CIDPROC
              GO TO LER-CID01.
           MOVE CCI-CONSCHAVE TO CONSULTA-CHAVE
           READ CADCONSULTA
           IF ST-ERRO2 NOT = "00"
              GO TO LER-SEC-LP.
           IF CON-CID = W-CIDPROC
              GO TO LER-SEC-LP.
           MOVE CONSULTA-CHAVE TO NOTIF-CHAVE
           MOVE W-CIDPROC      TO NOTIF-CID
           READ NOTIFLOG
           IF ST-ERRO2 = "00"
              ADD 1 TO W-TOTJAENV
              GO TO LER-SEC-LP.
           PERFORM GRV-NOT THRU GRV-NOT-FIM
           GO TO LER-SEC-LP.
      *
      *****************************************************
      * GRAVA A LINHA DO EXTRATO E O NOTIFLOG              *
      *****************************************************
      *
       GRV-NOT.
           MOVE CON-CPF TO CPF
           MOVE CON-DATADD TO LN-DD
           MOVE CON-DATAMM TO LN-MM
           MOVE CON-DATAAA TO LN-AA
           MOVE W-CIDPROC  TO LN-CID
           MOVE DENOMINACAO TO LN-DENOM
           MOVE CON-CPF    TO LN-CPF
           MOVE NOME OF REGPACI TO LN-PACI
      * REGISTRA O ENVIO PARA NAO NOTIFICAR DUAS VEZES
      *
           MOVE CONSULTA-CHAVE TO NOTIF-CHAVE
           MOVE W-CIDPROC      TO NOTIF-CID
           MOVE W-DATASYS9     TO NOTIF-DATAENV
           WRITE REGNOTIFLOG.
       GRV-NOT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCID CADCONSULTA CADPACI CADCEP CADMED NOTIFLOG
                 CADCONCID.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
