      * EXTRACAO COMPLETA DOS DADOS DE UM TITULAR    *
      * (DIREITO DE ACESSO - LGPD). DADO O CPF, GERA *
      * O EXTRLGPD.TXT COM O CADASTRO DO PACIENTE E  *
      * TODAS AS SECOES: AGENDA, CONSULTAS, CIDS     *
      * SECUNDARIOS, RECEITAS, EXAMES,               *
      * ENCAMINHAMENTOS E FEEDBACKS. A PROPRIA       *
      * EXTRACAO E REGISTRADA NO CADAUDIT VIA        *
      * GRVAUDIT. O MESMO LAYOUT E LIDO NA           *
      * IMPORTACAO DO PACIENTE TRANSFERIDO (SMP222)  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
          03 CON-LOTE          PIC 9(06).
          03 CON-TIPOVIS       PIC 9(01).
          03 CON-CONVUSO       PIC 9(04).
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
       FD CADRECEITA
               LABEL RECORD IS STANDARD
                 MOVE "ERRO ABERTURA DO ARQUIVO CADFEEDBACK" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0G.
           OPEN INPUT CADCONCID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONCID
                 CLOSE CADCONCID
                 OPEN INPUT CADCONCID
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONCID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           MOVE ZEROS TO W-CPFPROC W-TOTREG
       R5-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R5A.
           IF CON-CPF NOT = W-CPFPROC
              GO TO R5A.
           MOVE REGCONSULTA TO LINGEN
           WRITE REGEXTRTX FROM LINGEN
           ADD 1 TO W-TOTREG
           GO TO R5-LP.
      *
      * SECAO 3A - CIDS SECUNDARIOS DAS CONSULTAS
      *
       R5A.
           MOVE SPACES TO REGEXTRTX
           WRITE REGEXTRTX
           MOVE "CIDS SECUNDARIOS (CADCONCID)" TO LS-TITULO
           WRITE REGEXTRTX FROM LINSEC
           MOVE SPACES TO CONCID-CHAVE
           MOVE W-CPFPROC TO CCI-CONSCHAVE (1:11)
           MOVE ZEROS TO CCI-SEQ
           START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R6.
       R5A-LP.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6.
           IF CCI-CONSCHAVE (1:11) NOT = W-CPFPROC
              GO TO R6.
           MOVE REGCONCID TO LINGEN
           WRITE REGEXTRTX FROM LINGEN
           ADD 1 TO W-TOTREG
           GO TO R5A-LP.
      *
      * SECAO 4 - RECEITAS
      *
       R6.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPACI CADAGENDA CADCONSULTA CADRECEITA CADEXAME
                 CADENCAMINHA CADFEEDBACK CADCONCID.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
