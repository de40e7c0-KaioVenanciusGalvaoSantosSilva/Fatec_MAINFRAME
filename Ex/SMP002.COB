      *AUTHOR. KAIO V G S S.
      **************************************
      * MANUTENCAO DO CADASTRO DE CIDS   *
      * DIAG. RESTRITO = S MARCA TODA A  *
      * CATEGORIA DO CID COMO SIGILOSA    *
      * (CADCATSIG), VISTA SO PELO MEDICO*
      * DA CONSULTA OU POR OPERADOR COM  *
      * PERMISSAO (SUBROTINA VERSIGILO). *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADCATSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CATEGORIA
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
		  03 STATUSCID		PIC X(01).
		  03 MOTIVOINATIVACAO	PIC X(30).
          03 CID-NOTIFICA      PIC X(01).
      *
       FD CADCATSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATSIG.DAT".
       01 REGCATSIG.
          03 CSG-CATEGORIA     PIC X(03).
          03 CSG-DATA          PIC 9(08).
          03 CSG-OPER          PIC X(10).


      *Defini a data como algo A+ e OBS.
          03 AS-OBSER        PIC X(30) VALUE SPACES.
          03 AS-STATUSCID    PIC X(01) VALUE SPACES.
          03 AS-MOTIVOINAT   PIC X(30) VALUE SPACES.
      *---------[ CATEGORIA DE DIAGNOSTICO RESTRITO ]-----------
       01 ST-ERRO4           PIC X(02) VALUE "00".
       01 W-SIGILO           PIC X(01) VALUE "N".
       01 W-SIGANT           PIC X(01) VALUE "N".
       01 SESSAO-OPERADOR    PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-DSAA          PIC 9(04).
          03 W-DSMM          PIC 9(02).
          03 W-DSDD          PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
               LINE 22  COLUMN 31  PIC X(01)
               USING  CID-NOTIFICA
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "    DIAG. RESTRITO (CATEGORIA) :   (S/N)".
           05  TW-SIGILO
               LINE 23  COLUMN 34  PIC X(01)
               USING  W-SIGILO
               HIGHLIGHT.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADCATSIG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADCATSIG
                 CLOSE CADCATSIG
                 OPEN I-O CADCATSIG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCATSIG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *                
       R1.
           MOVE SPACES TO  DENOMINACAO  OBSER  CATEGORIA TXTCAPITULO
		   MOVE ZEROS TO NUMERODD NUMEROMM NUMEROAA
           MOVE "A" TO STATUSCID
           MOVE "N" TO CID-NOTIFICA
           MOVE "N" TO W-SIGILO W-SIGANT
           DISPLAY TELA2.
       R2.
		DISPLAY TELA2
               MOVE "*Insira a CATEGORIA*" TO MENS
			   PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM LER-SIGILO THRU LER-SIGILO-FIM.
		DISPLAY TCATEGORIA.
		DISPLAY TELA2.
      *
               MOVE "*DIGITE S=NOTIFICAVEL  N=NAO*" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7B.
      *
      ***************************************************
      * DIAGNOSTICO RESTRITO: VALE PARA A CATEGORIA TODA *
      * (TODOS OS CIDS DELA), GRAVADO NO CADCATSIG       *
      ***************************************************
       R7D.
		DISPLAY TELA2
           ACCEPT TW-SIGILO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7B.
       R7E.
           IF W-SIGILO = "s" MOVE "S" TO W-SIGILO.
           IF W-SIGILO = "n" MOVE "N" TO W-SIGILO.
           IF W-SIGILO = SPACES MOVE "N" TO W-SIGILO.
           IF W-SIGILO NOT = "S" AND "N"
               MOVE "*DIGITE S=RESTRITO  N=NAO*" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7D.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
       INC-WR1.
                WRITE REGCID
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-SIGILO THRU GRAVA-SIGILO-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                REWRITE REGCID
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                   PERFORM GRAVA-SIGILO THRU GRAVA-SIGILO-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           EXIT.
      *
      ***************************************************
      * CATEGORIA RESTRITA: LE O CADCATSIG PELA CATEGORIA *
      * DO CID (PRESENTE = RESTRITA)                      *
      ***************************************************
       LER-SIGILO.
           MOVE "N" TO W-SIGILO W-SIGANT
           MOVE CATEGORIA TO CSG-CATEGORIA
           READ CADCATSIG
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-SIGILO W-SIGANT.
       LER-SIGILO-FIM.
           EXIT.
      *
      ***************************************************
      * GRAVA OU RETIRA A CATEGORIA DO CADCATSIG QUANDO   *
      * A MARCA MUDOU, COM LINHA NA TRILHA DE AUDITORIA   *
      ***************************************************
       GRAVA-SIGILO.
           IF W-SIGILO = W-SIGANT
              GO TO GRAVA-SIGILO-FIM.
           MOVE CATEGORIA TO CSG-CATEGORIA
           IF W-SIGILO = "N"
              DELETE CADCATSIG RECORD
              GO TO GRAVA-SIGILO-AUD.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9      TO CSG-DATA
           MOVE SESSAO-OPERADOR TO CSG-OPER
           WRITE REGCATSIG.
       GRAVA-SIGILO-AUD.
           MOVE "CADCID"        TO AUD-W-ARQUIVO
           MOVE SPACES          TO AUD-W-REGCHAVE
           MOVE CODIGO          TO AUD-W-REGCHAVE(1:6)
           MOVE "DIAG.RESTRITO" TO AUD-W-CAMPO
           MOVE W-SIGANT        TO AUD-W-VALANT
           MOVE W-SIGILO        TO AUD-W-VALNOV
           PERFORM CHAMA-AUDIT THRU CHAMA-AUDIT-FIM
           MOVE W-SIGILO        TO W-SIGANT.
       GRAVA-SIGILO-FIM.
           EXIT.
      *
      ***************************************************
      * GUARDA DE INTEGRIDADE: CONTA AS CONSULTAS DO     *
      * HISTORICO QUE USAM ESTE CID                      *
      ***************************************************
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCID CADCATSIG.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
