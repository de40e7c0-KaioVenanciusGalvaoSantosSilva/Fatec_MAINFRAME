      * MOVIMENTOS SAO GRAVADOS NO CADAUDIT.         *
      * O VALOR ESTORNADO E RECALCULADO PELA TABELA  *
      * VIGENTE NA DATA DA CONSULTA.                 *
      * CONSULTA COM ITENS DE PROCEDIMENTO (CADCON-  *
      * PROC) E ESTORNADA ITEM A ITEM: UM AJUSTE POR *
      * ITEM, COM O MESMO VALOR DA GUIA DO SMP041.   *
      * O AJUSTE E DATADO HOJE: COM O MES CORRENTE   *
      * FECHADO NO CADPERIODO O ESTORNO E RECUSADO.  *
      * DUPLO CONTROLE: O OPERADOR SO PEDE O ESTORNO *
      * (GRVAPROV, COM O MOTIVO); ELE E EXECUTADO    *
      * QUANDO O SUPERVISOR APROVA NO SMP172, QUE    *
      * CHAMA ESTE PROGRAMA EM MODO DE EXECUCAO      *
      * (APV-EX-MODO = S, SEM TELA).                 *
      * O AJUSTE GUARDA O LOTE ORIGINAL DA CONSULTA  *
      * (AJU-LOTEORIG) PARA A CONCILIACAO (SMP190).  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AJUSTE-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 AJU-VALOR         PIC 9(07)V99.
          03 AJU-DATA          PIC 9(08).
          03 AJU-APLICADO      PIC X(01).
          03 AJU-LOTEORIG      PIC 9(06).
          03 AJU-LOTEFAT       PIC 9(06).
      *
       FD CADCONPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONPROC.DAT".
       01 REGCONPROC.
          03 CONPROC-CHAVE.
             05 CPR-CONSCHAVE   PIC X(27).
             05 CPR-SEQ         PIC 9(02).
          03 CPR-TUSS           PIC 9(08).
          03 CPR-DESCRICAO      PIC X(30).
          03 CPR-QTDE           PIC 9(03).
          03 CPR-VALUNIT        PIC 9(07)V99.
          03 CPR-PROCCID        PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONVPRECO PIC 9(06) VALUE ZEROS.
       77 W-PRECONVTRB PIC 9(06) VALUE ZEROS.
       77 W-PRECIDTRB PIC 9(06) VALUE ZEROS.
       77 W-TEMITEM  PIC X(01) VALUE "N".
       77 W-VALORIT  PIC 9(07)V99 VALUE ZEROS.
       01 W-PED.
          03 W-PEDCPF       PIC 9(11) VALUE ZEROS.
          03 W-PEDDATA.
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *---------[ PERIODO CONTABIL (VERPERIOD) ]-------------------
       01 PER-DATA      PIC 9(08) VALUE ZEROS.
       01 PER-FECHADO   PIC X(01) VALUE SPACES.
      *
      * PARAMETROS DA TRILHA DE AUDITORIA (GRVAUDIT)
      *
       01 AUD-CAMPO      PIC X(15) VALUE SPACES.
       01 AUD-VALANT     PIC X(30) VALUE SPACES.
       01 AUD-VALNOV     PIC X(30) VALUE SPACES.
      *---------[ APROVACAO DO SUPERVISOR (GRVAPROV / SMP172) ]-----
       01 SOL-TIPO       PIC X(01) VALUE "E".
       01 SOL-DADOS      PIC X(60) VALUE SPACES.
       01 SOL-DESCR      PIC X(60) VALUE SPACES.
       01 SOL-MOTIVO     PIC X(40) VALUE SPACES.
       01 SOL-NUM        PIC 9(06) VALUE ZEROS.
       01 SOL-RET        PIC X(01) VALUE SPACES.
       01 SOL-VALED      PIC ZZZZZZ9,99.
       01 W-EXEC1        PIC X(01) VALUE "N".
       01 APV-EXEC EXTERNAL.
          03 APV-EX-MODO    PIC X(01).
          03 APV-EX-DADOS   PIC X(60).
          03 APV-EX-RESULT  PIC X(01).
          03 APV-EX-MENS    PIC X(50).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT133.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE "N" TO W-EXEC1
           OPEN I-O CADCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADCONSULTA NAO ENCONTRADO*" TO MENS
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAJUSTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0F.
           OPEN INPUT CADCONPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN INPUT CADCONPROC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
      *
      * MODO DE EXECUCAO (PEDIDO APROVADO NO SMP172): A CHAVE VEM
      * DO PEDIDO; QUALQUER VOLTA A R1/R2 ENCERRA A EXECUCAO
      *
           IF APV-EX-MODO = "S"
              IF W-EXEC1 = "S"
                 GO TO ROT-FIM
              ELSE
                 MOVE "S" TO W-EXEC1
                 MOVE APV-EX-DADOS (1:27) TO W-PED
                 GO TO R2A.
           MOVE ZEROS TO W-PEDCPF W-PEDAA W-PEDMM W-PEDDD W-PEDCRMNUM
           MOVE SPACES TO W-PEDCRMUF
           DISPLAY SMT133.
       R2.
           IF APV-EX-MODO = "S"
              GO TO R1.
           DISPLAY SMT133
              ACCEPT TW-PEDCPF
              ACCEPT TW-PEDDD
              MOVE "*CONVENIO DA CONSULTA NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CON-DATA TO W-DATARECNUM
      *
      * CONSULTA COM ITENS: O VALOR A ESTORNAR E A SOMA DOS
      * ITENS, CADA UM CALCULADO COMO NA GUIA
      *
           MOVE "N" TO W-TEMITEM
           MOVE ZEROS TO W-VALORFAT
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3-CID.
       R3-ITE.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3-CID.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO R3-CID.
           MOVE "S" TO W-TEMITEM
           PERFORM VAL-ITEM THRU VAL-ITEM-FIM
           ADD W-VALORIT TO W-VALORFAT
           GO TO R3-ITE.
       R3-CID.
           IF W-TEMITEM = "S"
              GO TO R4.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO = "23"
              GO TO ROT-FIM.
           COMPUTE W-VALORFAT ROUNDED =
                   (PROC-VALOR * PERCOBERTURA) / 100
           MOVE W-CONVFAT TO W-CONVPRECO
           PERFORM BUS-PRECO THRU BUS-PRECO-FIM
           IF W-TEMPRECO = "S"
              MOVE W-PRECOACH TO W-VALORFAT.
      *
       R4.
           IF APV-EX-MODO = "S"
              GO TO R5.
           DISPLAY (12, 05) "VALOR A ESTORNAR : "
           DISPLAY (12, 25) W-VALORFAT
           DISPLAY (14, 05) "PEDIR O ESTORNO AO SUPERVISOR (S/N) : "
           ACCEPT (14, 44) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ESTORNO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
      *****************************************************
      * PEDIDO DE APROVACAO: O ESTORNO SO E GRAVADO QUANDO *
      * O SUPERVISOR APROVAR (SMP172)                      *
      *****************************************************
      *
       R4-SOL.
           MOVE SPACES TO SOL-MOTIVO
           DISPLAY (16, 05) "MOTIVO : "
           ACCEPT (16, 14) SOL-MOTIVO
           IF SOL-MOTIVO = SPACES
              MOVE "*Informe o motivo do estorno*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-SOL.
           MOVE SPACES TO SOL-DADOS SOL-DESCR
           MOVE W-PED TO SOL-DADOS
           MOVE W-VALORFAT TO SOL-VALED
           STRING "ESTORNO " DELIMITED BY SIZE
                  W-PEDCPF   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  W-PEDDATA  DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  SOL-VALED  DELIMITED BY SIZE
                  INTO SOL-DESCR
           CALL "GRVAPROV" USING SOL-TIPO SOL-DADOS SOL-DESCR
                                 SOL-MOTIVO SOL-NUM SOL-RET
           MOVE SPACES TO MENS
           IF SOL-RET = "S"
              STRING "*** PEDIDO " DELIMITED BY SIZE
                     SOL-NUM       DELIMITED BY SIZE
                     " AGUARDANDO O SUPERVISOR ***" DELIMITED BY SIZE
                     INTO MENS
           ELSE
              IF SOL-RET = "D"
                 STRING "*JA HA PEDIDO PENDENTE: " DELIMITED BY SIZE
                        SOL-NUM       DELIMITED BY SIZE
                        "*"           DELIMITED BY SIZE
                        INTO MENS
              ELSE
                 MOVE "ERRO NA GRAVACAO DO PEDIDO (CADAPROV)" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *****************************************************
      * GRAVA O AJUSTE NEGATIVO E LIBERA A CONSULTA PARA   *
      * FATURAR DE NOVO (DEPOIS DE CORRIGIDA)              *
      *****************************************************
      *
       R5.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO PER-DATA
           CALL "VERPERIOD" USING PER-DATA PER-FECHADO
           IF PER-FECHADO = "S"
              MOVE "*MES CONTABIL CORRENTE FECHADO, SEM ESTORNO*"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CONSULTA-CHAVE TO AJU-CONSCHAVE
           MOVE ZEROS TO AJU-SEQ
           IF W-TEMITEM = "S"
              GO TO R5-ITE.
       R5-WR.
           MOVE W-CONVFAT  TO AJU-CONVENIO
           MOVE W-VALORFAT TO AJU-VALOR
           MOVE W-DATASYS9 TO AJU-DATA
           MOVE "N"        TO AJU-APLICADO
           MOVE CON-LOTE   TO AJU-LOTEORIG
           MOVE ZEROS      TO AJU-LOTEFAT
           WRITE REGAJUSTE
           IF ST-ERRO = "22"
              IF AJU-SEQ < 99
              MOVE "ERRO NA GRAVACAO DO AJUSTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO R6.
      *
      * UM AJUSTE POR ITEM, NA PROXIMA SEQUENCIA LIVRE
      *
       R5-ITE.
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R6.
       R5-ITE-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO R6.
           PERFORM VAL-ITEM THRU VAL-ITEM-FIM
           MOVE CONSULTA-CHAVE TO AJU-CONSCHAVE.
       R5-ITE-WR.
           MOVE W-CONVFAT  TO AJU-CONVENIO
           MOVE W-VALORIT  TO AJU-VALOR
           MOVE W-DATASYS9 TO AJU-DATA
           MOVE "N"        TO AJU-APLICADO
           MOVE CON-LOTE   TO AJU-LOTEORIG
           MOVE ZEROS      TO AJU-LOTEFAT
           WRITE REGAJUSTE
           IF ST-ERRO = "22"
              IF AJU-SEQ < 99
                 ADD 1 TO AJU-SEQ
                 GO TO R5-ITE-WR.
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO AJUSTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO R5-ITE-LP.
       R6.
           MOVE "N"    TO CON-FATURADO
           MOVE ZEROS  TO CON-DATAFAT CON-LOTE CON-VALORPAGO
           MOVE "FATURADO=S" TO AUD-VALANT
           MOVE SPACES TO AUD-VALNOV
           STRING "AJUSTE NEG " DELIMITED BY SIZE
                  W-VALORFAT    DELIMITED BY SIZE
                  INTO AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV
           MOVE "*** ESTORNO GRAVADO, CONSULTA LIBERADA ***" TO MENS
           MOVE "S" TO APV-EX-RESULT
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *****************************************************
      * VALOR DE UM ITEM DE PROCEDIMENTO (COMO NO SMP041): *
      * QTDE X VALOR UNITARIO X COBERTURA, OU QTDE X PRECO *
      * NEGOCIADO DO CID DA LINHA DA TABELA DO ITEM        *
      *****************************************************
      *
       VAL-ITEM.
           COMPUTE W-VALORIT ROUNDED =
                   (CPR-QTDE * CPR-VALUNIT * PERCOBERTURA) / 100
           MOVE "N" TO W-TEMPRECO
           MOVE W-CONVFAT   TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORIT = W-PRECOACH * CPR-QTDE.
       VAL-ITEM-FIM.
           EXIT.
      *
      *****************************************************
      * PRECO NEGOCIADO EM VIGOR NA DATA (COMO NO SMP041)  *
      *****************************************************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCONV CADPROC CADPRECO
                 CADAJUSTE CADCONPROC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
           IF APV-EX-MODO = "S"
              MOVE MENS TO APV-EX-MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
