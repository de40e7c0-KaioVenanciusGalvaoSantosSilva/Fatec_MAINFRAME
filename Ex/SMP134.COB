      *            MOTIVO (SEM CONVENIO, SEM CONSEN- *
      *            TIMENTO, CID INATIVO, SEM PRECO,  *
      *            MEDICO NAO CREDENCIADO NA DATA,   *
      *            SEM SENHA DE AUTORIZACAO, RETORNO,*
      *            REGRA DA OPERADORA - CADREGRA)    *
      * NADA E MARCADO: O BACK OFFICE CORRIGE OS     *
      * CADASTROS ANTES DE GERAR O LOTE DE VERDADE.  *
      * HISTORICO EXTERNO (FATURADO = E) NAO ENTRA.  *
      * SAIDA: RELPREVIA.TXT                         *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUTOR-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT PREVIATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 AUT-VALINI        PIC 9(08).
          03 AUT-VALFIM        PIC 9(08).
          03 AUT-STATUS        PIC X(01).
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
       FD PREVIATX
               LABEL RECORD IS STANDARD
       77 W-DATARECNUM PIC 9(08) VALUE ZEROS.
       77 W-PASSO    PIC X(01) VALUE SPACES.
       77 W-RESULT   PIC X(01) VALUE SPACES.
       77 W-MOTIVO   PIC X(45) VALUE SPACES.
       77 W-TOTOK    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ   PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR PIC 9(11)V99 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE "/".
          03 LP-UF       PIC X(02).
          03 FILLER      PIC X(01) VALUE " ".
          03 LP-INFO     PIC X(45).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "ITENS QUE ENTRARIAM NA GUIA : ".
                03 FILLER            PIC X(30) VALUE
                        "ITENS REJEITADOS            : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELPREVIA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *
      *---------[ REGRAS DA OPERADORA (VERREGRA) ]---------------
       01 RGR-CONVENIO  PIC 9(06) VALUE ZEROS.
       01 RGR-CPF       PIC 9(11) VALUE ZEROS.
       01 RGR-DATA      PIC 9(08) VALUE ZEROS.
       01 RGR-CRM       PIC X(08) VALUE SPACES.
       01 RGR-PROC      PIC 9(08) VALUE ZEROS.
       01 RGR-QTDE      PIC 9(03) VALUE ZEROS.
       01 RGR-TIPOVIS   PIC 9(01) VALUE ZEROS.
       01 RGR-ORIGEM    PIC X(01) VALUE "C".
       01 RGR-CHAVE     PIC X(29) VALUE SPACES.
       01 RGR-RESULT    PIC X(01) VALUE SPACES.
       01 RGR-TIPO      PIC X(01) VALUE SPACES.
       01 RGR-REGRA     PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT134.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0I.
           OPEN INPUT CADCONPROC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN INPUT CADCONPROC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0J.
           OPEN OUTPUT PREVIATX
           IF ST-ERRO3 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO PREVIATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGPREVIATX FROM CAB0
           MOVE SPACES TO REGPREVIATX
           WRITE REGPREVIATX.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VARRE-FIM.
           IF CON-FATURADO = "S" OR "E"
              GO TO VARRE-LP.
           MOVE CON-DATA TO W-DATARECNUM
           IF W-DATARECNUM < W-PERININ9
           MOVE PROC-CODIGO TO EXG-PROC
           READ CADEXIGE
           IF ST-ERRO2 NOT = "00"
              GO TO AVALIA-REGRA.
           MOVE "N" TO W-TEMAUTOR
           MOVE W-CONVFAT   TO AUT-CONVENIO
           MOVE CON-CPF     TO AUT-CPF
                 MOVE "S" TO W-TEMAUTOR.
           IF W-TEMAUTOR = "N"
              MOVE "R" TO W-RESULT
              MOVE "SEM SENHA DE AUTORIZACAO" TO W-MOTIVO
              GO TO AVALIA-FIM.
      *
      * REGRAS DA OPERADORA (VERREGRA): CADA ITEM DO CADCONPROC
      * OU, SEM ITENS, O CODIGO DO CID. A PRIMEIRA REGRA QUEBRADA
      * REJEITA A CONSULTA COM O CODIGO E A REGRA NO MOTIVO
      *
       AVALIA-REGRA.
           MOVE W-CONVFAT      TO RGR-CONVENIO
           MOVE CON-CPF        TO RGR-CPF
           MOVE CON-DATA       TO RGR-DATA
           MOVE CON-CRM        TO RGR-CRM
           MOVE CON-TIPOVIS    TO RGR-TIPOVIS
           MOVE CONSULTA-CHAVE TO RGR-CHAVE
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO AVALIA-REGCID.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO AVALIA-REGCID.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO AVALIA-REGCID.
       AVALIA-REGITE.
           MOVE CPR-TUSS TO RGR-PROC
           MOVE CPR-QTDE TO RGR-QTDE
           PERFORM CHAMA-REGRA THRU CHAMA-REGRA-FIM
           IF W-RESULT NOT = "O"
              GO TO AVALIA-FIM.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO AVALIA-FIM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO AVALIA-FIM.
           GO TO AVALIA-REGITE.
       AVALIA-REGCID.
           MOVE PROC-CODIGO TO RGR-PROC
           MOVE 1           TO RGR-QTDE
           PERFORM CHAMA-REGRA THRU CHAMA-REGRA-FIM.
       AVALIA-FIM.
           EXIT.
      *
       CHAMA-REGRA.
           CALL "VERREGRA" USING RGR-CONVENIO RGR-CPF RGR-DATA
                                 RGR-CRM RGR-PROC RGR-QTDE
                                 RGR-TIPOVIS RGR-ORIGEM RGR-CHAVE
                                 RGR-RESULT RGR-TIPO RGR-REGRA
           IF RGR-RESULT = "N"
              MOVE "R" TO W-RESULT
              MOVE SPACES TO W-MOTIVO
              STRING RGR-PROC " REGRA " RGR-TIPO " " RGR-REGRA
                     DELIMITED BY SIZE INTO W-MOTIVO.
       CHAMA-REGRA-FIM.
           EXIT.
      *
       GRV-LIN.
           MOVE CON-CPF    TO LP-CPF
           WRITE REGPREVIATX FROM TOT2
           MOVE W-TOTREJ TO D-TOT3
           WRITE REGPREVIATX FROM TOT3
           CLOSE PREVIATX.
           IF SPL-GERADO = "S"
              STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                     " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "ENTRARIAM : "
           DISPLAY (16, 18) W-TOTOK
           DISPLAY (17, 05) "REJEITADOS: "
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCONV CADCID CADPROC CADPRECO
                 CADREDE CADEXIGE CADAUTOR CADCONPROC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
