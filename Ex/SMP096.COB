      *   59-64  CID                   9(06)         *
      *   65-72  CODIGO PROCEDIMENTO   9(08)         *
      *   73-82  VALOR (2 DEC IMPLIC.) 9(10)         *
      *   83-85  QUANTIDADE            9(03)         *
      *   86-105 CARTEIRINHA (VERCART) X(20)         *
      *          BRANCOS SE NAO VALIDA NA DATA       *
      *   CONSULTA COM ITENS DE PROCEDIMENTO         *
      *   (CADCONPROC) GERA UMA LINHA TIPO 2 POR     *
      *   ITEM, COM O CODIGO TUSS E A QUANTIDADE     *
      *   DO ITEM; SEM ITENS, UMA LINHA PELO CID.    *
      * TIPO 3 - TOTALIZADOR DO LOTE                 *
      *   01-01  TIPO "3"              X(01)         *
      *   02-07  QUANTIDADE DE GUIAS   9(06)         *
      *   08-20  VALOR TOTAL (2 DEC)   9(13)         *
      *                                              *
      * CADA GUIA ENVIADA DE CONSULTA COM LOTE DE    *
      * FATURAMENTO (CON-LOTE) E MARCADA NO DETALHE  *
      * DO LOTE (CADLOTEIT) COM A QTDE E O VALOR     *
      * ENVIADOS. REPROCESSAR O PERIODO SUBSTITUI A  *
      * MARCA, NAO SOMA. LINHA ENVIADA SEM DETALHE   *
      * FATURADO E INCLUIDA COM FATURADO = N PARA A  *
      * CONCILIACAO (SMP190) APONTAR A DIFERENCA.    *
      *                                              *
      * CADA LINHA E TESTADA NAS REGRAS DA OPERADORA *
      * (CADREGRA, SUBROTINA VERREGRA): A QUE QUEBRA *
      * REGRA NAO VAI PARA O ARQUIVO TISS, NAO E     *
      * MARCADA COMO ENVIADA E SAI NO REGRATISS.TXT  *
      * COM A REGRA QUEBRADA.                        *
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
                    RECORD KEY   IS PRECO-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLOTEIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTEIT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT TISSTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT REGRATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 PRE-CID        PIC 9(06).
             05 PRE-VIGENCIA   PIC 9(08).
          03 PRE-VALOR         PIC 9(07)V99.
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
       FD CADLOTEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEIT.DAT".
       01 REGLOTEIT.
          03 LOTEIT-CHAVE.
             05 LIT-LOTE       PIC 9(06).
             05 LIT-CHAVE      PIC X(27).
             05 LIT-TIPO       PIC X(01).
             05 LIT-SEQ        PIC 9(02).
          03 LIT-ANS           PIC 9(06).
          03 LIT-FATURADO      PIC X(01).
          03 LIT-QTDE          PIC 9(03).
          03 LIT-VALOR         PIC 9(09)V99.
          03 LIT-ENVIADO       PIC X(01).
          03 LIT-QTDENV        PIC 9(03).
          03 LIT-VALENV        PIC 9(09)V99.
          03 LIT-DATAENV       PIC 9(08).
      *
       FD TISSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-TISSNOME.
       01 REGTISSTX    PIC X(105).
      *
       FD REGRATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGRATISS.TXT".
       01 REGREGRATX   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID   PIC X(12) VALUE "SMP096".
       77 W-IXA      PIC 9(02) VALUE ZEROS.
       77 W-QTDANS   PIC 9(02) VALUE ZEROS.
       77 W-JAFEITO  PIC X(01) VALUE "N".
       77 W-LITTIPO  PIC X(01) VALUE SPACES.
       77 W-LITSEQ   PIC 9(02) VALUE ZEROS.
       77 W-TOTMARCA PIC 9(06) VALUE ZEROS.
       77 W-SEMCART  PIC 9(06) VALUE ZEROS.
       77 W-TOTREGRA PIC 9(06) VALUE ZEROS.
       01 W-TISSNOME PIC X(14) VALUE SPACES.
       01 TAB-ANSFEITOS.
          03 TBANS   PIC 9(06) OCCURS 50 TIMES.
          03 W-DSMM    PIC 9(02).
          03 W-DSDD    PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *---------[ CARTEIRINHA DO BENEFICIARIO (VERCART) ]-----------
       01 CRT-CPF       PIC 9(11) VALUE ZEROS.
       01 CRT-CONVENIO  PIC 9(04) VALUE ZEROS.
       01 CRT-DATA      PIC 9(08) VALUE ZEROS.
       01 CRT-SITUACAO  PIC X(01) VALUE SPACES.
       01 CRT-NUMERO    PIC X(20) VALUE SPACES.
      *
       01 TISS-CAB.
          03 FILLER          PIC X(01) VALUE "1".
          03 TG-CID          PIC 9(06).
          03 TG-PROC         PIC 9(08).
          03 TG-VALOR        PIC 9(08)V99.
          03 TG-QTDE         PIC 9(03).
          03 TG-CARTEIRA     PIC X(20).
       01 TISS-TOT.
          03 FILLER          PIC X(01) VALUE "3".
          03 TT-QTDGUIAS     PIC 9(06).
          03 TT-VALORTOT     PIC 9(11)V99.
      *
      * LINHAS RETIDAS POR REGRA DA OPERADORA (REGRATISS.TXT)
      *
       01 CABREG.
          03 FILLER          PIC X(20) VALUE "SISTEMA MEDICO".
          03 FILLER          PIC X(45) VALUE
                  " *** LOTE TISS - RETIDOS POR REGRA ***".
       01 LINREG.
          03 LR-ORIGEM       PIC X(01) VALUE "C".
          03 FILLER          PIC X(01) VALUE " ".
          03 LR-CPF          PIC 9(11).
          03 FILLER          PIC X(01) VALUE " ".
          03 LR-DD           PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 LR-MM           PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 LR-AA           PIC 9(04).
          03 FILLER          PIC X(01) VALUE " ".
          03 LR-CRM          PIC X(08).
          03 FILLER          PIC X(01) VALUE " ".
          03 LR-CONV         PIC 9(06).
          03 FILLER          PIC X(01) VALUE " ".
          03 LR-PROC         PIC 9(08).
          03 FILLER          PIC X(01) VALUE " ".
          03 LR-QTDE         PIC ZZ9.
          03 FILLER          PIC X(08) VALUE " REGRA ".
          03 LR-TIPO         PIC X(01).
          03 FILLER          PIC X(03) VALUE " - ".
          03 LR-REGRA        PIC X(30).
      *
      *---------[ REGRAS DA OPERADORA (VERREGRA) ]---------------
       01 RGR-CONVENIO  PIC 9(06) VALUE ZEROS.
       01 RGR-CPF       PIC 9(11) VALUE ZEROS.
       01 RGR-DATA      PIC 9(08) VALUE ZEROS.
       01 RGR-DATAR REDEFINES RGR-DATA.
          03 RGR-DTAA   PIC 9(04).
          03 RGR-DTMM   PIC 9(02).
          03 RGR-DTDD   PIC 9(02).
       01 RGR-CRM       PIC X(08) VALUE SPACES.
       01 RGR-PROC      PIC 9(08) VALUE ZEROS.
       01 RGR-QTDE      PIC 9(03) VALUE ZEROS.
       01 RGR-TIPOVIS   PIC 9(01) VALUE ZEROS.
       01 RGR-ORIGEM    PIC X(01) VALUE "C".
       01 RGR-CHAVE     PIC X(29) VALUE SPACES.
       01 RGR-RESULT    PIC X(01) VALUE SPACES.
       01 RGR-TIPO      PIC X(01) VALUE SPACES.
       01 RGR-REGRA     PIC X(30) VALUE SPACES.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "REGRATISS.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT096.
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPRECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0E.
           OPEN INPUT CADCONPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONPROC
                 CLOSE CADCONPROC
                 OPEN INPUT CADCONPROC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0F.
           OPEN I-O CADLOTEIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLOTEIT
                 CLOSE CADLOTEIT
                 OPEN I-O CADLOTEIT
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADLOTEIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0G.
           OPEN OUTPUT REGRATX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO REGRATISS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO
           WRITE REGREGRATX FROM CABREG
           MOVE SPACES TO REGREGRATX
           WRITE REGREGRATX.
      *
      *****************************************************
      * VARRE O CADCONV E MONTA UM LOTE PARA CADA CODIGO   *
              GO TO GERA-LE.
           IF ANSCODIGO NOT = W-ANSATUAL
              GO TO GERA-LE.
      *
      * CARTEIRINHA DO BENEFICIARIO VALIDA NA DATA DA CONSULTA
      *
           MOVE CON-CPF   TO CRT-CPF
           MOVE W-CONVFAT TO CRT-CONVENIO
           MOVE CON-DATA  TO CRT-DATA
           CALL "VERCART" USING CRT-CPF CRT-CONVENIO CRT-DATA
                                CRT-SITUACAO CRT-NUMERO
           IF CRT-SITUACAO = "V"
              MOVE CRT-NUMERO TO TG-CARTEIRA
           ELSE
              MOVE SPACES TO TG-CARTEIRA
              ADD 1 TO W-SEMCART.
      *
      * CONSULTA COM ITENS DE PROCEDIMENTO: UMA GUIA POR ITEM
      *
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO GERA-PROC.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-PROC.
           IF CPR-CONSCHAVE = CONSULTA-CHAVE
              GO TO GERA-ITEM.
       GERA-PROC.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           PERFORM BUS-PRECO THRU BUS-PRECO-FIM
           IF W-TEMPRECO = "S"
              MOVE W-PRECOACH TO W-VALORFAT.
      *
      * REGRAS DA OPERADORA: LINHA QUE QUEBRA REGRA NAO VAI
      * PARA O ARQUIVO TISS E SAI NO REGRATISS.TXT
      *
           MOVE PROC-CODIGO TO RGR-PROC
           MOVE 1           TO RGR-QTDE
           PERFORM CHAMA-REGRA THRU CHAMA-REGRA-FIM
           IF RGR-RESULT = "N"
              GO TO GERA-LE.
       GERA-GUIA.
           MOVE CON-CPF         TO TG-CPF
           MOVE NOME OF REGPACI TO TG-NOME
           MOVE CON-CID         TO TG-CID
           MOVE PROC-CODIGO     TO TG-PROC
           MOVE W-VALORFAT      TO TG-VALOR
           MOVE 1               TO TG-QTDE
           MOVE TISS-GUIA       TO REGTISSTX
           WRITE REGTISSTX
           ADD 1 TO W-QTDGUIAS
           ADD 1 TO W-TOTGERAL
           ADD W-VALORFAT TO W-TOTLOTE
           MOVE "C"   TO W-LITTIPO
           MOVE ZEROS TO W-LITSEQ
           PERFORM MARCA-ENV THRU MARCA-ENV-FIM
           GO TO GERA-LE.
      *
      *****************************************************
      * ITENS DA CONSULTA (O PRIMEIRO JA ESTA LIDO): MESMO *
      * VALOR DA GUIA DO SMP041 - QTDE X VALOR UNITARIO X  *
      * COBERTURA, OU QTDE X PRECO NEGOCIADO DO CID DA     *
      * LINHA DA TABELA DO ITEM                            *
      *****************************************************
      *
       GERA-ITEM.
           COMPUTE W-VALORFAT ROUNDED =
                   (CPR-QTDE * CPR-VALUNIT * PERCOBERTURA) / 100
           MOVE CON-DATA TO W-DATARECNUM
           MOVE "N" TO W-TEMPRECO
           MOVE W-CONVFAT   TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORFAT = W-PRECOACH * CPR-QTDE.
           MOVE CPR-TUSS TO RGR-PROC
           MOVE CPR-QTDE TO RGR-QTDE
           PERFORM CHAMA-REGRA THRU CHAMA-REGRA-FIM
           IF RGR-RESULT = "N"
              GO TO GERA-ITEM-LP.
           MOVE CON-CPF         TO TG-CPF
           MOVE NOME OF REGPACI TO TG-NOME
           MOVE CON-DATA        TO TG-DATA
           MOVE CON-CRMNUM      TO TG-CRMNUM
           MOVE CON-CRMUF       TO TG-CRMUF
           MOVE CON-CID         TO TG-CID
           MOVE CPR-TUSS        TO TG-PROC
           MOVE W-VALORFAT      TO TG-VALOR
           MOVE CPR-QTDE        TO TG-QTDE
           MOVE TISS-GUIA       TO REGTISSTX
           WRITE REGTISSTX
           ADD 1 TO W-QTDGUIAS
           ADD 1 TO W-TOTGERAL
           ADD W-VALORFAT TO W-TOTLOTE
           MOVE "I"     TO W-LITTIPO
           MOVE CPR-SEQ TO W-LITSEQ
           PERFORM MARCA-ENV THRU MARCA-ENV-FIM.
       GERA-ITEM-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-LE.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO GERA-LE.
           GO TO GERA-ITEM.
       GERA-TOT.
           MOVE W-QTDGUIAS TO TT-QTDGUIAS
           MOVE W-TOTLOTE  TO TT-VALORTOT
           EXIT.
      *
      *****************************************************
      * MARCA A GUIA ENVIADA NO DETALHE DO LOTE DE         *
      * FATURAMENTO DA CONSULTA (TIPO E SEQUENCIA EM       *
      * W-LITTIPO/W-LITSEQ). SEM LINHA FATURADA, GRAVA UMA *
      * SO COM O ENVIO (LIT-FATURADO = N)                  *
      *****************************************************
      *
       MARCA-ENV.
           IF CON-LOTE = ZEROS
              GO TO MARCA-ENV-FIM.
           MOVE CON-LOTE       TO LIT-LOTE
           MOVE CONSULTA-CHAVE TO LIT-CHAVE
           MOVE W-LITTIPO      TO LIT-TIPO
           MOVE W-LITSEQ       TO LIT-SEQ
           READ CADLOTEIT
           IF ST-ERRO = "00"
              GO TO MARCA-ENV-GRV.
           IF ST-ERRO NOT = "23"
              GO TO MARCA-ENV-FIM.
           MOVE CON-LOTE       TO LIT-LOTE
           MOVE CONSULTA-CHAVE TO LIT-CHAVE
           MOVE W-LITTIPO      TO LIT-TIPO
           MOVE W-LITSEQ       TO LIT-SEQ
           MOVE W-ANSATUAL     TO LIT-ANS
           MOVE "N"            TO LIT-FATURADO
           MOVE ZEROS          TO LIT-QTDE LIT-VALOR
           MOVE "S"            TO LIT-ENVIADO
           MOVE TG-QTDE        TO LIT-QTDENV
           MOVE W-VALORFAT     TO LIT-VALENV
           MOVE W-DATASYS9     TO LIT-DATAENV
           WRITE REGLOTEIT
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTMARCA.
           GO TO MARCA-ENV-FIM.
       MARCA-ENV-GRV.
           MOVE "S"            TO LIT-ENVIADO
           MOVE TG-QTDE        TO LIT-QTDENV
           MOVE W-VALORFAT     TO LIT-VALENV
           MOVE W-DATASYS9     TO LIT-DATAENV
           REWRITE REGLOTEIT
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTMARCA.
       MARCA-ENV-FIM.
           EXIT.
      *
      *****************************************************
      * TESTA A LINHA DA CONSULTA CORRENTE NAS REGRAS DA   *
      * OPERADORA (CODIGO E QTDE JA EM RGR-PROC/RGR-QTDE). *
      * QUEBRANDO REGRA, LISTA A LINHA NO REGRATISS.TXT    *
      *****************************************************
      *
       CHAMA-REGRA.
           MOVE W-CONVFAT      TO RGR-CONVENIO
           MOVE CON-CPF        TO RGR-CPF
           MOVE CON-DATA       TO RGR-DATA
           MOVE CON-CRM        TO RGR-CRM
           MOVE CON-TIPOVIS    TO RGR-TIPOVIS
           MOVE CONSULTA-CHAVE TO RGR-CHAVE
           CALL "VERREGRA" USING RGR-CONVENIO RGR-CPF RGR-DATA
                                 RGR-CRM RGR-PROC RGR-QTDE
                                 RGR-TIPOVIS RGR-ORIGEM RGR-CHAVE
                                 RGR-RESULT RGR-TIPO RGR-REGRA
           IF RGR-RESULT NOT = "N"
              GO TO CHAMA-REGRA-FIM.
           ADD 1 TO W-TOTREGRA
           MOVE RGR-CPF        TO LR-CPF
           MOVE RGR-DTDD       TO LR-DD
           MOVE RGR-DTMM       TO LR-MM
           MOVE RGR-DTAA       TO LR-AA
           MOVE RGR-CRM        TO LR-CRM
           MOVE RGR-CONVENIO   TO LR-CONV
           MOVE RGR-PROC       TO LR-PROC
           MOVE RGR-QTDE       TO LR-QTDE
           MOVE RGR-TIPO       TO LR-TIPO
           MOVE RGR-REGRA      TO LR-REGRA
           WRITE REGREGRATX FROM LINREG.
       CHAMA-REGRA-FIM.
           EXIT.
      *
      *****************************************************
      * PRECO NEGOCIADO DO CONVENIO: VARRE AS VIGENCIAS DO *
      * CID (E DO CID PADRAO 000000) E FICA COM A ULTIMA   *
      * EM VIGOR NA DATA DA CONSULTA                       *
           DISPLAY (16, 27) W-NUMLOTE
           DISPLAY (17, 05) "GUIAS EXPORTADAS   : "
           DISPLAY (17, 27) W-TOTGERAL
           DISPLAY (18, 05) "MARCADAS NOS LOTES : "
           DISPLAY (18, 27) W-TOTMARCA
           DISPLAY (19, 05) "SEM CARTEIRINHA    : "
           DISPLAY (19, 27) W-SEMCART
           DISPLAY (20, 05) "RETIDAS POR REGRA  : "
           DISPLAY (20, 27) W-TOTREGRA
           MOVE "*** ARQUIVOS TISS GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCONV CADPROC CADPRECO
                 CADCONPROC CADLOTEIT REGRATX.
           IF SPL-GERADO = "S"
              STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                     " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
