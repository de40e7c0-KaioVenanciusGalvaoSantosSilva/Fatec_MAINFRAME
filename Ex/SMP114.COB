      * (NOSSO NUMERO SEQUENCIAL) E GRAVA A LINHA NA *
      * REMESSA.TXT, COM NOME E ENDERECO RESOLVIDOS  *
      * PELO CADPACI/CADCEP.                         *
      * VALOR = SOMA DOS ITENS DA CONSULTA NO        *
      * CADCONPROC, COMO NA FATURA DO SMP068; SEM    *
      * ITENS, PRECO DO CID DA CONSULTA.             *
      * FATURA PARCELADA (CADPARC, TELA CADPARCELA)  *
      * GERA UM BOLETO POR PARCELA AINDA SEM BOLETO, *
      * COM O VENCIMENTO E O VALOR DA PARCELA.       *
      *                                              *
      * LAYOUT DA REMESSA.TXT (POSICOES FIXAS):      *
      * TIPO 0 - HEADER: "0" + DATA GERACAO 9(08)    *
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
           SELECT CADBOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BOL-CONSCHAVE
                                   WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAR-NOSSONUM
                                   WITH DUPLICATES.
           SELECT REMESSATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
       FD CADBOLETO
               LABEL RECORD IS STANDARD
          03 BOL-SITUACAO      PIC X(01).
          03 BOL-DATAPAG       PIC 9(08).
          03 BOL-VALORPAG      PIC 9(07)V99.
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PAR-CHAVE.
             05 PAR-CONSCHAVE  PIC X(27).
             05 PAR-NUM        PIC 9(02).
          03 PAR-QTD           PIC 9(02).
          03 PAR-VALOR         PIC 9(07)V99.
          03 PAR-VENCTO        PIC 9(08).
          03 PAR-NOSSONUM      PIC 9(10).
          03 PAR-SITUACAO      PIC X(01).
          03 PAR-DATAPAG       PIC 9(08).
          03 PAR-VALORPAG      PIC 9(07)V99.
      *
       FD REMESSATX
               LABEL RECORD IS STANDARD
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-PROXNUM  PIC 9(10) VALUE ZEROS.
       77 W-VALORTIT PIC 9(07)V99 VALUE ZEROS.
       77 W-VALORIT  PIC 9(07)V99 VALUE ZEROS.
       77 W-TEMITEM  PIC X(01) VALUE "N".
       77 W-DATARECNUM PIC 9(08) VALUE ZEROS.
       77 W-TEMPRECO PIC X(01) VALUE "N".
       77 W-PRECOACH PIC 9(07)V99 VALUE ZEROS.
       77 W-QTDTIT   PIC 9(06) VALUE ZEROS.
       77 W-TOTREM   PIC 9(11)V99 VALUE ZEROS.
       77 W-TEMBOL   PIC X(01) VALUE "N".
       77 W-TEMPARC  PIC X(01) VALUE "N".
       77 W-VCTOTIT  PIC 9(08) VALUE ZEROS.
       01 W-VENCTO.
          03 W-VCDD   PIC 9(02) VALUE ZEROS.
          03 W-VCMM   PIC 9(02) VALUE ZEROS.
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPRECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0C3.
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
       INC-OP0D.
           OPEN I-O CADBOLETO
           IF ST-ERRO NOT = "00"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM ACHA-MAXNUM THRU ACHA-MAXNUM-FIM.
       INC-OP0D1.
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 OPEN I-O CADPARC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0E.
           OPEN OUTPUT REMESSATX
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CONS01.
           IF CONVENIO NOT = ZEROS AND TIPOBENEF NOT = "P"
              GO TO LER-CONS01.
           PERFORM VER-PARC THRU VER-PARC-FIM
           IF W-TEMPARC = "S"
              GO TO LER-CONS01.
           PERFORM VER-BOLETO THRU VER-BOLETO-FIM
           IF W-TEMBOL = "S"
              GO TO LER-CONS01.
      *
      * O TITULO COBRA O MESMO VALOR DA FATURA DO SMP068:
      * SOMA DOS ITENS DA CONSULTA; SEM ITENS, PRECO INTEGRAL
      * DO PROCEDIMENTO DO CID DA CONSULTA
      *
           MOVE CON-DATA TO W-DATARECNUM
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           IF W-TEMITEM = "S"
              GO TO GRV-TIT-INT.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO = "23"
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
      *
      * TABELA PARTICULAR (CONVENIO 000000) EM VIGOR NA
      * DATA DA CONSULTA SOBREPOE O PRECO PADRAO
      *
           MOVE PROC-VALOR TO W-VALORTIT
           MOVE ZEROS      TO W-CONVPRECO
           PERFORM BUS-PRECO THRU BUS-PRECO-FIM
           IF W-TEMPRECO = "S"
              MOVE W-PRECOACH TO W-VALORTIT.
       GRV-TIT-INT.
           MOVE W-VENCTOIN9 TO W-VCTOTIT
           PERFORM GRV-BOLETO THRU GRV-TITULO-FIM
           GO TO LER-CONS01.
      *
       GRV-BOLETO.
           MOVE W-PROXNUM       TO BOL-NOSSONUM
           MOVE CONSULTA-CHAVE  TO BOL-CONSCHAVE
           MOVE CON-CPF         TO BOL-CPF
           MOVE W-VALORTIT      TO BOL-VALOR
           MOVE W-VCTOTIT       TO BOL-VENCTO
           MOVE "A"             TO BOL-SITUACAO
           MOVE ZEROS           TO BOL-DATAPAG BOL-VALORPAG
           WRITE REGBOLETO
           MOVE ENDERECO        TO RT-ENDER
           MOVE NUMEROENDERECO  TO RT-NUMERO
           MOVE CEPC            TO RT-CEP
           MOVE W-VCTOTIT       TO RT-VENCTO
           MOVE W-VALORTIT      TO RT-VALOR
           WRITE REGREMESSATX FROM REM-TITULO
           ADD 1 TO W-QTDTIT
           ADD W-VALORTIT TO W-TOTREM.
       GRV-TITULO-FIM.
           EXIT.
      *
      *****************************************************
      * FATURA PARCELADA: UM BOLETO POR PARCELA EM ABERTO  *
      * AINDA SEM NOSSO NUMERO (W-TEMPARC = S DESVIA A     *
      * CONSULTA DA EMISSAO PELO VALOR INTEGRAL)           *
      *****************************************************
      *
       VER-PARC.
           MOVE "N" TO W-TEMPARC
           MOVE CONSULTA-CHAVE TO PAR-CONSCHAVE
           MOVE ZEROS          TO PAR-NUM
           START CADPARC KEY IS NOT LESS THAN PAR-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VER-PARC-FIM.
       VER-PARC-LP.
           READ CADPARC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VER-PARC-FIM.
           IF PAR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO VER-PARC-FIM.
           MOVE "S" TO W-TEMPARC
           IF PAR-SITUACAO NOT = "A" OR PAR-NOSSONUM NOT = ZEROS
              GO TO VER-PARC-LP.
           MOVE PAR-VALOR  TO W-VALORTIT
           MOVE PAR-VENCTO TO W-VCTOTIT
           PERFORM GRV-BOLETO THRU GRV-TITULO-FIM
           MOVE BOL-NOSSONUM TO PAR-NOSSONUM
           REWRITE REGPARC
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO CADPARC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO VER-PARC-LP.
       VER-PARC-FIM.
           EXIT.
      *
      *****************************************************
      * JA EXISTE BOLETO ABERTO PARA ESTA CONSULTA?        *
           EXIT.
      *
      *****************************************************
      * VALOR DA FATURA PELOS ITENS DA CONSULTA (COMO NO   *
      * FAT-ITEM DO SMP068): QTDE X PRECO DA TABELA        *
      * PARTICULAR EM VIGOR PARA O CID DO ITEM, OU QTDE X  *
      * VALOR UNITARIO DIGITADO. W-TEMITEM = N: SEM ITENS  *
      *****************************************************
      *
       SOMA-ITENS.
           MOVE "N"   TO W-TEMITEM
           MOVE ZEROS TO W-VALORTIT
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SOMA-ITENS-FIM.
       SOMA-ITENS-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-ITENS-FIM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO SOMA-ITENS-FIM.
           MOVE "S" TO W-TEMITEM
           MOVE "N" TO W-TEMPRECO
           MOVE ZEROS       TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORIT = W-PRECOACH * CPR-QTDE
           ELSE
              COMPUTE W-VALORIT = CPR-VALUNIT * CPR-QTDE.
           ADD W-VALORIT TO W-VALORTIT
           GO TO SOMA-ITENS-LP.
       SOMA-ITENS-FIM.
           EXIT.
      *
      *****************************************************
      * PRECO NEGOCIADO: VARRE AS VIGENCIAS DO CID (E DO   *
      * CID PADRAO 000000) DA TABELA PARTICULAR E FICA COM *
      * A ULTIMA EM VIGOR NA DATA (COMO NO SMP068)         *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCEP CADPROC CADPRECO
                 CADBOLETO CADPARC CADCONPROC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
