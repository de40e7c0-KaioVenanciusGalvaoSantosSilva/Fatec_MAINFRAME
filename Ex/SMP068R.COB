      ***********************************************
      * FATURAMENTO DE PACIENTES PARTICULARES        *
      * (SEM CONVENIO) - GERA FATURA AVULSA          *
      * CONSULTA COM ITENS DE PROCEDIMENTO (CADCON-  *
      * PROC) SAI COM UMA LINHA POR ITEM.            *
      * CONSULTA DE OUTRA CLINICA (FATURADO = E) NAO *
      * E FATURADA.                                  *
      * SO FATURA CONSULTAS DAS FILIAIS DO OPERADOR  *
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
           SELECT FATPTX ASSIGN TO DISK
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
       FD FATPTX
               LABEL RECORD IS STANDARD
       77 W-PRECONVTRB PIC 9(06) VALUE ZEROS.
       77 W-PRECIDTRB PIC 9(06) VALUE ZEROS.
       77 W-DATARECNUM PIC 9(08) VALUE ZEROS.
       77 W-VALORIT  PIC 9(07)V99 VALUE ZEROS.
       01 W-PERINI.
          03 W-PINIDD  PIC 9(02) VALUE ZEROS.
          03 W-PINIMM  PIC 9(02) VALUE ZEROS.
                03 FILLER            PIC X(30) VALUE
                        "TOTAL FATURADO PARTICULAR(R$):".
                03 D-TOTFATTX        PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "FATPART.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT068.
                      MOVE "ERRO ABERTURA DO ARQUIVO FATPTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPRECO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OPITE.
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
      *
      * LEITURA PELA CHAVE DE DATA, A PARTIR DO INICIO DO PERIODO
      *
       POS-PER.
                MOVE W-PERININ9 TO CON-DATA
                START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
                IF ST-ERRO NOT = "00"
                   MOVE "*** FIM DO CADCONSULTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
       LER-CONS01.
                READ CADCONSULTA NEXT RECORD
                ELSE
                   NEXT SENTENCE.
       FIL-PER.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM > W-PERFIMN9
                   MOVE "*** FIM DO CADCONSULTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF CON-FATURADO = "S" OR "E"
                   GO TO LER-CONS01.
                IF W-DATARECNUM < W-PERININ9
                   OR W-DATARECNUM > W-PERFIMN9
                   GO TO LER-CONS01.
                MOVE CON-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-CONS01.
      *
       BUS-PACI.
           MOVE CON-CPF TO CPF
              GO TO LER-CONS01.
           IF CONVENIO NOT = ZEROS AND TIPOBENEF NOT = "P"
              GO TO LER-CONS01.
      *
      * CONSULTA COM ITENS DE PROCEDIMENTO: UMA LINHA POR ITEM
      *
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-PROC.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-PROC.
           IF CPR-CONSCHAVE = CONSULTA-CHAVE
              GO TO FAT-ITEM.
      *
       BUS-PROC.
           MOVE CON-CID TO PROC-CID
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      *****************************************************
      * ITENS DA CONSULTA (O PRIMEIRO JA ESTA LIDO): QTDE  *
      * X PRECO DA TABELA PARTICULAR (CONVENIO 000000) EM  *
      * VIGOR PARA O CID DA LINHA DA TABELA DO ITEM, OU    *
      * QTDE X VALOR UNITARIO DIGITADO NO ITEM             *
      *****************************************************
      *
       FAT-ITEM.
           MOVE "N" TO W-TEMPRECO
           MOVE ZEROS       TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORIT = W-PRECOACH * CPR-QTDE
           ELSE
              COMPUTE W-VALORIT = CPR-VALUNIT * CPR-QTDE.
           MOVE CON-CPF TO F-CPFTX
           MOVE NOME OF REGPACI TO F-NOMETX
           MOVE CON-DATADD TO F-DATADDTX
           MOVE CON-DATAMM TO F-DATAMMTX
           MOVE CON-DATAAA TO F-DATAAATX
           MOVE CON-CRMNUM TO F-CRMTX
           MOVE CON-CRMUF  TO F-CRMUFTX
           MOVE CON-CID    TO F-CIDTX
           MOVE CPR-TUSS      TO F-PROCTX
           MOVE CPR-DESCRICAO TO F-DESCRTX
           MOVE W-VALORIT  TO F-VALORTX
           ADD W-VALORIT   TO W-TOTFAT
           MOVE FATTA      TO REGFATPTX
           WRITE REGFATPTX
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO FATPTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-LINCONT
           IF W-LINCONT >= 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
       FAT-ITEM-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO INC-RW1.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO INC-RW1.
           GO TO FAT-ITEM.
      *
      **********************
      * ROTINA DE CABECALHO *
      **********************
                   MOVE TOTALTX  TO REGFATPTX
                   WRITE REGFATPTX.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADPACI CADPROC CADPRECO FATPTX
                      CADCONPROC.
                IF SPL-GERADO = "S"
                   STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                          " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                          DELIMITED BY SIZE INTO SPL-PARAM
                   COMPUTE SPL-PAGINAS = W-PAGINA - 1
                   MOVE FIL-PADRAO TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
