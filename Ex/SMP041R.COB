       AUTHOR. KAIO V G S S
      ***********************************************
      * GERACAO DA GUIA DE FATURAMENTO DOS CONVENIOS *
      * CONSULTA COM ITENS DE PROCEDIMENTO (CADCON-  *
      * PROC) SAI NA GUIA COM UMA LINHA POR ITEM;    *
      * SEM ITENS, UMA LINHA PELO CID DA CONSULTA.   *
      * CONSULTA NO CONVENIO SUS DA FILIAL (CADSUS)  *
      * NAO SAI NA GUIA: VAI NO BPA (SMP188).        *
      * A LEITURA DO CADCONSULTA E PELA CHAVE DE     *
      * DATA (CON-DATA), SO DENTRO DO PERIODO.       *
      * CADA LINHA DA GUIA E GRAVADA TAMBEM NO       *
      * DETALHE DO LOTE (CADLOTEIT), BASE DA CONCI-  *
      * LIACAO DO SMP190.                            *
      * CADA ITEM E TESTADO NAS REGRAS DA OPERADORA  *
      * (CADREGRA, SUBROTINA VERREGRA): O QUE QUEBRA *
      * REGRA FICA RETIDO (NAO E MARCADO FATURADO) E *
      * SAI NO RELREGRA.TXT COM A REGRA QUEBRADA.    *
      * HISTORICO EXTERNO (FATURADO = E, IMPORTADO DE*
      * OUTRA CLINICA) NAO E FATURADO NEM CONTA PARA *
      * O RETORNO.                                   *
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
                    RECORD KEY   IS AUTOR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SUS-FILIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLOTEIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTEIT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT GUIATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
          03 AJU-VALOR         PIC 9(07)V99.
          03 AJU-DATA          PIC 9(08).
          03 AJU-APLICADO      PIC X(01).
          03 AJU-LOTEORIG      PIC 9(06).
          03 AJU-LOTEFAT       PIC 9(06).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
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
       FD CADLOTE
               LABEL RECORD IS STANDARD
          03 LOTE-QTDITENS     PIC 9(06).
          03 LOTE-VALOR        PIC 9(11)V99.
          03 LOTE-STATUS       PIC X(01).
      *
      * DETALHE DO LOTE: UMA LINHA POR LINHA DA GUIA (C=CONSULTA,
      * I=ITEM, E=EXAME, A=ESTORNO CARREGADO). O SMP096 MARCA O
      * QUE FOI ENVIADO NO TISS; O SMP190 CONFERE OS TOTAIS
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
       FD CADSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSUS.DAT".
       01 REGSUS.
          03 SUS-FILIAL        PIC 9(02).
          03 SUS-CONVENIO      PIC 9(06).
          03 SUS-CNES          PIC 9(07).
          03 SUS-ORGNOME       PIC X(30).
          03 SUS-ORGSIGLA      PIC X(06).
          03 SUS-CNPJ          PIC 9(14).
          03 SUS-DESTNOME      PIC X(40).
          03 SUS-DESTIND       PIC X(01).
          03 SUS-DATAALT       PIC 9(08).
      *
       FD GUIATX
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GUIACHKP.DAT".
       01 REGCHKPTX    PIC X(27).
      *
       FD REGRATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREGRA.TXT".
       01 REGREGRATX   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP041".
       77 W-FIMARQ   PIC X(01) VALUE "N".
       77 W-ULTREG   PIC X(01) VALUE "N".
       77 W-TOTRET   PIC 9(06) VALUE ZEROS.
       77 W-TOTSUS   PIC 9(06) VALUE ZEROS.
       77 W-TEMITEM  PIC X(01) VALUE "N".
       77 W-TOTITENS PIC 9(06) VALUE ZEROS.
       77 W-TOTREGRA PIC 9(06) VALUE ZEROS.
       77 W-REGRETIDA PIC X(01) VALUE "N".
       01 W-SAVECONS PIC X(96) VALUE SPACES.
       01 W-REPCHAVE PIC X(27) VALUE SPACES.
      *
      * CONVERSAO DE DATA EM NUMERO SERIAL DE DIAS
      *
                03 FILLER            PIC X(30) VALUE
                        "RETORNOS EXCLUIDOS DA GUIA : ".
                03 D-TOTRETTX        PIC ZZZ.ZZ9.
       01 TOTSUSTX.
                03 FILLER            PIC X(30) VALUE
                        "CONSULTAS SUS (VAO NO BPA) : ".
                03 D-TOTSUSTX        PIC ZZZ.ZZ9.
       01 TOTAUTTX.
                03 FILLER            PIC X(30) VALUE
                        "SEM SENHA DE AUTORIZACAO   : ".
                03 FILLER            PIC X(30) VALUE
                        "EXAMES FATURADOS NA GUIA   : ".
                03 D-TOTEXATX        PIC ZZZ.ZZ9.
       01 TOTITETX.
                03 FILLER            PIC X(30) VALUE
                        "ITENS DE PROCEDIMENTO      : ".
                03 D-TOTITETX        PIC ZZZ.ZZ9.
       01 TOTREGTX.
                03 FILLER            PIC X(30) VALUE
                        "RETIDOS POR REGRA (RELREGRA):".
                03 D-TOTREGTX        PIC ZZZ.ZZ9.
      *
      * ITENS RETIDOS POR REGRA DA OPERADORA (RELREGRA.TXT)
      *
       01 CABREG.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(45) VALUE
                        " *** ITENS RETIDOS POR REGRA DA OPERADORA ***".
       01 LINREG.
                03 LR-ORIGEM         PIC X(01).
                03 FILLER            PIC X(01) VALUE " ".
                03 LR-CPF            PIC 9(11).
                03 FILLER            PIC X(01) VALUE " ".
                03 LR-DD             PIC 9(02).
                03 FILLER            PIC X(01) VALUE "/".
                03 LR-MM             PIC 9(02).
                03 FILLER            PIC X(01) VALUE "/".
                03 LR-AA             PIC 9(04).
                03 FILLER            PIC X(01) VALUE " ".
                03 LR-CRM            PIC X(08).
                03 FILLER            PIC X(01) VALUE " ".
                03 LR-CONV           PIC 9(06).
                03 FILLER            PIC X(01) VALUE " ".
                03 LR-PROC           PIC 9(08).
                03 FILLER            PIC X(01) VALUE " ".
                03 LR-QTDE           PIC ZZ9.
                03 FILLER            PIC X(08) VALUE " REGRA ".
                03 LR-TIPO           PIC X(01).
                03 FILLER            PIC X(03) VALUE " - ".
                03 LR-REGRA          PIC X(30).
      *
      *---------[ REGRAS DA OPERADORA (VERREGRA) ]---------------
       01 RGR-CONVENIO  PIC 9(06) VALUE ZEROS.
       01 RGR-CPF       PIC 9(11) VALUE ZEROS.
       01 RGR-DATA      PIC 9(08) VALUE ZEROS.
       01 RGR-CRM       PIC X(08) VALUE SPACES.
       01 RGR-PROC      PIC 9(08) VALUE ZEROS.
       01 RGR-QTDE      PIC 9(03) VALUE ZEROS.
       01 RGR-TIPOVIS   PIC 9(01) VALUE ZEROS.
       01 RGR-ORIGEM    PIC X(01) VALUE SPACES.
       01 RGR-CHAVE     PIC X(29) VALUE SPACES.
       01 RGR-RESULT    PIC X(01) VALUE SPACES.
       01 RGR-TIPO      PIC X(01) VALUE SPACES.
       01 RGR-REGRA     PIC X(30) VALUE SPACES.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "GUIACONV.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
       01 SPL-GERREG    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT041.
                 MOVE "ERRO ABERTURA DO ARQUIVO CADAUTOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0G.
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
       INC-OP0H.
           OPEN INPUT CADSUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSUS
                 CLOSE CADSUS
                 OPEN INPUT CADSUS
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADSUS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP0I.
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
      *
      *****************************************************
      * CHECKPOINT: SE UMA EXECUCAO ANTERIOR FOI INTERROM- *
           MOVE CHKP-DATA   TO CON-DATA
           MOVE CHKP-CRMNUM TO CON-CRMNUM
           MOVE CHKP-CRMUF  TO CON-CRMUF
           MOVE CONSULTA-CHAVE TO W-REPCHAVE
           PERFORM REPOS-DATA THRU REPOS-DATA-FIM
           IF W-FIMARQ = "S"
              MOVE "*NADA A RETOMAR APOS O CHECKPOINT*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM LIMPA-CHKP THRU LIMPA-CHKP-FIM
                      MOVE "ERRO ABERTURA DO ARQUIVO GUIATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      * ITENS RETIDOS POR REGRA DA OPERADORA: NA RETOMADA A
      * LISTA CONTINUA A DA EXECUCAO INTERROMPIDA
      *
       INC-OPR.
           IF W-RETOMA = "S"
              OPEN EXTEND REGRATX
           ELSE
              OPEN OUTPUT REGRATX.
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RELREGRA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERREG
           IF W-RETOMA NOT = "S"
              WRITE REGREGRATX FROM CABREG
              MOVE SPACES TO REGREGRATX
              WRITE REGREGRATX.
      *
      * SEM RETOMADA, POSICIONA NA PRIMEIRA CONSULTA DO PERIODO
      *
       POS-PER.
                IF W-RETOMA = "S"
                   GO TO LER-CONS01.
                MOVE W-PERININ9 TO CON-DATA
                START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
                IF ST-ERRO NOT = "00"
                   GO TO FIM-CONS01.
      *
       LER-CONS01.
                IF W-ULTREG = "S"
                   GO TO FIM-CONS01.
                READ CADCONSULTA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-CONS01
                   ELSE
                      MOVE "ERRO NA LEITURA CADCONSULTA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM > W-PERFIMN9
                   GO TO FIM-CONS01.
      *
      *****************************************************
      * IGNORA CONSULTAS JA FATURADAS E FORA DO PERIODO    *
      *****************************************************
      *
       FIL-PER.
                IF CON-FATURADO = "S" OR "E"
                   GO TO LER-CONS01.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM < W-PERININ9
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CONS01.
      *
      * CONVENIO SUS DA FILIAL: PRODUCAO SUS, FICA FORA DA GUIA
      *
           MOVE CON-FILIAL TO SUS-FILIAL
           READ CADSUS
           IF ST-ERRO = "00" AND SUS-CONVENIO = W-CONVFAT
              ADD 1 TO W-TOTSUS
              GO TO LER-CONS01.
      *
      * CONSULTA COM ITENS DE PROCEDIMENTO E FATURADA ITEM
      * A ITEM (FAT-ITENS); SEM ITENS, PELO CID
      *
           MOVE "N" TO W-TEMITEM
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO = "00"
              READ CADCONPROC NEXT RECORD
              IF ST-ERRO = "00"
                 IF CPR-CONSCHAVE = CONSULTA-CHAVE
                    MOVE "S" TO W-TEMITEM.
           IF W-TEMITEM = "S"
              GO TO FAT-ITENS.
      *
      *****************************************************
      * BUSCA O PRECO DO PROCEDIMENTO PELO CID DA CONSULTA *
      * SEM PRECO PROPRIO, USA A LINHA PADRAO (CID 000000)  *
           MOVE PROC-CODIGO TO EXG-PROC
           READ CADEXIGE
           IF ST-ERRO NOT = "00"
              GO TO VER-REGRA.
           MOVE "N" TO W-TEMAUTOR
           MOVE W-CONVFAT   TO AUT-CONVENIO
           MOVE CON-CPF     TO AUT-CPF
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CONS01.
      *
      *****************************************************
      * REGRAS CONTRATUAIS DA OPERADORA (VERREGRA): QUEBRA *
      * DE REGRA RETEM A CONSULTA (NAO E MARCADA FATURADA) *
      * E A LISTA NO RELREGRA.TXT COM A REGRA QUEBRADA     *
      *****************************************************
      *
       VER-REGRA.
           MOVE PROC-CODIGO TO RGR-PROC
           MOVE 1           TO RGR-QTDE
           PERFORM CHAMA-REGRA THRU CHAMA-REGRA-FIM
           IF RGR-RESULT = "N"
              ADD 1 TO W-TOTREGRA
              MOVE "*CONSULTA RETIDA POR REGRA DA OPERADORA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CONS01.
      *
       INC-003.
           MOVE CON-CPF TO G-CPFTX
           MOVE W-VALORFAT  TO G-VALORTX
           ADD W-VALORFAT   TO W-TOTFAT
           PERFORM ACHA-LOTE THRU ACHA-LOTE-FIM
           MOVE CONSULTA-CHAVE TO LIT-CHAVE
           MOVE "C"         TO LIT-TIPO
           MOVE ZEROS       TO LIT-SEQ
           MOVE 1           TO LIT-QTDE
           PERFORM GRAVA-LIT THRU GRAVA-LIT-FIM
           MOVE GUIATA     TO REGGUIATX.
       INC-WR1.
                WRITE REGGUIATX
                   MOVE ZEROS TO W-CHKCONT.
                GO TO LER-CONS01.
      *
      *****************************************************
      * FATURAMENTO ITEM A ITEM (CADCONPROC). PRIMEIRO     *
      * CONFERE A SENHA DE TODOS OS ITENS QUE A EXIGEM: SE *
      * FALTAR UMA, A CONSULTA INTEIRA FICA FORA DA GUIA.  *
      * DEPOIS GRAVA UMA LINHA POR ITEM: QTDE X VALOR      *
      * UNITARIO X COBERTURA, OU QTDE X PRECO NEGOCIADO EM *
      * VIGOR PARA O CID DA LINHA DA TABELA DO ITEM        *
      *****************************************************
      *
       FAT-ITENS.
           MOVE "S" TO W-TEMAUTOR
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
       FAT-ITE-AUT.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FAT-ITE-AUTFIM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO FAT-ITE-AUTFIM.
           MOVE W-CONVFAT   TO EXG-CONVENIO
           MOVE CPR-TUSS    TO EXG-PROC
           READ CADEXIGE
           IF ST-ERRO NOT = "00"
              GO TO FAT-ITE-AUT.
           MOVE "N" TO W-TEMAUTOR
           MOVE W-CONVFAT   TO AUT-CONVENIO
           MOVE CON-CPF     TO AUT-CPF
           MOVE CPR-TUSS    TO AUT-PROC
           READ CADAUTOR
           IF ST-ERRO = "00"
              IF AUT-STATUS = "A"
                 AND W-DATARECNUM NOT < AUT-VALINI
                 AND W-DATARECNUM NOT > AUT-VALFIM
                 MOVE "S" TO W-TEMAUTOR.
           IF W-TEMAUTOR = "N"
              GO TO FAT-ITE-AUTFIM.
           GO TO FAT-ITE-AUT.
       FAT-ITE-AUTFIM.
           IF W-TEMAUTOR = "N"
              ADD 1 TO W-TOTSEMAUT
              MOVE "*ITEM SEM SENHA DE AUTORIZACAO,FORA DA GUIA*"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CONS01.
      *
      * REGRAS DA OPERADORA ITEM A ITEM: TODOS OS ITENS QUE
      * QUEBRAM REGRA SAO LISTADOS E, COMO NA SENHA, A CONSULTA
      * INTEIRA FICA RETIDA PARA NAO SER MARCADA FATURADA COM
      * ITEM DE FORA
      *
           MOVE "N" TO W-REGRETIDA
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
       FAT-ITE-REG.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FAT-ITE-REGFIM.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO FAT-ITE-REGFIM.
           MOVE CPR-TUSS TO RGR-PROC
           MOVE CPR-QTDE TO RGR-QTDE
           PERFORM CHAMA-REGRA THRU CHAMA-REGRA-FIM
           IF RGR-RESULT = "N"
              ADD 1 TO W-TOTREGRA
              MOVE "S" TO W-REGRETIDA.
           GO TO FAT-ITE-REG.
       FAT-ITE-REGFIM.
           IF W-REGRETIDA = "S"
              MOVE "*ITEM RETIDO POR REGRA DA OPERADORA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-CONS01.
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
       FAT-ITE-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO INC-RW1.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO INC-RW1.
           COMPUTE W-VALORFAT ROUNDED =
                   (CPR-QTDE * CPR-VALUNIT * PERCOBERTURA) / 100
           MOVE "N" TO W-TEMPRECO
           MOVE W-CONVFAT   TO PRE-CONVENIO
           MOVE CPR-PROCCID TO PRE-CID
           PERFORM BUS-PRECO-SCAN THRU BUS-PRECO-SCAN-FIM
           IF W-TEMPRECO = "S"
              COMPUTE W-VALORFAT = W-PRECOACH * CPR-QTDE.
       FAT-ITE-GRAVA.
           MOVE CON-CPF TO G-CPFTX
           MOVE NOME OF REGPACI TO G-NOMETX
           MOVE CON-DATADD TO G-DATADDTX
           MOVE CON-DATAMM TO G-DATAMMTX
           MOVE CON-DATAAA TO G-DATAAATX
           MOVE CON-CRMNUM TO G-CRMTX
           MOVE CON-CRMUF  TO G-CRMUFTX
           MOVE CON-CID    TO G-CIDTX
           MOVE OPERADORA  TO G-OPERADORATX
           MOVE ANSCODIGO  TO G-ANSCODIGOTX
           MOVE PERCOBERTURA TO G-PERCOBERTURATX
           MOVE CPR-TUSS    TO G-PROCTX
           MOVE W-VALORFAT  TO G-VALORTX
           ADD W-VALORFAT   TO W-TOTFAT
           PERFORM ACHA-LOTE THRU ACHA-LOTE-FIM
           MOVE CONSULTA-CHAVE TO LIT-CHAVE
           MOVE "I"         TO LIT-TIPO
           MOVE CPR-SEQ     TO LIT-SEQ
           MOVE CPR-QTDE    TO LIT-QTDE
           PERFORM GRAVA-LIT THRU GRAVA-LIT-FIM
           MOVE GUIATA TO REGGUIATX
           WRITE REGGUIATX
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO GUIATX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-LINCONT W-TOTITENS
           IF W-LINCONT >= 50
              PERFORM CABECALHO THRU CABECALHO-FIM.
           GO TO FAT-ITE-LP.
      *
      *****************************************************
      * TESTA UM ITEM DA CONSULTA CORRENTE NAS REGRAS DA   *
      * OPERADORA (CODIGO E QTDE JA EM RGR-PROC/RGR-QTDE). *
      * QUEBRANDO REGRA, LISTA O ITEM NO RELREGRA.TXT      *
      *****************************************************
      *
       CHAMA-REGRA.
           MOVE W-CONVFAT      TO RGR-CONVENIO
           MOVE CON-CPF        TO RGR-CPF
           MOVE CON-DATA       TO RGR-DATA
           MOVE CON-CRM        TO RGR-CRM
           MOVE CON-TIPOVIS    TO RGR-TIPOVIS
           MOVE "C"            TO RGR-ORIGEM
           MOVE CONSULTA-CHAVE TO RGR-CHAVE
           CALL "VERREGRA" USING RGR-CONVENIO RGR-CPF RGR-DATA
                                 RGR-CRM RGR-PROC RGR-QTDE
                                 RGR-TIPOVIS RGR-ORIGEM RGR-CHAVE
                                 RGR-RESULT RGR-TIPO RGR-REGRA
           IF RGR-RESULT = "N"
              PERFORM GRAVA-RETIDO THRU GRAVA-RETIDO-FIM.
       CHAMA-REGRA-FIM.
           EXIT.
      *
       GRAVA-RETIDO.
           MOVE RGR-ORIGEM     TO LR-ORIGEM
           MOVE RGR-CPF        TO LR-CPF
           MOVE RGR-DATA       TO W-CDATA
           MOVE W-CDDD         TO LR-DD
           MOVE W-CDMM         TO LR-MM
           MOVE W-CDAA         TO LR-AA
           MOVE RGR-CRM        TO LR-CRM
           MOVE RGR-CONVENIO   TO LR-CONV
           MOVE RGR-PROC       TO LR-PROC
           MOVE RGR-QTDE       TO LR-QTDE
           MOVE RGR-TIPO       TO LR-TIPO
           MOVE RGR-REGRA      TO LR-REGRA
           WRITE REGREGRATX FROM LINREG.
       GRAVA-RETIDO-FIM.
           EXIT.
      *
      *****************************************************
      * PRECO NEGOCIADO DO CONVENIO: VARRE AS VIGENCIAS DO *
                   GO TO VER-RETORNO-REST.
                IF CONSULTA-CHAVE = W-SAVECONS (1:27)
                   GO TO VER-RETORNO-LP.
                IF CON-FATURADO = "E"
                   GO TO VER-RETORNO-LP.
                IF CON-CRM NOT = W-SAVECONS (20:8)
                   GO TO VER-RETORNO-LP.
                IF CON-CID (1:3) NOT = W-SAVECONS (28:3)
                IF W-EHRETORNO = "S" AND CON-TIPOVIS NOT = 2
                   MOVE 2 TO CON-TIPOVIS
                   REWRITE REGCONSULTA.
                MOVE REGCONSULTA TO W-SAVECONS
                MOVE CONSULTA-CHAVE TO W-REPCHAVE
                PERFORM REPOS-DATA THRU REPOS-DATA-FIM
                MOVE W-SAVECONS TO REGCONSULTA.
       VER-RETORNO-FIM.
                EXIT.
      *
      *****************************************************
      * REPOSICIONA A LEITURA PELA CHAVE DE DATA LOGO APOS *
      * A CONSULTA DE CHAVE W-REPCHAVE. SE ELA NAO EXISTE  *
      * MAIS, PARA NA PRIMEIRA CONSULTA DA DATA SEGUINTE.  *
      * W-FIMARQ = "S" QUANDO NAO HA MAIS O QUE LER        *
      *****************************************************
      *
       REPOS-DATA.
                MOVE "N" TO W-FIMARQ
                MOVE W-REPCHAVE TO CONSULTA-CHAVE
                START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-FIMARQ
                   GO TO REPOS-DATA-FIM.
       REPOS-DATA-LP.
                READ CADCONSULTA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-FIMARQ
                   GO TO REPOS-DATA-FIM.
                IF CONSULTA-CHAVE = W-REPCHAVE
                   GO TO REPOS-DATA-FIM.
                IF CON-DATA = W-REPCHAVE (12:8)
                   GO TO REPOS-DATA-LP.
                START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-FIMARQ.
       REPOS-DATA-FIM.
                EXIT.
      *
      *****************************************************
       CALC-SERIAL-FIM.
                EXIT.
      *
      *
       FIM-CONS01.
                MOVE "*** FIM DO CADCONSULTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM LIMPA-CHKP THRU LIMPA-CHKP-FIM.
      *
      *****************************************************
      * PASSO DOS EXAMES: FATURA OS EXAMES DO PERIODO COM  *
           READ CADEXAME NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FAT-AJUSTES.
           IF EXA-FATURADO = "S" OR "E"
              GO TO FAT-EXA-LP.
           IF EXA-PROCCID = ZEROS
              GO TO FAT-EXA-LP.
           READ CADPROC
           IF ST-ERRO NOT = "00"
              GO TO FAT-EXA-LP.
      *
      * REGRAS DA OPERADORA: EXAME QUE QUEBRA REGRA FICA FORA
      * DA GUIA E NAO E MARCADO FATURADO
      *
           MOVE W-CONVFAT   TO RGR-CONVENIO
           MOVE EXA-CPF     TO RGR-CPF
           MOVE EXA-DATA    TO RGR-DATA
           MOVE EXA-CRM     TO RGR-CRM
           MOVE PROC-CODIGO TO RGR-PROC
           MOVE 1           TO RGR-QTDE
           MOVE ZEROS       TO RGR-TIPOVIS
           MOVE "E"         TO RGR-ORIGEM
           MOVE EXAME-CHAVE TO RGR-CHAVE
           CALL "VERREGRA" USING RGR-CONVENIO RGR-CPF RGR-DATA
                                 RGR-CRM RGR-PROC RGR-QTDE
                                 RGR-TIPOVIS RGR-ORIGEM RGR-CHAVE
                                 RGR-RESULT RGR-TIPO RGR-REGRA
           IF RGR-RESULT = "N"
              PERFORM GRAVA-RETIDO THRU GRAVA-RETIDO-FIM
              ADD 1 TO W-TOTREGRA
              GO TO FAT-EXA-LP.
           COMPUTE W-VALORFAT ROUNDED =
                   (PROC-VALOR * PERCOBERTURA) / 100
           MOVE W-CONVFAT TO W-CONVPRECO
           MOVE W-VALORFAT  TO G-VALORTX
           ADD W-VALORFAT   TO W-TOTFAT
           PERFORM ACHA-LOTE THRU ACHA-LOTE-FIM
           MOVE EXAME-CHAVE (1:27) TO LIT-CHAVE
           MOVE "E"         TO LIT-TIPO
           MOVE EXA-SEQ     TO LIT-SEQ
           MOVE 1           TO LIT-QTDE
           PERFORM GRAVA-LIT THRU GRAVA-LIT-FIM
           MOVE GUIATA TO REGGUIATX
           WRITE REGGUIATX
           IF ST-ERRO NOT = "00" AND NOT = "02"
              PERFORM CABECALHO THRU CABECALHO-FIM.
           SUBTRACT AJU-VALOR FROM W-TOTFAT
           PERFORM AJU-LOTE THRU AJU-LOTE-FIM
           MOVE AJU-LOTEFAT   TO W-LOTEATUAL
           MOVE AJU-VALOR     TO W-VALORFAT
           MOVE AJU-CONSCHAVE TO LIT-CHAVE
           MOVE "A"           TO LIT-TIPO
           MOVE AJU-SEQ       TO LIT-SEQ
           MOVE 1             TO LIT-QTDE
           PERFORM GRAVA-LIT THRU GRAVA-LIT-FIM
           MOVE "S" TO AJU-APLICADO
           REWRITE REGAJUSTE
           ADD 1 TO W-TOTAJUSTE
           GO TO AJU-LOTE-LP.
       AJU-LOTE-NOVO.
           IF W-QTDLOTES >= 50
              MOVE ZEROS TO AJU-LOTEFAT
              GO TO AJU-LOTE-FIM.
           ADD 1 TO W-QTDLOTES
           MOVE W-QTDLOTES TO W-IXL
           MOVE OPERADORA  TO TBL-OPER(W-IXL)
           MOVE ZEROS TO TBL-QTD(W-IXL) TBL-VAL(W-IXL).
       AJU-LOTE-ABATE.
           MOVE TBL-NUM(W-IXL) TO AJU-LOTEFAT
           IF TBL-VAL(W-IXL) > AJU-VALOR
              SUBTRACT AJU-VALOR FROM TBL-VAL(W-IXL)
           ELSE
                EXIT.
      *
      *****************************************************
      * GRAVA A LINHA DA GUIA NO DETALHE DO LOTE (CHAVE,   *
      * TIPO, SEQUENCIA E QTDE JA MONTADOS PELO CHAMADOR)  *
      *****************************************************
      *
       GRAVA-LIT.
                IF W-LOTEATUAL = ZEROS
                   GO TO GRAVA-LIT-FIM.
                MOVE W-LOTEATUAL TO LIT-LOTE
                MOVE ANSCODIGO   TO LIT-ANS
                MOVE "S"         TO LIT-FATURADO
                MOVE W-VALORFAT  TO LIT-VALOR
                MOVE "N"         TO LIT-ENVIADO
                MOVE ZEROS TO LIT-QTDENV LIT-VALENV LIT-DATAENV
                WRITE REGLOTEIT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO DETALHE DO LOTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LIT-FIM.
                EXIT.
      *
      *****************************************************
      * GRAVA NO CADLOTE OS LOTES ABERTOS NESTA EXECUCAO   *
      * (STATUS G=GERADO)                                  *
      *****************************************************
                   MOVE W-TOTRET TO D-TOTRETTX
                   MOVE TOTRETTX TO REGGUIATX
                   WRITE REGGUIATX
                   MOVE W-TOTSUS TO D-TOTSUSTX
                   MOVE TOTSUSTX TO REGGUIATX
                   WRITE REGGUIATX
                   MOVE W-TOTSEMAUT TO D-TOTAUTTX
                   MOVE TOTAUTTX TO REGGUIATX
                   WRITE REGGUIATX
                   WRITE REGGUIATX
                   MOVE W-TOTAJUSTE TO D-TOTAJUTX
                   MOVE TOTAJUTX TO REGGUIATX
                   WRITE REGGUIATX
                   MOVE W-TOTITENS TO D-TOTITETX
                   MOVE TOTITETX TO REGGUIATX
                   WRITE REGGUIATX
                   MOVE W-TOTREGRA TO D-TOTREGTX
                   MOVE TOTREGTX TO REGGUIATX
                   WRITE REGGUIATX.
                PERFORM GRAVA-LOTES THRU GRAVA-LOTES-FIM
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADPACI CADCONV CADPROC GUIATX
                      CADLOTE CADEXIGE CADAUTOR CADPRECO CADEXAME
                      CADAJUSTE CADCONPROC CADSUS CADLOTEIT REGRATX.
                IF SPL-GERADO = "S"
                   STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                          " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                          DELIMITED BY SIZE INTO SPL-PARAM
                   COMPUTE SPL-PAGINAS = W-PAGINA - 1
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
                IF SPL-GERREG = "S"
                   MOVE "RELREGRA.TXT" TO SPL-ARQ
                   MOVE ZEROS TO SPL-PAGINAS
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERREG.
       ROT-FIMP.
                EXIT PROGRAM.

