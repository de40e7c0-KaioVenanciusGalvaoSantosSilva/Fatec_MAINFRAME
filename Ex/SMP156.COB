       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP156.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CONCILIACAO DOS RECEBIMENTOS EM CARTAO DO    *
      * CAIXA (CADCAIXA, CX-FORMA = C) COM O ARQUIVO *
      * DE LIQUIDACAO DA ADQUIRENTE (ADQUIR.TXT).    *
      * CADA VENDA DO ARQUIVO E CASADA COM O RECIBO  *
      * PELA AUTORIZACAO (CADCXCAR), DATA E VALOR;   *
      * SEM AUTORIZACAO NO RECIBO (LANCADO ANTES DO  *
      * CADCXCAR), CASA POR DATA E VALOR. O RESULTADO*
      * FICA NO CADCXCAR: P=PAGO, A=A RECEBER,       *
      * E=ESTORNO/CHARGEBACK, COM A TAXA (MDR) E O   *
      * VALOR LIQUIDO. O RELCARTAO.TXT LISTA AS      *
      * VENDAS SEM RECIBO E, NO PERIODO INFORMADO,   *
      * TODOS OS RECIBOS EM CARTAO COM A SITUACAO    *
      * (SEM VENDA NA ADQUIRENTE QUANDO NAO CASOU).  *
      *                                              *
      * LAYOUT DO ADQUIR.TXT (POSICOES FIXAS):       *
      *   01-08  DATA DA VENDA AAAAMMDD 9(08)        *
      *   09-14  AUTORIZACAO           X(06)         *
      *   15-26  NSU                   X(12)         *
      *   27-37  VALOR BRUTO (2 DEC)   9(11)         *
      *   38-48  TAXA MDR (2 DEC)      9(11)         *
      *   49-59  VALOR LIQUIDO (2 DEC) 9(11)         *
      *   60-67  DATA PAGTO/PREVISTA   9(08)         *
      *   68-68  STATUS P=PAGO A=AGENDADO X(01)      *
      *          C=CHARGEBACK/CANCELADO              *
      *   69-69  MODALIDADE D/C        X(01)         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CC-CAIXACHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CC-AUTORIZ
                                   WITH DUPLICATES.
           SELECT ADQUIR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT CARTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
          03 CAIXA-CHAVE.
             05 CX-DATA.
                07 CX-DATAAA    PIC 9(04).
                07 CX-DATAMM    PIC 9(02).
                07 CX-DATADD    PIC 9(02).
             05 CX-SEQ          PIC 9(04).
          03 CX-CPF             PIC 9(11).
          03 CX-VALOR           PIC 9(07)V99.
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD CADCXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXCAR.DAT".
       01 REGCXCAR.
          03 CC-CAIXACHAVE      PIC X(12).
          03 CC-AUTORIZ         PIC X(06).
          03 CC-MODAL           PIC X(01).
          03 CC-SITUACAO        PIC X(01).
          03 CC-NSU             PIC X(12).
          03 CC-DATAPAG         PIC 9(08).
          03 CC-TAXA            PIC 9(07)V99.
          03 CC-VALLIQ          PIC 9(07)V99.
      *
       FD ADQUIR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADQUIR.TXT".
       01 REGADQUIR.
          03 AQ-DATAVENDA      PIC 9(08).
          03 AQ-AUTORIZ        PIC X(06).
          03 AQ-NSU            PIC X(12).
          03 AQ-VALBRUTO       PIC 9(09)V99.
          03 AQ-TAXA           PIC 9(09)V99.
          03 AQ-VALLIQ         PIC 9(09)V99.
          03 AQ-DATAPAG        PIC 9(08).
          03 AQ-STATUS         PIC X(01).
          03 AQ-MODAL          PIC X(01).
      *
       FD CARTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCARTAO.TXT".
       01 REGCARTX      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP156".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-TEMCAR       PIC X(01) VALUE "N".
       77 W-DATACX       PIC 9(08) VALUE ZEROS.
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTCASADAS   PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMREC    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJEIT    PIC 9(06) VALUE ZEROS.
       77 W-QTDPAGO      PIC 9(06) VALUE ZEROS.
       77 W-QTDPEND      PIC 9(06) VALUE ZEROS.
       77 W-QTDESTORNO   PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMVENDA  PIC 9(06) VALUE ZEROS.
       77 W-TOTBRUTO     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTTAXA      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTLIQ       PIC 9(09)V99 VALUE ZEROS.
       01 W-PERINI.
          03 W-PINIDD  PIC 9(02) VALUE ZEROS.
          03 W-PINIMM  PIC 9(02) VALUE ZEROS.
          03 W-PINIAA  PIC 9(04) VALUE ZEROS.
       01 W-PERFIM.
          03 W-PFIMDD  PIC 9(02) VALUE ZEROS.
          03 W-PFIMMM  PIC 9(02) VALUE ZEROS.
          03 W-PFIMAA  PIC 9(04) VALUE ZEROS.
       01 W-PERININUM.
          03 W-PININAA PIC 9(04) VALUE ZEROS.
          03 W-PININMM PIC 9(02) VALUE ZEROS.
          03 W-PININDD PIC 9(02) VALUE ZEROS.
       01 W-PERININ9 REDEFINES W-PERININUM PIC 9(08).
       01 W-PERFIMNUM.
          03 W-PFIMNAA PIC 9(04) VALUE ZEROS.
          03 W-PFIMNMM PIC 9(02) VALUE ZEROS.
          03 W-PFIMNDD PIC 9(02) VALUE ZEROS.
       01 W-PERFIMN9 REDEFINES W-PERFIMNUM PIC 9(08).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                   " *** CONCILIACAO DE CARTOES COM A ADQUIRENTE ***".
       01 CAB1.
                03 FILLER      PIC X(60) VALUE
                "VENDAS DA ADQUIRENTE SEM RECIBO NO CAIXA".
       01 CAB2.
                03 FILLER      PIC X(60) VALUE
                "RECIBOS EM CARTAO DO CAIXA NO PERIODO".
       01 CAB3.
                03 FILLER      PIC X(11) VALUE "DATA".
                03 FILLER      PIC X(07) VALUE "AUTOR.".
                03 FILLER      PIC X(13) VALUE "NSU/CPF".
                03 FILLER      PIC X(13) VALUE "   BRUTO R$".
                03 FILLER      PIC X(13) VALUE "    TAXA R$".
                03 FILLER      PIC X(13) VALUE " LIQUIDO R$".
                03 FILLER      PIC X(30) VALUE "SITUACAO".
       01 DET1.
                03 D1-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-AA       PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-AUTORIZ  PIC X(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-DOC      PIC X(12).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-BRUTO    PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-TAXA     PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-LIQ      PIC Z.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-SITUACAO PIC X(30).
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS LIDAS DA ADQUIRENTE  : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "VENDAS CASADAS COM RECIBO   : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "VENDAS SEM RECIBO NO CAIXA  : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS REJEITADAS           : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(30) VALUE
                        "RECIBOS PAGOS               : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(30) VALUE
                        "RECIBOS A RECEBER           : ".
                03 D-TOT6            PIC ZZZ.ZZ9.
       01 TOT7.
                03 FILLER            PIC X(30) VALUE
                        "RECIBOS COM ESTORNO/CHARGEB.: ".
                03 D-TOT7            PIC ZZZ.ZZ9.
       01 TOT8.
                03 FILLER            PIC X(30) VALUE
                        "RECIBOS SEM VENDA NA ADQUIR.: ".
                03 D-TOT8            PIC ZZZ.ZZ9.
       01 TOT9.
                03 FILLER            PIC X(31) VALUE
                        "RECIBOS CONCILIADOS: BRUTO R$ ".
                03 D-TOTBRUTO        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER            PIC X(11) VALUE "  TAXA R$ ".
                03 D-TOTTAXA         PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER            PIC X(14) VALUE "  LIQUIDO R$ ".
                03 D-TOTLIQ          PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCARTAO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT156.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CONCILIACAO DE CARTOES COM A".
           05  LINE 02  COLUMN 38
               VALUE  " ADQUIRENTE ***".
           05  LINE 05  COLUMN 01
               VALUE  "    PROCESSA O ARQUIVO ADQUIR.TXT CONTRA O".
           05  LINE 05  COLUMN 43
               VALUE  " CADCAIXA".
           05  LINE 07  COLUMN 01
               VALUE  "    RECIBOS DO CAIXA DE:   /  /        ATE:".
           05  LINE 07  COLUMN 44
               VALUE  "   /  /".
           05  TW-PINIDD
               LINE 07  COLUMN 25  PIC 9(02)
               USING  W-PINIDD
               HIGHLIGHT.
           05  TW-PINIMM
               LINE 07  COLUMN 28  PIC 9(02)
               USING  W-PINIMM
               HIGHLIGHT.
           05  TW-PINIAA
               LINE 07  COLUMN 31  PIC 9(04)
               USING  W-PINIAA
               HIGHLIGHT.
           05  TW-PFIMDD
               LINE 07  COLUMN 45  PIC 9(02)
               USING  W-PFIMDD
               HIGHLIGHT.
           05  TW-PFIMMM
               LINE 07  COLUMN 48  PIC 9(02)
               USING  W-PFIMMM
               HIGHLIGHT.
           05  TW-PFIMAA
               LINE 07  COLUMN 51  PIC 9(04)
               USING  W-PFIMAA
               HIGHLIGHT.
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA PROCESSO".
           05  LINE 12  COLUMN 42
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT156.
       INC-PER.
                ACCEPT TW-PINIDD
                ACCEPT TW-PINIMM
                ACCEPT TW-PINIAA
                ACCEPT TW-PFIMDD
                ACCEPT TW-PFIMMM
                ACCEPT TW-PFIMAA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                MOVE W-PINIAA TO W-PININAA
                MOVE W-PINIMM TO W-PININMM
                MOVE W-PINIDD TO W-PININDD
                MOVE W-PFIMAA TO W-PFIMNAA
                MOVE W-PFIMMM TO W-PFIMNMM
                MOVE W-PFIMDD TO W-PFIMNDD
                IF W-PERININ9 = ZEROS
                   MOVE "*Insira o periodo dos recibos*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PER.
                IF W-PERFIMN9 = ZEROS
                   MOVE W-PERININ9 TO W-PERFIMN9.
                IF W-PERFIMN9 < W-PERININ9
                   MOVE "*PERIODO INVALIDO (FIM ANTES DO INICIO)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PER.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCAIXA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN I-O CADCXCAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCXCAR
                 CLOSE CADCXCAR
                 OPEN I-O CADCXCAR
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCXCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCAIXA
                 GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT ADQUIR
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30" OR "35"
                      MOVE "*ARQUIVO ADQUIR.TXT NAO ENCONTRADO*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCAIXA CADCXCAR
                      GO TO ROT-FIMP
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO ADQUIR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCAIXA CADCXCAR
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP0C.
           OPEN OUTPUT CARTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CARTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCAIXA CADCXCAR ADQUIR
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGCARTX
           WRITE REGCARTX
           MOVE SPACES TO REGCARTX
           WRITE REGCARTX
           MOVE CAB1 TO REGCARTX
           WRITE REGCARTX
           MOVE CAB3 TO REGCARTX
           WRITE REGCARTX.
      *
      *****************************************************
      * PARTE 1: CADA VENDA DA ADQUIRENTE PROCURA O RECIBO *
      *****************************************************
      *
       LER-ADQ.
                READ ADQUIR NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   IF ST-ERRO2 = "10"
                      GO TO PARTE2
                   ELSE
                      MOVE "ERRO NA LEITURA DO ADQUIR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDAS.
       VAL-ADQ.
                IF AQ-STATUS NOT = "P" AND NOT = "A" AND NOT = "C"
                   OR AQ-DATAVENDA NOT NUMERIC
                   OR AQ-VALBRUTO NOT NUMERIC
                   MOVE "LINHA INVALIDA (STATUS P/A/C)" TO D1-SITUACAO
                   PERFORM GRV-ADQ THRU GRV-ADQ-FIM
                   ADD 1 TO W-TOTREJEIT
                   GO TO LER-ADQ.
                PERFORM BUS-AUTOR THRU BUS-AUTOR-FIM
                IF W-ACHOU NOT = "S"
                   PERFORM BUS-DATAVAL THRU BUS-DATAVAL-FIM.
                IF W-ACHOU NOT = "S"
                   MOVE "SEM RECIBO NO CAIXA" TO D1-SITUACAO
                   PERFORM GRV-ADQ THRU GRV-ADQ-FIM
                   ADD 1 TO W-TOTSEMREC
                   GO TO LER-ADQ.
       ATU-CAR.
                MOVE AQ-AUTORIZ TO CC-AUTORIZ
                MOVE AQ-NSU     TO CC-NSU
                MOVE AQ-DATAPAG TO CC-DATAPAG
                MOVE AQ-TAXA    TO CC-TAXA
                MOVE AQ-VALLIQ  TO CC-VALLIQ
                IF AQ-MODAL = "D" OR AQ-MODAL = "C"
                   MOVE AQ-MODAL TO CC-MODAL.
                IF AQ-STATUS = "C"
                   MOVE "E" TO CC-SITUACAO
                ELSE
                   MOVE AQ-STATUS TO CC-SITUACAO.
                IF W-TEMCAR = "S"
                   REWRITE REGCXCAR
                ELSE
                   WRITE REGCXCAR.
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO CADCXCAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-TOTCASADAS
                GO TO LER-ADQ.
      *
      *****************************************************
      * RECIBO PELA AUTORIZACAO: MESMA DATA E VALOR        *
      *****************************************************
      *
       BUS-AUTOR.
           MOVE "N" TO W-ACHOU
           IF AQ-AUTORIZ = SPACES
              GO TO BUS-AUTOR-FIM.
           MOVE AQ-AUTORIZ TO CC-AUTORIZ
           START CADCXCAR KEY IS EQUAL TO CC-AUTORIZ
           IF ST-ERRO NOT = "00"
              GO TO BUS-AUTOR-FIM.
       BUS-AUTOR-LP.
           READ CADCXCAR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-AUTOR-FIM.
           IF CC-AUTORIZ NOT = AQ-AUTORIZ
              GO TO BUS-AUTOR-FIM.
           MOVE CC-CAIXACHAVE TO CAIXA-CHAVE
           READ CADCAIXA
           IF ST-ERRO NOT = "00"
              GO TO BUS-AUTOR-LP.
           MOVE CX-DATA TO W-DATACX
           IF W-DATACX NOT = AQ-DATAVENDA
              OR CX-VALOR NOT = AQ-VALBRUTO
              GO TO BUS-AUTOR-LP.
           MOVE "S" TO W-ACHOU W-TEMCAR.
       BUS-AUTOR-FIM.
           EXIT.
      *
      *****************************************************
      * RECIBO SEM AUTORIZACAO: CARTAO DO MESMO DIA E      *
      * VALOR AINDA NAO CONCILIADO                         *
      *****************************************************
      *
       BUS-DATAVAL.
           MOVE "N" TO W-ACHOU
           MOVE AQ-DATAVENDA TO W-DATAQ9
           MOVE W-DQAA TO CX-DATAAA
           MOVE W-DQMM TO CX-DATAMM
           MOVE W-DQDD TO CX-DATADD
           MOVE ZEROS  TO CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CAIXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-DATAVAL-FIM.
       BUS-DATAVAL-LP.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-DATAVAL-FIM.
           MOVE CX-DATA TO W-DATACX
           IF W-DATACX NOT = AQ-DATAVENDA
              GO TO BUS-DATAVAL-FIM.
           IF CX-FORMA NOT = "C" OR CX-VALOR NOT = AQ-VALBRUTO
              GO TO BUS-DATAVAL-LP.
           MOVE CAIXA-CHAVE TO CC-CAIXACHAVE
           READ CADCXCAR
           IF ST-ERRO = "00"
              IF CC-AUTORIZ = SPACES AND CC-SITUACAO = SPACES
                 MOVE "S" TO W-ACHOU W-TEMCAR
                 GO TO BUS-DATAVAL-FIM
              ELSE
                 GO TO BUS-DATAVAL-LP.
           MOVE CAIXA-CHAVE TO CC-CAIXACHAVE
           MOVE SPACES TO CC-MODAL
           MOVE "S" TO W-ACHOU
           MOVE "N" TO W-TEMCAR.
       BUS-DATAVAL-FIM.
           EXIT.
      *
       GRV-ADQ.
           MOVE AQ-DATAVENDA TO W-DATAQ9
           MOVE W-DQDD      TO D1-DD
           MOVE W-DQMM      TO D1-MM
           MOVE W-DQAA      TO D1-AA
           MOVE AQ-AUTORIZ  TO D1-AUTORIZ
           MOVE AQ-NSU      TO D1-DOC
           MOVE ZEROS TO D1-BRUTO D1-TAXA D1-LIQ
           IF AQ-VALBRUTO NUMERIC
              MOVE AQ-VALBRUTO TO D1-BRUTO.
           IF AQ-TAXA NUMERIC
              MOVE AQ-TAXA TO D1-TAXA.
           IF AQ-VALLIQ NUMERIC
              MOVE AQ-VALLIQ TO D1-LIQ.
           MOVE DET1 TO REGCARTX
           WRITE REGCARTX.
       GRV-ADQ-FIM.
           EXIT.
      *
      *****************************************************
      * PARTE 2: RECIBOS EM CARTAO DO PERIODO E SITUACAO   *
      *****************************************************
      *
       PARTE2.
           MOVE SPACES TO REGCARTX
           WRITE REGCARTX
           MOVE CAB2 TO REGCARTX
           WRITE REGCARTX
           MOVE CAB3 TO REGCARTX
           WRITE REGCARTX
           MOVE W-PERININ9 TO W-DATAQ9
           MOVE W-DQAA TO CX-DATAAA
           MOVE W-DQMM TO CX-DATAMM
           MOVE W-DQDD TO CX-DATADD
           MOVE ZEROS  TO CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CAIXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
       LER-CX.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
           MOVE CX-DATA TO W-DATACX
           IF W-DATACX > W-PERFIMN9
              GO TO ROT-TOT.
           IF CX-FORMA NOT = "C"
              GO TO LER-CX.
           MOVE CX-DATADD TO D1-DD
           MOVE CX-DATAMM TO D1-MM
           MOVE CX-DATAAA TO D1-AA
           MOVE CX-CPF    TO D1-DOC
           MOVE CX-VALOR  TO D1-BRUTO
           MOVE ZEROS TO D1-TAXA D1-LIQ
           MOVE SPACES TO D1-AUTORIZ
           MOVE CAIXA-CHAVE TO CC-CAIXACHAVE
           READ CADCXCAR
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO CC-SITUACAO
           ELSE
              MOVE CC-AUTORIZ TO D1-AUTORIZ.
           IF CC-SITUACAO = "P"
              MOVE "PAGO" TO D1-SITUACAO
              ADD 1 TO W-QTDPAGO
              GO TO LER-CX-VAL.
           IF CC-SITUACAO = "A"
              MOVE "A RECEBER (PENDENTE)" TO D1-SITUACAO
              ADD 1 TO W-QTDPEND
              GO TO LER-CX-VAL.
           IF CC-SITUACAO = "E"
              MOVE "ESTORNO / CHARGEBACK" TO D1-SITUACAO
              ADD 1 TO W-QTDESTORNO
              GO TO LER-CX-GRV.
           MOVE "SEM VENDA NA ADQUIRENTE" TO D1-SITUACAO
           ADD 1 TO W-QTDSEMVENDA
           GO TO LER-CX-GRV.
       LER-CX-VAL.
           MOVE CC-TAXA   TO D1-TAXA
           MOVE CC-VALLIQ TO D1-LIQ
           ADD CX-VALOR  TO W-TOTBRUTO
           ADD CC-TAXA   TO W-TOTTAXA
           ADD CC-VALLIQ TO W-TOTLIQ.
       LER-CX-GRV.
           MOVE DET1 TO REGCARTX
           WRITE REGCARTX
           GO TO LER-CX.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGCARTX
                WRITE REGCARTX
                MOVE W-TOTLIDAS    TO D-TOT1
                MOVE TOT1 TO REGCARTX
                WRITE REGCARTX
                MOVE W-TOTCASADAS  TO D-TOT2
                MOVE TOT2 TO REGCARTX
                WRITE REGCARTX
                MOVE W-TOTSEMREC   TO D-TOT3
                MOVE TOT3 TO REGCARTX
                WRITE REGCARTX
                MOVE W-TOTREJEIT   TO D-TOT4
                MOVE TOT4 TO REGCARTX
                WRITE REGCARTX
                MOVE W-QTDPAGO     TO D-TOT5
                MOVE TOT5 TO REGCARTX
                WRITE REGCARTX
                MOVE W-QTDPEND     TO D-TOT6
                MOVE TOT6 TO REGCARTX
                WRITE REGCARTX
                MOVE W-QTDESTORNO  TO D-TOT7
                MOVE TOT7 TO REGCARTX
                WRITE REGCARTX
                MOVE W-QTDSEMVENDA TO D-TOT8
                MOVE TOT8 TO REGCARTX
                WRITE REGCARTX
                MOVE W-TOTBRUTO    TO D-TOTBRUTO
                MOVE W-TOTTAXA     TO D-TOTTAXA
                MOVE W-TOTLIQ      TO D-TOTLIQ
                MOVE TOT9 TO REGCARTX
                WRITE REGCARTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCAIXA CADCXCAR ADQUIR CARTX.
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
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
