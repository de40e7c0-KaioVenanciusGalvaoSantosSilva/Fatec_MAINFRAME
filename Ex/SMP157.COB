       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP157.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CONCILIACAO BANCARIA DOS PAGAMENTOS DAS      *
      * OPERADORAS. O VALOR ESPERADO DE CADA LOTE    *
      * (CADLOTE) E A SOMA DO VALOR PAGO INFORMADO   *
      * PELA OPERADORA NAS CONSULTAS DO LOTE         *
      * (RETOPER, SMP067). OS CREDITOS DO EXTRATO    *
      * BANCARIO (EXTRATO.TXT) SAO ATRIBUIDOS AO     *
      * LOTE PELO NUMERO INFORMADO NO HISTORICO OU,  *
      * NA FALTA DELE, PELA OPERADORA (ANS) E VALOR. *
      *                                              *
      * CADLOTBCO: SITUACAO BANCARIA POR LOTE        *
      *   C=CREDITO CONFERE  D=DIVERGENTE            *
      *   S=PAGO PELA OPERADORA SEM CREDITO NO BANCO *
      * CADCREDBCO: CREDITOS JA IMPORTADOS (DATA +   *
      *   DOCUMENTO), EVITA CONTAR O MESMO EXTRATO   *
      *   DUAS VEZES; EB-LOTE ZERO = NAO ATRIBUIDO   *
      *                                              *
      * LAYOUT DO EXTRATO.TXT (POSICOES FIXAS):      *
      *   01-08  DATA LANCAMENTO AAAAMMDD 9(08)      *
      *   09-09  TIPO C=CREDITO D=DEBITO X(01)       *
      *   10-22  VALOR (11 INT+2 DEC)  9(13)         *
      *   23-28  ANS DO DEPOSITANTE    9(06)         *
      *   29-34  LOTE NO HISTORICO     9(06)         *
      *   35-50  DOCUMENTO             X(16)         *
      *   51-90  HISTORICO             X(40)         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONSULTA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTE-NUMERO
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLOTBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LB-LOTE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCREDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EB-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EB-LOTE
                                   WITH DUPLICATES.
           SELECT EXTRATO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT BANCOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSULTA.DAT".
       01 REGCONSULTA.
          03 CONSULTA-CHAVE.
             05 CON-CPF        PIC 9(11).
             05 CON-DATA.
                07 CON-DATAAA  PIC 9(04).
                07 CON-DATAMM  PIC 9(02).
                07 CON-DATADD  PIC 9(02).
             05 CON-CRM.
                07 CON-CRMNUM  PIC 9(06).
                07 CON-CRMUF   PIC X(02).
          03 CON-CID           PIC 9(06).
          03 CON-OBSERVACOES   PIC X(30).
          03 CON-FATURADO      PIC X(01).
          03 CON-DATAFAT       PIC 9(08).
          03 CON-SITPAG        PIC X(01).
          03 CON-VALORPAGO     PIC 9(07)V99.
          03 CON-MODAL         PIC X(01).
          03 CON-FILIAL        PIC 9(02).
          03 CON-LOTE          PIC 9(06).
          03 CON-TIPOVIS       PIC 9(01).
          03 CON-CONVUSO       PIC 9(04).
      *
       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
       01 REGLOTE.
          03 LOTE-NUMERO       PIC 9(06).
          03 LOTE-ANS          PIC 9(06).
          03 LOTE-OPERADORA    PIC X(30).
          03 LOTE-DATAGER      PIC 9(08).
          03 LOTE-QTDITENS     PIC 9(06).
          03 LOTE-VALOR        PIC 9(11)V99.
          03 LOTE-STATUS       PIC X(01).
      *
       FD CADLOTBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTBCO.DAT".
       01 REGLOTBCO.
          03 LB-LOTE           PIC 9(06).
          03 LB-VALESPER       PIC 9(11)V99.
          03 LB-VALCRED        PIC 9(11)V99.
          03 LB-DATACRED       PIC 9(08).
          03 LB-SITUACAO       PIC X(01).
      *
       FD CADCREDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDBCO.DAT".
       01 REGCREDBCO.
          03 EB-CHAVE.
             05 EB-DATA        PIC 9(08).
             05 EB-DOCTO       PIC X(16).
          03 EB-VALOR          PIC 9(11)V99.
          03 EB-ANS            PIC 9(06).
          03 EB-LOTE           PIC 9(06).
          03 EB-HISTORICO      PIC X(40).
      *
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REGEXTRATO.
          03 EX-DATA           PIC 9(08).
          03 EX-TIPO           PIC X(01).
          03 EX-VALOR          PIC 9(11)V99.
          03 EX-ANS            PIC 9(06).
          03 EX-LOTE           PIC 9(06).
          03 EX-DOCTO          PIC X(16).
          03 EX-HISTORICO      PIC X(40).
      *
       FD BANCOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBANCO.TXT".
       01 REGBANCOTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP157".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-LOTEATR      PIC 9(06) VALUE ZEROS.
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTCRED      PIC 9(06) VALUE ZEROS.
       77 W-TOTATRIB     PIC 9(06) VALUE ZEROS.
       77 W-TOTNATRIB    PIC 9(06) VALUE ZEROS.
       77 W-TOTREPET     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJEIT    PIC 9(06) VALUE ZEROS.
       77 W-QTDCONF      PIC 9(06) VALUE ZEROS.
       77 W-QTDDIVERG    PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMCRED   PIC 9(06) VALUE ZEROS.
       77 W-VALNATRIB    PIC 9(11)V99 VALUE ZEROS.
       01 W-DATAQ.
          03 W-DQAA    PIC 9(04).
          03 W-DQMM    PIC 9(02).
          03 W-DQDD    PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                   " *** CONCILIACAO BANCARIA DAS OPERADORAS ***".
       01 CAB1.
                03 FILLER      PIC X(60) VALUE
                "CREDITOS DO BANCO NAO ATRIBUIDOS A NENHUM LOTE".
       01 CAB1A.
                03 FILLER      PIC X(11) VALUE "DATA".
                03 FILLER      PIC X(17) VALUE "DOCUMENTO".
                03 FILLER      PIC X(07) VALUE "ANS".
                03 FILLER      PIC X(17) VALUE "        VALOR R$".
                03 FILLER      PIC X(40) VALUE "HISTORICO".
       01 DET1.
                03 D1-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D1-AA       PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-DOCTO    PIC X(16).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-ANS      PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D1-HIST     PIC X(40).
       01 CAB2.
                03 FILLER      PIC X(60) VALUE
                "LOTES PAGOS PELA OPERADORA X CREDITO NO BANCO".
       01 CAB2A.
                03 FILLER      PIC X(07) VALUE "LOTE".
                03 FILLER      PIC X(21) VALUE "OPERADORA".
                03 FILLER      PIC X(15) VALUE "   ESPERADO R$".
                03 FILLER      PIC X(15) VALUE "   CREDITO R$".
                03 FILLER      PIC X(11) VALUE "DATA CRED.".
                03 FILLER      PIC X(30) VALUE "SITUACAO".
       01 DET2.
                03 D2-LOTE     PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-OPER     PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-ESPER    PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-CRED     PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-DD       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D2-MM       PIC 99.
                03 FILLER      PIC X(01) VALUE "/".
                03 D2-AA       PIC 9999.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 D2-SITUACAO PIC X(30).
       01 LINREJ.
                03 FILLER           PIC X(11) VALUE "REJEITADA: ".
                03 R-DATA           PIC 9(08).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-DOCTO          PIC X(16).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-MOTIVO         PIC X(30).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS LIDAS DO EXTRATO     : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "CREDITOS NOVOS IMPORTADOS   : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "CREDITOS ATRIBUIDOS A LOTE  : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(30) VALUE
                        "CREDITOS NAO ATRIBUIDOS     : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
                03 FILLER            PIC X(06) VALUE "  R$ ".
                03 D-VALNATRIB       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 TOT5.
                03 FILLER            PIC X(30) VALUE
                        "CREDITOS JA IMPORTADOS ANTES: ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS REJEITADAS           : ".
                03 D-TOT6            PIC ZZZ.ZZ9.
       01 TOT7.
                03 FILLER            PIC X(30) VALUE
                        "LOTES COM CREDITO CONFERE   : ".
                03 D-TOT7            PIC ZZZ.ZZ9.
       01 TOT8.
                03 FILLER            PIC X(30) VALUE
                        "LOTES COM VALOR DIVERGENTE  : ".
                03 D-TOT8            PIC ZZZ.ZZ9.
       01 TOT9.
                03 FILLER            PIC X(30) VALUE
                        "LOTES PAGOS SEM CREDITO     : ".
                03 D-TOT9            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELBANCO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT157.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** CONCILIACAO BANCARIA DAS".
           05  LINE 02  COLUMN 36
               VALUE  " OPERADORAS ***".
           05  LINE 08  COLUMN 01
               VALUE  "    PROCESSA O ARQUIVO EXTRATO.TXT CONTRA OS".
           05  LINE 08  COLUMN 45
               VALUE  " LOTES PAGOS".
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
                DISPLAY SMT157.
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
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADLOTE
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADLOTE NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN I-O CADLOTBCO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLOTBCO
                 CLOSE CADLOTBCO
                 OPEN I-O CADLOTBCO
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADLOTBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONSULTA CADLOTE
                 GO TO ROT-FIMP.
       INC-OP0C.
           OPEN I-O CADCREDBCO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCREDBCO
                 CLOSE CADCREDBCO
                 OPEN I-O CADCREDBCO
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCREDBCO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONSULTA CADLOTE CADLOTBCO
                 GO TO ROT-FIMP.
       INC-OP0D.
           OPEN INPUT EXTRATO
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30" OR "35"
                      MOVE "*ARQUIVO EXTRATO.TXT NAO ENCONTRADO*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADLOTE CADLOTBCO CADCREDBCO
                      GO TO ROT-FIMP
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO EXTRATO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADLOTE CADLOTBCO CADCREDBCO
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP0E.
           OPEN OUTPUT BANCOTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO BANCOTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA CADLOTE CADLOTBCO CADCREDBCO
                            EXTRATO
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE SPACES TO REGBANCOTX
           WRITE REGBANCOTX.
      *
      *****************************************************
      * VALOR ESPERADO POR LOTE: ZERA O ACUMULADO E SOMA   *
      * DE NOVO O VALOR PAGO DAS CONSULTAS DE CADA LOTE    *
      *****************************************************
      *
       ESP-ZERA.
           MOVE ZEROS TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS THAN LOTE-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO ESP-SOMA.
       ESP-ZERA-LP.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ESP-SOMA.
           MOVE LOTE-NUMERO TO LB-LOTE
           READ CADLOTBCO
           IF ST-ERRO = "00"
              MOVE ZEROS TO LB-VALESPER
              REWRITE REGLOTBCO
              GO TO ESP-ZERA-LP.
           IF LOTE-STATUS NOT = "P" AND NOT = "X"
              GO TO ESP-ZERA-LP.
           MOVE LOTE-NUMERO TO LB-LOTE
           MOVE ZEROS  TO LB-VALESPER LB-VALCRED LB-DATACRED
           MOVE SPACES TO LB-SITUACAO
           WRITE REGLOTBCO
           GO TO ESP-ZERA-LP.
       ESP-SOMA.
           MOVE LOW-VALUES TO CONSULTA-CHAVE
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-EXT.
       ESP-SOMA-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-EXT.
           IF CON-LOTE = ZEROS OR CON-SITPAG NOT = "P"
              GO TO ESP-SOMA-LP.
           MOVE CON-LOTE TO LB-LOTE
           READ CADLOTBCO
           IF ST-ERRO NOT = "00"
              GO TO ESP-SOMA-LP.
           ADD CON-VALORPAGO TO LB-VALESPER
           REWRITE REGLOTBCO
           GO TO ESP-SOMA-LP.
      *
      *****************************************************
      * LE CADA CREDITO DO EXTRATO E ATRIBUI AO LOTE       *
      *****************************************************
      *
       LER-EXT.
                READ EXTRATO NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   IF ST-ERRO2 = "10"
                      GO TO SIT-LOTE
                   ELSE
                      MOVE "ERRO NA LEITURA DO EXTRATO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDAS.
       VAL-EXT.
                IF EX-TIPO = "D"
                   GO TO LER-EXT.
                IF EX-TIPO NOT = "C"
                   OR EX-DATA NOT NUMERIC
                   OR EX-VALOR NOT NUMERIC
                   MOVE "TIPO/DATA/VALOR INVALIDO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-EXT.
                IF EX-DOCTO = SPACES
                   MOVE "DOCUMENTO NAO INFORMADO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-EXT.
                IF EX-ANS NOT NUMERIC
                   MOVE ZEROS TO EX-ANS.
                IF EX-LOTE NOT NUMERIC
                   MOVE ZEROS TO EX-LOTE.
                MOVE EX-DATA  TO EB-DATA
                MOVE EX-DOCTO TO EB-DOCTO
                READ CADCREDBCO
                IF ST-ERRO = "00"
                   ADD 1 TO W-TOTREPET
                   GO TO LER-EXT.
                ADD 1 TO W-TOTCRED
                PERFORM BUS-LOTE THRU BUS-LOTE-FIM.
       GRV-CRED.
                MOVE EX-DATA      TO EB-DATA
                MOVE EX-DOCTO     TO EB-DOCTO
                MOVE EX-VALOR     TO EB-VALOR
                MOVE EX-ANS       TO EB-ANS
                MOVE W-LOTEATR    TO EB-LOTE
                MOVE EX-HISTORICO TO EB-HISTORICO
                WRITE REGCREDBCO
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADCREDBCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-LOTEATR = ZEROS
                   GO TO LER-EXT.
                MOVE W-LOTEATR TO LB-LOTE
                READ CADLOTBCO
                IF ST-ERRO NOT = "00"
                   MOVE W-LOTEATR TO LB-LOTE
                   MOVE ZEROS  TO LB-VALESPER LB-VALCRED
                   MOVE SPACES TO LB-SITUACAO
                   MOVE EX-VALOR TO LB-VALCRED
                   MOVE EX-DATA  TO LB-DATACRED
                   WRITE REGLOTBCO
                ELSE
                   ADD EX-VALOR TO LB-VALCRED
                   MOVE EX-DATA TO LB-DATACRED
                   REWRITE REGLOTBCO.
                ADD 1 TO W-TOTATRIB
                GO TO LER-EXT.
      *
      *****************************************************
      * LOTE DO CREDITO: PRIMEIRO O NUMERO DO HISTORICO    *
      * (CONFERINDO A OPERADORA); SEM ELE, O PRIMEIRO LOTE *
      * PAGO DA MESMA OPERADORA AINDA SEM CREDITO E COM O  *
      * VALOR ESPERADO IGUAL AO DEPOSITO                   *
      *****************************************************
      *
       BUS-LOTE.
           MOVE ZEROS TO W-LOTEATR
           IF EX-LOTE = ZEROS
              GO TO BUS-LOTE-ANS.
           MOVE EX-LOTE TO LOTE-NUMERO
           READ CADLOTE
           IF ST-ERRO NOT = "00"
              GO TO BUS-LOTE-ANS.
           IF EX-ANS NOT = ZEROS AND EX-ANS NOT = LOTE-ANS
              GO TO BUS-LOTE-ANS.
           MOVE LOTE-NUMERO TO W-LOTEATR
           GO TO BUS-LOTE-FIM.
       BUS-LOTE-ANS.
           IF EX-ANS = ZEROS
              GO TO BUS-LOTE-FIM.
           MOVE ZEROS TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS THAN LOTE-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO BUS-LOTE-FIM.
       BUS-LOTE-LP.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-LOTE-FIM.
           IF LOTE-ANS NOT = EX-ANS
              OR (LOTE-STATUS NOT = "P" AND NOT = "X")
              GO TO BUS-LOTE-LP.
           MOVE LOTE-NUMERO TO LB-LOTE
           READ CADLOTBCO
           IF ST-ERRO NOT = "00"
              GO TO BUS-LOTE-LP.
           IF LB-VALCRED NOT = ZEROS OR LB-VALESPER NOT = EX-VALOR
              GO TO BUS-LOTE-LP.
           MOVE LOTE-NUMERO TO W-LOTEATR.
       BUS-LOTE-FIM.
           EXIT.
      *
       GRV-REJ.
                MOVE EX-DATA    TO R-DATA
                MOVE EX-DOCTO   TO R-DOCTO
                MOVE LINREJ     TO REGBANCOTX
                WRITE REGBANCOTX
                ADD 1 TO W-TOTREJEIT.
       GRV-REJ-FIM.
                EXIT.
      *
      *****************************************************
      * SITUACAO BANCARIA DE CADA LOTE PAGO/GLOSADO OU     *
      * QUE RECEBEU CREDITO                                *
      *****************************************************
      *
       SIT-LOTE.
           MOVE SPACES TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE CAB2 TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE CAB2A TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE ZEROS TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS THAN LOTE-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO NAO-ATR.
       SIT-LOTE-LP.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO NAO-ATR.
           MOVE LOTE-NUMERO TO LB-LOTE
           READ CADLOTBCO
           IF ST-ERRO NOT = "00"
              GO TO SIT-LOTE-LP.
           IF LOTE-STATUS NOT = "P" AND NOT = "X"
              AND LB-VALCRED = ZEROS
              GO TO SIT-LOTE-LP.
      *
      * LOTE TODO GLOSADO: NADA A RECEBER, NADA A CONCILIAR
      *
           IF LB-VALESPER = ZEROS AND LB-VALCRED = ZEROS
              GO TO SIT-LOTE-LP.
           IF LB-VALCRED = ZEROS
              MOVE "S" TO LB-SITUACAO
              MOVE "PAGO SEM CREDITO NO BANCO" TO D2-SITUACAO
              ADD 1 TO W-QTDSEMCRED
           ELSE
              IF LB-VALCRED = LB-VALESPER
                 MOVE "C" TO LB-SITUACAO
                 MOVE "CREDITO CONFERE" TO D2-SITUACAO
                 ADD 1 TO W-QTDCONF
              ELSE
                 MOVE "D" TO LB-SITUACAO
                 MOVE "CREDITO DIVERGENTE" TO D2-SITUACAO
                 ADD 1 TO W-QTDDIVERG.
           REWRITE REGLOTBCO
           MOVE LOTE-NUMERO    TO D2-LOTE
           MOVE LOTE-OPERADORA TO D2-OPER
           MOVE LB-VALESPER    TO D2-ESPER
           MOVE LB-VALCRED     TO D2-CRED
           MOVE LB-DATACRED    TO W-DATAQ9
           MOVE W-DQDD TO D2-DD
           MOVE W-DQMM TO D2-MM
           MOVE W-DQAA TO D2-AA
           MOVE DET2 TO REGBANCOTX
           WRITE REGBANCOTX
           GO TO SIT-LOTE-LP.
      *
      *****************************************************
      * CREDITOS SEM LOTE (INCLUSIVE DE EXTRATOS ANTERIORES)*
      *****************************************************
      *
       NAO-ATR.
           MOVE SPACES TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE CAB1 TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE CAB1A TO REGBANCOTX
           WRITE REGBANCOTX
           MOVE ZEROS TO EB-LOTE
           START CADCREDBCO KEY IS EQUAL TO EB-LOTE
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
       NAO-ATR-LP.
           READ CADCREDBCO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
           IF EB-LOTE NOT = ZEROS
              GO TO ROT-TOT.
           MOVE EB-DATA TO W-DATAQ9
           MOVE W-DQDD       TO D1-DD
           MOVE W-DQMM       TO D1-MM
           MOVE W-DQAA       TO D1-AA
           MOVE EB-DOCTO     TO D1-DOCTO
           MOVE EB-ANS       TO D1-ANS
           MOVE EB-VALOR     TO D1-VALOR
           MOVE EB-HISTORICO TO D1-HIST
           MOVE DET1 TO REGBANCOTX
           WRITE REGBANCOTX
           ADD 1        TO W-TOTNATRIB
           ADD EB-VALOR TO W-VALNATRIB
           GO TO NAO-ATR-LP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-TOT.
                MOVE SPACES TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-TOTLIDAS   TO D-TOT1
                MOVE TOT1 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-TOTCRED    TO D-TOT2
                MOVE TOT2 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-TOTATRIB   TO D-TOT3
                MOVE TOT3 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-TOTNATRIB  TO D-TOT4
                MOVE W-VALNATRIB  TO D-VALNATRIB
                MOVE TOT4 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-TOTREPET   TO D-TOT5
                MOVE TOT5 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-TOTREJEIT  TO D-TOT6
                MOVE TOT6 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-QTDCONF    TO D-TOT7
                MOVE TOT7 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-QTDDIVERG  TO D-TOT8
                MOVE TOT8 TO REGBANCOTX
                WRITE REGBANCOTX
                MOVE W-QTDSEMCRED TO D-TOT9
                MOVE TOT9 TO REGBANCOTX
                WRITE REGBANCOTX.
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADLOTE CADLOTBCO CADCREDBCO
                      EXTRATO BANCOTX.
                IF SPL-GERADO = "S"
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
