       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP166.
       AUTHOR. KAIO V G S S
      ***********************************************
      * IMPORTACAO DA TABELA DE PRECOS DA OPERADORA  *
      * (TUSS/CBHPM) PARA O CADPRECO, ABRINDO UMA    *
      * NOVA VIGENCIA PARA O CONVENIO INFORMADO.     *
      * PRIMEIRO GERA A PREVIA RELTABOPER.TXT COM O  *
      * ANTES/DEPOIS DE CADA CODIGO: AUMENTO,        *
      * REDUCAO, NOVO E RETIRADO (CID COM PRECO EM   *
      * VIGOR QUE NAO VEIO NO ARQUIVO). SO GRAVA NO  *
      * CADPRECO DEPOIS DA CONFIRMACAO DO OPERADOR.  *
      * O CODIGO TUSS E CONVERTIDO NO CID PELO       *
      * CADPROC. CID RETIRADO NAO E GRAVADO: O PRECO *
      * ANTERIOR CONTINUA EM VIGOR (EXCLUIR PELO     *
      * CADPRECO SE FOR O CASO).                     *
      *                                              *
      * LAYOUT DO ARQUIVO TABOPER.TXT (POS. FIXAS):  *
      *   01-08  CODIGO TUSS            9(08)        *
      *   09-17  VALOR NEGOCIADO    9(07)V99         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC
                    ALTERNATE RECORD KEY IS PLANO.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRECO-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT TABOPER ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT TABOPERTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CODIGO         PIC 9(06).
          03 NOMEC          PIC X(30).
          03 PLANO          PIC 9(02).
          03 DATAVALID.
             05 NUMDD       PIC 9(02).
             05 NUMMM       PIC 9(02).
             05 NUMAA       PIC 9(04).
          03 OPERADORA      PIC X(30).
          03 ANSCODIGO      PIC 9(06).
          03 PERCOBERTURA   PIC 9(03)V99.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-CID          PIC 9(06).
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
          03 PRECO-CHAVE.
             05 PRE-CONVENIO   PIC 9(06).
             05 PRE-CID        PIC 9(06).
             05 PRE-VIGENCIA   PIC 9(08).
          03 PRE-VALOR         PIC 9(07)V99.
      *
       FD TABOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABOPER.TXT".
       01 REGTABOPER.
          03 TO-TUSS           PIC 9(08).
          03 TO-VALOR          PIC 9(07)V99.
          03 FILLER            PIC X(03).
      *
       FD TABOPERTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTABOPER.TXT".
       01 REGTABOPERTX     PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP166".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-RELAB        PIC X(01) VALUE "N".
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-CONV         PIC 9(06) VALUE ZEROS.
       77 W-VIG          PIC 9(08) VALUE ZEROS.
       77 W-NOMECONV     PIC X(30) VALUE SPACES.
       77 W-IXP          PIC 9(04) VALUE ZEROS.
       77 W-IXA          PIC 9(04) VALUE ZEROS.
       77 W-IXN          PIC 9(04) VALUE ZEROS.
       77 W-QTDPROC      PIC 9(04) VALUE ZEROS.
       77 W-QTDATUAL     PIC 9(04) VALUE ZEROS.
       77 W-QTDNOVA      PIC 9(04) VALUE ZEROS.
       77 W-DIF          PIC S9(07)V99 VALUE ZEROS.
       77 W-PERC         PIC S9(05)V99 VALUE ZEROS.
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTAUMENTO   PIC 9(06) VALUE ZEROS.
       77 W-TOTREDUCAO   PIC 9(06) VALUE ZEROS.
       77 W-TOTIGUAL     PIC 9(06) VALUE ZEROS.
       77 W-TOTNOVO      PIC 9(06) VALUE ZEROS.
       77 W-TOTRETIR     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ       PIC 9(06) VALUE ZEROS.
       77 W-TOTJAVIG     PIC 9(06) VALUE ZEROS.
       77 W-TOTGRAV      PIC 9(06) VALUE ZEROS.
       01 W-VIGD.
          03 W-VIGAA     PIC 9(04).
          03 W-VIGMM     PIC 9(02).
          03 W-VIGDD     PIC 9(02).
       01 W-VIGD9 REDEFINES W-VIGD PIC 9(08).
      *
      *---------[ TABELAS EM MEMORIA ]------------------------------
      * TAB-PROC  = CADPROC (TUSS -> CID)
      * TAB-ATUAL = PRECO EM VIGOR DE CADA CID DO CONVENIO ANTES
      *             DA NOVA VIGENCIA (VISTO = VEIO NO ARQUIVO)
      * TAB-NOVA  = LINHAS ACEITAS DO ARQUIVO, GRAVADAS SO NA
      *             CONFIRMACAO
      *
       01 TAB-PROC.
          03 TBP-ENT OCCURS 999 TIMES.
             05 TBP-CID   PIC 9(06).
             05 TBP-TUSS  PIC 9(08).
             05 TBP-DESC  PIC X(30).
       01 TAB-ATUAL.
          03 TBA-ENT OCCURS 999 TIMES.
             05 TBA-CID   PIC 9(06).
             05 TBA-VALOR PIC 9(07)V99.
             05 TBA-VISTO PIC X(01).
       01 TAB-NOVA.
          03 TBN-ENT OCCURS 999 TIMES.
             05 TBN-CID   PIC 9(06).
             05 TBN-VALOR PIC 9(07)V99.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(42) VALUE
                        " *** PREVIA DA TABELA DA OPERADORA ***".
                03 FILLER      PIC X(06) VALUE "CONV: ".
                03 C0-CONV     PIC 9(06).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 C0-NOME     PIC X(20).
                03 FILLER      PIC X(06) VALUE " VIG: ".
                03 C0-DD       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 FILLER      PIC X(10) VALUE "SITUACAO".
                03 FILLER      PIC X(09) VALUE "TUSS".
                03 FILLER      PIC X(07) VALUE "CID".
                03 FILLER      PIC X(31) VALUE "DESCRICAO".
                03 FILLER      PIC X(14) VALUE "  VALOR ATUAL".
                03 FILLER      PIC X(14) VALUE "   VALOR NOVO".
                03 FILLER      PIC X(14) VALUE "    DIFERENCA".
                03 FILLER      PIC X(09) VALUE "      %".
       01 CAB2.
                03 D2-SIT           PIC X(09).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-TUSS          PIC 9(08).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-CID           PIC 9(06).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DESC          PIC X(30).
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-VALANT        PIC Z.ZZZ.ZZ9,99.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-VALNOV        PIC Z.ZZZ.ZZ9,99.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-DIF           PIC -.---.--9,99.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D2-PERC          PIC -----9,99.
       01 LINREJ.
                03 FILLER           PIC X(11) VALUE "REJEITADA: ".
                03 R-LINHA          PIC X(20).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-MOTIVO         PIC X(30).
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "LINHAS LIDAS DO ARQUIVO           : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "CODIGOS COM AUMENTO               : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "CODIGOS COM REDUCAO               : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "CODIGOS SEM ALTERACAO             : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "CODIGOS NOVOS NO CONVENIO         : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(36) VALUE
                        "CODIGOS RETIRADOS (PRECO MANTIDO) : ".
                03 D-TOT6            PIC ZZZ.ZZ9.
       01 TOT7.
                03 FILLER            PIC X(36) VALUE
                        "LINHAS REJEITADAS                 : ".
                03 D-TOT7            PIC ZZZ.ZZ9.
       01 TOT8.
                03 FILLER            PIC X(36) VALUE
                        "CIDS JA CADASTRADOS NESSA VIGENCIA: ".
                03 D-TOT8            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELTABOPER.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT166.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** IMPORTACAO DA TABELA DE PRECOS".
           05  LINE 02  COLUMN 40
               VALUE  " DA OPERADORA ***".
           05  LINE 05  COLUMN 01
               VALUE  "    CONVENIO (000000=PARTICULAR) : ".
           05  LINE 07  COLUMN 01
               VALUE  "    NOVA VIGENCIA (AAAAMMDD)     : ".
           05  LINE 09  COLUMN 01
               VALUE  "    PROCESSA O ARQUIVO TABOPER.TXT E GERA A".
           05  LINE 09  COLUMN 44
               VALUE  " PREVIA RELTABOPER.TXT".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA PREVIA ".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CONV
               LINE 05  COLUMN 36  PIC 9(06)
               USING  W-CONV
               HIGHLIGHT.
           05  TW-VIG
               LINE 07  COLUMN 36  PIC 9(08)
               USING  W-VIG
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                MOVE ZEROS TO W-CONV W-VIG
                DISPLAY SMT166.
       INC-002.
                ACCEPT TW-CONV
                ACCEPT TW-VIG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                MOVE W-VIG TO W-VIGD9
                IF W-VIGMM < 1 OR W-VIGMM > 12
                   OR W-VIGDD < 1 OR W-VIGDD > 31
                   MOVE "*Insira a nova vigencia (AAAAMMDD)*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
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
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
           MOVE "PARTICULAR" TO W-NOMECONV
           IF W-CONV NOT = ZEROS
              MOVE W-CONV TO CODIGO
              READ CADCONV
              IF ST-ERRO NOT = "00"
                 MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCONV
                 GO TO INC-001
              ELSE
                 MOVE NOMEC TO W-NOMECONV.
           DISPLAY (05, 44) W-NOMECONV.
       INC-OP0A.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
                      MOVE "*TABELA DE PROCEDIMENTOS NAO EXISTE*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONV
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN I-O CADPRECO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPRECO
                      CLOSE CADPRECO
                      GO TO INC-OP0B
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPRECO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONV CADPROC
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT TABOPER
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30" OR "35"
                      MOVE "*ARQUIVO TABOPER.TXT NAO ENCONTRADO*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONV CADPROC CADPRECO
                      GO TO ROT-FIMP
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO TABOPER" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONV CADPROC CADPRECO
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP0D.
           OPEN OUTPUT TABOPERTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO TABOPERTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONV CADPROC CADPRECO TABOPER
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE "S" TO W-RELAB
           MOVE W-CONV     TO C0-CONV
           MOVE W-NOMECONV TO C0-NOME
           MOVE W-VIGDD    TO C0-DD
           MOVE W-VIGMM    TO C0-MM
           MOVE W-VIGAA    TO C0-AA
           MOVE CAB0 TO REGTABOPERTX
           WRITE REGTABOPERTX
           MOVE SPACES TO REGTABOPERTX
           WRITE REGTABOPERTX
           MOVE CAB1 TO REGTABOPERTX
           WRITE REGTABOPERTX
           MOVE SPACES TO REGTABOPERTX
           WRITE REGTABOPERTX.
      *
      *****************************************************
      * CARREGA O CADPROC (TUSS -> CID) EM MEMORIA         *
      *****************************************************
      *
       CAR-PROC.
           MOVE ZEROS TO W-QTDPROC PROC-CID
           START CADPROC KEY IS NOT LESS THAN PROC-CID
           IF ST-ERRO NOT = "00"
              GO TO COL-ATUAL.
       CAR-PROC-LP.
           READ CADPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO COL-ATUAL.
           IF W-QTDPROC >= 999
              MOVE "*CADPROC EXCEDE 999 CODIGOS*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDPROC
           MOVE PROC-CID       TO TBP-CID(W-QTDPROC)
           MOVE PROC-CODIGO    TO TBP-TUSS(W-QTDPROC)
           MOVE PROC-DESCRICAO TO TBP-DESC(W-QTDPROC)
           GO TO CAR-PROC-LP.
      *
      *****************************************************
      * PRECO EM VIGOR DE CADA CID DO CONVENIO: A CHAVE E  *
      * CRESCENTE, A ULTIMA LINHA LIDA DE CADA CID ANTES   *
      * DA NOVA DATA E A VIGENCIA MAIS RECENTE             *
      *****************************************************
      *
       COL-ATUAL.
           MOVE ZEROS TO W-QTDATUAL
           MOVE W-CONV TO PRE-CONVENIO
           MOVE ZEROS TO PRE-CID PRE-VIGENCIA
           START CADPRECO KEY IS NOT LESS THAN PRECO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-TAB.
       COL-ATUAL-LP.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-TAB.
           IF PRE-CONVENIO NOT = W-CONV
              GO TO LER-TAB.
           IF PRE-VIGENCIA = W-VIG
              ADD 1 TO W-TOTJAVIG
              GO TO COL-ATUAL-LP.
           IF PRE-VIGENCIA > W-VIG
              GO TO COL-ATUAL-LP.
           IF W-QTDATUAL > ZEROS
              IF TBA-CID(W-QTDATUAL) = PRE-CID
                 MOVE PRE-VALOR TO TBA-VALOR(W-QTDATUAL)
                 GO TO COL-ATUAL-LP.
           IF W-QTDATUAL >= 999
              MOVE "*CONVENIO EXCEDE 999 PRECOS EM VIGOR*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDATUAL
           MOVE PRE-CID   TO TBA-CID(W-QTDATUAL)
           MOVE PRE-VALOR TO TBA-VALOR(W-QTDATUAL)
           MOVE "N"       TO TBA-VISTO(W-QTDATUAL)
           GO TO COL-ATUAL-LP.
      *
      *****************************************************
      * LE O ARQUIVO DA OPERADORA E COMPARA CADA CODIGO    *
      * COM O PRECO EM VIGOR. NADA E GRAVADO AQUI          *
      *****************************************************
      *
       LER-TAB.
                READ TABOPER NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   IF ST-ERRO2 = "10"
                      GO TO LIS-RETIR
                   ELSE
                      MOVE "ERRO NA LEITURA DO TABOPER"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDAS.
       VAL-TAB.
                IF TO-TUSS NOT NUMERIC OR TO-VALOR NOT NUMERIC
                   MOVE "CODIGO OU VALOR INVALIDO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-TAB.
                IF TO-TUSS = ZEROS OR TO-VALOR = ZEROS
                   MOVE "CODIGO OU VALOR ZERADO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-TAB.
                PERFORM BUS-TUSS THRU BUS-TUSS-FIM
                IF W-ACHOU = "N"
                   MOVE "TUSS NAO CADASTRADO NO CADPROC" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-TAB.
                PERFORM BUS-NOVA THRU BUS-NOVA-FIM
                IF W-ACHOU = "S"
                   MOVE "CODIGO REPETIDO NO ARQUIVO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-TAB.
                IF W-QTDNOVA >= 999
                   MOVE "LIMITE DE 999 CODIGOS" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-TAB.
                ADD 1 TO W-QTDNOVA
                MOVE TBP-CID(W-IXP) TO TBN-CID(W-QTDNOVA)
                MOVE TO-VALOR       TO TBN-VALOR(W-QTDNOVA).
       CMP-TAB.
                MOVE TO-TUSS        TO D2-TUSS
                MOVE TBP-CID(W-IXP) TO D2-CID
                MOVE TBP-DESC(W-IXP) TO D2-DESC
                MOVE TO-VALOR       TO D2-VALNOV
                PERFORM BUS-ATUAL THRU BUS-ATUAL-FIM
                IF W-ACHOU = "N"
                   MOVE "NOVO"  TO D2-SIT
                   MOVE ZEROS   TO D2-VALANT W-PERC
                   MOVE TO-VALOR TO W-DIF
                   ADD 1 TO W-TOTNOVO
                   PERFORM GRV-LIN THRU GRV-LIN-FIM
                   GO TO LER-TAB.
                MOVE "S" TO TBA-VISTO(W-IXA)
                IF TO-VALOR = TBA-VALOR(W-IXA)
                   ADD 1 TO W-TOTIGUAL
                   GO TO LER-TAB.
                MOVE TBA-VALOR(W-IXA) TO D2-VALANT
                COMPUTE W-DIF = TO-VALOR - TBA-VALOR(W-IXA)
                COMPUTE W-PERC ROUNDED = W-DIF * 100 / TBA-VALOR(W-IXA)
                   ON SIZE ERROR
                      MOVE 99999,99 TO W-PERC.
                IF W-DIF > ZEROS
                   MOVE "AUMENTO" TO D2-SIT
                   ADD 1 TO W-TOTAUMENTO
                ELSE
                   MOVE "REDUCAO" TO D2-SIT
                   ADD 1 TO W-TOTREDUCAO.
                PERFORM GRV-LIN THRU GRV-LIN-FIM
                GO TO LER-TAB.
      *
      *****************************************************
      * CIDS COM PRECO EM VIGOR QUE NAO VIERAM NO ARQUIVO  *
      *****************************************************
      *
       LIS-RETIR.
           MOVE ZEROS TO W-IXA.
       LIS-RETIR-LP.
           ADD 1 TO W-IXA
           IF W-IXA > W-QTDATUAL
              GO TO ROT-TOT.
           IF TBA-VISTO(W-IXA) = "S"
              GO TO LIS-RETIR-LP.
           MOVE "RETIRADO"       TO D2-SIT
           MOVE ZEROS            TO D2-TUSS
           MOVE TBA-CID(W-IXA)   TO D2-CID
           MOVE SPACES           TO D2-DESC
           MOVE ZEROS TO W-IXP.
       LIS-RETIR-PR.
           ADD 1 TO W-IXP
           IF W-IXP <= W-QTDPROC
              IF TBP-CID(W-IXP) = TBA-CID(W-IXA)
                 MOVE TBP-TUSS(W-IXP) TO D2-TUSS
                 MOVE TBP-DESC(W-IXP) TO D2-DESC
              ELSE
                 GO TO LIS-RETIR-PR.
           MOVE TBA-VALOR(W-IXA) TO D2-VALANT
           MOVE ZEROS            TO D2-VALNOV W-DIF W-PERC
           ADD 1 TO W-TOTRETIR
           PERFORM GRV-LIN THRU GRV-LIN-FIM
           GO TO LIS-RETIR-LP.
      *
      *****************************************************
      * PESQUISAS NAS TABELAS EM MEMORIA                   *
      *****************************************************
      *
       BUS-TUSS.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IXP.
       BUS-TUSS-LP.
           ADD 1 TO W-IXP
           IF W-IXP > W-QTDPROC
              GO TO BUS-TUSS-FIM.
           IF TBP-TUSS(W-IXP) NOT = TO-TUSS
              GO TO BUS-TUSS-LP.
           MOVE "S" TO W-ACHOU.
       BUS-TUSS-FIM.
           EXIT.
      *
       BUS-NOVA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IXN.
       BUS-NOVA-LP.
           ADD 1 TO W-IXN
           IF W-IXN > W-QTDNOVA
              GO TO BUS-NOVA-FIM.
           IF TBN-CID(W-IXN) NOT = TBP-CID(W-IXP)
              GO TO BUS-NOVA-LP.
           MOVE "S" TO W-ACHOU.
       BUS-NOVA-FIM.
           EXIT.
      *
       BUS-ATUAL.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IXA.
       BUS-ATUAL-LP.
           ADD 1 TO W-IXA
           IF W-IXA > W-QTDATUAL
              GO TO BUS-ATUAL-FIM.
           IF TBA-CID(W-IXA) NOT = TBP-CID(W-IXP)
              GO TO BUS-ATUAL-LP.
           MOVE "S" TO W-ACHOU.
       BUS-ATUAL-FIM.
           EXIT.
      *
       GRV-LIN.
                MOVE W-DIF       TO D2-DIF
                MOVE W-PERC      TO D2-PERC
                MOVE CAB2        TO REGTABOPERTX
                WRITE REGTABOPERTX.
       GRV-LIN-FIM.
                EXIT.
      *
       GRV-REJ.
                MOVE REGTABOPER  TO R-LINHA
                MOVE LINREJ      TO REGTABOPERTX
                WRITE REGTABOPERTX
                ADD 1 TO W-TOTREJ.
       GRV-REJ-FIM.
                EXIT.
      *
      *****************************************************
      * TOTAIS DA PREVIA E CONFIRMACAO DA GRAVACAO         *
      *****************************************************
      *
       ROT-TOT.
                MOVE SPACES TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTLIDAS   TO D-TOT1
                MOVE TOT1 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTAUMENTO TO D-TOT2
                MOVE TOT2 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTREDUCAO TO D-TOT3
                MOVE TOT3 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTIGUAL   TO D-TOT4
                MOVE TOT4 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTNOVO    TO D-TOT5
                MOVE TOT5 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTRETIR   TO D-TOT6
                MOVE TOT6 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTREJ     TO D-TOT7
                MOVE TOT7 TO REGTABOPERTX
                WRITE REGTABOPERTX
                MOVE W-TOTJAVIG   TO D-TOT8
                MOVE TOT8 TO REGTABOPERTX
                WRITE REGTABOPERTX
                CLOSE TABOPERTX.
                IF SPL-GERADO = "S"
                   STRING "CONVENIO " W-CONV " VIGENCIA " W-VIG
                          DELIMITED BY SIZE INTO SPL-PARAM
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
                MOVE "N" TO W-RELAB.
       TOT-TELA.
                DISPLAY (14, 05) TOT2
                DISPLAY (15, 05) TOT3
                DISPLAY (16, 05) TOT4
                DISPLAY (17, 05) TOT5
                DISPLAY (18, 05) TOT6
                DISPLAY (19, 05) TOT7
                DISPLAY (20, 05) TOT8
                IF W-QTDNOVA = ZEROS
                   MOVE "*** NENHUM PRECO A GRAVAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       GRV-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 05)
                   "CONFERIR RELTABOPER.TXT - GRAVA NO CADPRECO (S/N):"
                ACCEPT (22, 56) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "* NADA GRAVADO - SOMENTE PREVIA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO GRV-OPC.
      *
       GRV-PRECO.
           MOVE ZEROS TO W-IXN.
       GRV-PRECO-LP.
           ADD 1 TO W-IXN
           IF W-IXN > W-QTDNOVA
              GO TO GRV-PRECO-FIM.
           MOVE W-CONV          TO PRE-CONVENIO
           MOVE TBN-CID(W-IXN)   TO PRE-CID
           MOVE W-VIG           TO PRE-VIGENCIA
           MOVE TBN-VALOR(W-IXN) TO PRE-VALOR
           WRITE REGPRECO
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTGRAV
              GO TO GRV-PRECO-LP.
           IF ST-ERRO = "22"
              GO TO GRV-PRECO-LP.
           MOVE "ERRO NA GRAVACAO DO CADPRECO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       GRV-PRECO-FIM.
           DISPLAY (21, 05) "LINHAS GRAVADAS NO CADPRECO       : "
           DISPLAY (21, 41) W-TOTGRAV
           MOVE "*** NOVA VIGENCIA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-RELAB = "S"
                   CLOSE TABOPERTX.
                CLOSE CADCONV CADPROC CADPRECO TABOPER.
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
