       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP190.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CONCILIACAO DOS TOTAIS DE CONTROLE DA CADEIA *
      * DE FATURAMENTO, POR LOTE E POR OPERADORA.    *
      *                                              *
      * PARA CADA LOTE DA FAIXA INFORMADA (CADLOTE)  *
      * CONFRONTA QUANTIDADE E VALOR EM CADA ETAPA:  *
      *   FATURADO  - CADLOTE (SMP041) X DETALHE DO  *
      *               LOTE (CADLOTEIT), LIQUIDO DOS  *
      *               ESTORNOS CARREGADOS            *
      *   ENVIADO   - LINHAS MARCADAS PELO SMP096 X  *
      *               LINHAS FATURADAS (EXAME NAO    *
      *               VAI NO TISS)                   *
      *   RECONHECIDO/PAGO/GLOSADO - RETORNO DA      *
      *               OPERADORA NA CONSULTA (SMP067) *
      *               X VALOR FATURADO DA CONSULTA   *
      *   AJUSTADO  - ESTORNOS (CADAJUSTE, SMP133):  *
      *               CONSULTA QUE SAIU DO LOTE TEM  *
      *               DE TER ESTORNO DO MESMO VALOR; *
      *               ESTORNO CARREGADO NO LOTE TEM  *
      *               DE EXISTIR NO CADAJUSTE        *
      * O LOTE QUE NAO FECHA SAI NO RELCONCIL.TXT    *
      * COM AS ETAPAS E AS CONSULTAS QUE CAUSAM A    *
      * DIFERENCA. LOTE SEM DETALHE (GERADO ANTES DO *
      * CADLOTEIT) E LISTADO COMO NAO CONFERIDO.     *
      * NO FIM: CONSULTAS E AJUSTES QUE APONTAM PARA *
      * UM LOTE DA FAIXA MAS NAO ESTAO NO DETALHE    *
      * DELE, E O RESUMO POR OPERADORA (ANS).        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADAJUSTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AJUSTE-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CONCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADAJUSTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJUSTE.DAT".
       01 REGAJUSTE.
          03 AJUSTE-CHAVE.
             05 AJU-CONSCHAVE  PIC X(27).
             05 AJU-SEQ        PIC 9(02).
          03 AJU-CONVENIO      PIC 9(06).
          03 AJU-VALOR         PIC 9(07)V99.
          03 AJU-DATA          PIC 9(08).
          03 AJU-APLICADO      PIC X(01).
          03 AJU-LOTEORIG      PIC 9(06).
          03 AJU-LOTEFAT       PIC 9(06).
      *
       FD CONCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONCIL.TXT".
       01 REGCONCTX    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP190".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-LOTEINI      PIC 9(06) VALUE ZEROS.
       77 W-LOTEFIM      PIC 9(06) VALUE ZEROS.
      *
      * S = SEGUNDA PASSADA NO DETALHE DO LOTE, GRAVANDO AS
      * OCORRENCIAS; N = PRIMEIRA PASSADA, SO TOTALIZA
      *
       77 W-DETALHE      PIC X(01) VALUE "N".
       77 W-DIVERG       PIC X(01) VALUE "N".
       77 W-SEMDET       PIC X(01) VALUE "N".
       77 W-DIVFAT       PIC X(01) VALUE "N".
       77 W-DIVENV       PIC X(01) VALUE "N".
       77 W-DIVSIT       PIC X(01) VALUE "N".
       77 W-CABORF       PIC X(01) VALUE "N".
      *
      * TOTAIS DO LOTE EM CONFERENCIA
      *
       77 W-FATQTD       PIC 9(06) VALUE ZEROS.
       77 W-FATVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-LOTEESP      PIC 9(11)V99 VALUE ZEROS.
       77 W-FCIQTD       PIC 9(06) VALUE ZEROS.
       77 W-FCIVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-ENVQTD       PIC 9(06) VALUE ZEROS.
       77 W-ENVVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-ENVLOTE      PIC 9(06) VALUE ZEROS.
       77 W-AJUQTD       PIC 9(06) VALUE ZEROS.
       77 W-AJUVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-CONSQTD      PIC 9(06) VALUE ZEROS.
       77 W-RECQTD       PIC 9(06) VALUE ZEROS.
       77 W-PAGQTD       PIC 9(06) VALUE ZEROS.
       77 W-PAGVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-GLOQTD       PIC 9(06) VALUE ZEROS.
       77 W-GLOVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-ESTQTD       PIC 9(06) VALUE ZEROS.
       77 W-ESTVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-PENQTD       PIC 9(06) VALUE ZEROS.
       77 W-PROBS        PIC 9(06) VALUE ZEROS.
      *
      * CONSULTA (GRUPO DE LINHAS COM A MESMA CHAVE) EM CURSO
      *
       77 W-GRPCHAVE     PIC X(27) VALUE SPACES.
       77 W-GRPTEM       PIC X(01) VALUE "N".
       77 W-GRPVAL       PIC 9(11)V99 VALUE ZEROS.
       77 W-ESTGRP       PIC 9(11)V99 VALUE ZEROS.
       77 W-TEMEST       PIC X(01) VALUE "N".
      *
      * TOTAIS DA EXECUCAO
      *
       77 W-TOTLOTES     PIC 9(06) VALUE ZEROS.
       77 W-TOTOK        PIC 9(06) VALUE ZEROS.
       77 W-TOTDIV       PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMDET    PIC 9(06) VALUE ZEROS.
       77 W-TOTOCOR      PIC 9(06) VALUE ZEROS.
       77 W-TOTORF       PIC 9(06) VALUE ZEROS.
       77 W-IXO          PIC 9(02) VALUE ZEROS.
       77 W-QTDOPE       PIC 9(02) VALUE ZEROS.
      *
      * CHAVE DA CONSULTA/EXAME DA OCORRENCIA
      *
       01 W-CHVDET.
          03 W-CDCPF        PIC 9(11).
          03 W-CDDATA       PIC 9(08).
          03 W-CDCRM        PIC 9(06).
          03 W-CDUF         PIC X(02).
       01 W-CHVDETX REDEFINES W-CHVDET PIC X(27).
      *
      * RESUMO POR OPERADORA (ANS)
      *
       01 TAB-OPE.
          03 TBO-ENT OCCURS 50 TIMES.
             05 TBO-ANS      PIC 9(06).
             05 TBO-NOME     PIC X(30).
             05 TBO-LOTES    PIC 9(04).
             05 TBO-DIVERG   PIC 9(04).
             05 TBO-FATVAL   PIC 9(11)V99.
             05 TBO-ENVVAL   PIC 9(11)V99.
             05 TBO-PAGVAL   PIC 9(11)V99.
             05 TBO-GLOVAL   PIC 9(11)V99.
             05 TBO-ESTVAL   PIC 9(11)V99.
             05 TBO-AJUVAL   PIC 9(11)V99.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                     " *** CONCILIACAO DO FATURAMENTO POR LOTE ***".
       01 CAB1.
                03 FILLER      PIC X(14) VALUE "LOTES DE ".
                03 C1-LOTEINI  PIC 9(06).
                03 FILLER      PIC X(05) VALUE " ATE ".
                03 C1-LOTEFIM  PIC 9(06).
       01 LINLOTE.
                03 FILLER           PIC X(05) VALUE "LOTE ".
                03 L-LOTE           PIC 9(06).
                03 FILLER           PIC X(06) VALUE "  ANS ".
                03 L-ANS            PIC 9(06).
                03 FILLER           PIC X(02) VALUE SPACES.
                03 L-OPERADORA      PIC X(30).
                03 FILLER           PIC X(06) VALUE "  SIT ".
                03 L-STATUS         PIC X(01).
                03 FILLER           PIC X(06) VALUE "  GER ".
                03 L-DATAGER        PIC 9(08).
                03 FILLER           PIC X(02) VALUE SPACES.
                03 L-MOTIVO         PIC X(30).
       01 LINETAPA.
                03 FILLER           PIC X(04) VALUE SPACES.
                03 E-ETAPA          PIC X(28).
                03 E-QTDE           PIC ZZZ.ZZ9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 E-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 E-MARCA          PIC X(10).
       01 CABDET.
                03 FILLER      PIC X(04) VALUE SPACES.
                03 FILLER      PIC X(43) VALUE
                     "LOTE   CPF         DATA     CRM/UF    T SQ ".
                03 FILLER      PIC X(30) VALUE "OCORRENCIA".
                03 FILLER      PIC X(30) VALUE
                     "       FATURADO    OUTRA ETAPA".
       01 LINDET.
                03 FILLER           PIC X(04) VALUE SPACES.
                03 DT-LOTE          PIC 9(06).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-DATA          PIC 9(08).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-CRM           PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 DT-UF            PIC X(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-TIPO          PIC X(01).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-SEQ           PIC 9(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-MOTIVO        PIC X(30).
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-VALFAT        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(01) VALUE " ".
                03 DT-VALOUT        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINOPE1.
                03 FILLER           PIC X(04) VALUE "ANS ".
                03 O-ANS            PIC 9(06).
                03 FILLER           PIC X(01) VALUE " ".
                03 O-NOME           PIC X(30).
                03 FILLER           PIC X(08) VALUE "  LOTES ".
                03 O-LOTES          PIC ZZZ9.
                03 FILLER           PIC X(16) VALUE
                        "  COM DIFERENCA ".
                03 O-DIVERG         PIC ZZZ9.
       01 LINOPE2.
                03 FILLER           PIC X(14) VALUE "   FATURADO  ".
                03 O-FATVAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(12) VALUE "   ENVIADO ".
                03 O-ENVVAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(12) VALUE "   PAGO    ".
                03 O-PAGVAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINOPE3.
                03 FILLER           PIC X(14) VALUE "   GLOSADO   ".
                03 O-GLOVAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(12) VALUE "   ESTORNO ".
                03 O-ESTVAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(12) VALUE "   AJUSTES ".
                03 O-AJUVAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINTOT.
                03 D-TOTTXT         PIC X(36).
                03 D-TOTQTD         PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCONCIL.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT190.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** CONCILIACAO DO FATURAMENTO".
           05  LINE 02  COLUMN 40
               VALUE  " POR LOTE ***".
           05  LINE 05  COLUMN 01
               VALUE  "    CONFERE LOTE, ENVIO TISS, RETORNO DA".
           05  LINE 05  COLUMN 41
               VALUE  " OPERADORA E ESTORNOS".
           05  LINE 07  COLUMN 01
               VALUE  "    LOTE INICIAL :".
           05  LINE 09  COLUMN 01
               VALUE  "    LOTE FINAL   :".
           05  LINE 09  COLUMN 30
               VALUE  "(ZEROS = ATE O ULTIMO)".
           05  TW-LOTEINI
               LINE 07  COLUMN 21  PIC 9(06)
               USING  W-LOTEINI
               HIGHLIGHT.
           05  TW-LOTEFIM
               LINE 09  COLUMN 21  PIC 9(06)
               USING  W-LOTEFIM
               HIGHLIGHT.
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACAO".
           05  LINE 12  COLUMN 41
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 54  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT190.
       INC-LOT.
                ACCEPT TW-LOTEINI
                ACCEPT TW-LOTEFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-LOTEFIM = ZEROS
                   MOVE 999999 TO W-LOTEFIM.
                IF W-LOTEFIM < W-LOTEINI
                   MOVE "*FAIXA INVALIDA (FINAL ANTES DO INICIAL)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LOT.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADLOTE
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADLOTE NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADLOTEIT
           IF ST-ERRO NOT = "00"
                      MOVE "*SEM DETALHE DE LOTE (CADLOTEIT)*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADLOTE
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADLOTE CADLOTEIT
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN INPUT CADAJUSTE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAJUSTE
                 CLOSE CADAJUSTE
                 OPEN INPUT CADAJUSTE
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADAJUSTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADLOTE CADLOTEIT CADCONSULTA
                 GO TO ROT-FIMP.
       INC-OP0D.
           OPEN OUTPUT CONCTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CONCTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADLOTE CADLOTEIT CADCONSULTA CADAJUSTE
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE W-LOTEINI TO C1-LOTEINI
           MOVE W-LOTEFIM TO C1-LOTEFIM
           WRITE REGCONCTX FROM CAB0
           MOVE SPACES TO REGCONCTX
           WRITE REGCONCTX
           WRITE REGCONCTX FROM CAB1.
      *
      *****************************************************
      * PERCORRE OS LOTES DA FAIXA. PRIMEIRA PASSADA NO    *
      * DETALHE SO TOTALIZA; SE O LOTE NAO FECHA, IMPRIME  *
      * AS ETAPAS E FAZ A SEGUNDA PASSADA LISTANDO AS      *
      * OCORRENCIAS                                        *
      *****************************************************
      *
       POS-LOTE.
           MOVE W-LOTEINI TO LOTE-NUMERO
           START CADLOTE KEY IS NOT LESS THAN LOTE-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO ORF-CONS.
       LER-LOTE.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ORF-CONS.
           IF LOTE-NUMERO > W-LOTEFIM
              GO TO ORF-CONS.
           ADD 1 TO W-TOTLOTES
           MOVE ZEROS TO W-ENVLOTE
           MOVE "N" TO W-DETALHE
           PERFORM VARRE-LIT THRU VARRE-LIT-FIM
           PERFORM AVALIA-LOTE THRU AVALIA-LOTE-FIM
           PERFORM ACUM-OPE THRU ACUM-OPE-FIM
           IF W-SEMDET = "S"
              PERFORM IMP-SEMDET THRU IMP-SEMDET-FIM
              GO TO LER-LOTE.
           IF W-DIVERG = "N"
              ADD 1 TO W-TOTOK
              GO TO LER-LOTE.
           ADD 1 TO W-TOTDIV
           PERFORM IMP-LOTE THRU IMP-LOTE-FIM
           MOVE W-ENVQTD TO W-ENVLOTE
           MOVE "S" TO W-DETALHE
           PERFORM VARRE-LIT THRU VARRE-LIT-FIM
           GO TO LER-LOTE.
      *
      *****************************************************
      * VARRE O DETALHE DO LOTE EM ORDEM DE CHAVE: AS      *
      * LINHAS DA MESMA CONSULTA FICAM JUNTAS E SAO        *
      * FECHADAS NA QUEBRA DA CHAVE (FECHA-GRUPO)          *
      *****************************************************
      *
       VARRE-LIT.
           MOVE ZEROS TO W-FATQTD W-FATVAL W-FCIQTD W-FCIVAL
                         W-ENVQTD W-ENVVAL W-AJUQTD W-AJUVAL
                         W-CONSQTD W-RECQTD W-PAGQTD W-PAGVAL
                         W-GLOQTD W-GLOVAL W-ESTQTD W-ESTVAL
                         W-PENQTD W-PROBS W-GRPVAL
           MOVE LOW-VALUES TO W-GRPCHAVE
           MOVE "N" TO W-GRPTEM
           MOVE LOTE-NUMERO TO LIT-LOTE
           MOVE LOW-VALUES TO LIT-CHAVE LIT-TIPO
           MOVE ZEROS TO LIT-SEQ
           START CADLOTEIT KEY IS NOT LESS THAN LOTEIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO VARRE-LIT-FIM.
       VARRE-LIT-LP.
           READ CADLOTEIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VARRE-LIT-FECHA.
           IF LIT-LOTE NOT = LOTE-NUMERO
              GO TO VARRE-LIT-FECHA.
           IF LIT-CHAVE NOT = W-GRPCHAVE
              PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
              MOVE LIT-CHAVE TO W-GRPCHAVE
              MOVE "N" TO W-GRPTEM
              MOVE ZEROS TO W-GRPVAL.
           IF LIT-TIPO = "A"
              PERFORM LIN-AJUSTE THRU LIN-AJUSTE-FIM
              GO TO VARRE-LIT-LP.
           IF LIT-FATURADO = "S"
              ADD 1 TO W-FATQTD
              ADD LIT-VALOR TO W-FATVAL.
      *
      * EXAME NAO VAI NO ARQUIVO TISS: SO CONTA NO FATURADO
      *
           IF LIT-TIPO = "E"
              GO TO VARRE-LIT-LP.
           IF LIT-FATURADO = "S"
              ADD 1 TO W-FCIQTD
              ADD LIT-VALOR TO W-FCIVAL W-GRPVAL
              MOVE "S" TO W-GRPTEM.
           IF LIT-ENVIADO = "S"
              ADD 1 TO W-ENVQTD
              ADD LIT-VALENV TO W-ENVVAL.
           PERFORM LIN-ENVIO THRU LIN-ENVIO-FIM
           GO TO VARRE-LIT-LP.
       VARRE-LIT-FECHA.
           PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.
       VARRE-LIT-FIM.
           EXIT.
      *
      *****************************************************
      * LINHA DE CONSULTA/ITEM: FATURADO X ENVIADO NO TISS *
      * (NAO ENVIADA SO CONTA SE O LOTE JA FOI ENVIADO)    *
      *****************************************************
      *
       LIN-ENVIO.
           MOVE LIT-CHAVE TO W-CHVDETX
           MOVE LIT-TIPO  TO DT-TIPO
           MOVE LIT-SEQ   TO DT-SEQ
           IF LIT-FATURADO NOT = "S"
              MOVE "ENVIADA NO TISS SEM FATURAR" TO DT-MOTIVO
              MOVE ZEROS      TO DT-VALFAT
              MOVE LIT-VALENV TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO LIN-ENVIO-FIM.
           IF LIT-ENVIADO NOT = "S"
              IF W-ENVLOTE > ZEROS
                 MOVE "FATURADA E NAO ENVIADA NO TISS" TO DT-MOTIVO
                 MOVE LIT-VALOR TO DT-VALFAT
                 MOVE ZEROS     TO DT-VALOUT
                 PERFORM OCORRE THRU OCORRE-FIM
                 GO TO LIN-ENVIO-FIM
              ELSE
                 GO TO LIN-ENVIO-FIM.
           IF LIT-QTDENV NOT = LIT-QTDE OR LIT-VALENV NOT = LIT-VALOR
              MOVE "ENVIADO DIFERENTE DO FATURADO" TO DT-MOTIVO
              MOVE LIT-VALOR  TO DT-VALFAT
              MOVE LIT-VALENV TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM.
       LIN-ENVIO-FIM.
           EXIT.
      *
      *****************************************************
      * ESTORNO CARREGADO NO LOTE: TEM DE EXISTIR NO       *
      * CADAJUSTE, APLICADO, NESTE LOTE E COM O MESMO VALOR*
      *****************************************************
      *
       LIN-AJUSTE.
           ADD 1 TO W-AJUQTD
           ADD LIT-VALOR TO W-AJUVAL
           MOVE LIT-CHAVE TO W-CHVDETX
           MOVE LIT-TIPO  TO DT-TIPO
           MOVE LIT-SEQ   TO DT-SEQ
           MOVE LIT-CHAVE TO AJU-CONSCHAVE
           MOVE LIT-SEQ   TO AJU-SEQ
           READ CADAJUSTE
           IF ST-ERRO NOT = "00"
              MOVE "ESTORNO NO LOTE SEM AJUSTE" TO DT-MOTIVO
              MOVE LIT-VALOR TO DT-VALFAT
              MOVE ZEROS     TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO LIN-AJUSTE-FIM.
           IF AJU-VALOR NOT = LIT-VALOR OR AJU-APLICADO NOT = "S"
              OR AJU-LOTEFAT NOT = LOTE-NUMERO
              MOVE "AJUSTE DIFERENTE DO CARREGADO" TO DT-MOTIVO
              MOVE LIT-VALOR TO DT-VALFAT
              MOVE AJU-VALOR TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM.
       LIN-AJUSTE-FIM.
           EXIT.
      *
      *****************************************************
      * FECHA A CONSULTA: SE AINDA ESTA NO LOTE, CONFERE O *
      * RETORNO DA OPERADORA (PAGO = FATURADO, GLOSADO OU  *
      * PENDENTE); SE SAIU DO LOTE, TEM DE HAVER ESTORNO   *
      * COM ORIGEM NESTE LOTE E DO MESMO VALOR             *
      *****************************************************
      *
       FECHA-GRUPO.
           IF W-GRPTEM NOT = "S"
              GO TO FECHA-GRUPO-FIM.
           ADD 1 TO W-CONSQTD
           MOVE W-GRPCHAVE TO W-CHVDETX CONSULTA-CHAVE
           MOVE SPACES TO DT-TIPO
           MOVE ZEROS  TO DT-SEQ
           READ CADCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE "CONSULTA NAO ENCONTRADA" TO DT-MOTIVO
              MOVE W-GRPVAL TO DT-VALFAT
              MOVE ZEROS    TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM
              GO TO FECHA-GRUPO-FIM.
           IF CON-LOTE NOT = LOTE-NUMERO
              GO TO FECHA-GRUPO-EST.
           IF CON-FATURADO NOT = "S"
              MOVE "CONSULTA NAO MARCADA FATURADA" TO DT-MOTIVO
              MOVE W-GRPVAL TO DT-VALFAT
              MOVE ZEROS    TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM.
           IF CON-SITPAG = "G"
              ADD 1 TO W-RECQTD W-GLOQTD
              ADD W-GRPVAL TO W-GLOVAL
              GO TO FECHA-GRUPO-FIM.
           IF CON-SITPAG NOT = "P"
              ADD 1 TO W-PENQTD
              GO TO FECHA-GRUPO-FIM.
           ADD 1 TO W-RECQTD W-PAGQTD
           ADD CON-VALORPAGO TO W-PAGVAL
           IF CON-VALORPAGO NOT = W-GRPVAL
              MOVE "PAGO DIFERENTE DO FATURADO" TO DT-MOTIVO
              MOVE W-GRPVAL      TO DT-VALFAT
              MOVE CON-VALORPAGO TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM.
           GO TO FECHA-GRUPO-FIM.
       FECHA-GRUPO-EST.
           MOVE ZEROS TO W-ESTGRP
           MOVE "N" TO W-TEMEST
           MOVE W-GRPCHAVE TO AJU-CONSCHAVE
           MOVE ZEROS TO AJU-SEQ
           START CADAJUSTE KEY IS NOT LESS THAN AJUSTE-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FECHA-GRUPO-SEM.
       FECHA-GRUPO-ELP.
           READ CADAJUSTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FECHA-GRUPO-EAV.
           IF AJU-CONSCHAVE NOT = W-GRPCHAVE
              GO TO FECHA-GRUPO-EAV.
           IF AJU-LOTEORIG = LOTE-NUMERO
              ADD AJU-VALOR TO W-ESTGRP
              MOVE "S" TO W-TEMEST.
           GO TO FECHA-GRUPO-ELP.
       FECHA-GRUPO-EAV.
           IF W-TEMEST = "N"
              GO TO FECHA-GRUPO-SEM.
           ADD 1 TO W-ESTQTD
           ADD W-ESTGRP TO W-ESTVAL
           IF W-ESTGRP NOT = W-GRPVAL
              MOVE "ESTORNO DIFERENTE DO FATURADO" TO DT-MOTIVO
              MOVE W-GRPVAL TO DT-VALFAT
              MOVE W-ESTGRP TO DT-VALOUT
              PERFORM OCORRE THRU OCORRE-FIM.
           GO TO FECHA-GRUPO-FIM.
       FECHA-GRUPO-SEM.
           MOVE "CONSULTA FORA DO LOTE S/ESTORNO" TO DT-MOTIVO
           MOVE W-GRPVAL TO DT-VALFAT
           MOVE ZEROS    TO DT-VALOUT
           PERFORM OCORRE THRU OCORRE-FIM.
       FECHA-GRUPO-FIM.
           EXIT.
      *
      *****************************************************
      * OCORRENCIA: CONTA NA PRIMEIRA PASSADA; GRAVA A     *
      * LINHA NA SEGUNDA (CHAVE EM W-CHVDET, TIPO, SEQ,    *
      * MOTIVO E VALORES JA MONTADOS)                      *
      *****************************************************
      *
       OCORRE.
           ADD 1 TO W-PROBS
           IF W-DETALHE NOT = "S"
              GO TO OCORRE-FIM.
           MOVE LOTE-NUMERO TO DT-LOTE
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       OCORRE-FIM.
           EXIT.
      *
       GRAVA-DET.
           MOVE W-CDCPF  TO DT-CPF
           MOVE W-CDDATA TO DT-DATA
           MOVE W-CDCRM  TO DT-CRM
           MOVE W-CDUF   TO DT-UF
           WRITE REGCONCTX FROM LINDET
           ADD 1 TO W-TOTOCOR.
       GRAVA-DET-FIM.
           EXIT.
      *
      *****************************************************
      * O LOTE FECHA QUANDO: CADLOTE = DETALHE (QTDE E     *
      * VALOR LIQUIDO DOS ESTORNOS), ENVIADO = FATURAVEL   *
      * (SE O LOTE JA FOI ENVIADO), NENHUMA OCORRENCIA NAS *
      * CONSULTAS E SITUACAO DO LOTE COERENTE COM O        *
      * RETORNO                                            *
      *****************************************************
      *
       AVALIA-LOTE.
           MOVE "N" TO W-DIVERG W-SEMDET W-DIVFAT W-DIVENV W-DIVSIT
           IF W-FATQTD = ZEROS AND W-AJUQTD = ZEROS
              AND W-ENVQTD = ZEROS AND LOTE-QTDITENS > ZEROS
              MOVE "S" TO W-SEMDET
              ADD 1 TO W-TOTSEMDET
              GO TO AVALIA-LOTE-FIM.
           IF W-FATVAL > W-AJUVAL
              COMPUTE W-LOTEESP = W-FATVAL - W-AJUVAL
           ELSE
              MOVE ZEROS TO W-LOTEESP.
           IF LOTE-QTDITENS NOT = W-FATQTD
              OR LOTE-VALOR NOT = W-LOTEESP
              MOVE "S" TO W-DIVFAT W-DIVERG.
           IF W-ENVQTD > ZEROS
              IF W-ENVQTD NOT = W-FCIQTD OR W-ENVVAL NOT = W-FCIVAL
                 MOVE "S" TO W-DIVENV W-DIVERG.
           IF LOTE-STATUS = "X" AND W-GLOQTD = ZEROS
              MOVE "S" TO W-DIVSIT W-DIVERG.
           IF LOTE-STATUS = "P" AND W-GLOQTD > ZEROS
              MOVE "S" TO W-DIVSIT W-DIVERG.
           IF (LOTE-STATUS = "G" OR "E") AND W-RECQTD > ZEROS
              MOVE "S" TO W-DIVSIT W-DIVERG.
           IF W-PROBS > ZEROS
              MOVE "S" TO W-DIVERG.
       AVALIA-LOTE-FIM.
           EXIT.
      *
      *****************************************************
      * CABECALHO DO LOTE QUE NAO FECHA E SUAS ETAPAS      *
      *****************************************************
      *
       IMP-LOTE.
           MOVE SPACES TO REGCONCTX
           WRITE REGCONCTX
           MOVE LOTE-NUMERO    TO L-LOTE
           MOVE LOTE-ANS       TO L-ANS
           MOVE LOTE-OPERADORA TO L-OPERADORA
           MOVE LOTE-STATUS    TO L-STATUS
           MOVE LOTE-DATAGER   TO L-DATAGER
           IF W-DIVSIT = "S"
              MOVE "SITUACAO INCOERENTE C/RETORNO" TO L-MOTIVO
           ELSE
              MOVE "LOTE NAO FECHA" TO L-MOTIVO.
           WRITE REGCONCTX FROM LINLOTE
           MOVE SPACES TO E-MARCA
           MOVE "FATURADO NO CADLOTE" TO E-ETAPA
           MOVE LOTE-QTDITENS TO E-QTDE
           MOVE LOTE-VALOR    TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "FATURADO NO DETALHE (LIQ.)" TO E-ETAPA
           MOVE W-FATQTD  TO E-QTDE
           MOVE W-LOTEESP TO E-VALOR
           IF W-DIVFAT = "S"
              MOVE "<DIFERENCA" TO E-MARCA.
           WRITE REGCONCTX FROM LINETAPA
           MOVE SPACES TO E-MARCA
           MOVE "FATURAVEL NO TISS" TO E-ETAPA
           MOVE W-FCIQTD TO E-QTDE
           MOVE W-FCIVAL TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "ENVIADO NO TISS (SMP096)" TO E-ETAPA
           MOVE W-ENVQTD TO E-QTDE
           MOVE W-ENVVAL TO E-VALOR
           IF W-DIVENV = "S"
              MOVE "<DIFERENCA" TO E-MARCA.
           WRITE REGCONCTX FROM LINETAPA
           MOVE SPACES TO E-MARCA
           MOVE "CONSULTAS NO LOTE" TO E-ETAPA
           MOVE W-CONSQTD TO E-QTDE
           MOVE W-FCIVAL  TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "RECONHECIDAS (RETORNO)" TO E-ETAPA
           MOVE W-RECQTD TO E-QTDE
           COMPUTE E-VALOR = W-PAGVAL + W-GLOVAL
           WRITE REGCONCTX FROM LINETAPA
           MOVE "PAGAS" TO E-ETAPA
           MOVE W-PAGQTD TO E-QTDE
           MOVE W-PAGVAL TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "GLOSADAS (VALOR FATURADO)" TO E-ETAPA
           MOVE W-GLOQTD TO E-QTDE
           MOVE W-GLOVAL TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "PENDENTES DE RETORNO" TO E-ETAPA
           MOVE W-PENQTD TO E-QTDE
           MOVE ZEROS    TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "ESTORNADAS (SMP133)" TO E-ETAPA
           MOVE W-ESTQTD TO E-QTDE
           MOVE W-ESTVAL TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           MOVE "ESTORNOS CARREGADOS NO LOTE" TO E-ETAPA
           MOVE W-AJUQTD TO E-QTDE
           MOVE W-AJUVAL TO E-VALOR
           WRITE REGCONCTX FROM LINETAPA
           WRITE REGCONCTX FROM CABDET.
       IMP-LOTE-FIM.
           EXIT.
      *
       IMP-SEMDET.
           MOVE SPACES TO REGCONCTX
           WRITE REGCONCTX
           MOVE LOTE-NUMERO    TO L-LOTE
           MOVE LOTE-ANS       TO L-ANS
           MOVE LOTE-OPERADORA TO L-OPERADORA
           MOVE LOTE-STATUS    TO L-STATUS
           MOVE LOTE-DATAGER   TO L-DATAGER
           MOVE "SEM DETALHE - NAO CONFERIDO" TO L-MOTIVO
           WRITE REGCONCTX FROM LINLOTE.
       IMP-SEMDET-FIM.
           EXIT.
      *
      *****************************************************
      * ACUMULA O LOTE NO RESUMO DA SUA OPERADORA (ANS)    *
      *****************************************************
      *
       ACUM-OPE.
           MOVE ZEROS TO W-IXO.
       ACUM-OPE-LP.
           ADD 1 TO W-IXO
           IF W-IXO > W-QTDOPE
              GO TO ACUM-OPE-NOVO.
           IF TBO-ANS(W-IXO) = LOTE-ANS
              GO TO ACUM-OPE-SOMA.
           GO TO ACUM-OPE-LP.
       ACUM-OPE-NOVO.
           IF W-QTDOPE >= 50
              GO TO ACUM-OPE-FIM.
           ADD 1 TO W-QTDOPE
           MOVE W-QTDOPE TO W-IXO
           MOVE LOTE-ANS       TO TBO-ANS(W-IXO)
           MOVE LOTE-OPERADORA TO TBO-NOME(W-IXO)
           MOVE ZEROS TO TBO-LOTES(W-IXO) TBO-DIVERG(W-IXO)
                         TBO-FATVAL(W-IXO) TBO-ENVVAL(W-IXO)
                         TBO-PAGVAL(W-IXO) TBO-GLOVAL(W-IXO)
                         TBO-ESTVAL(W-IXO) TBO-AJUVAL(W-IXO).
       ACUM-OPE-SOMA.
           ADD 1 TO TBO-LOTES(W-IXO)
           IF W-DIVERG = "S"
              ADD 1 TO TBO-DIVERG(W-IXO).
           ADD LOTE-VALOR TO TBO-FATVAL(W-IXO)
           ADD W-ENVVAL   TO TBO-ENVVAL(W-IXO)
           ADD W-PAGVAL   TO TBO-PAGVAL(W-IXO)
           ADD W-GLOVAL   TO TBO-GLOVAL(W-IXO)
           ADD W-ESTVAL   TO TBO-ESTVAL(W-IXO)
           ADD W-AJUVAL   TO TBO-AJUVAL(W-IXO).
       ACUM-OPE-FIM.
           EXIT.
      *
      *****************************************************
      * CONSULTAS MARCADAS COM UM LOTE DA FAIXA QUE NAO    *
      * ESTAO NO DETALHE DELE (SO LOTES COM DETALHE), OU   *
      * CUJO LOTE NAO EXISTE NO CADLOTE                    *
      *****************************************************
      *
       ORF-CONS.
           MOVE ZEROS TO CON-CPF CON-DATA CON-CRMNUM
           MOVE SPACES TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ORF-AJU.
       ORF-CONS-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ORF-AJU.
           IF CON-LOTE = ZEROS
              OR CON-LOTE < W-LOTEINI OR CON-LOTE > W-LOTEFIM
              GO TO ORF-CONS-LP.
           MOVE CONSULTA-CHAVE TO W-CHVDETX
           MOVE SPACES TO DT-TIPO
           MOVE ZEROS  TO DT-SEQ DT-VALFAT DT-VALOUT
           MOVE CON-LOTE TO LOTE-NUMERO
           READ CADLOTE
           IF ST-ERRO NOT = "00"
              MOVE "LOTE DA CONSULTA NAO EXISTE" TO DT-MOTIVO
              PERFORM GRAVA-ORF THRU GRAVA-ORF-FIM
              GO TO ORF-CONS-LP.
           MOVE CON-LOTE       TO LIT-LOTE
           MOVE CONSULTA-CHAVE TO LIT-CHAVE
           MOVE LOW-VALUES     TO LIT-TIPO
           MOVE ZEROS          TO LIT-SEQ
           START CADLOTEIT KEY IS NOT LESS THAN LOTEIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ORF-CONS-VER.
       ORF-CONS-LIT.
           READ CADLOTEIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ORF-CONS-VER.
           IF LIT-LOTE NOT = CON-LOTE
              OR LIT-CHAVE NOT = CONSULTA-CHAVE
              GO TO ORF-CONS-VER.
           IF (LIT-TIPO = "C" OR "I") AND LIT-FATURADO = "S"
              GO TO ORF-CONS-LP.
           GO TO ORF-CONS-LIT.
      *
      * SEM LINHA FATURADA: SO E OCORRENCIA SE O LOTE TEM
      * DETALHE (LOTE ANTIGO NAO E CONFERIDO)
      *
       ORF-CONS-VER.
           MOVE CON-LOTE   TO LIT-LOTE
           MOVE LOW-VALUES TO LIT-CHAVE LIT-TIPO
           MOVE ZEROS      TO LIT-SEQ
           START CADLOTEIT KEY IS NOT LESS THAN LOTEIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ORF-CONS-LP.
           READ CADLOTEIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ORF-CONS-LP.
           IF LIT-LOTE NOT = CON-LOTE
              GO TO ORF-CONS-LP.
           MOVE "CONSULTA NO LOTE SEM DETALHE" TO DT-MOTIVO
           PERFORM GRAVA-ORF THRU GRAVA-ORF-FIM
           GO TO ORF-CONS-LP.
      *
      *****************************************************
      * AJUSTES APLICADOS EM UM LOTE DA FAIXA QUE NAO      *
      * ESTAO NO DETALHE DELE                              *
      *****************************************************
      *
       ORF-AJU.
           MOVE LOW-VALUES TO AJU-CONSCHAVE
           MOVE ZEROS TO AJU-SEQ
           START CADAJUSTE KEY IS NOT LESS THAN AJUSTE-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-RESUMO.
       ORF-AJU-LP.
           READ CADAJUSTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-RESUMO.
           IF AJU-APLICADO NOT = "S" OR AJU-LOTEFAT = ZEROS
              GO TO ORF-AJU-LP.
           IF AJU-LOTEFAT < W-LOTEINI OR AJU-LOTEFAT > W-LOTEFIM
              GO TO ORF-AJU-LP.
           MOVE AJU-LOTEFAT   TO LIT-LOTE
           MOVE AJU-CONSCHAVE TO LIT-CHAVE
           MOVE "A"           TO LIT-TIPO
           MOVE AJU-SEQ       TO LIT-SEQ
           READ CADLOTEIT
           IF ST-ERRO = "00"
              GO TO ORF-AJU-LP.
           MOVE AJU-CONSCHAVE TO W-CHVDETX
           MOVE "A"       TO DT-TIPO
           MOVE AJU-SEQ   TO DT-SEQ
           MOVE ZEROS     TO DT-VALFAT
           MOVE AJU-VALOR TO DT-VALOUT
           MOVE AJU-LOTEFAT TO LOTE-NUMERO
           MOVE "AJUSTE APLICADO FORA DO LOTE" TO DT-MOTIVO
           PERFORM GRAVA-ORF THRU GRAVA-ORF-FIM
           GO TO ORF-AJU-LP.
      *
       GRAVA-ORF.
           IF W-CABORF = "N"
              MOVE "S" TO W-CABORF
              MOVE SPACES TO REGCONCTX
              WRITE REGCONCTX
              MOVE "OCORRENCIAS FORA DO DETALHE DOS LOTES"
                                                 TO REGCONCTX
              WRITE REGCONCTX
              WRITE REGCONCTX FROM CABDET.
           MOVE LOTE-NUMERO TO DT-LOTE
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM
           ADD 1 TO W-TOTORF.
       GRAVA-ORF-FIM.
           EXIT.
      *
      *****************************************************
      * RESUMO POR OPERADORA E TOTAIS DA EXECUCAO          *
      *****************************************************
      *
       ROT-RESUMO.
           MOVE SPACES TO REGCONCTX
           WRITE REGCONCTX
           MOVE "RESUMO POR OPERADORA" TO REGCONCTX
           WRITE REGCONCTX
           MOVE ZEROS TO W-IXO.
       ROT-RESUMO-LP.
           ADD 1 TO W-IXO
           IF W-IXO > W-QTDOPE
              GO TO ROT-TOTAIS.
           MOVE SPACES TO REGCONCTX
           WRITE REGCONCTX
           MOVE TBO-ANS(W-IXO)    TO O-ANS
           MOVE TBO-NOME(W-IXO)   TO O-NOME
           MOVE TBO-LOTES(W-IXO)  TO O-LOTES
           MOVE TBO-DIVERG(W-IXO) TO O-DIVERG
           WRITE REGCONCTX FROM LINOPE1
           MOVE TBO-FATVAL(W-IXO) TO O-FATVAL
           MOVE TBO-ENVVAL(W-IXO) TO O-ENVVAL
           MOVE TBO-PAGVAL(W-IXO) TO O-PAGVAL
           WRITE REGCONCTX FROM LINOPE2
           MOVE TBO-GLOVAL(W-IXO) TO O-GLOVAL
           MOVE TBO-ESTVAL(W-IXO) TO O-ESTVAL
           MOVE TBO-AJUVAL(W-IXO) TO O-AJUVAL
           WRITE REGCONCTX FROM LINOPE3
           GO TO ROT-RESUMO-LP.
       ROT-TOTAIS.
           MOVE SPACES TO REGCONCTX
           WRITE REGCONCTX
           MOVE "LOTES EXAMINADOS              : " TO D-TOTTXT
           MOVE W-TOTLOTES TO D-TOTQTD
           WRITE REGCONCTX FROM LINTOT
           MOVE "LOTES QUE FECHAM              : " TO D-TOTTXT
           MOVE W-TOTOK TO D-TOTQTD
           WRITE REGCONCTX FROM LINTOT
           MOVE "LOTES COM DIFERENCA           : " TO D-TOTTXT
           MOVE W-TOTDIV TO D-TOTQTD
           WRITE REGCONCTX FROM LINTOT
           MOVE "LOTES SEM DETALHE             : " TO D-TOTTXT
           MOVE W-TOTSEMDET TO D-TOTQTD
           WRITE REGCONCTX FROM LINTOT
           MOVE "OCORRENCIAS NOS LOTES         : " TO D-TOTTXT
           MOVE W-TOTOCOR TO D-TOTQTD
           WRITE REGCONCTX FROM LINTOT
           MOVE "OCORRENCIAS FORA DOS LOTES    : " TO D-TOTTXT
           MOVE W-TOTORF TO D-TOTQTD
           WRITE REGCONCTX FROM LINTOT.
       ROT-OK.
           DISPLAY (15, 05) "LOTES EXAMINADOS   : "
           DISPLAY (15, 27) W-TOTLOTES
           DISPLAY (16, 05) "LOTES COM DIFERENCA: "
           DISPLAY (16, 27) W-TOTDIV
           DISPLAY (17, 05) "FORA DOS LOTES     : "
           DISPLAY (17, 27) W-TOTORF
           IF W-TOTDIV > ZEROS OR W-TOTORF > ZEROS
              MOVE "*HA DIFERENCAS - VER RELCONCIL.TXT*" TO MENS
           ELSE
              MOVE "*** TODOS OS LOTES CONFEREM ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADLOTE CADLOTEIT CADCONSULTA CADAJUSTE CONCTX.
           IF SPL-GERADO = "S"
              STRING "LOTES " W-LOTEINI " A " W-LOTEFIM
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
