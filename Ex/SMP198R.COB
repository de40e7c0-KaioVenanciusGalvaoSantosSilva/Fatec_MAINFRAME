       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP198.
       AUTHOR. KAIO V G S S
      ***********************************************
      * RESULTADO MENSAL (RECEITA - CUSTO) POR       *
      * FILIAL E POR ESPECIALIDADE NA COMPETENCIA    *
      * INFORMADA (MM/AAAA). SAIDA: RELRESULT.TXT    *
      *                                              *
      * RECEITA CONVENIO: CONSULTAS PAGAS (SITPAG P) *
      *   FATURADAS NO MES, PELO VALOR PAGO - MESMO  *
      *   CRITERIO DO DIARIO CONTABIL (SMP113).      *
      * RECEITA PARTICULAR: RECEBIMENTOS DO CAIXA NO *
      *   MES NA FILIAL DO CAIXA; A ESPECIALIDADE E  *
      *   A DO MEDICO DA CONSULTA DO PACIENTE NO DIA *
      *   DO RECEBIMENTO (SEM CONSULTA = 00).        *
      * REPASSE: REPASSE BRUTO DAS CONSULTAS FECHADAS*
      *   NA COMPETENCIA (CADREPCON DO SMP153), NA   *
      *   FILIAL DA CONSULTA. SEM FECHAMENTO O       *
      *   RELATORIO AVISA QUE O REPASSE ESTA ZERADO. *
      * DESPESAS: CADDESPESA COM VENCIMENTO NO MES   *
      *   (PAGAS OU EM ABERTO), NA FILIAL E NA       *
      *   ESPECIALIDADE DO LANCAMENTO.               *
      * ESPECIALIDADE DE RECEITA E REPASSE: A        *
      * PRINCIPAL DO MEDICO NO CADMED. 00 = GERAL.   *
      * SO ENTRAM AS FILIAIS DO OPERADOR (VERFILIAL).*
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
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEC
                    ALTERNATE RECORD KEY IS PLANO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT CADREPCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-CONSCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RC-COMPET
                                   WITH DUPLICATES.
           SELECT CADDESPESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DSP-VENC9
                                   WITH DUPLICATES.
           SELECT TABREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBREF-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TBREF-DESCRICAO
                                   WITH DUPLICATES.
           SELECT RESULTX ASSIGN TO DISK
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF             PIC 9(11).
          03 NOME            PIC X(30).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 SEXO            PIC X(01).
          03 GENERO          PIC X(01).
          03 RESPONSAVELNOME PIC X(20).
          03 RESPONSAVELCPF  PIC 9(11).
          03 CONVENIO        PIC 9(04).
          03 TIPOBENEF       PIC X(01).
          03 TITULARCPF      PIC 9(11).
          03 CEPC            PIC 9(08).
          03 NUMEROENDERECO  PIC 9(04).
          03 COMPLEMENTO     PIC X(10).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD             PIC 9(03).
             05 NUMEROTEL1      PIC 9(05).
             05 NUMEROTEL2      PIC 9(04).
             05 TIPOTEL         PIC X(01).
          03 EMERGENCIANOME  PIC X(20).
          03 TELEFONEEMERG.
             05 DDDEMERG        PIC 9(03).
             05 NUMEROTEL1EMERG PIC 9(05).
             05 NUMEROTEL2EMERG PIC 9(04).
             05 TIPOTELEMERG    PIC X(01).
          03 ALERGIAS        PIC X(30).
          03 CONSENTLGPD     PIC X(01).
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM-CHAVE.
             05 CRM          PIC 9(06).
             05 CRM-UF       PIC X(02).
          03 NOME            PIC X(30).
          03 ESPECIALIDADE   PIC 9(02).
          03 SEXO            PIC X(01).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD          PIC 9(03).
             05 NUMEROTEL1   PIC 9(05).
             05 NUMEROTEL2   PIC 9(04).
             05 TIPOTEL      PIC X(01).
          03 STATUSMED       PIC X(01).
          03 QTDEESPEC       PIC 9(01).
          03 ESPECTAB OCCURS 5 TIMES.
             05 ESPECOD      PIC 9(02).
          03 DATACADASTRO.
             05 CADDD        PIC 9(02).
             05 CADMM        PIC 9(02).
             05 CADAA        PIC 9(04).
          03 DATAULTALT.
             05 ALTDD        PIC 9(02).
             05 ALTMM        PIC 9(02).
             05 ALTAA        PIC 9(04).
          03 FILIALMED        PIC 9(02).
      *
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
       FD CADREPCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPCON.DAT".
       01 REGREPCON.
          03 RC-CONSCHAVE      PIC X(27).
          03 RC-COMPET         PIC 9(06).
          03 RC-CRM            PIC X(08).
          03 RC-VALBASE        PIC 9(07)V99.
          03 RC-REPASSE        PIC 9(07)V99.
      *
       FD CADDESPESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESPESA.DAT".
       01 REGDESPESA.
          03 DSP-NUMERO         PIC 9(06).
          03 DSP-FORNEC         PIC X(30).
          03 DSP-DOCTO          PIC X(15).
          03 DSP-CATEG          PIC 9(02).
          03 DSP-FILIAL         PIC 9(02).
          03 DSP-ESPEC          PIC 9(02).
          03 DSP-VALOR          PIC 9(07)V99.
          03 DSP-VENC.
             05 DSP-VENCAA      PIC 9(04).
             05 DSP-VENCMM      PIC 9(02).
             05 DSP-VENCDD      PIC 9(02).
          03 DSP-VENC9 REDEFINES DSP-VENC PIC 9(08).
          03 DSP-PAGTO.
             05 DSP-PAGAA       PIC 9(04).
             05 DSP-PAGMM       PIC 9(02).
             05 DSP-PAGDD       PIC 9(02).
          03 DSP-PAGTO9 REDEFINES DSP-PAGTO PIC 9(08).
          03 DSP-DATAALT        PIC 9(08).
          03 DSP-OPER           PIC X(10).
      *
       FD TABREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABREF.DAT".
       01 REGTABREF.
          03 TBREF-CHAVE.
             05 TBREF-TIPO       PIC X(03).
             05 TBREF-CODIGO     PIC 9(02).
          03 TBREF-DESCRICAO     PIC X(30).
      *
       FD RESULTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRESULT.TXT".
       01 REGRESULTX      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP198".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-MESPROC      PIC 9(02) VALUE ZEROS.
       77 W-ANOPROC      PIC 9(04) VALUE ZEROS.
       77 W-IND          PIC 9(03) VALUE ZEROS.
       77 W-FIX          PIC 9(03) VALUE ZEROS.
       77 W-EIX          PIC 9(03) VALUE ZEROS.
       77 W-ESP          PIC 9(02) VALUE ZEROS.
       77 W-QTDREP       PIC 9(06) VALUE ZEROS.
       77 W-TEMCX        PIC X(01) VALUE "N".
       77 W-TEMREP       PIC X(01) VALUE "N".
       77 W-TEMDSP       PIC X(01) VALUE "N".
       77 W-TEMTAB       PIC X(01) VALUE "N".
       77 W-V1           PIC 9(11)V99 VALUE ZEROS.
       77 W-V2           PIC 9(11)V99 VALUE ZEROS.
       77 W-V3           PIC 9(11)V99 VALUE ZEROS.
       77 W-V4           PIC 9(11)V99 VALUE ZEROS.
       77 W-RESULT       PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTABERTO    PIC 9(11)V99 VALUE ZEROS.
       01 W-COMPET.
          03 W-CPAA   PIC 9(04) VALUE ZEROS.
          03 W-CPMM   PIC 9(02) VALUE ZEROS.
       01 W-COMPET6 REDEFINES W-COMPET PIC 9(06).
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *
      * ACUMULADORES POR FILIAL (00 = SEM FILIAL, 01-20)
      *
       01 TAB-FIL.
          03 TF-ITEM OCCURS 21 TIMES.
             05 TF-PERM      PIC X(01).
             05 TF-RECCONV   PIC 9(11)V99.
             05 TF-RECPART   PIC 9(11)V99.
             05 TF-REPASSE   PIC 9(11)V99.
             05 TF-DESPESA   PIC 9(11)V99.
      *
      * ACUMULADORES POR ESPECIALIDADE (00 = GERAL, 01-99)
      *
       01 TAB-ESP.
          03 TE-ITEM OCCURS 100 TIMES.
             05 TE-RECCONV   PIC 9(11)V99.
             05 TE-RECPART   PIC 9(11)V99.
             05 TE-REPASSE   PIC 9(11)V99.
             05 TE-DESPESA   PIC 9(11)V99.
       01 TAB-NOMESP.
          03 TN-NOME         PIC X(15) OCCURS 99 TIMES.
      *
      * DESPESAS POR CATEGORIA DE CUSTO (01 A 09)
      *
       01 TAB-CAT.
          03 TC-DESPESA      PIC 9(11)V99 OCCURS 9 TIMES.
       01 TABCATEG.
          03 FILLER PIC X(40) VALUE
             "PESSOAL             ALUGUEL             ".
          03 FILLER PIC X(40) VALUE
             "MATERIAL            SERVICOS TERCEIROS  ".
          03 FILLER PIC X(40) VALUE
             "UTILIDADES          MANUTENCAO          ".
          03 FILLER PIC X(40) VALUE
             "IMPOSTOS E TAXAS    MARKETING           ".
          03 FILLER PIC X(20) VALUE
             "OUTRAS              ".
       01 TABCATEGR REDEFINES TABCATEG.
          03 TBCATEG        PIC X(20) OCCURS 9 TIMES.
      *
       01 W-TOTAIS.
          03 W-TOTCONV       PIC 9(11)V99 VALUE ZEROS.
          03 W-TOTPART       PIC 9(11)V99 VALUE ZEROS.
          03 W-TOTREP        PIC 9(11)V99 VALUE ZEROS.
          03 W-TOTDESP       PIC 9(11)V99 VALUE ZEROS.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(42) VALUE
                     " *** RESULTADO MENSAL POR FILIAL ***".
                03 FILLER      PIC X(14) VALUE "COMPETENCIA: ".
                03 C0-MM       PIC 9(02).
                03 FILLER      PIC X(01) VALUE "/".
                03 C0-AA       PIC 9(04).
       01 CAB1.
                03 C1-TIPO     PIC X(19) VALUE SPACES.
                03 FILLER      PIC X(15) VALUE "   REC.CONVENIO".
                03 FILLER      PIC X(15) VALUE " REC.PARTICULAR".
                03 FILLER      PIC X(15) VALUE "  REPASSE MEDIC".
                03 FILLER      PIC X(15) VALUE "       DESPESAS".
                03 FILLER      PIC X(15) VALUE "      RESULTADO".
       01 LINRES.
                03 L-COD       PIC X(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 L-DESC      PIC X(15).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 L-V1        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 L-V2        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 L-V3        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 L-V4        PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER      PIC X(01) VALUE SPACES.
                03 L-RESULT    PIC ZZZ.ZZZ.ZZ9,99-.
       01 LINCAT.
                03 LC-COD      PIC 9(02).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LC-DESC     PIC X(20).
                03 FILLER      PIC X(01) VALUE SPACES.
                03 LC-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRESULT.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT198.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** RESULTADO MENSAL POR FILIAL E".
           05  LINE 02  COLUMN 40
               VALUE  " ESPECIALIDADE ***".
           05  LINE 07  COLUMN 01
               VALUE  "    MES/ANO DE COMPETENCIA :   /    ".
           05  TW-MESPROC
               LINE 07  COLUMN 30  PIC 9(02)
               USING  W-MESPROC
               HIGHLIGHT.
           05  TW-ANOPROC
               LINE 07  COLUMN 33  PIC 9(04)
               USING  W-ANOPROC
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
                DISPLAY SMT198.
       INC-PER.
                ACCEPT TW-MESPROC
                ACCEPT TW-ANOPROC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-MESPROC < 1 OR W-MESPROC > 12 OR W-ANOPROC = ZEROS
                   MOVE "*MES/ANO DE COMPETENCIA INVALIDO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PER.
                MOVE W-ANOPROC TO W-CPAA
                MOVE W-MESPROC TO W-CPMM.
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
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADCONSULTA NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0B.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-OP0C.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CADMED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * CAIXA, REPASSE, DESPESAS E TABREF PODEM AINDA NAO EXISTIR:
      * A PARCELA CORRESPONDENTE SAI ZERADA
      *
       INC-OP0D.
           OPEN INPUT CADCAIXA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCX.
           OPEN INPUT CADREPCON
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMREP.
           OPEN INPUT CADDESPESA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDSP.
           OPEN INPUT TABREF
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMTAB.
      *
       INC-TAB.
           MOVE ZEROS TO W-TOTAIS W-TOTABERTO W-QTDREP
           MOVE SPACES TO TAB-NOMESP
           MOVE ZEROS TO W-IND.
       INC-TAB-FIL.
           ADD 1 TO W-IND
           IF W-IND > 21
              GO TO INC-TAB-ESP.
           MOVE ZEROS TO TF-RECCONV (W-IND) TF-RECPART (W-IND)
                         TF-REPASSE (W-IND) TF-DESPESA (W-IND)
           COMPUTE FIL-FILIAL = W-IND - 1
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           MOVE FIL-PERMITE TO TF-PERM (W-IND)
           GO TO INC-TAB-FIL.
       INC-TAB-ESP.
           MOVE ZEROS TO W-IND.
       INC-TAB-ESP-LP.
           ADD 1 TO W-IND
           IF W-IND > 100
              GO TO INC-TAB-CAT.
           MOVE ZEROS TO TE-RECCONV (W-IND) TE-RECPART (W-IND)
                         TE-REPASSE (W-IND) TE-DESPESA (W-IND)
           GO TO INC-TAB-ESP-LP.
       INC-TAB-CAT.
           MOVE ZEROS TO W-IND.
       INC-TAB-CAT-LP.
           ADD 1 TO W-IND
           IF W-IND > 9
              GO TO INC-NOMESP.
           MOVE ZEROS TO TC-DESPESA (W-IND)
           GO TO INC-TAB-CAT-LP.
      *
      * NOME DAS ESPECIALIDADES (TABREF TIPO ESP)
      *
       INC-NOMESP.
           IF W-TEMTAB NOT = "S"
              GO TO POS-DATA.
           MOVE "ESP" TO TBREF-TIPO
           MOVE ZEROS TO TBREF-CODIGO
           START TABREF KEY IS NOT LESS THAN TBREF-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO POS-DATA.
       INC-NOMESP-LP.
           READ TABREF NEXT RECORD
           IF ST-ERRO2 NOT = "00" OR TBREF-TIPO NOT = "ESP"
              GO TO POS-DATA.
           IF TBREF-CODIGO > ZEROS
              MOVE TBREF-DESCRICAO TO TN-NOME (TBREF-CODIGO).
           GO TO INC-NOMESP-LP.
      *
      *****************************************************
      * RECEITA DE CONVENIO: CONSULTAS PAGAS COM           *
      * FATURAMENTO NO MES (MESMA SELECAO DO SMP113).      *
      * CONSULTA DEPOIS DO FIM DO MES NAO PODE TER SIDO    *
      * FATURADA NELE                                      *
      *****************************************************
      *
       POS-DATA.
           MOVE ZEROS TO CON-DATA
           START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CAIXA.
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO SOMA-CAIXA
              ELSE
                 MOVE "ERRO NA LEITURA CADCONSULTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF CON-DATA (1:6) > W-COMPET
              GO TO SOMA-CAIXA.
           IF CON-FATURADO NOT = "S"
              GO TO LER-CONS01.
           IF CON-DATAFAT (1:6) NOT = W-COMPET
              GO TO LER-CONS01.
           IF CON-SITPAG NOT = "P"
              GO TO LER-CONS01.
           IF CON-FILIAL > 20
              GO TO LER-CONS01.
           COMPUTE W-FIX = CON-FILIAL + 1
           IF TF-PERM (W-FIX) = "N"
              GO TO LER-CONS01.
           MOVE CON-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
           IF CON-CONVUSO NOT = ZEROS
              MOVE CON-CONVUSO TO CODIGO OF REGCONV
           ELSE
              MOVE CONVENIO TO CODIGO OF REGCONV.
           READ CADCONV
           IF ST-ERRO NOT = "00"
              GO TO LER-CONS01.
           MOVE CON-CRM TO CRM-CHAVE
           PERFORM BUS-ESP THRU BUS-ESP-FIM
           ADD CON-VALORPAGO TO TF-RECCONV (W-FIX) TE-RECCONV (W-EIX)
                                W-TOTCONV
           GO TO LER-CONS01.
      *
      *****************************************************
      * RECEITA PARTICULAR: RECEBIMENTOS DO CAIXA NO MES.  *
      * A ESPECIALIDADE VEM DA CONSULTA DO PACIENTE NO DIA *
      *****************************************************
      *
       SOMA-CAIXA.
           IF W-TEMCX NOT = "S"
              GO TO SOMA-REPASSE.
           MOVE W-ANOPROC TO CX-DATAAA
           MOVE W-MESPROC TO CX-DATAMM
           MOVE ZEROS TO CX-DATADD CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CAIXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SOMA-REPASSE.
       SOMA-CAIXA-LP.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-REPASSE.
           IF CX-DATAAA NOT = W-ANOPROC OR CX-DATAMM NOT = W-MESPROC
              GO TO SOMA-REPASSE.
           IF CX-FILIAL > 20
              GO TO SOMA-CAIXA-LP.
           COMPUTE W-FIX = CX-FILIAL + 1
           IF TF-PERM (W-FIX) = "N"
              GO TO SOMA-CAIXA-LP.
           MOVE ZEROS  TO CRM
           MOVE SPACES TO CRM-UF
           MOVE CX-CPF  TO CON-CPF
           MOVE CX-DATA TO CON-DATA
           MOVE ZEROS   TO CON-CRMNUM
           MOVE SPACES  TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO = "00"
              READ CADCONSULTA NEXT RECORD
              IF ST-ERRO = "00" AND CON-CPF = CX-CPF
                 AND CON-DATA = CX-DATA
                 MOVE CON-CRM TO CRM-CHAVE.
           PERFORM BUS-ESP THRU BUS-ESP-FIM
           ADD CX-VALOR TO TF-RECPART (W-FIX) TE-RECPART (W-EIX)
                           W-TOTPART
           GO TO SOMA-CAIXA-LP.
      *
      *****************************************************
      * REPASSE BRUTO DAS CONSULTAS FECHADAS NA COMPETENCIA*
      *****************************************************
      *
       SOMA-REPASSE.
           IF W-TEMREP NOT = "S"
              GO TO SOMA-DESPESA.
           MOVE W-COMPET6 TO RC-COMPET
           START CADREPCON KEY IS NOT LESS THAN RC-COMPET
           IF ST-ERRO NOT = "00"
              GO TO SOMA-DESPESA.
       SOMA-REPASSE-LP.
           READ CADREPCON NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-DESPESA.
           IF RC-COMPET NOT = W-COMPET6
              GO TO SOMA-DESPESA.
           ADD 1 TO W-QTDREP
           MOVE RC-CONSCHAVE TO CONSULTA-CHAVE
           READ CADCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO CON-FILIAL.
           IF CON-FILIAL > 20
              GO TO SOMA-REPASSE-LP.
           COMPUTE W-FIX = CON-FILIAL + 1
           IF TF-PERM (W-FIX) = "N"
              GO TO SOMA-REPASSE-LP.
           MOVE RC-CRM TO CRM-CHAVE
           PERFORM BUS-ESP THRU BUS-ESP-FIM
           ADD RC-REPASSE TO TF-REPASSE (W-FIX) TE-REPASSE (W-EIX)
                             W-TOTREP
           GO TO SOMA-REPASSE-LP.
      *
      *****************************************************
      * DESPESAS COM VENCIMENTO NO MES                     *
      *****************************************************
      *
       SOMA-DESPESA.
           IF W-TEMDSP NOT = "S"
              GO TO GERA-REL.
           MOVE W-ANOPROC TO DSP-VENCAA
           MOVE W-MESPROC TO DSP-VENCMM
           MOVE ZEROS     TO DSP-VENCDD
           START CADDESPESA KEY IS NOT LESS THAN DSP-VENC9
           IF ST-ERRO NOT = "00"
              GO TO GERA-REL.
       SOMA-DESPESA-LP.
           READ CADDESPESA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-REL.
           IF DSP-VENCAA NOT = W-ANOPROC OR DSP-VENCMM NOT = W-MESPROC
              GO TO GERA-REL.
           IF DSP-FILIAL > 20
              GO TO SOMA-DESPESA-LP.
           COMPUTE W-FIX = DSP-FILIAL + 1
           IF TF-PERM (W-FIX) = "N"
              GO TO SOMA-DESPESA-LP.
           COMPUTE W-EIX = DSP-ESPEC + 1
           ADD DSP-VALOR TO TF-DESPESA (W-FIX) TE-DESPESA (W-EIX)
                            W-TOTDESP
           IF DSP-CATEG > 0 AND DSP-CATEG < 10
              ADD DSP-VALOR TO TC-DESPESA (DSP-CATEG).
           IF DSP-PAGTO9 = ZEROS
              ADD DSP-VALOR TO W-TOTABERTO.
           GO TO SOMA-DESPESA-LP.
      *
      *****************************************************
      * RELATORIO: FILIAIS, ESPECIALIDADES E CATEGORIAS    *
      *****************************************************
      *
       GERA-REL.
           OPEN OUTPUT RESULTX
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RESULTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           MOVE W-MESPROC TO C0-MM
           MOVE W-ANOPROC TO C0-AA
           WRITE REGRESULTX FROM CAB0
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE "FILIAL" TO C1-TIPO
           WRITE REGRESULTX FROM CAB1
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE ZEROS TO W-IND.
       GERA-FIL-LP.
           ADD 1 TO W-IND
           IF W-IND > 21
              GO TO GERA-FIL-TOT.
           IF TF-RECCONV (W-IND) = ZEROS AND TF-RECPART (W-IND) = ZEROS
              AND TF-REPASSE (W-IND) = ZEROS
              AND TF-DESPESA (W-IND) = ZEROS
              GO TO GERA-FIL-LP.
           COMPUTE W-ESP = W-IND - 1
           MOVE W-ESP TO L-COD
           MOVE SPACES TO L-DESC
           IF W-ESP = ZEROS
              MOVE "SEM FILIAL" TO L-DESC.
           MOVE TF-RECCONV (W-IND) TO W-V1
           MOVE TF-RECPART (W-IND) TO W-V2
           MOVE TF-REPASSE (W-IND) TO W-V3
           MOVE TF-DESPESA (W-IND) TO W-V4
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM
           GO TO GERA-FIL-LP.
       GERA-FIL-TOT.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "ESPECIALIDADE" TO C1-TIPO
           WRITE REGRESULTX FROM CAB1
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE ZEROS TO W-IND.
       GERA-ESP-LP.
           ADD 1 TO W-IND
           IF W-IND > 100
              GO TO GERA-ESP-TOT.
           IF TE-RECCONV (W-IND) = ZEROS AND TE-RECPART (W-IND) = ZEROS
              AND TE-REPASSE (W-IND) = ZEROS
              AND TE-DESPESA (W-IND) = ZEROS
              GO TO GERA-ESP-LP.
           COMPUTE W-ESP = W-IND - 1
           MOVE W-ESP TO L-COD
           IF W-ESP = ZEROS
              MOVE "GERAL" TO L-DESC
           ELSE
              MOVE TN-NOME (W-ESP) TO L-DESC.
           MOVE TE-RECCONV (W-IND) TO W-V1
           MOVE TE-RECPART (W-IND) TO W-V2
           MOVE TE-REPASSE (W-IND) TO W-V3
           MOVE TE-DESPESA (W-IND) TO W-V4
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM
           GO TO GERA-ESP-LP.
       GERA-ESP-TOT.
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           MOVE "DESPESAS DO MES POR CATEGORIA" TO REGRESULTX
           WRITE REGRESULTX
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE ZEROS TO W-IND.
       GERA-CAT-LP.
           ADD 1 TO W-IND
           IF W-IND > 9
              GO TO GERA-CAT-TOT.
           IF TC-DESPESA (W-IND) = ZEROS
              GO TO GERA-CAT-LP.
           MOVE W-IND              TO LC-COD
           MOVE TBCATEG (W-IND)    TO LC-DESC
           MOVE TC-DESPESA (W-IND) TO LC-VALOR
           WRITE REGRESULTX FROM LINCAT
           GO TO GERA-CAT-LP.
       GERA-CAT-TOT.
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE ZEROS            TO LC-COD
           MOVE "EM ABERTO"      TO LC-DESC
           MOVE W-TOTABERTO      TO LC-VALOR
           WRITE REGRESULTX FROM LINCAT
           IF W-QTDREP NOT = ZEROS
              GO TO GERA-FIM.
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE "ATENCAO: REPASSE DA COMPETENCIA AINDA NAO FECHADO"
                                                  TO REGRESULTX
           WRITE REGRESULTX.
       GERA-FIM.
           CLOSE RESULTX.
           IF SPL-GERADO = "S"
              STRING "COMPETENCIA " W-MESPROC "/" W-ANOPROC
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           MOVE "*** RELRESULT.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      * LINHA DE FILIAL OU ESPECIALIDADE (W-V1 A W-V4)
      *
       IMPRIME-LIN.
           MOVE W-V1 TO L-V1
           MOVE W-V2 TO L-V2
           MOVE W-V3 TO L-V3
           MOVE W-V4 TO L-V4
           COMPUTE W-RESULT = W-V1 + W-V2 - W-V3 - W-V4
           MOVE W-RESULT TO L-RESULT
           WRITE REGRESULTX FROM LINRES.
       IMPRIME-LIN-FIM.
           EXIT.
      *
       IMPRIME-TOT.
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           MOVE SPACES    TO L-COD
           MOVE "TOTAL"   TO L-DESC
           MOVE W-TOTCONV TO W-V1
           MOVE W-TOTPART TO W-V2
           MOVE W-TOTREP  TO W-V3
           MOVE W-TOTDESP TO W-V4
           PERFORM IMPRIME-LIN THRU IMPRIME-LIN-FIM
           MOVE SPACES TO REGRESULTX
           WRITE REGRESULTX
           WRITE REGRESULTX.
       IMPRIME-TOT-FIM.
           EXIT.
      *
      *****************************************************
      * ESPECIALIDADE PRINCIPAL DO MEDICO EM CRM-CHAVE.    *
      * MEDICO NAO ACHADO = 00 (GERAL). DEVOLVE O INDICE   *
      * DA TABELA EM W-EIX                                 *
      *****************************************************
      *
       BUS-ESP.
           MOVE ZEROS TO W-EIX
           READ CADMED
           IF ST-ERRO = "00"
              MOVE ESPECIALIDADE TO W-EIX.
           ADD 1 TO W-EIX.
       BUS-ESP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADPACI CADCONV CADMED
           IF W-TEMCX = "S"
              CLOSE CADCAIXA.
           IF W-TEMREP = "S"
              CLOSE CADREPCON.
           IF W-TEMDSP = "S"
              CLOSE CADDESPESA.
           IF W-TEMTAB = "S"
              CLOSE TABREF.
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
