       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP189.
       AUTHOR. KAIO V G S S
      ***********************************************
      * REORGANIZACAO DO CADCONSULTA E DO CADCAIXA   *
      * PARA AS NOVAS CHAVES ALTERNATIVAS:           *
      *   CADCONSULTA - CON-DATA (COM DUPLICIDADE)   *
      *   CADCAIXA    - CX-CPF   (COM DUPLICIDADE)   *
      * ANTES DE RODAR, RENOMEAR OS ARQUIVOS ATUAIS  *
      * PARA CADCONSULTA.ANT E CADCAIXA.ANT. O       *
      * PROGRAMA LE CADA .ANT COM AS CHAVES ANTIGAS, *
      * GRAVA O .DAT NOVO JA COM AS NOVAS CHAVES E   *
      * RELE O .DAT PELA CHAVE NOVA, CONFERINDO AS   *
      * QUANTIDADES: LIDOS DO .ANT = GRAVADOS =      *
      * RELIDOS DO .DAT. O RESULTADO SAI NO          *
      * RELREORG.TXT. SE ALGUMA CONTAGEM NAO BATER,  *
      * O .DAT NOVO NAO DEVE SER USADO: VOLTAR O     *
      * .ANT PARA .DAT E VERIFICAR O RELATORIO.      *
      * O CADAGENDA NAO PRECISA DE REORGANIZACAO: A  *
      * CHAVE PRINCIPAL JA COMECA PELA DATA.         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ANT-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANT-CID
                                   WITH DUPLICATES.
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
           SELECT CAIXAANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANTCX-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT REORGTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CADCONSULTA COM AS CHAVES ANTIGAS (MESMO REGISTRO)
      *
       FD CONSANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSULTA.ANT".
       01 REGCONSANT.
          03 ANT-CHAVE.
             05 ANT-CPF        PIC 9(11).
             05 ANT-DATA       PIC 9(08).
             05 ANT-CRM        PIC X(08).
          03 ANT-CID           PIC 9(06).
          03 FILLER            PIC X(63).
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
      * CADCAIXA COM A CHAVE ANTIGA (MESMO REGISTRO)
      *
       FD CAIXAANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.ANT".
       01 REGCAIXAANT.
          03 ANTCX-CHAVE       PIC X(12).
          03 FILLER            PIC X(39).
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
       FD REORGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREORG.TXT".
       01 REGREORGTX   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP189".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-DIVERGE      PIC X(01) VALUE "N".
      *
      * CONTAGENS DO ARQUIVO EM PROCESSAMENTO
      *
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-GRAVADOS     PIC 9(08) VALUE ZEROS.
       77 W-RELIDOS      PIC 9(08) VALUE ZEROS.
       77 W-ERROS        PIC 9(08) VALUE ZEROS.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(50) VALUE
                     " *** REORGANIZACAO DE ARQUIVOS ***".
       01 CAB1.
                03 FILLER      PIC X(16) VALUE "ARQUIVO".
                03 FILLER      PIC X(12) VALUE "   LIDOS".
                03 FILLER      PIC X(12) VALUE "GRAVADOS".
                03 FILLER      PIC X(12) VALUE " RELIDOS".
                03 FILLER      PIC X(10) VALUE "  ERROS".
                03 FILLER      PIC X(10) VALUE "SITUACAO".
       01 CAB2.
                03 D2-ARQUIVO       PIC X(14).
                03 D2-LIDOS         PIC ZZ.ZZZ.ZZ9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-GRAVADOS      PIC ZZ.ZZZ.ZZ9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-RELIDOS       PIC ZZ.ZZZ.ZZ9.
                03 FILLER           PIC X(02) VALUE SPACES.
                03 D2-ERROS         PIC ZZZ.ZZ9.
                03 FILLER           PIC X(03) VALUE SPACES.
                03 D2-SITUACAO      PIC X(10).
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELREORG.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT189.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** REORGANIZACAO DO CADCONSULTA".
           05  LINE 02  COLUMN 42
               VALUE  " E DO CADCAIXA ***".
           05  LINE 06  COLUMN 01
               VALUE  "    ANTES DE CONFIRMAR, RENOMEIE OS ARQUIVOS".
           05  LINE 07  COLUMN 01
               VALUE  "    CADCONSULTA.DAT PARA CADCONSULTA.ANT E".
           05  LINE 08  COLUMN 01
               VALUE  "    CADCAIXA.DAT PARA CADCAIXA.ANT".
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
                MOVE "N" TO W-OPCAO.
                DISPLAY SMT189.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
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
           OPEN INPUT CONSANT
           IF ST-ERRO NOT = "00"
                      MOVE "*CADCONSULTA.ANT NAO ENCONTRADO*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
           OPEN INPUT CAIXAANT
           IF ST-ERRO NOT = "00"
                      MOVE "*CADCAIXA.ANT NAO ENCONTRADO*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CONSANT
                      GO TO ROT-FIMP.
           OPEN OUTPUT REORGTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO REORGTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CONSANT CAIXAANT
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           WRITE REGREORGTX FROM CAB0
           MOVE SPACES TO REGREORGTX
           WRITE REGREORGTX
           WRITE REGREORGTX FROM CAB1
           MOVE SPACES TO REGREORGTX
           WRITE REGREORGTX.
      *
      *****************************************************
      * CADCONSULTA: COPIA DO .ANT PARA O .DAT NOVO        *
      *****************************************************
      *
       CONS-INI.
           OPEN OUTPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO CADCONSULTA NOVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-RELIDOS W-ERROS.
       CONS-COPIA.
           READ CONSANT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONS-CONF.
           ADD 1 TO W-LIDOS
           WRITE REGCONSULTA FROM REGCONSANT
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-ERROS
              GO TO CONS-COPIA.
           ADD 1 TO W-GRAVADOS
           GO TO CONS-COPIA.
      *
      * RELE O NOVO PELA CHAVE DE DATA: CONFERE O INDICE NOVO
      *
       CONS-CONF.
           CLOSE CADCONSULTA
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO REABERTURA DO CADCONSULTA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE ZEROS TO CON-DATA
           START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
           IF ST-ERRO NOT = "00"
              GO TO CONS-FIM.
       CONS-CONF-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONS-FIM.
           ADD 1 TO W-RELIDOS
           GO TO CONS-CONF-LP.
       CONS-FIM.
           MOVE "CADCONSULTA" TO D2-ARQUIVO
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
      *
      *****************************************************
      * CADCAIXA: COPIA DO .ANT PARA O .DAT NOVO           *
      *****************************************************
      *
       CAIXA-INI.
           OPEN OUTPUT CADCAIXA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO CADCAIXA NOVO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-RELIDOS W-ERROS.
       CAIXA-COPIA.
           READ CAIXAANT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CAIXA-CONF.
           ADD 1 TO W-LIDOS
           WRITE REGCAIXA FROM REGCAIXAANT
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-ERROS
              GO TO CAIXA-COPIA.
           ADD 1 TO W-GRAVADOS
           GO TO CAIXA-COPIA.
      *
      * RELE O NOVO PELA CHAVE DE CPF: CONFERE O INDICE NOVO
      *
       CAIXA-CONF.
           CLOSE CADCAIXA
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO REABERTURA DO CADCAIXA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE ZEROS TO CX-CPF
           START CADCAIXA KEY IS NOT LESS THAN CX-CPF
           IF ST-ERRO NOT = "00"
              GO TO CAIXA-FIM.
       CAIXA-CONF-LP.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CAIXA-FIM.
           ADD 1 TO W-RELIDOS
           GO TO CAIXA-CONF-LP.
       CAIXA-FIM.
           MOVE "CADCAIXA" TO D2-ARQUIVO
           PERFORM GRAVA-LIN THRU GRAVA-LIN-FIM.
      *
       ROT-OK.
           IF W-DIVERGE = "S"
              MOVE "*CONTAGEM NAO CONFERE - VER RELREORG.TXT*" TO MENS
           ELSE
              MOVE "*** REORGANIZACAO CONCLUIDA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CONSANT CADCONSULTA CAIXAANT CADCAIXA REORGTX.
           IF SPL-GERADO = "S"
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *****************************************************
      * LINHA DO ARQUIVO: CONFERE LIDOS = GRAVADOS =       *
      * RELIDOS E SEM ERROS DE GRAVACAO                    *
      *****************************************************
      *
       GRAVA-LIN.
           MOVE W-LIDOS    TO D2-LIDOS
           MOVE W-GRAVADOS TO D2-GRAVADOS
           MOVE W-RELIDOS  TO D2-RELIDOS
           MOVE W-ERROS    TO D2-ERROS
           MOVE "OK" TO D2-SITUACAO
           IF W-LIDOS NOT = W-GRAVADOS OR W-GRAVADOS NOT = W-RELIDOS
              OR W-ERROS NOT = ZEROS
              MOVE "DIVERGENTE" TO D2-SITUACAO
              MOVE "S" TO W-DIVERGE.
           WRITE REGREORGTX FROM CAB2.
       GRAVA-LIN-FIM.
           EXIT.
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
