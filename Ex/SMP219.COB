       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEREXTRA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA: O HORARIO DA CHAVE DE  *
      * AGENDA (DATA + HORA + CRM) CAI DENTRO DE UMA    *
      * SESSAO EXTRA DO MEDICO (CADEXTRA)? A SESSAO     *
      * VALE DA HORA INICIAL (INCLUSIVE) ATE A HORA     *
      * FINAL (EXCLUSIVE). ACHANDO, DEVOLVE A SALA, A   *
      * FILIAL E A FAIXA DE HORARIO DA SESSAO. SEM O    *
      * ARQUIVO CADEXTRA A RESPOSTA E N.                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEXTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXTRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTRA.DAT".
       01 REGEXTRA.
          03 EXTRA-CHAVE.
             05 EXT-CRM.
                07 EXT-CRMNUM   PIC 9(06).
                07 EXT-CRMUF    PIC X(02).
             05 EXT-DATA.
                07 EXT-DATAAA   PIC 9(04).
                07 EXT-DATAMM   PIC 9(02).
                07 EXT-DATADD   PIC 9(02).
             05 EXT-HORAINI.
                07 EXT-HIHH     PIC 9(02).
                07 EXT-HIMM     PIC 9(02).
          03 EXT-HORAFIM.
             05 EXT-HFHH        PIC 9(02).
             05 EXT-HFMM        PIC 9(02).
          03 EXT-SALA           PIC 9(03).
          03 EXT-FILIAL         PIC 9(02).
          03 EXT-DURACAO        PIC 9(03).
          03 EXT-MOTIVO         PIC X(20).
          03 EXT-OPER           PIC X(10).
          03 EXT-DATAREG        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
      *
      * CHAVE DO HORARIO PEDIDO (MESMO LAYOUT DA AGENDA)
      *
       01 W-ALVO.
          03 W-ALDATA          PIC 9(08).
          03 W-ALHORA          PIC 9(04).
          03 W-ALCRM           PIC X(08).
          03 W-ALSEQ           PIC 9(01).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 EXT-L-CHAVE       PIC X(21).
       01 EXT-L-ACHOU       PIC X(01).
       01 EXT-L-SALA        PIC 9(03).
       01 EXT-L-FILIAL      PIC 9(02).
       01 EXT-L-HORAINI     PIC 9(04).
       01 EXT-L-HORAFIM     PIC 9(04).
      *
      *EXT-L-ACHOU: S=HORARIO DENTRO DE SESSAO EXTRA  N=FORA
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EXT-L-CHAVE EXT-L-ACHOU EXT-L-SALA
                                EXT-L-FILIAL EXT-L-HORAINI
                                EXT-L-HORAFIM.
       INICIO.
           MOVE "N"   TO EXT-L-ACHOU
           MOVE ZEROS TO EXT-L-SALA EXT-L-FILIAL EXT-L-HORAINI
                         EXT-L-HORAFIM
           MOVE EXT-L-CHAVE TO W-ALVO
           OPEN INPUT CADEXTRA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE W-ALCRM  TO EXT-CRM
           MOVE W-ALDATA TO EXT-DATA
           MOVE ZEROS    TO EXT-HORAINI
           START CADEXTRA KEY IS NOT LESS THAN EXTRA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
       LER-EXTRA.
           READ CADEXTRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF EXT-CRM NOT = W-ALCRM OR EXT-DATA NOT = W-ALDATA
              GO TO ROT-FIM.
      *
      * SESSOES EM ORDEM DE HORA INICIAL: PASSOU DA HORA PEDIDA,
      * NAO HA MAIS SESSAO QUE A CUBRA
      *
           IF EXT-HORAINI > W-ALHORA
              GO TO ROT-FIM.
           IF W-ALHORA NOT < EXT-HORAFIM
              GO TO LER-EXTRA.
           MOVE "S"         TO EXT-L-ACHOU
           MOVE EXT-SALA    TO EXT-L-SALA
           MOVE EXT-FILIAL  TO EXT-L-FILIAL
           MOVE EXT-HORAINI TO EXT-L-HORAINI
           MOVE EXT-HORAFIM TO EXT-L-HORAFIM.
       ROT-FIM.
           CLOSE CADEXTRA.
       ROT-FIMP.
           EXIT PROGRAM.
