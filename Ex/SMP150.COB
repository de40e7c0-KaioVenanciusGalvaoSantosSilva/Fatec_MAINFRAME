       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREP.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE CALCULO DO REPASSE   *
      * DE UMA CONSULTA PELO CONTRATO DO MEDICO         *
      * (CADREPCTR). PROCURA O CONTRATO DO CRM PARA O   *
      * TIPO DE VISITA E, SE NAO HOUVER, O CONTRATO     *
      * GERAL (TIPO 0); VALE A ULTIMA VIGENCIA INICIADA *
      * ATE A DATA DA CONSULTA E AINDA NAO ENCERRADA.   *
      * MODO P = PERCENTUAL SOBRE O VALOR BASE          *
      * MODO F = VALOR FIXO POR CONSULTA                *
      * SEM CONTRATO: ACHOU = N E REPASSE = ZERO.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREPCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREPCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPCTR.DAT".
       01 REGREPCTR.
          03 RCT-CHAVE.
             05 RCT-CRM.
                07 RCT-CRMNUM  PIC 9(06).
                07 RCT-CRMUF   PIC X(02).
             05 RCT-TIPOVIS    PIC 9(01).
             05 RCT-VIGINI     PIC 9(08).
          03 RCT-VIGFIM        PIC 9(08).
          03 RCT-MODO          PIC X(01).
          03 RCT-PERC          PIC 9(03)V99.
          03 RCT-VALFIXO       PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-TIPOBUS         PIC 9(01) VALUE ZEROS.
       77 W-ACHOU           PIC X(01) VALUE "N".
       01 W-CTR.
          03 W-CTRVIGFIM    PIC 9(08) VALUE ZEROS.
          03 W-CTRMODO      PIC X(01) VALUE SPACES.
          03 W-CTRPERC      PIC 9(03)V99 VALUE ZEROS.
          03 W-CTRVALFIXO   PIC 9(07)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 RPC-L-CRM         PIC X(08).
       01 RPC-L-TIPOVIS     PIC 9(01).
       01 RPC-L-DATA        PIC 9(08).
       01 RPC-L-VALBASE     PIC 9(07)V99.
       01 RPC-L-REPASSE     PIC 9(07)V99.
       01 RPC-L-ACHOU       PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RPC-L-CRM RPC-L-TIPOVIS RPC-L-DATA
                                RPC-L-VALBASE RPC-L-REPASSE
                                RPC-L-ACHOU.
       INICIO.
           MOVE "N" TO RPC-L-ACHOU
           MOVE ZEROS TO RPC-L-REPASSE
           OPEN INPUT CADREPCTR
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE RPC-L-TIPOVIS TO W-TIPOBUS
           PERFORM BUS-CTR THRU BUS-CTR-FIM
           IF W-ACHOU = "N" AND RPC-L-TIPOVIS NOT = ZEROS
              MOVE ZEROS TO W-TIPOBUS
              PERFORM BUS-CTR THRU BUS-CTR-FIM.
           IF W-ACHOU = "N"
              GO TO ROT-FIM.
           MOVE "S" TO RPC-L-ACHOU
           IF W-CTRMODO = "F"
              MOVE W-CTRVALFIXO TO RPC-L-REPASSE
           ELSE
              COMPUTE RPC-L-REPASSE ROUNDED =
                      (RPC-L-VALBASE * W-CTRPERC) / 100.
           GO TO ROT-FIM.
      *
      *****************************************************
      * ULTIMA VIGENCIA INICIADA ATE A DATA PARA O CRM E   *
      * O TIPO DE VISITA EM W-TIPOBUS                      *
      *****************************************************
      *
       BUS-CTR.
           MOVE "N" TO W-ACHOU
           MOVE RPC-L-CRM  TO RCT-CRM
           MOVE W-TIPOBUS  TO RCT-TIPOVIS
           MOVE ZEROS      TO RCT-VIGINI
           START CADREPCTR KEY IS NOT LESS THAN RCT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-CTR-FIM.
       BUS-CTR-LP.
           READ CADREPCTR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-CTR-VIG.
           IF RCT-CRM NOT = RPC-L-CRM OR RCT-TIPOVIS NOT = W-TIPOBUS
              GO TO BUS-CTR-VIG.
           IF RCT-VIGINI > RPC-L-DATA
              GO TO BUS-CTR-VIG.
           MOVE "S" TO W-ACHOU
           MOVE RCT-VIGFIM   TO W-CTRVIGFIM
           MOVE RCT-MODO     TO W-CTRMODO
           MOVE RCT-PERC     TO W-CTRPERC
           MOVE RCT-VALFIXO  TO W-CTRVALFIXO
           GO TO BUS-CTR-LP.
       BUS-CTR-VIG.
           IF W-ACHOU = "S" AND W-CTRVIGFIM NOT = ZEROS
              AND W-CTRVIGFIM < RPC-L-DATA
              MOVE "N" TO W-ACHOU.
       BUS-CTR-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADREPCTR.
       ROT-FIMP.
           EXIT PROGRAM.
