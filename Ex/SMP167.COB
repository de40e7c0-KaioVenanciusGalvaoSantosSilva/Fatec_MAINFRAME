       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERPERIOD.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE CONTROLE DO PERIODO  *
      * CONTABIL. RECEBE UMA DATA (AAAAMMDD) E DEVOLVE  *
      * S QUANDO O MES DELA ESTA FECHADO NO CADPERIODO  *
      * (FECHADO PELA EXPORTACAO DO JORNAL NO SMP113 E  *
      * NAO REABERTO PELO CADPERIODO), OU N QUANDO ESTA *
      * ABERTO. DATA ZERADA OU SEM O CADPERIODO = N.    *
      * AS TELAS E OS PROCESSAMENTOS QUE GRAVAM VALOR   *
      * DATADO RECUSAM A GRAVACAO EM MES FECHADO.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-COMPET
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERIODO.DAT".
       01 REGPERIODO.
          03 PER-COMPET        PIC 9(06).
          03 PER-SITUACAO      PIC X(01).
          03 PER-DATAFECHA     PIC 9(08).
          03 PER-OPERFECHA     PIC X(10).
          03 PER-DATAREAB      PIC 9(08).
          03 PER-OPERREAB      PIC X(10).
          03 PER-MOTIVO        PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       01 W-DATAREF.
          03 W-DRCOMPET     PIC 9(06).
          03 W-DRDD         PIC 9(02).
       01 W-DATAREF9 REDEFINES W-DATAREF PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 PER-L-DATA        PIC 9(08).
       01 PER-L-FECHADO     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PER-L-DATA PER-L-FECHADO.
       INICIO.
           MOVE "N" TO PER-L-FECHADO
           IF PER-L-DATA = ZEROS
              GO TO ROT-FIMP.
           OPEN INPUT CADPERIODO
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE PER-L-DATA TO W-DATAREF9
           MOVE W-DRCOMPET TO PER-COMPET
           READ CADPERIODO
           IF ST-ERRO = "00"
              IF PER-SITUACAO = "F"
                 MOVE "S" TO PER-L-FECHADO.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPERIODO.
       ROT-FIMP.
           EXIT PROGRAM.
