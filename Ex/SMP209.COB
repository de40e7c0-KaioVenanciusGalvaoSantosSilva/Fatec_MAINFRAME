       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERCART.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DA CARTEIRINHA DO       *
      * BENEFICIARIO (CADCARTEIRA, MANTIDO NO CADCART). *
      * RECEBE CPF, CONVENIO E DATA (AAAAMMDD) E        *
      * DEVOLVE A SITUACAO DA CARTEIRINHA NAQUELA DATA  *
      * E O NUMERO DELA:                                *
      *   V = VALIDA         A = AUSENTE (SEM CARTEIRA) *
      *   X = VENCIDA        F = AINDA NAO VIGENTE      *
      * VALIDADE FINAL ZERADA = SEM VENCIMENTO. USADA   *
      * NO CHECK-IN (CADCHEGADA), NA ELEGIBILIDADE      *
      * (SMP129) E NO LOTE TISS (SMP096).               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCARTEIRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARTEIRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCARTEIRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTEIRA.DAT".
       01 REGCARTEIRA.
          03 CARTEIRA-CHAVE.
             05 CRT-CPF         PIC 9(11).
             05 CRT-CONVENIO    PIC 9(04).
          03 CRT-NUMERO         PIC X(20).
          03 CRT-PRODUTO        PIC X(20).
          03 CRT-VALINI         PIC 9(08).
          03 CRT-VALFIM         PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "VERCART".
       01 ST-ERRO           PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CRT-L-CPF         PIC 9(11).
       01 CRT-L-CONVENIO    PIC 9(04).
       01 CRT-L-DATA        PIC 9(08).
       01 CRT-L-SITUACAO    PIC X(01).
       01 CRT-L-NUMERO      PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CRT-L-CPF CRT-L-CONVENIO CRT-L-DATA
                                CRT-L-SITUACAO CRT-L-NUMERO.
       INICIO.
           MOVE "A"    TO CRT-L-SITUACAO
           MOVE SPACES TO CRT-L-NUMERO
           OPEN INPUT CADCARTEIRA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE CRT-L-CPF      TO CRT-CPF
           MOVE CRT-L-CONVENIO TO CRT-CONVENIO
           READ CADCARTEIRA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE CRT-NUMERO TO CRT-L-NUMERO
           MOVE "V" TO CRT-L-SITUACAO
           IF CRT-VALINI NOT = ZEROS AND CRT-VALINI > CRT-L-DATA
              MOVE "F" TO CRT-L-SITUACAO.
           IF CRT-VALFIM NOT = ZEROS AND CRT-VALFIM < CRT-L-DATA
              MOVE "X" TO CRT-L-SITUACAO.
       ROT-FIM.
           CLOSE CADCARTEIRA.
       ROT-FIMP.
           EXIT PROGRAM.
