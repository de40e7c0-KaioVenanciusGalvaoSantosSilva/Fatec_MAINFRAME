       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERORIGEM.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA: O REGISTRO VEIO DE     *
      * OUTRA CLINICA (IMPORTACAO DO PACIENTE           *
      * TRANSFERIDO, SMP222)? PROCURA NO CADORIGEM O    *
      * TIPO + CHAVE DO REGISTRO:                       *
      *   P - CADASTRO DO PACIENTE (CPF)                *
      *   C - CONSULTA (CHAVE DA CONSULTA)              *
      *   R - RECEITA  (CHAVE DA RECEITA)               *
      *   E - EXAME    (CHAVE DO EXAME)                 *
      * ACHANDO, DEVOLVE A CLINICA DE ORIGEM E A DATA   *
      * DA IMPORTACAO. SEM O ARQUIVO CADORIGEM A        *
      * RESPOSTA E N.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORIGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORIGEM-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORIGEM.DAT".
       01 REGORIGEM.
          03 ORIGEM-CHAVE.
             05 ORI-ARQ         PIC X(01).
             05 ORI-CHAVE       PIC X(29).
          03 ORI-CLINICA        PIC X(30).
          03 ORI-DATAIMP        PIC 9(08).
          03 ORI-OPER           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 ORI-L-ARQ         PIC X(01).
       01 ORI-L-CHAVE       PIC X(29).
       01 ORI-L-ACHOU       PIC X(01).
       01 ORI-L-CLINICA     PIC X(30).
       01 ORI-L-DATA        PIC 9(08).
      *
      *ORI-L-ACHOU: S=REGISTRO IMPORTADO DE OUTRA CLINICA  N=NAO
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ORI-L-ARQ ORI-L-CHAVE ORI-L-ACHOU
                                ORI-L-CLINICA ORI-L-DATA.
       INICIO.
           MOVE "N"    TO ORI-L-ACHOU
           MOVE SPACES TO ORI-L-CLINICA
           MOVE ZEROS  TO ORI-L-DATA
           OPEN INPUT CADORIGEM
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE ORI-L-ARQ   TO ORI-ARQ
           MOVE ORI-L-CHAVE TO ORI-CHAVE
           READ CADORIGEM
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE "S"         TO ORI-L-ACHOU
           MOVE ORI-CLINICA TO ORI-L-CLINICA
           MOVE ORI-DATAIMP TO ORI-L-DATA.
       ROT-FIM.
           CLOSE CADORIGEM.
       ROT-FIMP.
           EXIT PROGRAM.
