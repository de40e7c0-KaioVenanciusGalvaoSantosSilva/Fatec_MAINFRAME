       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPACI.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA DA LISTA DE PRE-CADASTRO (CADPREPAC), *
      * ALIMENTADA PELOS PEDIDOS DE AGENDAMENTO ONLINE  *
      * DE CPF SEM CADASTRO (SMP177).                   *
      * MODO L: PROCURA O CPF COM PRE-CADASTRO ABERTO E *
      * DEVOLVE OS DADOS INFORMADOS PELO PACIENTE PARA  *
      * PRE-PREENCHER A TELA DO CADPACI.                *
      * MODO B: DA BAIXA NO PRE-CADASTRO DO CPF DEPOIS  *
      * QUE O CADASTRO COMPLETO FOI GRAVADO NO CADPACI. *
      * PRE-L-ACHOU = S QUANDO HAVIA PRE-CADASTRO       *
      * ABERTO PARA O CPF.                              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPREPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-CPF
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPREPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREPAC.DAT".
       01 REGPREPAC.
          03 PRE-CPF           PIC 9(11).
          03 PRE-NOME          PIC X(30).
          03 PRE-DATANASC      PIC 9(08).
          03 PRE-DDD           PIC 9(03).
          03 PRE-TELEFONE      PIC 9(09).
          03 PRE-EMAIL         PIC X(30).
          03 PRE-CONVENIO      PIC 9(04).
          03 PRE-PEDIDO        PIC 9(06).
          03 PRE-CRM.
             05 PRE-CRMNUM     PIC 9(06).
             05 PRE-CRMUF      PIC X(02).
          03 PRE-ESPEC         PIC 9(02).
          03 PRE-DATAPREF     PIC 9(08).
          03 PRE-HORAPREF     PIC 9(04).
          03 PRE-DATAREC       PIC 9(08).
          03 PRE-SITUACAO      PIC X(01).
          03 PRE-DATACAD       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       01 W-DATASYS.
          03 W-DSAA         PIC 9(04).
          03 W-DSMM         PIC 9(02).
          03 W-DSDD         PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 PRE-L-MODO        PIC X(01).
       01 PRE-L-CPF         PIC 9(11).
       01 PRE-L-ACHOU       PIC X(01).
       01 PRE-L-NOME        PIC X(30).
       01 PRE-L-DATANASC    PIC 9(08).
       01 PRE-L-DDD         PIC 9(03).
       01 PRE-L-TELEFONE    PIC 9(09).
       01 PRE-L-EMAIL       PIC X(30).
       01 PRE-L-CONVENIO    PIC 9(04).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRE-L-MODO PRE-L-CPF PRE-L-ACHOU
                                PRE-L-NOME PRE-L-DATANASC PRE-L-DDD
                                PRE-L-TELEFONE PRE-L-EMAIL
                                PRE-L-CONVENIO.
       INICIO.
           MOVE "N" TO PRE-L-ACHOU
           IF PRE-L-MODO = "B"
              OPEN I-O CADPREPAC
           ELSE
              OPEN INPUT CADPREPAC.
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE PRE-L-CPF TO PRE-CPF
           READ CADPREPAC
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF PRE-SITUACAO NOT = "P"
              GO TO ROT-FIM.
           MOVE "S" TO PRE-L-ACHOU
           IF PRE-L-MODO = "B"
              GO TO BAIXA.
           MOVE PRE-NOME       TO PRE-L-NOME
           MOVE PRE-DATANASC   TO PRE-L-DATANASC
           MOVE PRE-DDD        TO PRE-L-DDD
           MOVE PRE-TELEFONE   TO PRE-L-TELEFONE
           MOVE PRE-EMAIL      TO PRE-L-EMAIL
           MOVE PRE-CONVENIO   TO PRE-L-CONVENIO
           GO TO ROT-FIM.
      *
       BAIXA.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE "C"        TO PRE-SITUACAO
           MOVE W-DATASYS9 TO PRE-DATACAD
           REWRITE REGPREPAC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO PRE-L-ACHOU.
      *
       ROT-FIM.
           CLOSE CADPREPAC.
       ROT-FIMP.
           EXIT PROGRAM.
