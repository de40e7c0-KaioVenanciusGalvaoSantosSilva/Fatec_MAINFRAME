      * RECEPCAO (CADCAIXA). CONSULTAS PAGAS PELA    *
      * OPERADORA NAO ENTRAM, POIS NAO SAO           *
      * DESEMBOLSO DO PACIENTE. SAIDA: DECLARIR.TXT  *
      * OS RECIBOS SAO LIDOS PELA CHAVE CX-CPF.      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT DECLARTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD DECLARTX
               LABEL RECORD IS STANDARD
      *****************************************************
      *
       R4.
           MOVE W-CPFPROC TO CX-CPF
           START CADCAIXA KEY IS EQUAL TO CX-CPF
           IF ST-ERRO NOT = "00"
              GO TO R5.
       R4-LP.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R5.
           IF CX-CPF NOT = W-CPFPROC
              GO TO R5.
           IF CX-DATAAA NOT = W-ANOPROC
              GO TO R4-LP.
           ADD CX-VALOR TO TBM-VAL(CX-DATAMM)
           ADD CX-VALOR TO W-TOTANO
