       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVESTQ.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE MOVIMENTO DE ESTOQUE *
      * ATUALIZA O SALDO POR ITEM (CODIGO DO CADMEDIC), *
      * FILIAL E LOTE NO CADESTOQUE E GRAVA O MOVIMENTO *
      * NO CADESTMOV. TIPOS:                            *
      *   E = ENTRADA (COMPRA) - EXIGE VALIDADE         *
      *   S = SAIDA (USO/CONSUMO) - LOTE VENCIDO RECUSA *
      *   D = DESCARTE (VENCIDO/PERDA)                  *
      *   R = DEVOLUCAO AO ESTOQUE (ESTORNO DE SAIDA)   *
      * SAIDA SEM LOTE INFORMADO: PEGA O LOTE COM SALDO *
      * DE VALIDADE MAIS PROXIMA (FEFO) E DEVOLVE O     *
      * LOTE/VALIDADE ESCOLHIDOS NA LINKAGE.            *
      * RETORNO: S=OK  N=SEM SALDO/LOTE INEXISTENTE     *
      *          V=LOTE VENCIDO  E=ERRO DE ARQUIVO      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTOQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESTQ-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESTQ-VALIDADE
                                   WITH DUPLICATES.
       SELECT CADESTMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MOV-DOC
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESTOQUE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQUE.DAT".
       01 REGESTOQUE.
          03 ESTQ-CHAVE.
             05 ESTQ-ITEM      PIC 9(06).
             05 ESTQ-FILIAL    PIC 9(02).
             05 ESTQ-LOTE      PIC X(15).
          03 ESTQ-VALIDADE     PIC 9(08).
          03 ESTQ-SALDO        PIC 9(07).
          03 ESTQ-DATAULT      PIC 9(08).
      *
       FD CADESTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTMOV.DAT".
       01 REGESTMOV.
          03 MOV-CHAVE.
             05 MOV-DATA       PIC 9(08).
             05 MOV-HORA       PIC 9(06).
             05 MOV-SEQ        PIC 9(03).
          03 MOV-TIPO          PIC X(01).
          03 MOV-ITEM          PIC 9(06).
          03 MOV-FILIAL        PIC 9(02).
          03 MOV-LOTE          PIC X(15).
          03 MOV-VALIDADE      PIC 9(08).
          03 MOV-QTDE          PIC 9(07).
          03 MOV-VALUNIT       PIC 9(07)V99.
          03 MOV-DOC           PIC X(27).
          03 MOV-OPERADOR      PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-DSAA         PIC 9(04).
          03 W-DSMM         PIC 9(02).
          03 W-DSDD         PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-HORASYS.
          03 W-HSHH         PIC 9(02).
          03 W-HSMM         PIC 9(02).
          03 W-HSSS         PIC 9(02).
          03 W-HSCC         PIC 9(02).
       01 W-MELHOR.
          03 W-MLOTE        PIC X(15) VALUE SPACES.
          03 W-MVALIDADE    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 EST-L-TIPO        PIC X(01).
       01 EST-L-ITEM        PIC 9(06).
       01 EST-L-FILIAL      PIC 9(02).
       01 EST-L-LOTE        PIC X(15).
       01 EST-L-VALIDADE    PIC 9(08).
       01 EST-L-QTDE        PIC 9(07).
       01 EST-L-VALUNIT     PIC 9(07)V99.
       01 EST-L-DOC         PIC X(27).
       01 EST-L-RET         PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EST-L-TIPO EST-L-ITEM EST-L-FILIAL
                                EST-L-LOTE EST-L-VALIDADE EST-L-QTDE
                                EST-L-VALUNIT EST-L-DOC EST-L-RET.
       INICIO.
           MOVE "E" TO EST-L-RET
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           OPEN I-O CADESTOQUE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTOQUE
                 CLOSE CADESTOQUE
                 OPEN I-O CADESTOQUE
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 GO TO ROT-FIMP.
       INICIO-A.
           OPEN I-O CADESTMOV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTMOV
                 CLOSE CADESTMOV
                 OPEN I-O CADESTMOV
                 IF ST-ERRO NOT = "00"
                    CLOSE CADESTOQUE
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 CLOSE CADESTOQUE
                 GO TO ROT-FIMP.
           IF EST-L-QTDE = ZEROS
              MOVE "N" TO EST-L-RET
              GO TO ROT-FIM.
           IF EST-L-TIPO = "E" OR "R"
              GO TO ENTRADA.
           IF EST-L-LOTE = SPACES
              PERFORM BUS-FEFO THRU BUS-FEFO-FIM
              IF W-MLOTE = SPACES
                 MOVE "N" TO EST-L-RET
                 GO TO ROT-FIM
              ELSE
                 MOVE W-MLOTE TO EST-L-LOTE.
      *
      *****************************************************
      * SAIDA / DESCARTE                                   *
      *****************************************************
      *
       SAIDA.
           MOVE EST-L-ITEM   TO ESTQ-ITEM
           MOVE EST-L-FILIAL TO ESTQ-FILIAL
           MOVE EST-L-LOTE   TO ESTQ-LOTE
           READ CADESTOQUE
           IF ST-ERRO NOT = "00"
              MOVE "N" TO EST-L-RET
              GO TO ROT-FIM.
           IF ESTQ-SALDO < EST-L-QTDE
              MOVE "N" TO EST-L-RET
              GO TO ROT-FIM.
           IF EST-L-TIPO = "S" AND ESTQ-VALIDADE < W-DATASYS9
              MOVE "V" TO EST-L-RET
              GO TO ROT-FIM.
           SUBTRACT EST-L-QTDE FROM ESTQ-SALDO
           MOVE W-DATASYS9 TO ESTQ-DATAULT
           REWRITE REGESTOQUE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE ESTQ-VALIDADE TO EST-L-VALIDADE
           GO TO GRAVA-MOV.
      *
      *****************************************************
      * ENTRADA / DEVOLUCAO                                *
      *****************************************************
      *
       ENTRADA.
           MOVE EST-L-ITEM   TO ESTQ-ITEM
           MOVE EST-L-FILIAL TO ESTQ-FILIAL
           MOVE EST-L-LOTE   TO ESTQ-LOTE
           READ CADESTOQUE
           IF ST-ERRO = "00"
              ADD EST-L-QTDE TO ESTQ-SALDO
              IF EST-L-VALIDADE NOT = ZEROS
                 MOVE EST-L-VALIDADE TO ESTQ-VALIDADE
                 MOVE W-DATASYS9 TO ESTQ-DATAULT
                 REWRITE REGESTOQUE
              ELSE
                 MOVE ESTQ-VALIDADE TO EST-L-VALIDADE
                 MOVE W-DATASYS9 TO ESTQ-DATAULT
                 REWRITE REGESTOQUE
           ELSE
              IF EST-L-TIPO = "R"
                 MOVE "N" TO EST-L-RET
                 GO TO ROT-FIM
              ELSE
                 MOVE EST-L-VALIDADE TO ESTQ-VALIDADE
                 MOVE EST-L-QTDE     TO ESTQ-SALDO
                 MOVE W-DATASYS9     TO ESTQ-DATAULT
                 WRITE REGESTOQUE.
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
      *
      *****************************************************
      * GRAVA O MOVIMENTO (DATA + HORA + SEQUENCIA)        *
      *****************************************************
      *
       GRAVA-MOV.
           MOVE W-DATASYS9       TO MOV-DATA
           MOVE W-HORASYS (1:6)  TO MOV-HORA
           MOVE ZEROS            TO MOV-SEQ
           MOVE EST-L-TIPO       TO MOV-TIPO
           MOVE EST-L-ITEM       TO MOV-ITEM
           MOVE EST-L-FILIAL     TO MOV-FILIAL
           MOVE EST-L-LOTE       TO MOV-LOTE
           MOVE EST-L-VALIDADE   TO MOV-VALIDADE
           MOVE EST-L-QTDE       TO MOV-QTDE
           MOVE EST-L-VALUNIT    TO MOV-VALUNIT
           MOVE EST-L-DOC        TO MOV-DOC
           MOVE SPACES           TO MOV-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO MOV-OPERADOR.
       GRAVA-MOV-WR.
           WRITE REGESTMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              GO TO GRAVA-MOV-WR.
           IF ST-ERRO = "00" OR "02"
              MOVE "S" TO EST-L-RET.
           GO TO ROT-FIM.
      *
      *****************************************************
      * FEFO: LOTE NAO VENCIDO COM SALDO SUFICIENTE E A    *
      * VALIDADE MAIS PROXIMA (DESCARTE ACEITA VENCIDO)    *
      *****************************************************
      *
       BUS-FEFO.
           MOVE SPACES TO W-MLOTE
           MOVE ZEROS  TO W-MVALIDADE
           MOVE EST-L-ITEM   TO ESTQ-ITEM
           MOVE EST-L-FILIAL TO ESTQ-FILIAL
           MOVE LOW-VALUES   TO ESTQ-LOTE
           START CADESTOQUE KEY IS NOT LESS THAN ESTQ-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-FEFO-FIM.
       BUS-FEFO-LP.
           READ CADESTOQUE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-FEFO-FIM.
           IF ESTQ-ITEM NOT = EST-L-ITEM
              OR ESTQ-FILIAL NOT = EST-L-FILIAL
              GO TO BUS-FEFO-FIM.
           IF ESTQ-SALDO < EST-L-QTDE
              GO TO BUS-FEFO-LP.
           IF EST-L-TIPO = "S" AND ESTQ-VALIDADE < W-DATASYS9
              GO TO BUS-FEFO-LP.
           IF W-MLOTE = SPACES OR ESTQ-VALIDADE < W-MVALIDADE
              MOVE ESTQ-LOTE     TO W-MLOTE
              MOVE ESTQ-VALIDADE TO W-MVALIDADE.
           GO TO BUS-FEFO-LP.
       BUS-FEFO-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADESTOQUE CADESTMOV.
       ROT-FIMP.
           EXIT PROGRAM.
