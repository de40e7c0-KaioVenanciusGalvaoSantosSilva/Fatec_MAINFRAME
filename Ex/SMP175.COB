       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEROVERB.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE OVERBOOK CONTROLADO. *
      * MODO V: DIZ SE O HORARIO OCUPADO (CHAVE DA      *
      * AGENDA) ACEITA MAIS UM PACIENTE EM OVERBOOK,    *
      * PELA TAXA DE FALTAS DO MEDICO NA JANELA MOVEL   *
      * (FALTAS / (REALIZADOS + FALTAS) NOS ULTIMOS     *
      * OVBJANELA DIAS, MINIMO DE OVBMINAG ATENDIMENTOS *
      * FECHADOS). LIMITE DO TURNO = TAXA X AGENDADOS   *
      * NORMAIS DO TURNO, ARREDONDADO PARA BAIXO E NO   *
      * MAXIMO OVBMAXTUR. PARA ESPALHAR PELO DIA, SO UM *
      * OVERBOOK POR HORA CHEIA DO MEDICO.              *
      * TURNOS: 1=ATE 11:59  2=12:00-17:59  3=18:00-    *
      * MODO G: REGISTRA NO CADOVERB O ENCAIXE GRAVADO  *
      * COMO OVERBOOK (CHAVE DA AGENDA DO ENCAIXE).     *
      * OVERBOOK CANCELADO OU REMARCADO NAO CONTA.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
       SELECT CADOVERB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OVB-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGENDA.
          03 AGENDA-CHAVE.
             05 AG-DATA.
                07 AG-DATAAA    PIC 9(04).
                07 AG-DATAMM    PIC 9(02).
                07 AG-DATADD    PIC 9(02).
             05 AG-HORA.
                07 AG-HORAHH    PIC 9(02).
                07 AG-HORAMM    PIC 9(02).
             05 AG-CRM.
                07 AG-CRMNUM    PIC 9(06).
                07 AG-CRMUF     PIC X(02).
             05 AG-SEQENC       PIC 9(01).
          03 AG-CPF             PIC 9(11).
          03 AG-STATUS          PIC X(01).
          03 AG-SALA            PIC 9(03).
          03 AG-MODAL           PIC X(01).
          03 AG-VIDEOLINK       PIC X(40).
          03 AG-FILIAL          PIC 9(02).
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADOVERB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOVERB.DAT".
       01 REGOVERB.
          03 OVB-CHAVE.
             05 OVB-DATA        PIC 9(08).
             05 OVB-HORA.
                07 OVB-HORAHH   PIC 9(02).
                07 OVB-HORAMM   PIC 9(02).
             05 OVB-CRM.
                07 OVB-CRMNUM   PIC 9(06).
                07 OVB-CRMUF    PIC X(02).
             05 OVB-SEQENC      PIC 9(01).
          03 OVB-TAXA           PIC 9(03)V9.
          03 OVB-LIMITE         PIC 9(02).
          03 OVB-DATAREG        PIC 9(08).
          03 OVB-OPER           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-JANELA          PIC 9(03) VALUE 90.
       77 W-MINAG           PIC 9(03) VALUE 20.
       77 W-MAXTUR          PIC 9(02) VALUE 2.
       77 W-REALIZ          PIC 9(05) VALUE ZEROS.
       77 W-FALTAS          PIC 9(05) VALUE ZEROS.
       77 W-FECHADOS        PIC 9(05) VALUE ZEROS.
       77 W-BOOKTUR         PIC 9(03) VALUE ZEROS.
       77 W-USADOS          PIC 9(02) VALUE ZEROS.
       77 W-NAHORA          PIC 9(02) VALUE ZEROS.
       77 W-LIMITE          PIC 9(05) VALUE ZEROS.
       77 W-TURNO           PIC 9(01) VALUE ZEROS.
       77 W-TURNOREG        PIC 9(01) VALUE ZEROS.
       77 W-HH              PIC 9(02) VALUE ZEROS.
       77 W-NUMHOJE         PIC 9(07) VALUE ZEROS.
       77 W-NUMINI          PIC 9(07) VALUE ZEROS.
       77 W-DIANUM          PIC 9(07) VALUE ZEROS.
       77 W-JA              PIC 9(05) VALUE ZEROS.
       77 W-JM              PIC 9(02) VALUE ZEROS.
       77 W-J1              PIC 9(07) VALUE ZEROS.
       77 W-J2              PIC 9(07) VALUE ZEROS.
       77 W-QTDED           PIC ZZZZ9.
       01 W-OPERADOR        PIC X(10) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 PRM-CODIGO        PIC X(10) VALUE SPACES.
       01 PRM-VALOR         PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU         PIC X(01) VALUE SPACES.
      *
      * CHAVE DO HORARIO PEDIDO (MESMO LAYOUT DA AGENDA)
      *
       01 W-ALVO.
          03 W-ALDATA          PIC 9(08).
          03 W-ALHORA.
             05 W-ALHH         PIC 9(02).
             05 W-ALMM         PIC 9(02).
          03 W-ALCRM.
             05 W-ALCRMNUM     PIC 9(06).
             05 W-ALCRMUF      PIC X(02).
          03 W-ALSEQ           PIC 9(01).
       01 W-DATASYS.
          03 W-DSAA         PIC 9(04).
          03 W-DSMM         PIC 9(02).
          03 W-DSDD         PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 W-DATAQ.
          03 W-DQAA         PIC 9(04).
          03 W-DQMM         PIC 9(02).
          03 W-DQDD         PIC 9(02).
       01 W-DATAQ9 REDEFINES W-DATAQ PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OVB-L-MODO        PIC X(01).
       01 OVB-L-CHAVE       PIC X(21).
       01 OVB-L-PERMITE     PIC X(01).
       01 OVB-L-TAXA        PIC 9(03)V9.
       01 OVB-L-LIMITE      PIC 9(02).
       01 OVB-L-USADOS      PIC 9(02).
       01 OVB-L-MOTIVO      PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OVB-L-MODO OVB-L-CHAVE OVB-L-PERMITE
                                OVB-L-TAXA OVB-L-LIMITE OVB-L-USADOS
                                OVB-L-MOTIVO.
       INICIO.
           MOVE OVB-L-CHAVE TO W-ALVO
           IF OVB-L-MODO = "G"
              GO TO GRV-OVB.
           MOVE "N"    TO OVB-L-PERMITE
           MOVE ZEROS  TO OVB-L-TAXA OVB-L-LIMITE OVB-L-USADOS
           MOVE SPACES TO OVB-L-MOTIVO
           MOVE ZEROS  TO W-REALIZ W-FALTAS W-BOOKTUR W-USADOS
                          W-NAHORA
           MOVE "OVBJANELA " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
              MOVE PRM-VALOR TO W-JANELA.
           MOVE "OVBMINAG  " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-MINAG.
           MOVE "OVBMAXTUR " TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-MAXTUR.
           IF W-MAXTUR = ZEROS
              MOVE "*OVERBOOK DESATIVADO (OVBMAXTUR = 0)*"
                                               TO OVB-L-MOTIVO
              GO TO ROT-FIMP.
           MOVE W-ALHH TO W-HH
           PERFORM CALC-TURNO THRU CALC-TURNO-FIM
           MOVE W-TURNOREG TO W-TURNO
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-DATASYS9 TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           MOVE W-DIANUM TO W-NUMHOJE
           COMPUTE W-NUMINI = W-NUMHOJE - W-JANELA
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              MOVE "*AGENDA INDISPONIVEL*" TO OVB-L-MOTIVO
              GO TO ROT-FIMP.
      *
      * O HORARIO NORMAL (ENCAIXE 0) PRECISA ESTAR OCUPADO
      *
           MOVE W-ALVO TO AGENDA-CHAVE
           MOVE ZEROS  TO AG-SEQENC
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              MOVE "*HORARIO LIVRE: AGENDE NORMALMENTE*"
                                               TO OVB-L-MOTIVO
              GO TO ROT-FIM.
           IF AG-STATUS NOT = "A" AND NOT = "X"
              MOVE "*HORARIO NAO ESTA COM PACIENTE AGENDADO*"
                                               TO OVB-L-MOTIVO
              GO TO ROT-FIM.
      *
      *****************************************************
      * HISTORICO DO MEDICO: FALTAS E REALIZADOS NA JANELA *
      * E AGENDADOS NORMAIS DO TURNO PEDIDO                *
      *****************************************************
      *
           MOVE W-ALCRM TO AG-CRM
           START CADAGENDA KEY IS NOT LESS THAN AG-CRM
           IF ST-ERRO NOT = "00"
              GO TO CALC-TAXA.
       LER-HIST.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CALC-TAXA.
           IF AG-CRM NOT = W-ALCRM
              GO TO CALC-TAXA.
           IF AG-DATA = W-ALDATA
              PERFORM CNT-TURNO THRU CNT-TURNO-FIM.
           IF AG-STATUS NOT = "R" AND NOT = "F"
              GO TO LER-HIST.
           MOVE AG-DATA TO W-DATAQ9
           PERFORM DIA-NUM THRU DIA-NUM-FIM
           IF W-DIANUM NOT < W-NUMHOJE OR W-DIANUM < W-NUMINI
              GO TO LER-HIST.
           IF AG-STATUS = "R"
              ADD 1 TO W-REALIZ
           ELSE
              ADD 1 TO W-FALTAS.
           GO TO LER-HIST.
      *
       CNT-TURNO.
           IF AG-SEQENC NOT = ZEROS
              GO TO CNT-TURNO-FIM.
           IF AG-STATUS = "C" OR AG-STATUS = "M"
              GO TO CNT-TURNO-FIM.
           IF AG-CPF = ZEROS
              GO TO CNT-TURNO-FIM.
           IF AG-STATUS = "O"
              GO TO CNT-TURNO-FIM.
           MOVE AG-HORAHH TO W-HH
           PERFORM CALC-TURNO THRU CALC-TURNO-FIM
           IF W-TURNOREG = W-TURNO
              ADD 1 TO W-BOOKTUR.
       CNT-TURNO-FIM.
           EXIT.
      *
       CALC-TAXA.
           COMPUTE W-FECHADOS = W-REALIZ + W-FALTAS
           IF W-FECHADOS = ZEROS OR W-FECHADOS < W-MINAG
              MOVE W-FECHADOS TO W-QTDED
              MOVE SPACES TO OVB-L-MOTIVO
              STRING "*HISTORICO INSUFICIENTE: " DELIMITED BY SIZE
                     W-QTDED                    DELIMITED BY SIZE
                     " ATEND.*"                 DELIMITED BY SIZE
                     INTO OVB-L-MOTIVO
              GO TO ROT-FIM.
           COMPUTE OVB-L-TAXA ROUNDED = W-FALTAS * 100 / W-FECHADOS
           COMPUTE W-LIMITE = W-FALTAS * W-BOOKTUR / W-FECHADOS
           IF W-LIMITE > W-MAXTUR
              MOVE W-MAXTUR TO W-LIMITE.
           MOVE W-LIMITE TO OVB-L-LIMITE
           IF W-LIMITE = ZEROS
              MOVE "*TAXA DE FALTAS NAO JUSTIFICA OVERBOOK*"
                                               TO OVB-L-MOTIVO
              GO TO ROT-FIM.
      *
      *****************************************************
      * OVERBOOKS JA GRAVADOS NO DIA PARA O MEDICO: CONTA  *
      * OS DO TURNO E OS DA MESMA HORA (SO OS AINDA ATIVOS)*
      *****************************************************
      *
           OPEN INPUT CADOVERB
           IF ST-ERRO NOT = "00"
              GO TO VER-LIMITE.
           MOVE W-ALDATA TO OVB-DATA
           MOVE ZEROS    TO OVB-HORA OVB-CRMNUM OVB-SEQENC
           MOVE LOW-VALUES TO OVB-CRMUF
           START CADOVERB KEY IS NOT LESS THAN OVB-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LER-OVB-FIM.
       LER-OVB.
           READ CADOVERB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LER-OVB-FIM.
           IF OVB-DATA NOT = W-ALDATA
              GO TO LER-OVB-FIM.
           IF OVB-CRM NOT = W-ALCRM
              GO TO LER-OVB.
           MOVE OVB-CHAVE TO AGENDA-CHAVE
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO LER-OVB.
           IF AG-STATUS = "C" OR AG-STATUS = "M"
              GO TO LER-OVB.
           MOVE OVB-HORAHH TO W-HH
           PERFORM CALC-TURNO THRU CALC-TURNO-FIM
           IF W-TURNOREG = W-TURNO
              ADD 1 TO W-USADOS.
           IF OVB-HORAHH = W-ALHH
              ADD 1 TO W-NAHORA.
           GO TO LER-OVB.
       LER-OVB-FIM.
           CLOSE CADOVERB.
      *
       VER-LIMITE.
           MOVE W-USADOS TO OVB-L-USADOS
           IF W-USADOS NOT < W-LIMITE
              MOVE "*LIMITE DE OVERBOOK DO TURNO ATINGIDO*"
                                               TO OVB-L-MOTIVO
              GO TO ROT-FIM.
           IF W-NAHORA > ZEROS
              MOVE "*JA HA OVERBOOK NESTA HORA - ESPALHAR*"
                                               TO OVB-L-MOTIVO
              GO TO ROT-FIM.
           MOVE "S" TO OVB-L-PERMITE.
       ROT-FIM.
           CLOSE CADAGENDA.
       ROT-FIMP.
           EXIT PROGRAM.
      *
      *****************************************************
      * MODO G: REGISTRA O ENCAIXE COMO OVERBOOK           *
      *****************************************************
      *
       GRV-OVB.
           OPEN I-O CADOVERB
           IF ST-ERRO = "30"
              OPEN OUTPUT CADOVERB
              CLOSE CADOVERB
              OPEN I-O CADOVERB.
           IF ST-ERRO NOT = "00"
              MOVE "N" TO OVB-L-PERMITE
              MOVE "*ERRO NA ABERTURA DO CADOVERB*" TO OVB-L-MOTIVO
              GO TO ROT-FIMP.
           MOVE SPACES TO W-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO W-OPERADOR.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-ALVO       TO OVB-CHAVE
           MOVE OVB-L-TAXA   TO OVB-TAXA
           MOVE OVB-L-LIMITE TO OVB-LIMITE
           MOVE W-DATASYS9   TO OVB-DATAREG
           MOVE W-OPERADOR   TO OVB-OPER
           WRITE REGOVERB
           IF ST-ERRO = "22"
              REWRITE REGOVERB.
           MOVE "S" TO OVB-L-PERMITE
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "N" TO OVB-L-PERMITE
              MOVE "*ERRO NA GRAVACAO DO CADOVERB*" TO OVB-L-MOTIVO.
           CLOSE CADOVERB
           GO TO ROT-FIMP.
      *
      *****************************************************
      * TURNO DA HORA W-HH                                 *
      *****************************************************
      *
       CALC-TURNO.
           MOVE 1 TO W-TURNOREG
           IF W-HH > 11
              MOVE 2 TO W-TURNOREG.
           IF W-HH > 17
              MOVE 3 TO W-TURNOREG.
       CALC-TURNO-FIM.
           EXIT.
      *
      *****************************************************
      * NUMERO DO DIA (CONTAGEM CORRIDA) DE W-DATAQ        *
      *****************************************************
      *
       DIA-NUM.
           MOVE W-DQAA TO W-JA
           MOVE W-DQMM TO W-JM
           IF W-JM < 3
              SUBTRACT 1 FROM W-JA
              ADD 12 TO W-JM.
           COMPUTE W-DIANUM = 365 * W-JA + W-DQDD
           DIVIDE W-JA BY 4 GIVING W-J1
           ADD W-J1 TO W-DIANUM
           DIVIDE W-JA BY 100 GIVING W-J1
           SUBTRACT W-J1 FROM W-DIANUM
           DIVIDE W-JA BY 400 GIVING W-J1
           ADD W-J1 TO W-DIANUM
           COMPUTE W-J2 = 153 * (W-JM - 3) + 2
           DIVIDE W-J2 BY 5 GIVING W-J1
           ADD W-J1 TO W-DIANUM.
       DIA-NUM-FIM.
           EXIT.
