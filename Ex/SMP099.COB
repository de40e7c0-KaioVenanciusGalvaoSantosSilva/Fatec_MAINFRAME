      * DO PACIENTE, O VALOR, A FORMA E O OPERADOR      *
      * LOGADO (SESSAO.DAT). UM DIA JA FECHADO PELO     *
      * SMP100 (REGISTRO NO CXFECHA) NAO ACEITA MAIS    *
      * LANCAMENTOS. RECIBO EM CARTAO GRAVA TAMBEM O    *
      * CODIGO DE AUTORIZACAO E A MODALIDADE NO CADCXCAR*
      * PARA A CONCILIACAO COM A ADQUIRENTE (SMP156).   *
      * DATA EM MES CONTABIL FECHADO (VERPERIOD) TAMBEM *
      * E RECUSADA: O RECIBO TARDIO ENTRA COM DATA DO   *
      * PERIODO ABERTO.                                 *
      * O RECIBO LEVA A FILIAL DO OPERADOR (VERFILIAL); *
      * SO O OPERADOR DA MATRIZ DIGITA A FILIAL.        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
       SELECT CXFECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
       SELECT CADCXCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CC-CAIXACHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CC-AUTORIZ
                                   WITH DUPLICATES.
       SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD CXFECHA
               LABEL RECORD IS STANDARD
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
       FD CADCXCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXCAR.DAT".
       01 REGCXCAR.
          03 CC-CAIXACHAVE      PIC X(12).
          03 CC-AUTORIZ         PIC X(06).
          03 CC-MODAL           PIC X(01).
          03 CC-SITUACAO        PIC X(01).
          03 CC-NSU             PIC X(12).
          03 CC-DATAPAG         PIC 9(08).
          03 CC-TAXA            PIC 9(07)V99.
          03 CC-VALLIQ          PIC 9(07)V99.
      *
       FD SESSAO
               LABEL RECORD IS STANDARD
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 W-PROXSEQ     PIC 9(04) VALUE ZEROS.
       01 W-SAVECX      PIC X(51) VALUE SPACES.
      *---------[ PERIODO CONTABIL (VERPERIOD) ]-------------------
       01 PER-DATA      PIC 9(08) VALUE ZEROS.
       01 PER-FECHADO   PIC X(01) VALUE SPACES.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
               VALUE  "    VALOR RECEBIDO: ".
           05  LINE 12  COLUMN 01
               VALUE  "    FORMA :   ( D=DINHEIRO  C=CARTAO  P=PIX )".
           05  LINE 13  COLUMN 01
               VALUE  "    AUTORIZ.:         MODAL.:   (D=DEB C=CRED)".
           05  LINE 14  COLUMN 01
               VALUE  "    OPERADOR :              FILIAL : ".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCXDATADD
               LINE 12  COLUMN 13  PIC X(01)
               USING  CX-FORMA
               HIGHLIGHT.
           05  TCCAUTORIZ
               LINE 13  COLUMN 15  PIC X(06)
               USING  CC-AUTORIZ
               HIGHLIGHT.
           05  TCCMODAL
               LINE 13  COLUMN 31  PIC X(01)
               USING  CC-MODAL
               HIGHLIGHT.
           05  TWOPERADOR
               LINE 14  COLUMN 16  PIC X(10)
               USING  W-OPERADOR
               HIGHLIGHT.
           05  TCXFILIAL
               LINE 14  COLUMN 38  PIC 9(02)
               USING  CX-FILIAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
                 MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0D.
           OPEN I-O CADCXCAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCXCAR
                 CLOSE CADCXCAR
                 GO TO R0D
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCXCAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      * OPERADOR LOGADO: VEM DO ITEM EXTERNAL GRAVADO PELO
      * CADMENU NO LOGIN (VALE NA UNIDADE DE EXECUCAO DO
           MOVE W-DSMM TO CX-DATAMM
           MOVE W-DSDD TO CX-DATADD
           MOVE ZEROS  TO CX-SEQ CX-CPF CX-VALOR
           MOVE SPACES TO CX-FORMA TXTNOMEPACI CC-AUTORIZ CC-MODAL
           MOVE ZEROS  TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           MOVE FIL-PADRAO TO CX-FILIAL
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
      * MES CONTABIL JA EXPORTADO NAO RECEBE RECIBO ATRASADO
      *
           MOVE CX-DATA TO PER-DATA
           CALL "VERPERIOD" USING PER-DATA PER-FECHADO
           IF PER-FECHADO = "S"
              MOVE "*MES CONTABIL FECHADO, LANCE NO MES ABERTO*"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       R3.
           DISPLAY TELA2
              MOVE "*FORMA INVALIDA (D/C/P)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF CX-FORMA NOT = "C"
              MOVE SPACES TO CC-AUTORIZ CC-MODAL
              DISPLAY TELA2
              GO TO R7.
      *
      * CARTAO: AUTORIZACAO DO COMPROVANTE E MODALIDADE, USADOS
      * NA CONCILIACAO COM O ARQUIVO DA ADQUIRENTE
      *
       R6.
           DISPLAY TELA2
              ACCEPT TCCAUTORIZ
              ACCEPT TCCMODAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R6A.
           IF CC-MODAL = "d" MOVE "D" TO CC-MODAL.
           IF CC-MODAL = "c" MOVE "C" TO CC-MODAL.
           IF CC-AUTORIZ = SPACES
              MOVE "*Insira a autorizacao do comprovante*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF CC-MODAL NOT = "D" AND NOT = "C"
              MOVE "*MODALIDADE INVALIDA (D/C)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *
      * FILIAL DO RECIBO: O OPERADOR DE FILIAL FICA COM A DELE;
      * O DA MATRIZ (TODAS AS FILIAIS) INFORMA ONDE RECEBEU
      *
       R7.
           IF FIL-TODAS NOT = "S"
              GO TO INC-OPC.
           DISPLAY TELA2
              ACCEPT TCXFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                MOVE W-HORASYS (1:6) TO CX-HORA
                MOVE W-OPERADOR TO CX-OPERADOR
                WRITE REGCAIXA
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF CX-FORMA NOT = "C"
                   GO TO INC-WR9.
       INC-WR2.
                MOVE CAIXA-CHAVE TO CC-CAIXACHAVE
                MOVE SPACES      TO CC-SITUACAO CC-NSU
                MOVE ZEROS       TO CC-DATAPAG CC-TAXA CC-VALLIQ
                WRITE REGCXCAR
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADCXCAR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-WR9.
                MOVE "*** RECIBO GRAVADO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAIXA CXFECHA CADPACI CADCXCAR.
           EXIT PROGRAM.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
