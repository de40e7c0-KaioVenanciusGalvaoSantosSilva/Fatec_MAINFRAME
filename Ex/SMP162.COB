       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXAREF.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DE AVALIACAO DE UM      *
      * RESULTADO DE ANALITO CONTRA A FAIXA DE          *
      * REFERENCIA (CADANALITO). A FAIXA E ESCOLHIDA    *
      * PELO SEXO (M/F, OU A=AMBOS QUANDO NAO HOUVER A  *
      * DO SEXO) E PELA IDADE NA DATA DO RESULTADO.     *
      * FLAG DEVOLVIDO:                                 *
      *   N = NORMAL      B = ABAIXO     A = ACIMA      *
      *   C = CRITICO (FORA DO LIMITE CRITICO)          *
      *   BRANCO = ANALITO SEM FAIXA CADASTRADA         *
      * LIMITE CRITICO ZERADO = SEM LIMITE NAQUELE LADO *
      * NASCIMENTO ZERADO: SO VALE FAIXA ATE 999 ANOS.  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADANALITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADANALITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADANALITO.DAT".
       01 REGANALITO.
          03 AN-CHAVE.
             05 AN-CODIGO      PIC X(06).
             05 AN-SEXO        PIC X(01).
             05 AN-IDADEINI    PIC 9(03).
          03 AN-IDADEFIM       PIC 9(03).
          03 AN-DESCRICAO      PIC X(30).
          03 AN-UNIDADE        PIC X(10).
          03 AN-REFMIN         PIC 9(05)V999.
          03 AN-REFMAX         PIC 9(05)V999.
          03 AN-CRITMIN        PIC 9(05)V999.
          03 AN-CRITMAX        PIC 9(05)V999.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-ACHOU           PIC X(01) VALUE "N".
       77 W-IDADE           PIC 9(03) VALUE ZEROS.
       01 W-FAIXA.
          03 W-FXUNIDADE    PIC X(10) VALUE SPACES.
          03 W-FXREFMIN     PIC 9(05)V999 VALUE ZEROS.
          03 W-FXREFMAX     PIC 9(05)V999 VALUE ZEROS.
          03 W-FXCRITMIN    PIC 9(05)V999 VALUE ZEROS.
          03 W-FXCRITMAX    PIC 9(05)V999 VALUE ZEROS.
       01 W-DATAREF.
          03 W-DRAA         PIC 9(04).
          03 W-DRMM         PIC 9(02).
          03 W-DRDD         PIC 9(02).
       01 W-DATAREF9 REDEFINES W-DATAREF PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 FXR-L-ANALITO     PIC X(06).
       01 FXR-L-SEXO        PIC X(01).
       01 FXR-L-NASC.
          03 FXR-L-NASCDD   PIC 9(02).
          03 FXR-L-NASCMM   PIC 9(02).
          03 FXR-L-NASCAA   PIC 9(04).
       01 FXR-L-DATA        PIC 9(08).
       01 FXR-L-VALOR       PIC 9(05)V999.
       01 FXR-L-UNIDADE     PIC X(10).
       01 FXR-L-REFMIN      PIC 9(05)V999.
       01 FXR-L-REFMAX      PIC 9(05)V999.
       01 FXR-L-FLAG        PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING FXR-L-ANALITO FXR-L-SEXO FXR-L-NASC
                                FXR-L-DATA FXR-L-VALOR FXR-L-UNIDADE
                                FXR-L-REFMIN FXR-L-REFMAX FXR-L-FLAG.
       INICIO.
           MOVE SPACES TO FXR-L-UNIDADE FXR-L-FLAG
           MOVE ZEROS  TO FXR-L-REFMIN FXR-L-REFMAX
           MOVE "N" TO W-ACHOU
           PERFORM CALC-IDADE THRU CALC-IDADE-FIM
           OPEN INPUT CADANALITO
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           PERFORM BUS-FAIXA THRU BUS-FAIXA-FIM
           IF W-ACHOU = "N"
              GO TO ROT-FIM.
           MOVE W-FXUNIDADE TO FXR-L-UNIDADE
           MOVE W-FXREFMIN  TO FXR-L-REFMIN
           MOVE W-FXREFMAX  TO FXR-L-REFMAX
           MOVE "N" TO FXR-L-FLAG
           IF FXR-L-VALOR < W-FXREFMIN
              MOVE "B" TO FXR-L-FLAG.
           IF FXR-L-VALOR > W-FXREFMAX
              MOVE "A" TO FXR-L-FLAG.
           IF W-FXCRITMIN NOT = ZEROS AND FXR-L-VALOR < W-FXCRITMIN
              MOVE "C" TO FXR-L-FLAG.
           IF W-FXCRITMAX NOT = ZEROS AND FXR-L-VALOR > W-FXCRITMAX
              MOVE "C" TO FXR-L-FLAG.
           GO TO ROT-FIM.
      *
      *****************************************************
      * IDADE EM ANOS COMPLETOS NA DATA DO RESULTADO       *
      *****************************************************
      *
       CALC-IDADE.
           MOVE 999 TO W-IDADE
           IF FXR-L-NASCAA = ZEROS
              GO TO CALC-IDADE-FIM.
           MOVE FXR-L-DATA TO W-DATAREF9
           IF W-DRAA < FXR-L-NASCAA
              MOVE ZEROS TO W-IDADE
              GO TO CALC-IDADE-FIM.
           COMPUTE W-IDADE = W-DRAA - FXR-L-NASCAA
           IF W-IDADE > ZEROS
              IF W-DRMM < FXR-L-NASCMM
                 OR (W-DRMM = FXR-L-NASCMM AND W-DRDD < FXR-L-NASCDD)
                 SUBTRACT 1 FROM W-IDADE.
       CALC-IDADE-FIM.
           EXIT.
      *
      *****************************************************
      * FAIXA DO SEXO DO PACIENTE; SE NAO HOUVER, VALE A   *
      * FAIXA DE AMBOS OS SEXOS (A) DA MESMA IDADE         *
      *****************************************************
      *
       BUS-FAIXA.
           MOVE FXR-L-ANALITO TO AN-CODIGO
           MOVE SPACES        TO AN-SEXO
           MOVE ZEROS         TO AN-IDADEINI
           START CADANALITO KEY IS NOT LESS THAN AN-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUS-FAIXA-FIM.
       BUS-FAIXA-LP.
           READ CADANALITO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUS-FAIXA-FIM.
           IF AN-CODIGO NOT = FXR-L-ANALITO
              GO TO BUS-FAIXA-FIM.
           IF W-IDADE < AN-IDADEINI OR W-IDADE > AN-IDADEFIM
              GO TO BUS-FAIXA-LP.
           IF AN-SEXO = "A" AND W-ACHOU = "N"
              PERFORM GUARDA-FAIXA THRU GUARDA-FAIXA-FIM
              GO TO BUS-FAIXA-LP.
           IF AN-SEXO NOT = FXR-L-SEXO
              GO TO BUS-FAIXA-LP.
           PERFORM GUARDA-FAIXA THRU GUARDA-FAIXA-FIM.
       BUS-FAIXA-FIM.
           EXIT.
      *
       GUARDA-FAIXA.
           MOVE "S" TO W-ACHOU
           MOVE AN-UNIDADE  TO W-FXUNIDADE
           MOVE AN-REFMIN   TO W-FXREFMIN
           MOVE AN-REFMAX   TO W-FXREFMAX
           MOVE AN-CRITMIN  TO W-FXCRITMIN
           MOVE AN-CRITMAX  TO W-FXCRITMAX.
       GUARDA-FAIXA-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADANALITO.
       ROT-FIMP.
           EXIT PROGRAM.
