       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVUSOCONT.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA DO USO CONTINUO         *
      * (CADUSOCONT). ITEM DE RECEITA COM "CONTIN" NA  *
      * DURACAO, COM CODIGO DE MEDICAMENTO E NAO       *
      * CONTROLADO, GANHA UMA MARCA COM O FIM DO       *
      * ESTOQUE = DATA DO ITEM + DIAS DA DURACAO       *
      * (PRIMEIRO NUMERO X UNIDADE; SEM NUMERO = 30,   *
      * LIMITE DE 365). SO A MARCA MAIS RECENTE DO     *
      * PACIENTE + MEDICAMENTO FICA ATIVA; AS MAIS     *
      * ANTIGAS PASSAM A S (SUBSTITUIDA). MODOS:       *
      *   M - MARCA/ATUALIZA (ITEM FORA DA REGRA PERDE *
      *       A MARCA)                                 *
      *   B - MARCA SO SE AINDA NAO TEM (CARGA)        *
      *   R - MARCA O ITEM NOVO E PASSA O ITEM ANTIGO  *
      *       (UCO-L-ANT) PARA R = RENOVADO            *
      *   N - ITEM ANTIGO RECUSADO: EXIGE CONSULTA     *
      *   X - ITEM EXCLUIDO: APAGA A MARCA             *
      * SITUACAO: A=EM USO P=PENDENTE DE RENOVACAO     *
      * R=RENOVADO N=RECUSADO S=SUBSTITUIDO            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADUSOCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UCO-RECCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS UCO-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS UCO-PACMED
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUSOCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOCONT.DAT".
       01 REGUSOCONT.
          03 UCO-RECCHAVE.
             05 UCO-CPF         PIC 9(11).
             05 UCO-DATA        PIC 9(08).
             05 UCO-RCRM        PIC X(08).
             05 UCO-SEQ         PIC 9(02).
          03 UCO-CRM            PIC X(08).
          03 UCO-PACMED.
             05 UCO-PCPF        PIC 9(11).
             05 UCO-MEDCOD      PIC 9(06).
          03 UCO-DIAS           PIC 9(03).
          03 UCO-FIMSUP         PIC 9(08).
          03 UCO-STATUS         PIC X(01).
          03 UCO-DATASIT        PIC 9(08).
          03 UCO-RENOVADA       PIC X(29).
          03 UCO-OPER           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-EXISTE          PIC X(01) VALUE "N".
       77 W-CONTIN          PIC X(01) VALUE "N".
       77 W-STANT           PIC X(01) VALUE SPACES.
       77 W-NOVOST          PIC X(01) VALUE SPACES.
       77 W-K               PIC 9(03) VALUE ZEROS.
       01 W-RENANT          PIC X(29) VALUE SPACES.
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-DATASYS         PIC 9(08) VALUE ZEROS.
      *---------[ DURACAO DO ITEM CONVERTIDA EM DIAS ]--------------
       01 W-DURTXT.
          03 W-DURCAR   PIC X(01) OCCURS 20 TIMES.
       77 W-DI          PIC 9(02) VALUE ZEROS.
       77 W-DIG         PIC 9(01) VALUE ZEROS.
       77 W-DURNUM      PIC 9(05) VALUE ZEROS.
       77 W-DURDIAS     PIC 9(05) VALUE ZEROS.
       77 W-QTUNID      PIC 9(02) VALUE ZEROS.
      *---------[ FIM DO ESTOQUE: DATA DO ITEM + N DIAS ]-----------
       01 W-DTSEM.
          03 W-DPAA    PIC 9(04) VALUE ZEROS.
          03 W-DPMM    PIC 9(02) VALUE ZEROS.
          03 W-DPDD    PIC 9(02) VALUE ZEROS.
       01 W-DTSEM9 REDEFINES W-DTSEM PIC 9(08).
       77 W-DIASMES      PIC 9(02) VALUE ZEROS.
       77 W-R4           PIC 9(04) VALUE ZEROS.
       77 W-R100         PIC 9(04) VALUE ZEROS.
       77 W-R400         PIC 9(04) VALUE ZEROS.
       77 W-QTO          PIC 9(04) VALUE ZEROS.
       01 TAB-DIASMES.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 28.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
          03 FILLER PIC 9(02) VALUE 30.
          03 FILLER PIC 9(02) VALUE 31.
       01 TAB-DIASMES-R REDEFINES TAB-DIASMES.
          03 TD-VAL PIC 9(02) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 UCO-L-MODO        PIC X(01).
      *
      * IMAGEM DO REGISTRO DO CADRECEITA (REGRECEITA)
      *
       01 UCO-L-REC.
          03 UCO-L-CHAVE.
             05 UCO-L-CPF       PIC 9(11).
             05 UCO-L-DATA      PIC 9(08).
             05 UCO-L-CRM       PIC X(08).
             05 UCO-L-SEQ       PIC 9(02).
          03 UCO-L-MEDICAMENTO  PIC X(30).
          03 UCO-L-DOSAGEM      PIC X(20).
          03 UCO-L-DURACAO      PIC X(20).
          03 UCO-L-MEDCOD       PIC 9(06).
       01 UCO-L-CONTROL     PIC X(01).
       01 UCO-L-ANT         PIC X(29).
       01 UCO-L-OK          PIC X(01).
      *
      *UCO-L-CONTROL: S=MEDICAMENTO CONTROLADO (NUNCA GANHA MARCA)
      *UCO-L-OK: S=MARCA GRAVADA/ALTERADA/APAGADA  N=NADA FEITO
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING UCO-L-MODO UCO-L-REC UCO-L-CONTROL
                                UCO-L-ANT UCO-L-OK.
       INICIO.
           MOVE "N" TO UCO-L-OK
           OPEN I-O CADUSOCONT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADUSOCONT
                 CLOSE CADUSOCONT
                 OPEN I-O CADUSOCONT
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIMP
                 ELSE
                    NEXT SENTENCE
              ELSE
                 GO TO ROT-FIMP.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           IF UCO-L-MODO = "X"
              GO TO MOD-EXCLUI.
           IF UCO-L-MODO = "N"
              GO TO MOD-RECUSA.
           IF UCO-L-MODO NOT = "M" AND "B" AND "R"
              GO TO ROT-FIM.
      *
      *****************************************************
      * M / B / R: MARCA DO ITEM INFORMADO                 *
      *****************************************************
      *
           MOVE UCO-L-CHAVE TO UCO-RECCHAVE
           READ CADUSOCONT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE UCO-STATUS   TO W-STANT
              MOVE UCO-RENOVADA TO W-RENANT
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE SPACES TO W-STANT W-RENANT.
           IF UCO-L-MODO = "B" AND W-EXISTE = "S"
              GO TO ROT-FIM.
           PERFORM VER-CONTIN THRU VER-CONTIN-FIM
           IF W-CONTIN NOT = "S"
              IF W-EXISTE = "S"
                 DELETE CADUSOCONT RECORD
                 MOVE "S" TO UCO-L-OK
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           PERFORM CALC-FIM THRU CALC-FIM-FIM
      *
      * RENOVADA OU SUBSTITUIDA CONTINUA ASSIM NA ALTERACAO
      *
           MOVE "A" TO W-NOVOST
           IF W-STANT = "R" OR "S"
              MOVE W-STANT TO W-NOVOST.
           PERFORM SUBSTITUI THRU SUBSTITUI-FIM
           MOVE UCO-L-CHAVE    TO UCO-RECCHAVE
           MOVE UCO-L-CRM      TO UCO-CRM
           MOVE UCO-L-CPF      TO UCO-PCPF
           MOVE UCO-L-MEDCOD   TO UCO-MEDCOD
           MOVE W-DURDIAS      TO UCO-DIAS
           MOVE W-DTSEM9       TO UCO-FIMSUP
           MOVE W-NOVOST       TO UCO-STATUS
           MOVE W-DATASYS      TO UCO-DATASIT
           MOVE W-RENANT       TO UCO-RENOVADA
           MOVE SESSAO-OPERADOR TO UCO-OPER
           IF W-EXISTE = "S"
              REWRITE REGUSOCONT
           ELSE
              WRITE REGUSOCONT.
           IF ST-ERRO NOT = "00" AND "02"
              GO TO ROT-FIM.
           MOVE "S" TO UCO-L-OK
           IF UCO-L-MODO NOT = "R"
              GO TO ROT-FIM.
      *
      * RENOVACAO: O ITEM ANTIGO APONTA PARA O NOVO
      *
           MOVE UCO-L-ANT TO UCO-RECCHAVE
           READ CADUSOCONT
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           MOVE "R"             TO UCO-STATUS
           MOVE UCO-L-CHAVE     TO UCO-RENOVADA
           MOVE W-DATASYS       TO UCO-DATASIT
           MOVE SESSAO-OPERADOR TO UCO-OPER
           REWRITE REGUSOCONT
           GO TO ROT-FIM.
      *
       MOD-RECUSA.
           MOVE UCO-L-ANT TO UCO-RECCHAVE
           READ CADUSOCONT
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF UCO-STATUS NOT = "A" AND "P"
              GO TO ROT-FIM.
           MOVE "N"             TO UCO-STATUS
           MOVE W-DATASYS       TO UCO-DATASIT
           MOVE SESSAO-OPERADOR TO UCO-OPER
           REWRITE REGUSOCONT
           IF ST-ERRO = "00" OR "02"
              MOVE "S" TO UCO-L-OK.
           GO TO ROT-FIM.
      *
       MOD-EXCLUI.
           MOVE UCO-L-CHAVE TO UCO-RECCHAVE
           DELETE CADUSOCONT RECORD
           IF ST-ERRO = "00"
              MOVE "S" TO UCO-L-OK.
       ROT-FIM.
           CLOSE CADUSOCONT.
       ROT-FIMP.
           EXIT PROGRAM.
      *
      *****************************************************
      * AS OUTRAS MARCAS DO MESMO PACIENTE + MEDICAMENTO:  *
      * AS MAIS ANTIGAS AINDA ABERTAS (A, P, N) PASSAM A   *
      * S; EXISTINDO UMA MAIS RECENTE, A DO ITEM E QUE     *
      * NASCE SUBSTITUIDA                                  *
      *****************************************************
      *
       SUBSTITUI.
           MOVE UCO-L-CPF    TO UCO-PCPF
           MOVE UCO-L-MEDCOD TO UCO-MEDCOD
           START CADUSOCONT KEY IS EQUAL TO UCO-PACMED
           IF ST-ERRO NOT = "00"
              GO TO SUBSTITUI-FIM.
       SUBSTITUI-LP.
           READ CADUSOCONT NEXT RECORD
           IF ST-ERRO NOT = "00" AND "02"
              GO TO SUBSTITUI-FIM.
           IF UCO-PCPF NOT = UCO-L-CPF OR UCO-MEDCOD NOT = UCO-L-MEDCOD
              GO TO SUBSTITUI-FIM.
           IF UCO-RECCHAVE = UCO-L-CHAVE
              GO TO SUBSTITUI-LP.
           IF UCO-RECCHAVE > UCO-L-CHAVE
              IF W-NOVOST = "A"
                 MOVE "S" TO W-NOVOST
                 GO TO SUBSTITUI-LP
              ELSE
                 GO TO SUBSTITUI-LP.
           IF UCO-STATUS NOT = "A" AND "P" AND "N"
              GO TO SUBSTITUI-LP.
           MOVE "S"             TO UCO-STATUS
           MOVE W-DATASYS       TO UCO-DATASIT
           MOVE SESSAO-OPERADOR TO UCO-OPER
           REWRITE REGUSOCONT
           GO TO SUBSTITUI-LP.
       SUBSTITUI-FIM.
           EXIT.
      *
      *****************************************************
      * O ITEM E DE USO CONTINUO (W-CONTIN = S)? E QUANTOS *
      * DIAS COBRE (W-DURDIAS): PRIMEIRO NUMERO DO TEXTO   *
      * VEZES A UNIDADE (DIA, SEMANA, MES, ANO)            *
      *****************************************************
      *
       VER-CONTIN.
           MOVE "N" TO W-CONTIN
           IF UCO-L-MEDCOD = ZEROS OR UCO-L-CONTROL = "S"
              GO TO VER-CONTIN-FIM.
           MOVE UCO-L-DURACAO TO W-DURTXT
           INSPECT W-DURTXT CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                    TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO W-QTUNID
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "CONTIN"
           IF W-QTUNID = ZEROS
              GO TO VER-CONTIN-FIM.
           MOVE "S" TO W-CONTIN
           MOVE ZEROS TO W-DURNUM
           MOVE 1 TO W-DI.
       VER-CONTIN-PROC.
           IF W-DI > 20
              GO TO VER-CONTIN-UNID.
           IF W-DURCAR (W-DI) IS NUMERIC
              GO TO VER-CONTIN-NUM.
           ADD 1 TO W-DI
           GO TO VER-CONTIN-PROC.
       VER-CONTIN-NUM.
           IF W-DI > 20
              GO TO VER-CONTIN-UNID.
           IF W-DURCAR (W-DI) IS NOT NUMERIC
              GO TO VER-CONTIN-UNID.
           MOVE W-DURCAR (W-DI) TO W-DIG
           IF W-DURNUM < 1000
              COMPUTE W-DURNUM = W-DURNUM * 10 + W-DIG.
           ADD 1 TO W-DI
           GO TO VER-CONTIN-NUM.
       VER-CONTIN-UNID.
           IF W-DURNUM = ZEROS
              MOVE 30 TO W-DURDIAS
              GO TO VER-CONTIN-FIM.
           MOVE W-DURNUM TO W-DURDIAS
           MOVE ZEROS TO W-QTUNID
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "SEMANA"
           IF W-QTUNID > ZEROS
              COMPUTE W-DURDIAS = W-DURNUM * 7
              GO TO VER-CONTIN-LIM.
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "MES"
           IF W-QTUNID > ZEROS
              COMPUTE W-DURDIAS = W-DURNUM * 30
              GO TO VER-CONTIN-LIM.
           INSPECT W-DURTXT TALLYING W-QTUNID FOR ALL "ANO"
           IF W-QTUNID > ZEROS
              MOVE 365 TO W-DURDIAS.
       VER-CONTIN-LIM.
           IF W-DURDIAS > 365
              MOVE 365 TO W-DURDIAS.
       VER-CONTIN-FIM.
           EXIT.
      *
      *****************************************************
      * FIM DO ESTOQUE: DATA DO ITEM + W-DURDIAS, DIA A DIA*
      *****************************************************
      *
       CALC-FIM.
           MOVE UCO-L-DATA TO W-DTSEM9
           MOVE ZEROS TO W-K.
       CALC-FIM-LP.
           IF W-K NOT < W-DURDIAS
              GO TO CALC-FIM-FIM.
           PERFORM PROX-DATA THRU PROX-DATA-FIM
           ADD 1 TO W-K
           GO TO CALC-FIM-LP.
       CALC-FIM-FIM.
           EXIT.
      *
       PROX-DATA.
                MOVE TD-VAL (W-DPMM) TO W-DIASMES
                IF W-DPMM = 02
                   PERFORM VER-BISSEXTO THRU VER-BISSEXTO-FIM.
                IF W-DPDD < W-DIASMES
                   ADD 1 TO W-DPDD
                ELSE
                   MOVE 01 TO W-DPDD
                   IF W-DPMM < 12
                      ADD 1 TO W-DPMM
                   ELSE
                      MOVE 01 TO W-DPMM
                      ADD 1 TO W-DPAA.
       PROX-DATA-FIM.
                EXIT.
      *
       VER-BISSEXTO.
                DIVIDE W-DPAA BY 4   GIVING W-QTO REMAINDER W-R4
                DIVIDE W-DPAA BY 100 GIVING W-QTO REMAINDER W-R100
                DIVIDE W-DPAA BY 400 GIVING W-QTO REMAINDER W-R400
                IF W-R400 = ZEROS
                   MOVE 29 TO W-DIASMES
                ELSE
                   IF W-R4 = ZEROS AND W-R100 NOT = ZEROS
                      MOVE 29 TO W-DIASMES.
       VER-BISSEXTO-FIM.
                EXIT.
