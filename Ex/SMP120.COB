       AUTHOR. KAIO V G S S
      ***********************************************
      * PAINEL DA FILA DE ESPERA DO CONSULTORIO      *
      * PARA UM MEDICO E UMA DATA, LISTA QUEM JA FEZ *
      * CHECK-IN (CADCHEGADA) E AINDA NAO ENTROU     *
      * (SEM HORA DE ATENDIMENTO), COM O TEMPO DE    *
      * ESPERA EM MINUTOS. O OPERADOR PODE MARCAR O  *
      * INICIO DO ATENDIMENTO DE UM PACIENTE DA      *
      * LISTA (CARIMBA CHEG-HORAATEND).              *
      * ORDEM: COR DE RISCO DA TRIAGEM (TRI-RISCO,   *
      * 1=VERMELHO ... 5=AZUL; SEM TRIAGEM POR       *
      * ULTIMO) E DEPOIS HORA DE CHEGADA. ESPERA     *
      * ACIMA DO MAXIMO DA COR SAI COMO ESTOURO.     *
      * MAXIMOS EM MINUTOS NO CADPARAM, ESPRISCO1 A  *
      * ESPRISCO5 (PADRAO 0/10/60/120/240). A LINHA  *
      * 3 RESUME AGUARDANDO/ESTOURADOS POR COR.      *
      * SO ABRE O PAINEL DE MEDICO DAS FILIAIS DO    *
      * OPERADOR (VERFILIAL).                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADTRIAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAGEM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
          03 TRIAGEM-CHAVE.
             05 TRI-CPF        PIC 9(11).
             05 TRI-DATA       PIC 9(08).
             05 TRI-CRM.
                07 TRI-CRMNUM  PIC 9(06).
                07 TRI-CRMUF   PIC X(02).
          03 TRI-PAS           PIC 9(03).
          03 TRI-PAD           PIC 9(03).
          03 TRI-PESO          PIC 9(03)V9.
          03 TRI-ALTURA        PIC 9(03).
          03 TRI-TEMP          PIC 9(02)V9.
          03 TRI-FC            PIC 9(03).
          03 TRI-SATO2         PIC 9(03).
          03 TRI-DOR           PIC 9(02).
          03 TRI-RISCOSUG      PIC 9(01).
          03 TRI-RISCO         PIC 9(01).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 CRM-CHAVE.
             05 CRM          PIC 9(06).
             05 CRM-UF       PIC X(02).
          03 NOME            PIC X(30).
          03 ESPECIALIDADE   PIC 9(02).
          03 SEXO            PIC X(01).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD          PIC 9(03).
             05 NUMEROTEL1   PIC 9(05).
             05 NUMEROTEL2   PIC 9(04).
             05 TIPOTEL      PIC X(01).
          03 STATUSMED       PIC X(01).
          03 QTDEESPEC       PIC 9(01).
          03 ESPECTAB OCCURS 5 TIMES.
             05 ESPECOD      PIC 9(02).
          03 DATACADASTRO.
             05 CADDD        PIC 9(02).
             05 CADMM        PIC 9(02).
             05 CADAA        PIC 9(04).
          03 DATAULTALT.
             05 ALTDD        PIC 9(02).
             05 ALTMM        PIC 9(02).
             05 ALTAA        PIC 9(04).
          03 FILIALMED        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-QTDFILA  PIC 9(02) VALUE ZEROS.
       77 W-QTDMOST  PIC 9(02) VALUE ZEROS.
       77 W-IX       PIC 9(02) VALUE ZEROS.
       77 W-IY       PIC 9(02) VALUE ZEROS.
       77 W-RISCO    PIC 9(01) VALUE ZEROS.
       77 W-LINHA    PIC 9(02) VALUE ZEROS.
       77 W-ESCOLHA  PIC 9(02) VALUE ZEROS.
       77 W-MINESP   PIC S9(05) VALUE ZEROS.
          03 W-HSMM    PIC 9(02).
          03 W-HSSS    PIC 9(02).
          03 W-HSCC    PIC 9(02).
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *
      * FILA ORDENADA POR COR + HORA DE CHEGADA (TBF-ORD)
      *
       01 W-NOVAORD.
          03 W-NORISCO  PIC 9(01).
          03 W-NOHCHEG  PIC 9(04).
       01 TAB-FILA.
          03 TBF-ITEM  OCCURS 40 TIMES.
             05 TBF-ORD.
                07 TBF-RISCO  PIC 9(01).
                07 TBF-HCHEG  PIC 9(04).
             05 TBF-CH        PIC X(21).
      *
      * COR 6 = SEM TRIAGEM (SEM LIMITE DE ESPERA)
      *
       01 TAB-CORES.
          03 FILLER     PIC X(48) VALUE
               "VERMELHOLARANJA AMARELO VERDE   AZUL    S/TRIAG ".
       01 FILLER REDEFINES TAB-CORES.
          03 TBCOR      PIC X(08) OCCURS 6 TIMES.
       01 TAB-ESPMAX.
          03 TBMAX      PIC 9(04) OCCURS 6 TIMES.
          03 TBQTD      PIC 9(02) OCCURS 6 TIMES.
          03 TBEST      PIC 9(02) OCCURS 6 TIMES.
       01 LINRES.
          03 LR-ITEM    OCCURS 6 TIMES.
             05 LR-COR  PIC X(04).
             05 LR-SEP  PIC X(01).
             05 LR-QTD  PIC Z9.
             05 LR-BAR  PIC X(01).
             05 LR-EST  PIC Z9.
             05 LR-ESP  PIC X(02).
       01 LINFILA.
          03 LF-NUM    PIC Z9.
          03 FILLER    PIC X(02) VALUE ") ".
          03 FILLER    PIC X(01) VALUE ":".
          03 LF-MIN    PIC 9(02).
          03 FILLER    PIC X(01) VALUE " ".
          03 LF-PACI   PIC X(20).
          03 FILLER    PIC X(06) VALUE " CHEG ".
          03 LF-CHHH   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 LF-CHMI   PIC 9(02).
          03 FILLER    PIC X(01) VALUE " ".
          03 LF-COR    PIC X(08).
          03 FILLER    PIC X(05) VALUE " ESP ".
          03 LF-ESP    PIC ZZZZ9.
          03 LF-BAR    PIC X(01).
          03 LF-MAX    PIC ZZZZ.
          03 FILLER    PIC X(04) VALUE " MIN".
          03 LF-EST    PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT120.
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0B.
           OPEN INPUT CADTRIAGEM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTRIAGEM
                 CLOSE CADTRIAGEM
                 OPEN INPUT CADTRIAGEM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRIAGEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0BA.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMED NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0C.
           MOVE ZEROS TO TBMAX(1)
           MOVE 10    TO TBMAX(2)
           MOVE 60    TO TBMAX(3)
           MOVE 120   TO TBMAX(4)
           MOVE 240   TO TBMAX(5)
           MOVE 9999  TO TBMAX(6)
           MOVE 1 TO W-IX.
       R0C-LP.
           MOVE "ESPRISCO  " TO PRM-CODIGO
           MOVE W-IX TO PRM-CODIGO (9:1)
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S" AND PRM-VALOR < 10000
              MOVE PRM-VALOR TO TBMAX(W-IX).
           ADD 1 TO W-IX
           IF W-IX < 6
              GO TO R0C-LP.
      *
       R1.
           MOVE ZEROS TO W-CRMPNUM W-ALVODD W-ALVOMM W-ALVOAA
              MOVE "*Insira o CRM e a UF*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CRMPNUM TO CRM
           MOVE W-CRMPUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*MEDICO NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE FILIALMED TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*MEDICO DE OUTRA FILIAL, ACESSO NEGADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-ALVODD = ZEROS OR W-ALVOMM = ZEROS OR W-ALVOAA = ZEROS
              ACCEPT W-DATASYS FROM DATE YYYYMMDD
              MOVE W-DSDD TO W-ALVODD
           MOVE W-ALVODD TO W-ALVNDD.
      *
      *****************************************************
      * MONTA A FILA: CHEGADAS DO DIA/CRM SEM ATENDIMENTO, *
      * INSERIDAS NA TABELA NA ORDEM COR + HORA DE CHEGADA *
      *****************************************************
      *
       R3.
           ACCEPT W-HORASYS FROM TIME
           COMPUTE W-MINAGORA = (W-HSHH * 60) + W-HSMM
           MOVE ZEROS TO W-QTDFILA W-QTDMOST
           MOVE 1 TO W-IX.
       R3-ZERA.
           MOVE ZEROS TO TBQTD(W-IX) TBEST(W-IX)
           ADD 1 TO W-IX
           IF W-IX < 7
              GO TO R3-ZERA.
           MOVE W-ALVOINV TO CHEG-DATA
           MOVE ZEROS TO CHEG-HORA CHEG-CRMNUM CHEG-SEQENC
           MOVE SPACES TO CHEG-CRMUF
           START CADCHEGADA KEY IS NOT LESS THAN CHEGADA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R4.
       R3-LP.
           READ CADCHEGADA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3-MOS.
           IF CHEG-DATA NOT = W-ALVOINV
              GO TO R3-MOS.
           IF CHEG-CRMNUM NOT = W-CRMPNUM OR CHEG-CRMUF NOT = W-CRMPUF
              GO TO R3-LP.
           IF CHEG-HORAATEND NOT = ZEROS
              GO TO R3-LP.
           IF W-QTDFILA >= 40
              GO TO R3-MOS.
           MOVE CHEG-CPF  TO TRI-CPF
           MOVE CHEG-DATA TO TRI-DATA
           MOVE CHEG-CRM  TO TRI-CRM
           READ CADTRIAGEM
           MOVE 6 TO W-RISCO
           IF ST-ERRO = "00" AND TRI-RISCO > 0 AND TRI-RISCO < 6
              MOVE TRI-RISCO TO W-RISCO.
           ADD 1 TO TBQTD(W-RISCO)
           PERFORM CALC-ESP THRU CALC-ESP-FIM
           IF W-MINESP > TBMAX(W-RISCO)
              ADD 1 TO TBEST(W-RISCO).
           MOVE W-RISCO       TO W-NORISCO
           MOVE CHEG-HORACHEG TO W-NOHCHEG
           PERFORM INS-FILA THRU INS-FILA-FIM
           GO TO R3-LP.
      *
      * MOSTRA O RESUMO POR COR E AS 15 PRIMEIRAS DA FILA
      *
       R3-MOS.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "FILA POR RISCO (AGUARD/ESTOURO POR COR)"
           MOVE 1 TO W-IX.
       R3-RES.
           MOVE TBCOR(W-IX) TO LR-COR(W-IX)
           MOVE ":"         TO LR-SEP(W-IX)
           MOVE TBQTD(W-IX) TO LR-QTD(W-IX)
           MOVE "/"         TO LR-BAR(W-IX)
           MOVE TBEST(W-IX) TO LR-EST(W-IX)
           MOVE SPACES      TO LR-ESP(W-IX)
           ADD 1 TO W-IX
           IF W-IX < 7
              GO TO R3-RES.
           DISPLAY (03, 03) LINRES
           MOVE 3 TO W-LINHA
           MOVE ZEROS TO W-IX.
       R3-LIN.
           ADD 1 TO W-IX
           IF W-IX > W-QTDFILA OR W-IX > 15
              GO TO R4.
           MOVE TBF-CH(W-IX) TO CHEGADA-CHAVE
           READ CADCHEGADA
           IF ST-ERRO NOT = "00"
              GO TO R4.
           MOVE W-IX TO W-QTDMOST
           MOVE TBF-RISCO(W-IX) TO W-RISCO
           MOVE W-IX TO LF-NUM
           MOVE CHEG-HORAHH TO LF-HORA
           MOVE CHEG-HORAMM TO LF-MIN
           MOVE CHEG-CPF TO CPF
              MOVE SPACES TO LF-PACI.
           MOVE CHEG-CHHH TO LF-CHHH
           MOVE CHEG-CHMI TO LF-CHMI
           PERFORM CALC-ESP THRU CALC-ESP-FIM
           MOVE W-MINESP TO LF-ESP
           MOVE TBCOR(W-RISCO) TO LF-COR
           MOVE SPACES TO LF-EST LF-BAR
           MOVE ZEROS TO LF-MAX
           IF W-RISCO < 6
              MOVE "/" TO LF-BAR
              MOVE TBMAX(W-RISCO) TO LF-MAX
              IF W-MINESP > TBMAX(W-RISCO)
                 MOVE " ESTOURO" TO LF-EST.
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 03) LINFILA
           GO TO R3-LIN.
      *
      *****************************************************
      * OPCOES DO PAINEL: ATUALIZAR, MARCAR O INICIO DO    *
      *****************************************************
      *
       R4.
           IF W-QTDMOST = ZEROS
              MOVE "*NINGUEM AGUARDANDO NESTA FILA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (W-LINHA, 03) "NUMERO DO PACIENTE : "
           MOVE ZEROS TO W-ESCOLHA
           ACCEPT (W-LINHA, 25) W-ESCOLHA
           IF W-ESCOLHA = ZEROS OR W-ESCOLHA > W-QTDMOST
              GO TO R4.
           MOVE TBF-CH(W-ESCOLHA) TO CHEGADA-CHAVE
           READ CADCHEGADA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3.
      *
      *****************************************************
      * MINUTOS DE ESPERA DESDE A CHEGADA                  *
      *****************************************************
      *
       CALC-ESP.
           COMPUTE W-MINCHEG = (CHEG-CHHH * 60) + CHEG-CHMI
           COMPUTE W-MINESP = W-MINAGORA - W-MINCHEG
           IF W-MINESP < ZEROS
              MOVE ZEROS TO W-MINESP.
       CALC-ESP-FIM.
           EXIT.
      *
      *****************************************************
      * INSERE W-NOVAORD/CHEGADA-CHAVE NA POSICAO DA ORDEM *
      * (DESLOCA PARA BAIXO OS DE ORDEM MAIOR)             *
      *****************************************************
      *
       INS-FILA.
           ADD 1 TO W-QTDFILA
           MOVE W-QTDFILA TO W-IX.
       INS-FILA-LP.
           IF W-IX = 1
              GO TO INS-FILA-POE.
           COMPUTE W-IY = W-IX - 1
           IF TBF-ORD(W-IY) NOT > W-NOVAORD
              GO TO INS-FILA-POE.
           MOVE TBF-ITEM(W-IY) TO TBF-ITEM(W-IX)
           MOVE W-IY TO W-IX
           GO TO INS-FILA-LP.
       INS-FILA-POE.
           MOVE W-NOVAORD     TO TBF-ORD(W-IX)
           MOVE CHEGADA-CHAVE TO TBF-CH(W-IX).
       INS-FILA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCHEGADA CADPACI CADTRIAGEM CADMED.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
