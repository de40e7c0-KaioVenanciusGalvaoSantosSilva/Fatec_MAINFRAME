       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFREC.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA DA NUMERACAO DAS NOTIFICACOES DE      *
      * RECEITA (TALONARIOS AZUL/AMARELO NUMERADOS PELA *
      * VIGILANCIA SANITARIA E ENTREGUES A CADA CRM).   *
      * AS FAIXAS FICAM EM CADTALAO (SMP180) E CADA     *
      * NUMERO UTILIZADO OU INUTILIZADO FICA EM         *
      * CADNOTIF, CHAVE CRM + NUMERO, COM A CHAVE DO    *
      * ITEM DA RECEITA (CADRECEITA) COMO CHAVE         *
      * ALTERNADA.                                      *
      * MODO V: VERIFICA SE O ITEM JA TEM NUMERO OU SE  *
      *         O MEDICO TEM FAIXA ATIVA COM SALDO      *
      *         (DEVOLVE O PROXIMO NUMERO, SEM GASTAR). *
      * MODO C: CONSOME O PROXIMO NUMERO PARA O ITEM    *
      *         (SE O ITEM JA TEM NUMERO, DEVOLVE O     *
      *         MESMO).                                 *
      * MODO L: LOCALIZA O NUMERO DO ITEM.              *
      * MODO X: CANCELA O NUMERO DO ITEM (ITEM EXCLUIDO *
      *         OU DEIXOU DE SER CONTROLADO).           *
      * MODO I: INUTILIZA UMA FOLHA AVULSA DO TALONARIO *
      *         (CRM + NUMERO + MOTIVO).                *
      * NTF-L-OK = S QUANDO A OPERACAO FOI FEITA, SENAO *
      * N COM O MOTIVO EM NTF-L-MENS.                   *
      * NUMEROS JA INUTILIZADOS SAO PULADOS NO CONSUMO; *
      * A FAIXA SEM SALDO PASSA PARA E (ESGOTADA).      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTALAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NT-RECCHAVE
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTALAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTALAO.DAT".
       01 REGTALAO.
          03 TL-CHAVE.
             05 TL-CRM.
                07 TL-CRMNUM   PIC 9(06).
                07 TL-CRMUF    PIC X(02).
             05 TL-NUMINI      PIC 9(08).
          03 TL-NUMFIM         PIC 9(08).
          03 TL-PROXNUM        PIC 9(08).
          03 TL-TIPO           PIC X(01).
          03 TL-DATAEMI        PIC 9(08).
          03 TL-SITUACAO       PIC X(01).
          03 TL-DATACAD        PIC 9(08).
      *
       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
          03 NT-CHAVE.
             05 NT-CRM.
                07 NT-CRMNUM   PIC 9(06).
                07 NT-CRMUF    PIC X(02).
             05 NT-NUMERO      PIC 9(08).
          03 NT-RECCHAVE       PIC X(29).
          03 NT-MEDCOD         PIC 9(06).
          03 NT-SITUACAO       PIC X(01).
          03 NT-DATA           PIC 9(08).
          03 NT-MOTIVO         PIC X(30).
          03 NT-OPER           PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-ACHOU           PIC X(01) VALUE "N".
       77 W-PROX            PIC 9(09) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA         PIC 9(04).
          03 W-DSMM         PIC 9(02).
          03 W-DSDD         PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 NTF-L-MODO        PIC X(01).
       01 NTF-L-CRM         PIC X(08).
       01 NTF-L-RECCHAVE    PIC X(29).
       01 NTF-L-MEDCOD      PIC 9(06).
       01 NTF-L-NUMERO      PIC 9(08).
       01 NTF-L-MOTIVO      PIC X(30).
       01 NTF-L-OK          PIC X(01).
       01 NTF-L-MENS        PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING NTF-L-MODO NTF-L-CRM NTF-L-RECCHAVE
                                NTF-L-MEDCOD NTF-L-NUMERO
                                NTF-L-MOTIVO NTF-L-OK NTF-L-MENS.
       INICIO.
           MOVE "N"    TO NTF-L-OK
           MOVE SPACES TO NTF-L-MENS
           ACCEPT W-DATASYS FROM DATE YYYYMMDD.
       INICIO-OP1.
           OPEN I-O CADTALAO
           IF ST-ERRO = "30"
              OPEN OUTPUT CADTALAO
              CLOSE CADTALAO
              GO TO INICIO-OP1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTALAO" TO NTF-L-MENS
              GO TO ROT-FIMP.
       INICIO-OP2.
           OPEN I-O CADNOTIF
           IF ST-ERRO = "30"
              OPEN OUTPUT CADNOTIF
              CLOSE CADNOTIF
              GO TO INICIO-OP2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADNOTIF" TO NTF-L-MENS
              CLOSE CADTALAO
              GO TO ROT-FIMP.
           IF NTF-L-MODO = "I"
              GO TO INUTILIZA.
           PERFORM BUSCA-REC THRU BUSCA-REC-FIM
           IF NTF-L-MODO = "X"
              GO TO CANCELA.
           IF W-ACHOU = "S"
              MOVE NT-NUMERO TO NTF-L-NUMERO
              MOVE "S"       TO NTF-L-OK
              GO TO ROT-FIM.
           IF NTF-L-MODO = "L"
              MOVE "*ITEM SEM NUMERO DE NOTIFICACAO*" TO NTF-L-MENS
              GO TO ROT-FIM.
           PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM
           IF W-ACHOU NOT = "S"
              MOVE "*MEDICO SEM TALONARIO DE NOTIFICACAO VALIDO*"
                                                       TO NTF-L-MENS
              GO TO ROT-FIM.
           MOVE W-PROX TO NTF-L-NUMERO
           IF NTF-L-MODO = "V"
              MOVE "S" TO NTF-L-OK
              GO TO ROT-FIM.
      *
      *---------[ CONSUMO DO NUMERO PELO ITEM ]---------------------
       CONSOME.
           MOVE TL-CRM         TO NT-CRM
           MOVE W-PROX         TO NT-NUMERO
           MOVE NTF-L-RECCHAVE TO NT-RECCHAVE
           MOVE NTF-L-MEDCOD   TO NT-MEDCOD
           MOVE "U"            TO NT-SITUACAO
           MOVE W-DATASYS9     TO NT-DATA
           MOVE SPACES         TO NT-MOTIVO
           MOVE SESSAO-OPERADOR TO NT-OPER
           WRITE REGNOTIF
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNOTIF" TO NTF-L-MENS
              GO TO ROT-FIM.
           ADD 1 TO W-PROX
           MOVE W-PROX TO TL-PROXNUM
           IF W-PROX > TL-NUMFIM
              MOVE "E" TO TL-SITUACAO.
           REWRITE REGTALAO
           MOVE "S" TO NTF-L-OK
           GO TO ROT-FIM.
      *
      *---------[ CANCELAMENTO DO NUMERO DO ITEM ]------------------
       CANCELA.
           IF W-ACHOU NOT = "S"
              MOVE "S" TO NTF-L-OK
              GO TO ROT-FIM.
           MOVE NT-NUMERO    TO NTF-L-NUMERO
           MOVE "C"          TO NT-SITUACAO
           MOVE W-DATASYS9   TO NT-DATA
           MOVE NTF-L-MOTIVO TO NT-MOTIVO
           MOVE SESSAO-OPERADOR TO NT-OPER
           REWRITE REGNOTIF
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADNOTIF" TO NTF-L-MENS
              GO TO ROT-FIM.
           MOVE "S" TO NTF-L-OK
           GO TO ROT-FIM.
      *
      *---------[ INUTILIZACAO DE FOLHA AVULSA ]--------------------
       INUTILIZA.
           MOVE NTF-L-CRM TO TL-CRM
           MOVE ZEROS     TO TL-NUMINI
           START CADTALAO KEY IS NOT LESS THAN TL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO INUTILIZA-FORA.
       INUTILIZA-LP.
           READ CADTALAO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO INUTILIZA-FORA.
           IF TL-CRM NOT = NTF-L-CRM
              GO TO INUTILIZA-FORA.
           IF NTF-L-NUMERO < TL-NUMINI OR NTF-L-NUMERO > TL-NUMFIM
              GO TO INUTILIZA-LP.
           MOVE NTF-L-CRM    TO NT-CRM
           MOVE NTF-L-NUMERO TO NT-NUMERO
           READ CADNOTIF
           IF ST-ERRO = "00"
              MOVE "*NUMERO JA UTILIZADO OU INUTILIZADO*" TO NTF-L-MENS
              GO TO ROT-FIM.
           MOVE SPACES       TO NT-RECCHAVE
           MOVE ZEROS        TO NT-MEDCOD
           MOVE "C"          TO NT-SITUACAO
           MOVE W-DATASYS9   TO NT-DATA
           MOVE NTF-L-MOTIVO TO NT-MOTIVO
           MOVE SESSAO-OPERADOR TO NT-OPER
           WRITE REGNOTIF
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADNOTIF" TO NTF-L-MENS
              GO TO ROT-FIM.
           MOVE "S" TO NTF-L-OK
           GO TO ROT-FIM.
       INUTILIZA-FORA.
           MOVE "*NUMERO FORA DAS FAIXAS DO MEDICO*" TO NTF-L-MENS
           GO TO ROT-FIM.
      *
      *****************************************************
      * PROCURA PELA CHAVE ALTERNADA O NUMERO EM USO (U)   *
      * DO ITEM DA RECEITA; O ITEM PODE TER NUMEROS        *
      * CANCELADOS ANTERIORES COM A MESMA CHAVE            *
      *****************************************************
      *
       BUSCA-REC.
           MOVE "N" TO W-ACHOU
           MOVE NTF-L-RECCHAVE TO NT-RECCHAVE
           START CADNOTIF KEY IS EQUAL TO NT-RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-REC-FIM.
       BUSCA-REC-LP.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-REC-FIM.
           IF NT-RECCHAVE NOT = NTF-L-RECCHAVE
              GO TO BUSCA-REC-FIM.
           IF NT-SITUACAO NOT = "U"
              GO TO BUSCA-REC-LP.
           MOVE "S" TO W-ACHOU.
       BUSCA-REC-FIM.
           EXIT.
      *
      *****************************************************
      * PRIMEIRA FAIXA ATIVA DO CRM COM SALDO, PULANDO OS  *
      * NUMEROS JA INUTILIZADOS. NO MODO C A FAIXA QUE SE  *
      * MOSTRA SEM SALDO E MARCADA COMO ESGOTADA           *
      *****************************************************
      *
       BUSCA-FAIXA.
           MOVE "N" TO W-ACHOU
           MOVE NTF-L-CRM TO TL-CRM
           MOVE ZEROS     TO TL-NUMINI
           START CADTALAO KEY IS NOT LESS THAN TL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FAIXA-FIM.
       BUSCA-FAIXA-LP.
           READ CADTALAO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-FAIXA-FIM.
           IF TL-CRM NOT = NTF-L-CRM
              GO TO BUSCA-FAIXA-FIM.
           IF TL-SITUACAO NOT = "A"
              GO TO BUSCA-FAIXA-LP.
           MOVE TL-PROXNUM TO W-PROX.
       BUSCA-FAIXA-NUM.
           IF W-PROX > TL-NUMFIM
              GO TO BUSCA-FAIXA-ESG.
           MOVE TL-CRM TO NT-CRM
           MOVE W-PROX TO NT-NUMERO
           READ CADNOTIF
           IF ST-ERRO = "00"
              ADD 1 TO W-PROX
              GO TO BUSCA-FAIXA-NUM.
           MOVE "S" TO W-ACHOU
           GO TO BUSCA-FAIXA-FIM.
       BUSCA-FAIXA-ESG.
           IF NTF-L-MODO = "C"
              MOVE W-PROX TO TL-PROXNUM
              MOVE "E"    TO TL-SITUACAO
              REWRITE REGTALAO.
           GO TO BUSCA-FAIXA-LP.
       BUSCA-FAIXA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADTALAO CADNOTIF.
       ROT-FIMP.
           EXIT PROGRAM.
