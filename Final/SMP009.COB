      *AUTHOR. KAIO V G S S.
      **************************************
      * MANUTENCAO DO HISTORICO DE CONSULTAS *
      * CONSULTA DATADA (OU FATURADA) EM MES *
      * CONTABIL FECHADO NAO E INCLUIDA NEM  *
      * EXCLUIDA E SEUS ITENS FICAM SO PARA  *
      * CONSULTA (VERPERIOD)                 *
      * O OPERADOR SO LANCA E VE CONSULTAS   *
      * DAS SUAS FILIAIS (VERFILIAL)         *
      * F=ASSINAR FECHA A CONSULTA (CADASSIN *
      * COM OPERADOR, DATA E HORA); DEPOIS   *
      * DISSO ELA NAO E ALTERADA NEM EXCLUIDA*
      * E A CORRECAO ENTRA COMO ADENDO NO    *
      * PRONTUARIO (CADPRONTU)               *
      * CONSULTA COM DIAGNOSTICO RESTRITO SO *
      * ABRE COM PERMISSAO OU ACESSO DE      *
      * EMERGENCIA (VERSIGILO)               *
      * CONSULTA IMPORTADA DE OUTRA CLINICA  *
      * (FATURADO = E) MOSTRA A ORIGEM DO    *
      * CADORIGEM (VERORIGEM) E FICA SO PARA *
      * CONSULTA, PRONTUARIO E CID SEC.      *
      * SO ASSINA O OPERADOR CUJO CRM NO     *
      * CADUSER E O CRM DA CONSULTA          *
      * CONSULTA COM ITENS, CIDS SECUNDARIOS *
      * OU MATERIAL LANCADOS NAO E EXCLUIDA  *
      * (REMOVER ANTES PELAS OPCOES I/S/M)   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAGEM-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASS-CONSCHAVE
                    FILE STATUS  IS ST-ERRO4.
       SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USR-LOGIN
                    FILE STATUS  IS ST-ERRO5.
       SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO5.
       SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
       SELECT CADCONMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONMAT-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 TRI-PESO          PIC 9(03)V9.
          03 TRI-ALTURA        PIC 9(03).
          03 TRI-TEMP          PIC 9(02)V9.
          03 TRI-FC            PIC 9(03).
          03 TRI-SATO2         PIC 9(03).
          03 TRI-DOR           PIC 9(02).
          03 TRI-RISCOSUG      PIC 9(01).
          03 TRI-RISCO         PIC 9(01).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
          03 STATUSCID      PIC X(01).
          03 MOTIVOINATIVACAO  PIC X(30).
          03 CID-NOTIFICA      PIC X(01).
      *
       FD CADASSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASSIN.DAT".
       01 REGASSIN.
          03 ASS-CONSCHAVE     PIC X(27).
          03 ASS-STATUS        PIC X(01).
          03 ASS-OPER          PIC X(10).
          03 ASS-DATA.
             05 ASS-DATAAA     PIC 9(04).
             05 ASS-DATAMM     PIC 9(02).
             05 ASS-DATADD     PIC 9(02).
          03 ASS-HORA.
             05 ASS-HORAHH     PIC 9(02).
             05 ASS-HORAMI     PIC 9(02).
             05 ASS-HORASS     PIC 9(02).
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USR-LOGIN         PIC X(10).
          03 USR-SENHA         PIC X(10).
          03 USR-NIVEL         PIC 9(01).
          03 USR-NOME          PIC X(30).
          03 USR-DATATROCA     PIC 9(08).
          03 USR-FALHAS        PIC 9(02).
          03 USR-BLOQ          PIC X(01).
          03 USR-HIST.
             05 USR-HISTSEN    PIC X(10) OCCURS 3 TIMES.
          03 USR-FILTODAS      PIC X(01).
          03 USR-FILIAIS.
             05 USR-FILIAL     PIC 9(02) OCCURS 5 TIMES.
          03 USR-CRM.
             05 USR-CRMNUM     PIC 9(06).
             05 USR-CRMUF      PIC X(02).
          03 USR-SIGILO        PIC X(01).
      *
       FD CADCONPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONPROC.DAT".
       01 REGCONPROC.
          03 CONPROC-CHAVE.
             05 CPR-CONSCHAVE   PIC X(27).
             05 CPR-SEQ         PIC 9(02).
          03 CPR-TUSS           PIC 9(08).
          03 CPR-DESCRICAO      PIC X(30).
          03 CPR-QTDE           PIC 9(03).
          03 CPR-VALUNIT        PIC 9(07)V99.
          03 CPR-PROCCID        PIC 9(06).
      *
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
      *
       FD CADCONMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONMAT.DAT".
       01 REGCONMAT.
          03 CONMAT-CHAVE.
             05 CMT-CONSCHAVE   PIC X(27).
             05 CMT-SEQ         PIC 9(02).
          03 CMT-ITEM           PIC 9(06).
          03 CMT-FILIAL         PIC 9(02).
          03 CMT-LOTE           PIC X(15).
          03 CMT-QTDE           PIC 9(05).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 W-TEMESP      PIC X(01) VALUE "N".
       77 W-IXE         PIC 9(01) VALUE ZEROS.
      *---------[ PERIODO CONTABIL (VERPERIOD) ]-------------------
       01 PER-DATA      PIC 9(08) VALUE ZEROS.
       01 PER-FECHADO   PIC X(01) VALUE SPACES.
       01 W-FATITEM     PIC X(01) VALUE SPACES.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ DIARIO DE ATUALIZACOES (GRVJORNAL) ]--------------
       01 JRN-ARQ       PIC X(12) VALUE "CADCONSULTA".
       01 JRN-OP        PIC X(01) VALUE SPACES.
          03 FILLER      PIC X(06) VALUE " TEMP ".
          03 LT-TEMP     PIC Z9,9.
          03 LT-FLGTP    PIC X(03).
          03 FILLER      PIC X(07) VALUE " RISCO ".
          03 LT-COR      PIC X(08).
       01 TAB-CORES.
          03 FILLER      PIC X(40) VALUE
               "VERMELHOLARANJA AMARELO VERDE   AZUL    ".
       01 FILLER REDEFINES TAB-CORES.
          03 TBCOR       PIC X(08) OCCURS 5 TIMES.
      *---------[ DIAGNOSTICO RESTRITO (VERSIGILO) ]-----------------
       01 W-SIGCHAVE        PIC X(27) VALUE SPACES.
       01 W-SIGMODO         PIC X(01) VALUE "E".
       01 W-SIGPERM         PIC X(01) VALUE "S".
      *---------[ FECHAMENTO E ASSINATURA (CADASSIN) ]--------------
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 W-ASSINADA    PIC X(01) VALUE "N".
       77 ST-ERRO5      PIC X(02) VALUE "00".
      *---------[ ITENS DEPENDENTES DA CONSULTA (EXCLUSAO) ]--------
       77 W-FILHO       PIC X(10) VALUE SPACES.
      *---------[ HISTORICO DE OUTRA CLINICA (VERORIGEM) ]---------
       77 W-EXTERNO     PIC X(01) VALUE "N".
       01 ORI-ARQ       PIC X(01) VALUE "C".
       01 ORI-CHAVE     PIC X(29) VALUE SPACES.
       01 ORI-ACHOU     PIC X(01) VALUE "N".
       01 ORI-CLINICA   PIC X(30) VALUE SPACES.
       01 ORI-DATA.
          03 ORI-DTAA   PIC 9(04).
          03 ORI-DTMM   PIC 9(02).
          03 ORI-DTDD   PIC 9(02).
       01 ORI-LINHA.
          03 FILLER     PIC X(24) VALUE "HIST. EXTERNO - ORIGEM: ".
          03 OL-CLINICA PIC X(30).
          03 FILLER     PIC X(04) VALUE " EM ".
          03 OL-DD      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 OL-MM      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 OL-AA      PIC 9(04).
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
       01 W-DATASYS.
          03 W-ANOSYS   PIC 9(04).
          03 W-MESSYS   PIC 9(02).
          03 W-DIASYS   PIC 9(02).
       01 W-HORASYS.
          03 W-HSHH     PIC 9(02).
          03 W-HSMM     PIC 9(02).
          03 W-HSSS     PIC 9(02).
          03 W-HSCC     PIC 9(02).
       01 LINASSIN.
          03 FILLER      PIC X(21) VALUE "CONSULTA ASSINADA EM ".
          03 LA-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LA-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LA-AA       PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LA-HH       PIC 9(02).
          03 FILLER      PIC X(01) VALUE ":".
          03 LA-MI       PIC 9(02).
          03 FILLER      PIC X(05) VALUE " POR ".
          03 LA-OPER     PIC X(10).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA2.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRIAGEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0BC.
           OPEN I-O CADASSIN
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT CADASSIN
                 CLOSE CADASSIN
                 OPEN I-O CADASSIN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADASSIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0C.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
           MOVE ZEROS TO CON-FILIAL CON-LOTE
           MOVE 1 TO CON-TIPOVIS
           MOVE ZEROS TO CON-CONVUSO
           MOVE "N" TO W-ASSINADA W-EXTERNO
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
           ELSE
                MOVE NOME OF REGMED TO TXTNOMEMED
                MOVE FILIALMED      TO CON-FILIAL.
           MOVE CON-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*MEDICO DE OUTRA FILIAL, ACESSO NEGADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TTXTNOMEMED.
           DISPLAY TELA2.
      *
              MOVE " **" TO LT-FLGPA.
           IF TRI-TEMP NOT < 37,5
              MOVE " **" TO LT-FLGTP.
           MOVE "-" TO LT-COR
           IF TRI-RISCO > 0 AND TRI-RISCO < 6
              MOVE TBCOR(TRI-RISCO) TO LT-COR.
           DISPLAY (21, 05) LINTRI.
      *
       R5.
           READ CADCONSULTA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                GO TO LER-CADCONSULTA-FIL
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADCONSULTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                PERFORM VER-PERIODO THRU VER-PERIODO-FIM
                IF PER-FECHADO = "S"
                   MOVE "*MES CONTABIL FECHADO, CONSULTA NAO INCLUIDA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                ACCEPT (25, 57) W-OPCAO WITH UPDATE
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * CONSULTA JA GRAVADA: A FILIAL DO REGISTRO TEM QUE SER
      * DO OPERADOR E, SE O DIAGNOSTICO FOR RESTRITO, ELE TEM
      * QUE TER PERMISSAO OU PEDIR O ACESSO DE EMERGENCIA
      *
       LER-CADCONSULTA-FIL.
                MOVE CON-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   MOVE "*CONSULTA DE OUTRA FILIAL, ACESSO NEGADO*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE CONSULTA-CHAVE TO W-SIGCHAVE
                CALL "VERSIGILO" USING W-SIGCHAVE W-PROGID
                                       W-SIGMODO W-SIGPERM
                IF W-SIGPERM = "N"
                   MOVE "*DIAGNOSTICO RESTRITO, ACESSO NEGADO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM R6A
                PERFORM LER-ASSIN THRU LER-ASSIN-FIM
                PERFORM LER-ORIGEM THRU LER-ORIGEM-FIM
                DISPLAY TELA2
                MOVE "*** CONSULTA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                PERFORM MOS-ASSIN THRU MOS-ASSIN-FIM
                PERFORM MOS-ORIGEM THRU MOS-ORIGEM-FIM
                DISPLAY (25, 12)
           "N=NOVO A=ALT E=EXC P=PRONT I=ITENS S=CID SEC M=MAT F=ASSINA"
                ACCEPT (25, 72) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "P"
                    AND W-OPCAO NOT = "I" AND W-OPCAO NOT = "S"
                    AND W-OPCAO NOT = "M" AND W-OPCAO NOT = "F"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "A" AND W-ASSINADA = "S"
                   MOVE "*CONSULTA ASSINADA: CORRIJA POR ADENDO (P)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-EXTERNO = "S"
                   AND (W-OPCAO = "A" OR "E" OR "I" OR "M" OR "F")
                   MOVE "*HISTORICO EXTERNO: SOMENTE CONSULTA*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                      GO TO R6
                   ELSE
                      IF W-OPCAO = "P"
                         GO TO PRO-001
                      ELSE
                         IF W-OPCAO = "I"
                            GO TO ITE-001
                         ELSE
                            IF W-OPCAO = "S"
                               GO TO SEC-001
                            ELSE
                               IF W-OPCAO = "M"
                                  GO TO MAT-001.
                IF W-OPCAO = "E"
                   GO TO EXC-OPC.
                IF W-OPCAO = "F"
                   GO TO ASS-001.
                GO TO ACE-001.
      *
      *****************************************************
      * PRONTUARIO CLINICO COMPLETO DA CONSULTA (LINHAS    *
                CALL "CADPRONTU" USING CONSULTA-CHAVE
                DISPLAY TELA2
                GO TO ACE-001.
      *
      *****************************************************
      * ITENS DE PROCEDIMENTO FATURAVEIS DA CONSULTA       *
      * (TUSS, QUANTIDADE E VALOR UNITARIO)                *
      *****************************************************
      *
       ITE-001.
                MOVE CON-FATURADO TO W-FATITEM
                PERFORM VER-PERIODO THRU VER-PERIODO-FIM
                IF PER-FECHADO = "S"
                   MOVE "S" TO W-FATITEM
                   MOVE "*MES CONTABIL FECHADO, ITENS SO PARA CONSULTA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                CALL "CADCONPROC" USING CONSULTA-CHAVE W-FATITEM
                DISPLAY TELA2
                GO TO ACE-001.
      *
      *****************************************************
      * DIAGNOSTICOS SECUNDARIOS (ATE 5 CIDS ALEM DO       *
      * PRINCIPAL, COM A MESMA CRITICA DO CADCID)          *
      *****************************************************
      *
       SEC-001.
                CALL "CADCONCID" USING CONSULTA-CHAVE CON-CID
                DISPLAY TELA2
                GO TO ACE-001.
      *
      *****************************************************
      * MATERIAL E MEDICAMENTO USADOS NA CONSULTA (BAIXA   *
      * NO ESTOQUE DA FILIAL DA CONSULTA)                  *
      *****************************************************
      *
       MAT-001.
                CALL "CADCONMAT" USING CONSULTA-CHAVE CON-FILIAL
                DISPLAY TELA2
                GO TO ACE-001.
      *
      *****************************************************
      * FECHAMENTO E ASSINATURA DA CONSULTA: GRAVA NO      *
      * CADASSIN O OPERADOR DA SESSAO, A DATA E A HORA.    *
      * CONSULTA FUTURA NAO PODE SER ASSINADA E SO ASSINA  *
      * O OPERADOR CUJO CRM (CADUSER) E O DA CONSULTA      *
      *****************************************************
      *
       ASS-001.
                IF W-ASSINADA = "S"
                   MOVE "*** CONSULTA JA ASSINADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                IF CON-DATA > W-DATASYS
                   MOVE "*CONSULTA FUTURA NAO PODE SER ASSINADA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (25, 40) "ASSINAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONSULTA NAO ASSINADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASS-001.
                PERFORM VER-CRMOPER THRU VER-CRMOPER-FIM
                IF USR-CRM NOT = CON-CRM
                   MOVE "*SO O MEDICO DA CONSULTA PODE ASSINAR*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       ASS-WR1.
                MOVE CONSULTA-CHAVE  TO ASS-CONSCHAVE
                MOVE "A"             TO ASS-STATUS
                MOVE SESSAO-OPERADOR TO ASS-OPER
                MOVE W-DATASYS       TO ASS-DATA
                ACCEPT W-HORASYS FROM TIME
                MOVE W-HSHH TO ASS-HORAHH
                MOVE W-HSMM TO ASS-HORAMI
                MOVE W-HSSS TO ASS-HORASS
                WRITE REGASSIN
                IF ST-ERRO4 = "00" OR "02"
                   MOVE "S" TO W-ASSINADA
                   MOVE "*** CONSULTA FECHADA E ASSINADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADASSIN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.
      *
       EXC-OPC.
                IF W-ASSINADA = "S"
                   MOVE "*CONSULTA ASSINADA NAO PODE SER EXCLUIDA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                PERFORM VER-PERIODO THRU VER-PERIODO-FIM
                IF PER-FECHADO = "S"
                   MOVE "*MES CONTABIL FECHADO, CONSULTA NAO EXCLUIDA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (25, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
                PERFORM VER-FILHOS THRU VER-FILHOS-FIM
                IF W-FILHO NOT = SPACES
                   MOVE SPACES TO MENS
                   STRING "*CONSULTA COM " DELIMITED BY SIZE
                          W-FILHO DELIMITED BY "  "
                          " LANCADO, NAO EXCLUIDA*" DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EXC-DL1.
                DELETE CADCONSULTA RECORD
                IF ST-ERRO = "00"
                GO TO ROT-FIM.
      *
      *****************************************************
      * CRM DO OPERADOR DA SESSAO NO CADUSER; SEM CADASTRO *
      * OU SEM CRM FICA ZERADO, NAO CONFERE COM A CONSULTA *
      *****************************************************
      *
       VER-CRMOPER.
           MOVE ZEROS  TO USR-CRMNUM
           MOVE SPACES TO USR-CRMUF
           OPEN INPUT CADUSER
           IF ST-ERRO5 NOT = "00"
              GO TO VER-CRMOPER-FIM.
           MOVE SESSAO-OPERADOR TO USR-LOGIN
           READ CADUSER
           IF ST-ERRO5 NOT = "00"
              MOVE ZEROS  TO USR-CRMNUM
              MOVE SPACES TO USR-CRMUF.
           CLOSE CADUSER.
       VER-CRMOPER-FIM.
           EXIT.
      *
      *****************************************************
      * ITENS DEPENDENTES DA CONSULTA: COM PROCEDIMENTO,   *
      * CID SECUNDARIO OU MATERIAL LANCADO A EXCLUSAO E    *
      * RECUSADA (A REMOCAO PELO CADCONMAT DEVOLVE O       *
      * MATERIAL AO ESTOQUE). W-FILHO = ARQUIVO ENCONTRADO *
      *****************************************************
      *
       VER-FILHOS.
           MOVE SPACES TO W-FILHO
           OPEN INPUT CADCONPROC
           IF ST-ERRO5 NOT = "00"
              GO TO VER-FILHOS-CID.
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO5 = "00"
              READ CADCONPROC NEXT RECORD
              IF ST-ERRO5 = "00" AND CPR-CONSCHAVE = CONSULTA-CHAVE
                 MOVE "ITEM" TO W-FILHO.
           CLOSE CADCONPROC
           IF W-FILHO NOT = SPACES
              GO TO VER-FILHOS-FIM.
       VER-FILHOS-CID.
           OPEN INPUT CADCONCID
           IF ST-ERRO5 NOT = "00"
              GO TO VER-FILHOS-MAT.
           MOVE CONSULTA-CHAVE TO CCI-CONSCHAVE
           MOVE ZEROS TO CCI-SEQ
           START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
           IF ST-ERRO5 = "00"
              READ CADCONCID NEXT RECORD
              IF ST-ERRO5 = "00" AND CCI-CONSCHAVE = CONSULTA-CHAVE
                 MOVE "CID SEC" TO W-FILHO.
           CLOSE CADCONCID
           IF W-FILHO NOT = SPACES
              GO TO VER-FILHOS-FIM.
       VER-FILHOS-MAT.
           OPEN INPUT CADCONMAT
           IF ST-ERRO5 NOT = "00"
              GO TO VER-FILHOS-FIM.
           MOVE CONSULTA-CHAVE TO CMT-CONSCHAVE
           MOVE ZEROS TO CMT-SEQ
           START CADCONMAT KEY IS NOT LESS THAN CONMAT-CHAVE
           IF ST-ERRO5 = "00"
              READ CADCONMAT NEXT RECORD
              IF ST-ERRO5 = "00" AND CMT-CONSCHAVE = CONSULTA-CHAVE
                 MOVE "MATERIAL" TO W-FILHO.
           CLOSE CADCONMAT.
       VER-FILHOS-FIM.
           EXIT.
      *
      *****************************************************
      * ANEXA A OPERACAO AO DIARIO DE ATUALIZACOES PARA    *
      * RECUPERACAO FORWARD (SMP082 ACAO F)                *
      *****************************************************
           EXIT.
      *
      *****************************************************
      * MES CONTABIL FECHADO PELA DATA DA CONSULTA OU PELA *
      * DATA DE FATURAMENTO (A COMPETENCIA DO JORNAL)      *
      *****************************************************
      *
       VER-PERIODO.
           MOVE CON-DATA TO PER-DATA
           CALL "VERPERIOD" USING PER-DATA PER-FECHADO
           IF PER-FECHADO = "S"
              GO TO VER-PERIODO-FIM.
           MOVE CON-DATAFAT TO PER-DATA
           CALL "VERPERIOD" USING PER-DATA PER-FECHADO.
       VER-PERIODO-FIM.
           EXIT.
      *
      *****************************************************
      * BAIXA AUTOMATICA DE ENCAMINHAMENTO: AO REGISTRAR A *
      * CONSULTA, OS ENCAMINHAMENTOS ABERTOS (STATUS P) DO *
      * PACIENTE CUJA ESPECIALIDADE DESTINO E ATENDIDA     *
           CLOSE MOVCONS.
       GRV-MOV-FIM.
           EXIT.
      *
      *****************************************************
      * ASSINATURA DA CONSULTA LIDA (CADASSIN)             *
      *****************************************************
      *
       LER-ASSIN.
           MOVE "N" TO W-ASSINADA
           MOVE CONSULTA-CHAVE TO ASS-CONSCHAVE
           READ CADASSIN
           IF ST-ERRO4 NOT = "00"
              GO TO LER-ASSIN-FIM.
           IF ASS-STATUS = "A"
              MOVE "S" TO W-ASSINADA.
       LER-ASSIN-FIM.
           EXIT.
      *
      * CONSULTA IMPORTADA DE OUTRA CLINICA (FATURADO = E): A
      * ORIGEM VEM DO CADORIGEM PELA SUBROTINA VERORIGEM
      *
       LER-ORIGEM.
           MOVE "N" TO W-EXTERNO ORI-ACHOU
           IF CON-FATURADO NOT = "E"
              GO TO LER-ORIGEM-FIM.
           MOVE "S" TO W-EXTERNO
           MOVE CONSULTA-CHAVE TO ORI-CHAVE
           CALL "VERORIGEM" USING ORI-ARQ ORI-CHAVE ORI-ACHOU
                                  ORI-CLINICA ORI-DATA.
       LER-ORIGEM-FIM.
           EXIT.
      *
       MOS-ORIGEM.
           IF W-EXTERNO NOT = "S"
              GO TO MOS-ORIGEM-FIM.
           MOVE ORI-CLINICA TO OL-CLINICA
           MOVE ORI-DTDD    TO OL-DD
           MOVE ORI-DTMM    TO OL-MM
           MOVE ORI-DTAA    TO OL-AA
           IF ORI-ACHOU NOT = "S"
              MOVE "NAO IDENTIFICADA" TO OL-CLINICA
              MOVE ZEROS TO OL-DD OL-MM OL-AA.
           DISPLAY (22, 05) ORI-LINHA.
       MOS-ORIGEM-FIM.
           EXIT.
      *
       MOS-ASSIN.
           IF W-ASSINADA NOT = "S"
              GO TO MOS-ASSIN-FIM.
           MOVE ASS-DATADD TO LA-DD
           MOVE ASS-DATAMM TO LA-MM
           MOVE ASS-DATAAA TO LA-AA
           MOVE ASS-HORAHH TO LA-HH
           MOVE ASS-HORAMI TO LA-MI
           MOVE ASS-OPER   TO LA-OPER
           DISPLAY (23, 05) LINASSIN.
       MOS-ASSIN-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCONSULTA CADMED CADPACI CADCID CADTRIAGEM
                 CADENCAMINHA CADASSIN.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
