      * CON-OBSERVACOES). CHAMADO PELO CADCONSULTA      *
      * (SMP009) COM A CHAVE DA CONSULTA; O SMP044      *
      * FOLHEIA O HISTORICO COMPLETO DO PACIENTE.       *
      * CONSULTA ASSINADA (CADASSIN) FICA SO PARA       *
      * CONSULTA: AS LINHAS NAO SAO ALTERADAS NEM       *
      * EXCLUIDAS E A CORRECAO ENTRA COMO ADENDO NO FIM *
      * DO PRONTUARIO - UMA LINHA "** ADENDO" COM DATA, *
      * HORA, OPERADOR E A LINHA CORRIGIDA, SEGUIDA DO  *
      * TEXTO. A LINHA ORIGINAL CONTINUA VISIVEL.       *
      * CONSULTA COM DIAGNOSTICO RESTRITO SO ABRE PARA  *
      * QUEM TEM PERMISSAO OU PEDE ACESSO DE EMERGENCIA *
      * (SUBROTINA VERSIGILO).                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTU-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASS-CONSCHAVE
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 PRO-CONSCHAVE   PIC X(27).
             05 PRO-LINHA       PIC 9(03).
          03 PRO-TEXTO          PIC X(60).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
          03 LP-NUM     PIC ZZ9.
          03 FILLER     PIC X(02) VALUE ") ".
          03 LP-TEXTO   PIC X(60).
      *---------[ CONSULTA ASSINADA E ADENDOS ]---------------------
       01 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-ASSINADA    PIC X(01) VALUE "N".
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
          03 FILLER     PIC X(21) VALUE "CONSULTA ASSINADA EM ".
          03 LA-DD      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LA-MM      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LA-AA      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LA-HH      PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 LA-MI      PIC 9(02).
          03 FILLER     PIC X(05) VALUE " POR ".
          03 LA-OPER    PIC X(10).
       01 LINADE.
          03 FILLER     PIC X(10) VALUE "** ADENDO ".
          03 LD-DD      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LD-MM      PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LD-AA      PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-HH      PIC 9(02).
          03 FILLER     PIC X(01) VALUE ":".
          03 LD-MI      PIC 9(02).
          03 FILLER     PIC X(01) VALUE SPACES.
          03 LD-OPER    PIC X(10).
          03 LD-REFTXT  PIC X(11).
          03 LD-REFLIN  PIC X(03).
          03 FILLER     PIC X(09) VALUE SPACES.
      *---------[ DIAGNOSTICO RESTRITO (VERSIGILO) ]-----------------
       01 W-SIGCHAVE    PIC X(27) VALUE SPACES.
       01 W-SIGMODO     PIC X(01) VALUE "E".
       01 W-SIGPERM     PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 PRO-L-CHAVE   PIC X(27).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRO-L-CHAVE.
       R00.
           MOVE PRO-L-CHAVE TO W-SIGCHAVE
           CALL "VERSIGILO" USING W-SIGCHAVE W-PROGID
                                  W-SIGMODO W-SIGPERM
           IF W-SIGPERM NOT = "S"
              MOVE "*DIAGNOSTICO RESTRITO: PRONTUARIO FECHADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       R0.
           OPEN I-O CADPRONTU
           IF ST-ERRO NOT = "00"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
      *
      * SEM CADASSIN NENHUMA CONSULTA FOI ASSINADA AINDA
      *
       R0A.
           MOVE "N" TO W-ASSINADA
           OPEN INPUT CADASSIN
           IF ST-ERRO2 NOT = "00"
              GO TO R1.
           MOVE PRO-L-CHAVE TO ASS-CONSCHAVE
           READ CADASSIN
           IF ST-ERRO2 = "00" AND ASS-STATUS = "A"
              MOVE "S" TO W-ASSINADA
              MOVE ASS-DATADD TO LA-DD
              MOVE ASS-DATAMM TO LA-MM
              MOVE ASS-DATAAA TO LA-AA
              MOVE ASS-HORAHH TO LA-HH
              MOVE ASS-HORAMI TO LA-MI
              MOVE ASS-OPER   TO LA-OPER.
           CLOSE CADASSIN.
      *
      *****************************************************
      * MOSTRA AS LINHAS JA GRAVADAS DA CONSULTA           *
      *****************************************************
       R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "PRONTUARIO CLINICO DA CONSULTA"
           IF W-ASSINADA = "S"
              DISPLAY (03, 05) LINASSIN.
           MOVE ZEROS TO W-ULTLIN
           MOVE 3 TO W-LINHA
           MOVE PRO-L-CHAVE TO PRO-CONSCHAVE
           GO TO R1-LP.
      *
       R2.
           IF W-ASSINADA = "S"
              GO TO R2-ASS.
           DISPLAY (21, 03)
              "I=INCLUIR LINHA  A=ALTERAR  E=EXCLUIR  V=VOLTAR"
           DISPLAY (22, 03) "OPCAO : "
           IF W-OPCAO = "E" OR "e"
              GO TO EXC-001.
           GO TO R2.
      *
       R2-ASS.
           DISPLAY (21, 03)
              "I=INCLUIR ADENDO  V=VOLTAR"
           DISPLAY (22, 03) "OPCAO : "
           ACCEPT (22, 12) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO ROT-FIM.
           IF W-OPCAO = "I" OR "i"
              GO TO ADE-001.
           IF W-OPCAO = "A" OR "a" OR "E" OR "e"
              MOVE "*CONSULTA ASSINADA: CORRIJA POR ADENDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R2-ASS.
      *
      *****************************************************
      * ADENDO DA CONSULTA ASSINADA: LINHA DE CARIMBO      *
      * (DATA, HORA, OPERADOR E LINHA CORRIGIDA, 0=GERAL)  *
      * SEGUIDA DA LINHA DE TEXTO, NO FIM DO PRONTUARIO    *
      *****************************************************
      *
       ADE-001.
           IF W-ULTLIN > 997
              MOVE "*PRONTUARIO SEM LINHAS LIVRES*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-NUMLIN
           DISPLAY (23, 03) "CORRIGE A LINHA (0=GERAL) : "
           ACCEPT (23, 31) W-NUMLIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-NUMLIN > W-ULTLIN
              MOVE "*LINHA NAO ENCONTRADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ADE-001.
           MOVE SPACES TO W-TEXTO
           DISPLAY (24, 03) "ADENDO : "
           ACCEPT (24, 12) W-TEXTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-TEXTO = SPACES
              GO TO R1.
       ADE-WR1.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           ACCEPT W-HORASYS FROM TIME
           MOVE W-DIASYS TO LD-DD
           MOVE W-MESSYS TO LD-MM
           MOVE W-ANOSYS TO LD-AA
           MOVE W-HSHH   TO LD-HH
           MOVE W-HSMM   TO LD-MI
           MOVE SESSAO-OPERADOR TO LD-OPER
           IF W-NUMLIN = ZEROS
              MOVE " GERAL"      TO LD-REFTXT
              MOVE SPACES        TO LD-REFLIN
           ELSE
              MOVE " REF.LINHA " TO LD-REFTXT
              MOVE W-NUMLIN      TO LD-REFLIN.
           MOVE PRO-L-CHAVE TO PRO-CONSCHAVE
           COMPUTE PRO-LINHA = W-ULTLIN + 1
           MOVE LINADE TO PRO-TEXTO
           WRITE REGPRONTU
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PRONTUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           ADD 1 TO PRO-LINHA
           MOVE W-TEXTO TO PRO-TEXTO
           WRITE REGPRONTU
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PRONTUARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.
      *
      *****************************************************
      * INCLUSAO: A NOVA LINHA RECEBE O PROXIMO NUMERO     *
