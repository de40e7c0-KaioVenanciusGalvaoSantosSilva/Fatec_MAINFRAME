       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERDURAC.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA: DURACAO EM MINUTOS DE  *
      * UMA CONSULTA DO MEDICO (CRM/UF) PELO TIPO DA    *
      * VISITA (1=PRIMEIRA 2=RETORNO 3=PROCEDIMENTO) NA *
      * ESPECIALIDADE DADA (00 = A PRINCIPAL DO CADMED).*
      * PROCURA NO CADTPDUR, NESTA ORDEM: EXCECAO DO    *
      * MEDICO, PADRAO DA ESPECIALIDADE, PADRAO DA      *
      * CLINICA (ESPECIALIDADE 00); SEM CADASTRO VALEM  *
      * 40/15/60 MINUTOS. DURACAO ZERO NO REGISTRO      *
      * PASSA PARA O NIVEL SEGUINTE.                    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTPDUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTPDUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPDUR.DAT".
       01 REGTPDUR.
          03 TD-CHAVE.
             05 TD-ESPEC        PIC 9(02).
             05 TD-CRM.
                07 TD-CRMNUM    PIC 9(06).
                07 TD-CRMUF     PIC X(02).
          03 TD-DURTAB.
             05 TD-DURPRI       PIC 9(03).
             05 TD-DURRET       PIC 9(03).
             05 TD-DURPRO       PIC 9(03).
          03 TD-DURTABR REDEFINES TD-DURTAB.
             05 TD-DURACAO      PIC 9(03) OCCURS 3 TIMES.
          03 TD-DATAALT         PIC 9(08).
          03 TD-OPER            PIC X(10).
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
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-TIPO            PIC 9(01) VALUE ZEROS.
       77 W-ESPEC           PIC 9(02) VALUE ZEROS.
      *
      * DURACAO PADRAO SEM CADASTRO: PRIMEIRA, RETORNO, PROCED.
      *
       01 TABPADRAO.
          03 FILLER PIC X(09) VALUE "040015060".
       01 TABPADRAOR REDEFINES TABPADRAO.
          03 TBPADRAO       PIC 9(03) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DUR-L-CRM         PIC X(08).
       01 DUR-L-TIPO        PIC 9(01).
       01 DUR-L-ESPEC       PIC 9(02).
       01 DUR-L-MINUTOS     PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DUR-L-CRM DUR-L-TIPO DUR-L-ESPEC
                                DUR-L-MINUTOS.
       INICIO.
           MOVE DUR-L-TIPO TO W-TIPO
           IF W-TIPO < 1 OR W-TIPO > 3
              MOVE 1 TO W-TIPO.
           MOVE TBPADRAO (W-TIPO) TO DUR-L-MINUTOS
           MOVE DUR-L-ESPEC TO W-ESPEC
           IF W-ESPEC NOT = ZEROS
              GO TO ABRE-TPDUR.
      *
      * ESPECIALIDADE NAO INFORMADA: A PRINCIPAL DO MEDICO
      *
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              GO TO ABRE-TPDUR.
           MOVE DUR-L-CRM TO CRM-CHAVE
           READ CADMED
           IF ST-ERRO = "00"
              MOVE ESPECIALIDADE TO W-ESPEC.
           CLOSE CADMED.
       ABRE-TPDUR.
           OPEN INPUT CADTPDUR
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
      *
      * DO NIVEL MAIS GERAL PARA O MAIS ESPECIFICO: O ULTIMO
      * REGISTRO ACHADO COM DURACAO DIFERENTE DE ZERO VALE
      *
           MOVE ZEROS  TO TD-ESPEC TD-CRMNUM
           MOVE SPACES TO TD-CRMUF
           PERFORM LER-TPDUR THRU LER-TPDUR-FIM
           IF W-ESPEC = ZEROS
              GO TO ROT-FIM.
           MOVE W-ESPEC TO TD-ESPEC
           MOVE ZEROS   TO TD-CRMNUM
           MOVE SPACES  TO TD-CRMUF
           PERFORM LER-TPDUR THRU LER-TPDUR-FIM
           MOVE W-ESPEC   TO TD-ESPEC
           MOVE DUR-L-CRM TO TD-CRM
           PERFORM LER-TPDUR THRU LER-TPDUR-FIM.
      *
       ROT-FIM.
           CLOSE CADTPDUR.
       ROT-FIMP.
           EXIT PROGRAM.
      *
       LER-TPDUR.
           READ CADTPDUR
           IF ST-ERRO NOT = "00"
              GO TO LER-TPDUR-FIM.
           IF TD-DURACAO (W-TIPO) NOT = ZEROS
              MOVE TD-DURACAO (W-TIPO) TO DUR-L-MINUTOS.
       LER-TPDUR-FIM.
           EXIT.
