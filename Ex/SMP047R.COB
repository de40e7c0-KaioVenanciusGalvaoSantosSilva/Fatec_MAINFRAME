      * E CADCONSULTA A CADA CONSULTA NOVA) E LIMPA  *
      * O MOVIMENTO; MODO R (RECONSTRUCAO) ZERA O    *
      * ACUMULADOR E RELE TODO O HISTORICO.          *
      * O ACUMULADOR E UNICO PARA TODAS AS FILIAIS:  *
      * SO A MATRIZ ATUALIZA                         *
      ***********************************************
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
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(41) VALUE
                        " *** PAINEL GERENCIAL DE ATENDIMENTOS ***".
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "DASHBOARD.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT047.
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-FIL.
                MOVE ZEROS TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-TODAS NOT = "S"
                   MOVE "*PAINEL SO PELA MATRIZ (TODAS AS FILIAIS)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN INPUT CADCONSULTA
              MOVE "ERRO ABERTURA DO ARQUIVO DASHBTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGDASHTX FROM CAB0.
           MOVE SPACES TO REGDASHTX
           WRITE REGDASHTX.
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADMED CADPACI CADCEP SNAPDASH
                      DASHBTX.
                IF SPL-GERADO = "S"
                   STRING "MODO " W-MODO
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE FIL-PADRAO TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.

