      *   26-27  UF DO CRM              X(02)        *
      *   28-28  SITUACAO P=PAGO G=GLOSA X(01)       *
      *   29-37  VALOR PAGO (7 INT+2 DEC) 9(09)      *
      *                                              *
      * CONSULTA FATURADA EM MES CONTABIL FECHADO:   *
      * SE JA ESTAVA PAGA/GLOSADA (JA FOI AO JORNAL) *
      * A LINHA E REJEITADA; SE AINDA PENDENTE, O    *
      * CON-DATAFAT PASSA PARA A DATA DO PROCESSA-   *
      * MENTO E A RECEITA CAI NO MES ABERTO.         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 W-DSMM      PIC 9(02).
          03 W-DSDD      PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *---------[ PERIODO CONTABIL (VERPERIOD) ]-------------------
       01 PER-DATA      PIC 9(08) VALUE ZEROS.
       01 PER-FECHADO   PIC X(01) VALUE SPACES.
       01 W-DTPRAZO.
          03 W-DPAA      PIC 9(04) VALUE ZEROS.
          03 W-DPMM      PIC 9(02) VALUE ZEROS.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS REJEITADAS           : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRETORNO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT067.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADCONSULTA RETOPER
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGRETORTX
           WRITE REGRETORTX
           MOVE SPACES TO REGRETORTX
                   MOVE "CONSULTA NAO FOI FATURADA" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-RET.
       VAL-PER.
                MOVE CON-DATAFAT TO PER-DATA
                CALL "VERPERIOD" USING PER-DATA PER-FECHADO
                IF PER-FECHADO NOT = "S"
                   GO TO ATU-RET.
                IF CON-SITPAG = "P" OR "G"
                   MOVE "CONSULTA EM PERIODO FECHADO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-RET.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DATASYS9 TO PER-DATA
                CALL "VERPERIOD" USING PER-DATA PER-FECHADO
                IF PER-FECHADO = "S"
                   MOVE "MES CONTABIL CORRENTE FECHADO" TO R-MOTIVO
                   PERFORM GRV-REJ THRU GRV-REJ-FIM
                   GO TO LER-RET.
                MOVE W-DATASYS9 TO CON-DATAFAT.
       ATU-RET.
                MOVE RET-SITUACAO  TO CON-SITPAG
                IF RET-SITUACAO = "G"
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADPACI CADLOTE CADRECGLO RETOPER
                      RETORTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
