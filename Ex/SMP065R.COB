      ***********************************************
      * RELATORIO DE DIAGNOSTICOS RECORRENTES        *
      * (MESMO CID 3+ VEZES P/PACIENTE NO PERIODO)   *
      * CONTA O CID PRINCIPAL E OS SECUNDARIOS DA    *
      * CONSULTA (CADCONCID).                        *
      * SO CONTA CONSULTAS DAS FILIAIS DO OPERADOR   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT CRONTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
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
       FD CRONTX
               LABEL RECORD IS STANDARD
       77 W-QTDCID       PIC 9(02) COMP VALUE ZEROS.
       77 W-CPFATU       PIC 9(11) VALUE ZEROS.
       77 W-DATARECNUM   PIC 9(08) VALUE ZEROS.
       77 W-CIDACUM      PIC 9(06) VALUE ZEROS.
       01 W-DATAINI.
          03 W-INIDD     PIC 9(02) VALUE ZEROS.
          03 W-INIMM     PIC 9(02) VALUE ZEROS.
                03 FILLER            PIC X(30) VALUE
                        "TOTAL DE ALERTAS EMITIDOS  : ".
                03 D-TOTTX           PIC ZZZ.ZZ9.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELCRONICO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT065.
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0BA.
           OPEN INPUT CADCONCID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONCID
                 CLOSE CADCONCID
                 OPEN INPUT CADCONCID
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCONCID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
       INC-OP0C.
           OPEN OUTPUT CRONTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CRONTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           PERFORM CABECALHO THRU CABECALHO-FIM.
      *
      *****************************************************
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE CON-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-CONS.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM < W-DATAININ9
                   GO TO LER-CONS.
                   PERFORM FECHA-PACI THRU FECHA-PACI-FIM
                   MOVE CON-CPF TO W-CPFATU
                   MOVE ZEROS TO W-QTDCID.
                MOVE CON-CID TO W-CIDACUM
                PERFORM ACUMULA-CID THRU ACUMULA-CID-FIM.
      *
      * OS DIAGNOSTICOS SECUNDARIOS DA CONSULTA CONTAM IGUAL
      *
       LER-SEC.
                MOVE CONSULTA-CHAVE TO CCI-CONSCHAVE
                MOVE ZEROS TO CCI-SEQ
                START CADCONCID KEY IS NOT LESS THAN CONCID-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO LER-CONS.
       LER-SEC-LP.
                READ CADCONCID NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO LER-CONS.
                IF CCI-CONSCHAVE NOT = CONSULTA-CHAVE
                   GO TO LER-CONS.
                MOVE CCI-CID TO W-CIDACUM
                PERFORM ACUMULA-CID THRU ACUMULA-CID-FIM
                GO TO LER-SEC-LP.
      *
       ACUMULA-CID.
                MOVE ZEROS TO W-IND.
                ADD 1 TO W-IND
                IF W-IND > W-QTDCID
                   GO TO ACUMULA-CID-NOVO.
                IF TBC-CID (W-IND) = W-CIDACUM
                   ADD 1 TO TBC-QTDE (W-IND)
                   GO TO ACUMULA-CID-FIM.
                GO TO ACUMULA-CID-LP.
       ACUMULA-CID-NOVO.
                IF W-QTDCID < 50
                   ADD 1 TO W-QTDCID
                   MOVE W-CIDACUM TO TBC-CID (W-QTDCID)
                   MOVE 1         TO TBC-QTDE (W-QTDCID).
       ACUMULA-CID-FIM.
                EXIT.
      *
      *****************************************************
      * EMITE AS LINHAS DO PACIENTE QUE FECHOU             *
                MOVE TOTALTX     TO REGCRONTX
                WRITE REGCRONTX
                DISPLAY (01, 01) ERASE
                CLOSE CADCONSULTA CADCID CADPACI CRONTX CADCONCID.
                IF SPL-GERADO = "S"
                   STRING "DESDE " W-INIDD "/" W-INIMM "/"
                          W-INIAA
                          DELIMITED BY SIZE INTO SPL-PARAM
                   MOVE W-PAGINA TO SPL-PAGINAS
                   MOVE FIL-PADRAO TO SPL-FILIAL
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
