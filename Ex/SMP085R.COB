      ***********************************************
      * RELATORIO DE REPASSE (COMISSAO) POR MEDICO   *
      * TOTALIZA O VALOR FATURADO POR CRM NO PERIODO *
      * E APLICA O REPASSE DO CONTRATO DO MEDICO     *
      * (CALCREP) A CADA CONSULTA. SEM CONTRATO      *
      * VIGENTE, USA O PERCENTUAL PADRAO DIGITADO.   *
      * LE SO O PERIODO PELA CHAVE DE DATA E TOTALI- *
      * ZA POR CRM NA TABELA TAB-CRM (ORDEM DE CRM). *
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
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       77 W-DATARECNUM   PIC 9(08) VALUE ZEROS.
       77 W-PERCREP      PIC 9(03)V99 VALUE ZEROS.
       77 W-VALORFAT     PIC 9(07)V99 VALUE ZEROS.
       77 W-REPCONS      PIC 9(07)V99 VALUE ZEROS.
       77 W-ACHREP       PIC X(01) VALUE "N".
       77 W-TOTCRM       PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDCRM       PIC 9(06) VALUE ZEROS.
       77 W-REPCRM       PIC 9(09)V99 VALUE ZEROS.
       01 W-CRMATU.
          03 W-CRMATUNUM PIC 9(06) VALUE ZEROS.
          03 W-CRMATUUF  PIC X(02) VALUE SPACES.
      *
      * TOTAIS POR CRM, MANTIDOS EM ORDEM DE CRM
      *
       77 W-QTDTCRM      PIC 9(04) VALUE ZEROS.
       77 W-IXC          PIC 9(04) VALUE ZEROS.
       77 W-IXD          PIC 9(04) VALUE ZEROS.
       01 TAB-CRM.
          03 TCR-ENT OCCURS 500 TIMES.
             05 TCR-CRM.
                07 TCR-CRMNUM PIC 9(06).
                07 TCR-CRMUF  PIC X(02).
             05 TCR-QTD       PIC 9(06).
             05 TCR-TOT       PIC 9(09)V99.
             05 TCR-REP       PIC 9(09)V99.
       01 W-PERINI.
          03 W-PINIDD  PIC 9(02) VALUE ZEROS.
          03 W-PINIMM  PIC 9(02) VALUE ZEROS.
                03 D-TOTFAT         PIC ZZZ.ZZZ.ZZ9,99.
                03 FILLER           PIC X(01) VALUE SPACES.
                03 D-TOTREP         PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELREPASSE.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT085.
           05  LINE 07  COLUMN 01
               VALUE  "    PERIODO DE:   /  /        ATE:   /  /".
           05  LINE 09  COLUMN 01
               VALUE  "    PERCENTUAL PADRAO (SEM CONTRATO) :".
           05  TW-PINIDD
               LINE 07  COLUMN 16  PIC 9(02)
               USING  W-PINIDD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-PERCREP > 100
                   MOVE "*PERCENTUAL DE REPASSE INVALIDO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PER.
                      MOVE "ERRO ABERTURA DO ARQUIVO REPTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGREPTX FROM CAB0
           MOVE SPACES TO REGREPTX
           WRITE REGREPTX
           WRITE REGREPTX.
      *
      *****************************************************
      * LE PELO INDICE CON-DATA, SO DENTRO DO PERIODO,    *
      * E ACUMULA OS TOTAIS POR CRM NA TAB-CRM            *
      *****************************************************
      *
       POSICIONA.
           MOVE W-PERININ9 TO CON-DATA
           START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
           IF ST-ERRO NOT = "00"
              GO TO ROT-TOT.
       LER-CONS01.
                READ CADCONSULTA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO LISTA-CRM
                   ELSE
                      MOVE "ERRO NA LEITURA CADCONSULTA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE CON-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   GO TO LER-CONS01.
                MOVE CON-DATA TO W-DATARECNUM
                IF W-DATARECNUM > W-PERFIMN9
                   GO TO LISTA-CRM.
                IF CON-FATURADO NOT = "S"
                   GO TO LER-CONS01.
                IF W-DATARECNUM < W-PERININ9
                   GO TO LER-CONS01.
       CALC-VALOR.
                PERFORM BUS-VALOR THRU BUS-VALOR-FIM
                MOVE CON-DATA TO W-DATARECNUM
                CALL "CALCREP" USING CON-CRM CON-TIPOVIS W-DATARECNUM
                                     W-VALORFAT W-REPCONS W-ACHREP
                IF W-ACHREP NOT = "S"
                   COMPUTE W-REPCONS ROUNDED =
                           (W-VALORFAT * W-PERCREP) / 100.
                PERFORM ACUM-CRM THRU ACUM-CRM-FIM
                GO TO LER-CONS01.
      *
      *****************************************************
      * FIM DA LEITURA: IMPRIME UMA LINHA POR CRM DA TABELA*
      *****************************************************
      *
       LISTA-CRM.
                MOVE 1 TO W-IXC.
       LISTA-CRM-LP.
                IF W-IXC > W-QTDTCRM
                   GO TO ROT-TOT.
                MOVE TCR-CRMNUM (W-IXC) TO W-CRMATUNUM
                MOVE TCR-CRMUF (W-IXC)  TO W-CRMATUUF
                MOVE TCR-QTD (W-IXC)    TO W-QTDCRM
                MOVE TCR-TOT (W-IXC)    TO W-TOTCRM
                MOVE TCR-REP (W-IXC)    TO W-REPCRM
                PERFORM FECHA-CRM THRU FECHA-CRM-FIM
                ADD 1 TO W-IXC
                GO TO LISTA-CRM-LP.
      *
      *****************************************************
      * SOMA A CONSULTA NA ENTRADA DO CRM. CRM NOVO ENTRA  *
      * NA POSICAO DA ORDEM, DESLOCANDO OS MAIORES         *
      *****************************************************
      *
       ACUM-CRM.
                MOVE 1 TO W-IXC.
       ACUM-CRM-LP.
                IF W-IXC > W-QTDTCRM
                   GO TO ACUM-CRM-NOVO.
                IF TCR-CRM (W-IXC) = CON-CRM
                   GO TO ACUM-CRM-SOMA.
                IF TCR-CRM (W-IXC) > CON-CRM
                   GO TO ACUM-CRM-NOVO.
                ADD 1 TO W-IXC
                GO TO ACUM-CRM-LP.
       ACUM-CRM-NOVO.
                IF W-QTDTCRM NOT < 500
                   MOVE "*** TABELA DE MEDICOS CHEIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACUM-CRM-FIM.
                ADD 1 TO W-QTDTCRM
                MOVE W-QTDTCRM TO W-IXD.
       ACUM-CRM-DESL.
                IF W-IXD > W-IXC
                   MOVE TCR-ENT (W-IXD - 1) TO TCR-ENT (W-IXD)
                   SUBTRACT 1 FROM W-IXD
                   GO TO ACUM-CRM-DESL.
                MOVE CON-CRM TO TCR-CRM (W-IXC)
                MOVE ZEROS   TO TCR-QTD (W-IXC) TCR-TOT (W-IXC)
                                TCR-REP (W-IXC).
       ACUM-CRM-SOMA.
                ADD 1          TO TCR-QTD (W-IXC)
                ADD W-VALORFAT TO TCR-TOT (W-IXC)
                ADD W-REPCONS  TO TCR-REP (W-IXC).
       ACUM-CRM-FIM.
                EXIT.
      *
      *****************************************************
      * VALOR FATURADO DA CONSULTA: PRECO DO CADPROC X     *
      * COBERTURA DO CONVENIO (PARTICULAR = PRECO CHEIO)   *
      *****************************************************
       FECHA-CRM.
           IF W-QTDCRM = ZEROS
              GO TO FECHA-CRM-FIM.
           MOVE W-CRMATUNUM TO CRM
           MOVE W-CRMATUUF  TO CRM-UF
           READ CADMED
           WRITE REGREPTX
           ADD W-TOTCRM TO W-TOTGER
           ADD W-REPCRM TO W-REPGER
           MOVE ZEROS TO W-TOTCRM W-QTDCRM W-REPCRM.
       FECHA-CRM-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADCONSULTA CADMED CADPACI CADCONV CADPROC REPTX.
           IF SPL-GERADO = "S"
              STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                     " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
