      * NO MESMO ESPIRITO DO SMP067 COM O RETOPER.   *
      * VALOR PAGO DIFERENTE DO VALOR DO TITULO SAI  *
      * NA LISTA DE DIVERGENCIAS (E AINDA LIQUIDA).  *
      * BOLETO DE PARCELA (CADPARC) LIQUIDA SO A     *
      * PARCELA; A CONSULTA SO FICA PAGA QUANDO TODAS*
      * AS PARCELAS ESTAO LIQUIDADAS. BAIXA DE BOLETO*
      * DE PARCELA LIBERA A PARCELA PARA NOVO BOLETO *
      * NA PROXIMA REMESSA (SMP114).                 *
      * CONSULTA FATURADA EM MES CONTABIL FECHADO:   *
      * O CON-DATAFAT PASSA PARA A DATA DO PROCESSA- *
      * MENTO (RECEITA NO MES ABERTO); JA PAGA OU    *
      * COM O MES CORRENTE FECHADO, SAI COMO         *
      * DIVERGENCIA E A CONSULTA NAO E ATUALIZADA.   *
      *                                              *
      * LAYOUT DO RETBANCO.TXT (POSICOES FIXAS):     *
      *   01-10  NOSSO NUMERO          9(10)         *
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAR-NOSSONUM
                                   WITH DUPLICATES.
           SELECT RETBANCO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
          03 CON-LOTE          PIC 9(06).
          03 CON-TIPOVIS       PIC 9(01).
          03 CON-CONVUSO       PIC 9(04).
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PAR-CHAVE.
             05 PAR-CONSCHAVE  PIC X(27).
             05 PAR-NUM        PIC 9(02).
          03 PAR-QTD           PIC 9(02).
          03 PAR-VALOR         PIC 9(07)V99.
          03 PAR-VENCTO        PIC 9(08).
          03 PAR-NOSSONUM      PIC 9(10).
          03 PAR-SITUACAO      PIC X(01).
          03 PAR-DATAPAG       PIC 9(08).
          03 PAR-VALORPAG      PIC 9(07)V99.
      *
       FD RETBANCO
               LABEL RECORD IS STANDARD
       77 W-TOTBAIXA     PIC 9(06) VALUE ZEROS.
       77 W-TOTDIVERG    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJEIT    PIC 9(06) VALUE ZEROS.
       77 W-TOTPARC      PIC 9(06) VALUE ZEROS.
       77 W-TEMPARC      PIC X(01) VALUE "N".
       77 W-PARCABERTA   PIC X(01) VALUE "N".
       77 W-PAGOPARC     PIC 9(07)V99 VALUE ZEROS.
       77 W-CONSCHAVE    PIC X(27) VALUE SPACES.
       77 W-PERREJ       PIC X(01) VALUE "N".
       01 W-DATASYS.
          03 W-DSAA      PIC 9(04).
          03 W-DSMM      PIC 9(02).
          03 W-DSDD      PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *---------[ PERIODO CONTABIL (VERPERIOD) ]-------------------
       01 PER-DATA      PIC 9(08) VALUE ZEROS.
       01 PER-FECHADO   PIC X(01) VALUE SPACES.
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER            PIC X(30) VALUE
                        "LINHAS REJEITADAS           : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(30) VALUE
                        "  DOS QUAIS PARCELAS        : ".
                03 D-TOT6            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELRETBCO.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT115.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO
                      GO TO ROT-FIMP.
       INC-OP0A1.
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 OPEN I-O CADPARC
              ELSE
                 MOVE "ERRO ABERTURA DO ARQUIVO CADPARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADBOLETO CADCONSULTA
                 GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT RETBANCO
           IF ST-ERRO2 NOT = "00"
                      MOVE "*ARQUIVO RETBANCO.TXT NAO ENCONTRADO*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO CADCONSULTA CADPARC
                      GO TO ROT-FIMP
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO RETBANCO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO CADCONSULTA CADPARC
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RETBCOTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBOLETO CADCONSULTA CADPARC RETBANCO
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGRETBCOTX
           WRITE REGRETBCOTX
           MOVE SPACES TO REGRETBCOTX
                   MOVE "B" TO BOL-SITUACAO
                   REWRITE REGBOLETO
                   ADD 1 TO W-TOTBAIXA
                   PERFORM BAIXA-PARC THRU BAIXA-PARC-FIM
                   GO TO LER-RET.
                IF RB-VALORPAG NOT = BOL-VALOR
                   MOVE "DIVERGENCIA: " TO LO-ROTULO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-TOTLIQ.
                PERFORM LIQ-PARC THRU LIQ-PARC-FIM
                IF W-TEMPARC = "S"
                   GO TO ATU-CONS-PARC.
      *
      * MARCA A CONSULTA DA FATURA COMO PAGA
      *
                   PERFORM GRV-OCO THRU GRV-OCO-FIM
                   ADD 1 TO W-TOTDIVERG
                   GO TO LER-RET.
                PERFORM VER-PER THRU VER-PER-FIM
                IF W-PERREJ = "S"
                   GO TO LER-RET.
                MOVE "P" TO CON-SITPAG
                MOVE RB-VALORPAG TO CON-VALORPAGO
                REWRITE REGCONSULTA
                GO TO LER-RET.
      *
      * FATURA PARCELADA: CONSULTA ACUMULA O VALOR PAGO DAS
      * PARCELAS E SO FICA PAGA COM TODAS LIQUIDADAS
      *
       ATU-CONS-PARC.
                PERFORM SOMA-PARC THRU SOMA-PARC-FIM
                MOVE BOL-CONSCHAVE TO CONSULTA-CHAVE
                READ CADCONSULTA
                IF ST-ERRO NOT = "00"
                   MOVE "DIVERGENCIA: " TO LO-ROTULO
                   MOVE "CONSULTA DO BOLETO NAO EXISTE" TO LO-MOTIVO
                   MOVE BOL-NOSSONUM TO LO-NOSSONUM
                   MOVE BOL-CPF TO LO-CPF
                   PERFORM GRV-OCO THRU GRV-OCO-FIM
                   ADD 1 TO W-TOTDIVERG
                   GO TO LER-RET.
                PERFORM VER-PER THRU VER-PER-FIM
                IF W-PERREJ = "S"
                   GO TO LER-RET.
                MOVE W-PAGOPARC TO CON-VALORPAGO
                IF W-PARCABERTA = "N"
                   MOVE "P" TO CON-SITPAG.
                REWRITE REGCONSULTA
                GO TO LER-RET.
      *
      *****************************************************
      * PARCELA DO BOLETO (PELO NOSSO NUMERO) NO CADPARC   *
      *****************************************************
      *
       ACHA-PARC.
                MOVE "N" TO W-TEMPARC
                MOVE BOL-NOSSONUM TO PAR-NOSSONUM
                START CADPARC KEY IS EQUAL TO PAR-NOSSONUM
                IF ST-ERRO NOT = "00"
                   GO TO ACHA-PARC-FIM.
                READ CADPARC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO ACHA-PARC-FIM.
                IF PAR-NOSSONUM NOT = BOL-NOSSONUM
                   GO TO ACHA-PARC-FIM.
                MOVE "S" TO W-TEMPARC.
       ACHA-PARC-FIM.
                EXIT.
      *
       LIQ-PARC.
                PERFORM ACHA-PARC THRU ACHA-PARC-FIM
                IF W-TEMPARC = "N"
                   GO TO LIQ-PARC-FIM.
                MOVE "L"         TO PAR-SITUACAO
                MOVE RB-DATAPAG  TO PAR-DATAPAG
                MOVE RB-VALORPAG TO PAR-VALORPAG
                REWRITE REGPARC
                ADD 1 TO W-TOTPARC.
       LIQ-PARC-FIM.
                EXIT.
      *
       BAIXA-PARC.
                PERFORM ACHA-PARC THRU ACHA-PARC-FIM
                IF W-TEMPARC = "N"
                   GO TO BAIXA-PARC-FIM.
                MOVE ZEROS TO PAR-NOSSONUM
                REWRITE REGPARC.
       BAIXA-PARC-FIM.
                EXIT.
      *
       SOMA-PARC.
                MOVE ZEROS TO W-PAGOPARC
                MOVE "N" TO W-PARCABERTA
                MOVE BOL-CONSCHAVE TO W-CONSCHAVE PAR-CONSCHAVE
                MOVE ZEROS TO PAR-NUM
                START CADPARC KEY IS NOT LESS THAN PAR-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO SOMA-PARC-FIM.
       SOMA-PARC-LP.
                READ CADPARC NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO SOMA-PARC-FIM.
                IF PAR-CONSCHAVE NOT = W-CONSCHAVE
                   GO TO SOMA-PARC-FIM.
                IF PAR-SITUACAO = "L"
                   ADD PAR-VALORPAG TO W-PAGOPARC
                ELSE
                   MOVE "S" TO W-PARCABERTA.
                GO TO SOMA-PARC-LP.
       SOMA-PARC-FIM.
                EXIT.
      *
       GRV-OCO.
                MOVE LINOCO TO REGRETBCOTX
       GRV-OCO-FIM.
                EXIT.
      *
      *****************************************************
      * CONSULTA FATURADA EM MES CONTABIL FECHADO: PASSA   *
      * PARA O MES CORRENTE, OU DIVERGENCIA QUANDO JA FOI  *
      * AO JORNAL OU O MES CORRENTE TAMBEM ESTA FECHADO    *
      *****************************************************
      *
       VER-PER.
                MOVE "N" TO W-PERREJ
                MOVE CON-DATAFAT TO PER-DATA
                CALL "VERPERIOD" USING PER-DATA PER-FECHADO
                IF PER-FECHADO NOT = "S"
                   GO TO VER-PER-FIM.
                IF CON-SITPAG = "P" OR "G"
                   GO TO VER-PER-REJ.
                ACCEPT W-DATASYS FROM DATE YYYYMMDD
                MOVE W-DATASYS9 TO PER-DATA
                CALL "VERPERIOD" USING PER-DATA PER-FECHADO
                IF PER-FECHADO = "S"
                   GO TO VER-PER-REJ.
                MOVE W-DATASYS9 TO CON-DATAFAT
                GO TO VER-PER-FIM.
       VER-PER-REJ.
                MOVE "S" TO W-PERREJ
                MOVE "DIVERGENCIA: " TO LO-ROTULO
                MOVE "CONSULTA EM PERIODO FECHADO" TO LO-MOTIVO
                MOVE BOL-NOSSONUM TO LO-NOSSONUM
                MOVE BOL-CPF TO LO-CPF
                PERFORM GRV-OCO THRU GRV-OCO-FIM
                ADD 1 TO W-TOTDIVERG.
       VER-PER-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                MOVE W-TOTLIQ    TO D-TOT2
                MOVE TOT2 TO REGRETBCOTX
                WRITE REGRETBCOTX
                MOVE W-TOTPARC   TO D-TOT6
                MOVE TOT6 TO REGRETBCOTX
                WRITE REGRETBCOTX
                MOVE W-TOTBAIXA  TO D-TOT3
                MOVE TOT3 TO REGRETBCOTX
                WRITE REGRETBCOTX
                MOVE TOT5 TO REGRETBCOTX
                WRITE REGRETBCOTX
                DISPLAY (01, 01) ERASE
                CLOSE CADBOLETO CADCONSULTA CADPARC RETBANCO
                      RETBCOTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
