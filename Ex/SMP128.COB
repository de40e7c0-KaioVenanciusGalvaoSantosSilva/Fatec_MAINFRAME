      * CADPACI: RESPONSAVELCPF PARA MENORES OU      *
      * TITULARCPF PARA DEPENDENTES; NOS DEMAIS E O  *
      * PROPRIO CPF.                                 *
      * AS CONSULTAS SAO LIDAS PELA CHAVE DE DATA    *
      * (CON-DATA), SO DENTRO DO ANO.                *
      *                                              *
      * LAYOUT DO DMED.TXT (POSICOES FIXAS):         *
      * TIPO 0: "0" + ANO 9(04) + PRESTADOR X(30)    *
      *         + VALOR ANUAL 9(13) (2 DEC IMPLIC.)  *
      * TIPO 9: "9" + QTDE 9(06) + TOTAL 9(13)       *
      * A CONFERENCIA SAI NO RELDMED.TXT             *
      * PACIENTE SEM CPF (NUMERO PROVISORIO, VERPROV)*
      * NAO ENTRA NO DMED: O LANCAMENTO FICA FORA E  *
      * E CONTADO NO RELDMED.TXT PARA REGULARIZACAO. *
      * A DMED E DA CLINICA TODA (CNPJ UNICO): SO A  *
      * MATRIZ GERA                                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT DMEDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD DMEDTX
               LABEL RECORD IS STANDARD
       77 W-QTDPERD  PIC 9(06) VALUE ZEROS.
       77 W-TOTGERAL PIC 9(11)V99 VALUE ZEROS.
       77 W-VALORLANC PIC 9(07)V99 VALUE ZEROS.
       77 W-QTDPROV  PIC 9(06) VALUE ZEROS.
       77 W-VALPROV  PIC 9(11)V99 VALUE ZEROS.
       77 PRV-MODO   PIC X(01) VALUE "V".
       77 W-PROVOK   PIC X(01) VALUE "N".
       77 W-CPFTESTE PIC 9(11) VALUE ZEROS.
      *
       01 TAB-DMED.
          03 TBD-ENT OCCURS 2000 TIMES.
                03 LA-PERD           PIC ZZZZZ9.
                03 FILLER            PIC X(36) VALUE
                        " LANCAMENTOS FORA: DMED INCOMPLETO *".
       01 LINPROV.
                03 FILLER            PIC X(40) VALUE
                        "LANCAMENTOS DE PACIENTES SEM CPF (FORA):".
                03 LP-QTD            PIC ZZZZZ9.
                03 FILLER            PIC X(09) VALUE "  VALOR: ".
                03 LP-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELDMED.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT128.
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-FIL.
                MOVE ZEROS TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-TODAS NOT = "S"
                   MOVE "*DMED SO PELA MATRIZ (TODAS AS FILIAIS)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN INPUT CADCONSULTA
      * CONSULTAS PARTICULARES QUITADAS DO ANO             *
      *****************************************************
      *
       POS-ANO.
           MOVE W-ANOPROC TO CON-DATAAA
           MOVE ZEROS TO CON-DATAMM CON-DATADD
           START CADCONSULTA KEY IS NOT LESS THAN CON-DATA
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CAIXA.
       LER-CONS01.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
           ELSE
              NEXT SENTENCE.
           IF CON-DATAAA NOT = W-ANOPROC
              GO TO SOMA-CAIXA.
           IF CON-SITPAG NOT = "P"
              GO TO LER-CONS01.
           MOVE CON-CPF TO CPF
      *****************************************************
      *
       ACUM-BEN.
      *
      * NUMERO PROVISORIO (PACIENTE SEM CPF) COMO BENEFICIARIO
      * OU RESPONSAVEL NAO PODE SAIR NO ARQUIVO FISCAL
      *
           MOVE CPF TO W-CPFTESTE
           PERFORM VER-PROV THRU VER-PROV-FIM
           IF W-PROVOK = "S"
              GO TO ACUM-BEN-PROV.
           MOVE RESPONSAVELCPF TO W-CPFTESTE
           PERFORM VER-PROV THRU VER-PROV-FIM
           IF W-PROVOK = "S"
              GO TO ACUM-BEN-PROV.
           IF TIPOBENEF = "D"
              MOVE TITULARCPF TO W-CPFTESTE
              PERFORM VER-PROV THRU VER-PROV-FIM
              IF W-PROVOK = "S"
                 GO TO ACUM-BEN-PROV.
           MOVE ZEROS TO W-IND.
       ACUM-BEN-LP.
           ADD 1 TO W-IND
       ACUM-BEN-SOMA.
           ADD W-VALORLANC TO TBD-VALOR(W-IND)
           ADD W-VALORLANC TO W-TOTGERAL.
           GO TO ACUM-BEN-FIM.
       ACUM-BEN-PROV.
           ADD 1 TO W-QTDPROV
           ADD W-VALORLANC TO W-VALPROV.
       ACUM-BEN-FIM.
           EXIT.
      *
       VER-PROV.
           MOVE "N" TO W-PROVOK
           IF W-CPFTESTE = ZEROS
              GO TO VER-PROV-FIM.
           CALL "VERPROV" USING PRV-MODO W-CPFTESTE W-PROVOK.
       VER-PROV-FIM.
           EXIT.
      *
      *****************************************************
      * GERACAO DO DMED.TXT E DA CONFERENCIA RELDMED.TXT   *
              MOVE "ERRO ABERTURA DO ARQUIVO CONFTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGCONFTX FROM CAB0
           MOVE SPACES TO REGCONFTX
           WRITE REGCONFTX
              MOVE SPACES TO REGCONFTX
              WRITE REGCONFTX
              WRITE REGCONFTX FROM LINAVISO.
           IF W-QTDPROV NOT = ZEROS
              MOVE W-QTDPROV TO LP-QTD
              MOVE W-VALPROV TO LP-VALOR
              MOVE SPACES TO REGCONFTX
              WRITE REGCONFTX
              WRITE REGCONFTX FROM LINPROV.
           CLOSE DMEDTX CONFTX.
           IF SPL-GERADO = "S"
              STRING "ANO " W-ANOPROC
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           DISPLAY (16, 05) "BENEFICIARIOS DECLARADOS : "
           DISPLAY (16, 33) W-QTDBEN
           IF W-ESTOURO = "S"
              MOVE "*LIMITE ATINGIDO: DMED INCOMPLETO,NAO ENTREGAR*"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-QTDPROV NOT = ZEROS
              DISPLAY (18, 05) "LANCAMENTOS SEM CPF (FORA) : "
              DISPLAY (18, 36) W-QTDPROV.
           MOVE "*** DMED.TXT E RELDMED.TXT GERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
