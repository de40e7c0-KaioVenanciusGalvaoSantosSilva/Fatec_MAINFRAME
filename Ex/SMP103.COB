      *   28-29  SEQUENCIA DO EXAME     9(02)        *
      *   30-37  DATA RESULT. AAAAMMDD  9(08)        *
      *   38-67  RESULTADO              X(30)        *
      *   68-73  CODIGO DO ANALITO      X(06)        *
      *   74-81  VALOR DO ANALITO   9(05)V999        *
      *   82-89  NUMERO DO PEDIDO       9(08)        *
      *                                              *
      * QUANDO O LABORATORIO DEVOLVE O NUMERO DO     *
      * PEDIDO ENVIADO PELO SMP179, O EXAME E        *
      * LOCALIZADO PELO CADLABPED E A CHAVE DAS      *
      * POSICOES 01-29 E IGNORADA; SEM O NUMERO (OU  *
      * PEDIDO EM PAPEL) VALE A EXAME-CHAVE.         *
      *                                              *
      * LINHAS COM ANALITO GRAVAM O VALOR NO         *
      * CADEXRES, AVALIADO PELA FAIXAREF CONTRA O    *
      * CADANALITO. VARIAS LINHAS DO MESMO EXAME E   *
      * MESMA DATA DE RESULTADO SAO ACEITAS (UMA POR *
      * ANALITO); O TEXTO PODE VIR EM BRANCO. OS     *
      * VALORES CRITICOS SAEM LISTADOS NO RELATORIO. *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT CADEXRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ER-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ER-CRMSOL
                                   WITH DUPLICATES.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADLABPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LP-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LP-NUMPED.
           SELECT LABDIVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 LAB-SEQ           PIC 9(02).
          03 LAB-DATARES       PIC 9(08).
          03 LAB-RESULTADO     PIC X(30).
          03 LAB-ANALITO       PIC X(06).
          03 LAB-VALOR         PIC 9(05)V999.
          03 LAB-NUMPED        PIC 9(08).
      *
       FD CADEXRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXRES.DAT".
       01 REGEXRES.
          03 ER-CHAVE.
             05 ER-EXACHAVE    PIC X(29).
             05 ER-ANALITO     PIC X(06).
          03 ER-CRMSOL         PIC X(08).
          03 ER-DATARES        PIC 9(08).
          03 ER-VALOR          PIC 9(05)V999.
          03 ER-UNIDADE        PIC X(10).
          03 ER-REFMIN         PIC 9(05)V999.
          03 ER-REFMAX         PIC 9(05)V999.
          03 ER-FLAG           PIC X(01).
          03 ER-REVISADO       PIC X(01).
          03 ER-CRMREV         PIC X(08).
          03 ER-DATAREV        PIC 9(08).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF             PIC 9(11).
          03 NOME            PIC X(30).
          03 DATANASCIMENTO.
             05 NUMERODD     PIC 9(02).
             05 NUMEROMM     PIC 9(02).
             05 NUMEROAA     PIC 9(04).
          03 SEXO            PIC X(01).
          03 GENERO          PIC X(01).
          03 RESPONSAVELNOME PIC X(20).
          03 RESPONSAVELCPF  PIC 9(11).
          03 CONVENIO        PIC 9(04).
          03 TIPOBENEF       PIC X(01).
          03 TITULARCPF      PIC 9(11).
          03 CEPC            PIC 9(08).
          03 NUMEROENDERECO  PIC 9(04).
          03 COMPLEMENTO     PIC X(10).
          03 EMAIL           PIC X(30).
          03 TELEFONE.
             05 DDD             PIC 9(03).
             05 NUMEROTEL1      PIC 9(05).
             05 NUMEROTEL2      PIC 9(04).
             05 TIPOTEL         PIC X(01).
          03 EMERGENCIANOME  PIC X(20).
          03 TELEFONEEMERG.
             05 DDDEMERG        PIC 9(03).
             05 NUMEROTEL1EMERG PIC 9(05).
             05 NUMEROTEL2EMERG PIC 9(04).
             05 TIPOTELEMERG    PIC X(01).
          03 ALERGIAS        PIC X(30).
          03 CONSENTLGPD     PIC X(01).
          03 CONVENIO2       PIC 9(04).
          03 STATUSPACI      PIC X(01).
          03 DATAOBITO       PIC 9(08).
      *
       FD CADLABPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLABPED.DAT".
       01 REGLABPED.
          03 LP-CHAVE.
             05 LP-CPF         PIC 9(11).
             05 LP-DATA        PIC 9(08).
             05 LP-CRMNUM      PIC 9(06).
             05 LP-CRMUF       PIC X(02).
             05 LP-SEQ         PIC 9(02).
          03 LP-NUMPED         PIC 9(08).
          03 LP-ENVIADO        PIC X(01).
          03 LP-DATAENV        PIC 9(08).
          03 LP-CODEXA         PIC 9(08).
          03 LP-CONVENIO       PIC 9(04).
          03 LP-SENHA          PIC X(20).
          03 LP-DATARES        PIC 9(08).
      *
       FD LABDIVTX
               LABEL RECORD IS STANDARD
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTAPLIC     PIC 9(06) VALUE ZEROS.
       77 W-TOTDIVERG    PIC 9(06) VALUE ZEROS.
       77 W-TOTANAL      PIC 9(06) VALUE ZEROS.
       77 W-TOTCRIT      PIC 9(06) VALUE ZEROS.
       77 W-TOTPORPED    PIC 9(06) VALUE ZEROS.
       77 W-PORPED       PIC X(01) VALUE "N".
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 R-SEQ            PIC 9(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 R-MOTIVO         PIC X(30).
       01 LINCRIT.
                03 FILLER           PIC X(13) VALUE "CRITICO    : ".
                03 C-CPF            PIC 9(11).
                03 FILLER           PIC X(01) VALUE " ".
                03 C-DATA           PIC 9(08).
                03 FILLER           PIC X(01) VALUE " ".
                03 C-CRM            PIC 9(06).
                03 FILLER           PIC X(01) VALUE "/".
                03 C-CRMUF          PIC X(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 C-SEQ            PIC 9(02).
                03 FILLER           PIC X(01) VALUE " ".
                03 C-ANALITO        PIC X(06).
                03 FILLER           PIC X(01) VALUE " ".
                03 C-VALOR          PIC ZZZZ9,999.
                03 FILLER           PIC X(01) VALUE " ".
                03 C-UNIDADE        PIC X(10).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS LIDAS DO LABORATORIO : ".
                03 FILLER            PIC X(30) VALUE
                        "LINHAS DIVERGENTES          : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(30) VALUE
                        "ANALITOS GRAVADOS           : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(30) VALUE
                        "ANALITOS COM VALOR CRITICO  : ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS CASADAS PELO PEDIDO  : ".
                03 D-TOT6            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELLABDIV.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT103.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME LABRES
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
       INC-OP0C.
           OPEN I-O CADEXRES
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEXRES
                      CLOSE CADEXRES
                      GO TO INC-OP0C
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADEXRES" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME LABRES LABDIVTX
                      GO TO ROT-FIMP.
       INC-OP0D.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPACI
                      CLOSE CADPACI
                      GO TO INC-OP0D
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADPACI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME LABRES LABDIVTX CADEXRES
                      GO TO ROT-FIMP.
       INC-OP0E.
           OPEN I-O CADLABPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADLABPED
                      CLOSE CADLABPED
                      GO TO INC-OP0E
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADLABPED" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEXAME LABRES LABDIVTX CADEXRES CADPACI
                      GO TO ROT-FIMP.
           MOVE CAB0 TO REGLABDIVTX
           WRITE REGLABDIVTX
           MOVE SPACES TO REGLABDIVTX
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDAS.
       VAL-LAB.
                IF LAB-DATARES = ZEROS OR
                   (LAB-RESULTADO = SPACES AND LAB-ANALITO = SPACES)
                   MOVE "RESULTADO/DATA EM BRANCO" TO R-MOTIVO
                   PERFORM GRV-DIV THRU GRV-DIV-FIM
                   GO TO LER-LAB.
                IF LAB-ANALITO NOT = SPACES AND LAB-VALOR NOT NUMERIC
                   MOVE "VALOR DO ANALITO INVALIDO" TO R-MOTIVO
                   PERFORM GRV-DIV THRU GRV-DIV-FIM
                   GO TO LER-LAB.
      *
      * COM NUMERO DE PEDIDO, A CHAVE DO EXAME VEM DO CADLABPED
      *
                MOVE "N" TO W-PORPED
                IF LAB-NUMPED NOT NUMERIC OR LAB-NUMPED = ZEROS
                   GO TO VAL-LAB-CHAVE.
                MOVE LAB-NUMPED TO LP-NUMPED
                READ CADLABPED KEY IS LP-NUMPED
                IF ST-ERRO NOT = "00"
                   MOVE "NUMERO DE PEDIDO NAO ENVIADO" TO R-MOTIVO
                   PERFORM GRV-DIV THRU GRV-DIV-FIM
                   GO TO LER-LAB.
                MOVE "S"       TO W-PORPED
                MOVE LP-CPF    TO LAB-CPF
                MOVE LP-DATA   TO LAB-DATA
                MOVE LP-CRMNUM TO LAB-CRMNUM
                MOVE LP-CRMUF  TO LAB-CRMUF
                MOVE LP-SEQ    TO LAB-SEQ.
       VAL-LAB-CHAVE.
                MOVE LAB-CPF    TO EXA-CPF
                MOVE LAB-DATA   TO EXA-DATA
                MOVE LAB-CRMNUM TO EXA-CRMNUM
                ELSE
                   NEXT SENTENCE.
                IF EXA-DATARESULT NOT = ZEROS
                   IF LAB-ANALITO NOT = SPACES
                      AND EXA-DATARESULT = LAB-DATARES
                      GO TO GRV-ANALITO
                   ELSE
                      MOVE "EXAME JA TEM RESULTADO" TO R-MOTIVO
                      PERFORM GRV-DIV THRU GRV-DIV-FIM
                      GO TO LER-LAB.
       ATU-LAB.
                MOVE LAB-DATARES (1:4) TO EXA-RESAA
                MOVE LAB-DATARES (5:2) TO EXA-RESMM
                MOVE LAB-DATARES (7:2) TO EXA-RESDD
                IF LAB-RESULTADO NOT = SPACES
                   MOVE LAB-RESULTADO  TO EXA-RESULTADO
                ELSE
                   IF EXA-RESULTADO = SPACES
                      MOVE "VIDE RESULTADO POR ANALITO"
                                       TO EXA-RESULTADO.
                REWRITE REGEXAME
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO EXAME" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-TOTAPLIC
                IF W-PORPED = "S"
                   ADD 1 TO W-TOTPORPED
                   MOVE LAB-DATARES TO LP-DATARES
                   REWRITE REGLABPED.
                IF LAB-ANALITO = SPACES
                   GO TO LER-LAB.
      *
      *****************************************************
      * GRAVA O VALOR DO ANALITO JA AVALIADO CONTRA A      *
      * FAIXA DE REFERENCIA DO SEXO/IDADE DO PACIENTE      *
      *****************************************************
      *
       GRV-ANALITO.
                MOVE LAB-CPF TO CPF
                READ CADPACI
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SEXO OF REGPACI
                   MOVE ZEROS  TO DATANASCIMENTO OF REGPACI.
                MOVE EXAME-CHAVE TO ER-EXACHAVE
                MOVE LAB-ANALITO TO ER-ANALITO
                MOVE EXA-CRM     TO ER-CRMSOL
                MOVE LAB-DATARES TO ER-DATARES
                MOVE LAB-VALOR   TO ER-VALOR
                MOVE "N"         TO ER-REVISADO
                MOVE SPACES      TO ER-CRMREV
                MOVE ZEROS       TO ER-DATAREV
                CALL "FAIXAREF" USING ER-ANALITO SEXO OF REGPACI
                                      DATANASCIMENTO OF REGPACI
                                      ER-DATARES ER-VALOR ER-UNIDADE
                                      ER-REFMIN ER-REFMAX ER-FLAG
                WRITE REGEXRES
                IF ST-ERRO = "22"
                   MOVE "ANALITO JA IMPORTADO" TO R-MOTIVO
                   PERFORM GRV-DIV THRU GRV-DIV-FIM
                   GO TO LER-LAB.
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CADEXRES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD 1 TO W-TOTANAL
                IF ER-FLAG = "C"
                   PERFORM GRV-CRIT THRU GRV-CRIT-FIM.
                GO TO LER-LAB.
      *
       GRV-CRIT.
                MOVE LAB-CPF     TO C-CPF
                MOVE LAB-DATA    TO C-DATA
                MOVE LAB-CRMNUM  TO C-CRM
                MOVE LAB-CRMUF   TO C-CRMUF
                MOVE LAB-SEQ     TO C-SEQ
                MOVE ER-ANALITO  TO C-ANALITO
                MOVE ER-VALOR    TO C-VALOR
                MOVE ER-UNIDADE  TO C-UNIDADE
                MOVE LINCRIT     TO REGLABDIVTX
                WRITE REGLABDIVTX
                ADD 1 TO W-TOTCRIT.
       GRV-CRIT-FIM.
                EXIT.
      *
       GRV-DIV.
                MOVE LAB-CPF    TO R-CPF
                MOVE W-TOTDIVERG TO D-TOT3
                MOVE TOT3 TO REGLABDIVTX
                WRITE REGLABDIVTX
                MOVE W-TOTANAL   TO D-TOT4
                MOVE TOT4 TO REGLABDIVTX
                WRITE REGLABDIVTX
                MOVE W-TOTCRIT   TO D-TOT5
                MOVE TOT5 TO REGLABDIVTX
                WRITE REGLABDIVTX
                MOVE W-TOTPORPED TO D-TOT6
                MOVE TOT6 TO REGLABDIVTX
                WRITE REGLABDIVTX
                DISPLAY (01, 01) ERASE
                CLOSE CADEXAME LABRES LABDIVTX CADEXRES CADPACI
                      CADLABPED.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
