       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERREGRA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA: O ITEM A FATURAR       *
      * (CONVENIO + CPF + DATA + CRM + CODIGO TUSS +    *
      * QUANTIDADE) RESPEITA AS REGRAS ATIVAS DA        *
      * OPERADORA (CADREGRA, SMP220)? VALEM AS REGRAS   *
      * DO PROPRIO CODIGO E AS DO CODIGO 00000000       *
      * (QUALQUER ITEM DO CONVENIO). O HISTORICO E O JA *
      * FATURADO NO MESMO CONVENIO ATE A DATA DO ITEM:  *
      * CONSULTAS (ITENS DO CADCONPROC OU O CODIGO DO   *
      * CID NO CADPROC) E EXAMES (CADEXAME). O PROPRIO  *
      * REGISTRO DE ORIGEM (C=CONSULTA E=EXAME + CHAVE) *
      * NAO CONTA. A FREQUENCIA (F) COMPARA A ESPECIA-  *
      * LIDADE PRINCIPAL DOS MEDICOS (CADMED) E SO SE   *
      * APLICA A CONSULTAS. DEVOLVE S = PODE FATURAR OU *
      * N = RETER, COM O TIPO E A DESCRICAO DA PRIMEIRA *
      * REGRA QUEBRADA. SEM O CADREGRA A RESPOSTA E S.  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREGRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REGRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONSULTA-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROC-CID
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREGRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREGRA.DAT".
       01 REGREGRA.
          03 REGRA-CHAVE.
             05 RGR-CONVENIO    PIC 9(06).
             05 RGR-PROC        PIC 9(08).
             05 RGR-TIPO        PIC X(01).
          03 RGR-TIPOVIS        PIC 9(01).
          03 RGR-DIAS           PIC 9(04).
          03 RGR-QTDE           PIC 9(03).
          03 RGR-IDADEMIN       PIC 9(03).
          03 RGR-IDADEMAX       PIC 9(03).
          03 RGR-SEXO           PIC X(01).
          03 RGR-DESCRICAO      PIC X(30).
          03 RGR-ATIVO          PIC X(01).
          03 RGR-DATAALT        PIC 9(08).
          03 RGR-OPER           PIC X(10).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSULTA.DAT".
       01 REGCONSULTA.
          03 CONSULTA-CHAVE.
             05 CON-CPF        PIC 9(11).
             05 CON-DATA.
                07 CON-DATAAA  PIC 9(04).
                07 CON-DATAMM  PIC 9(02).
                07 CON-DATADD  PIC 9(02).
             05 CON-CRM.
                07 CON-CRMNUM  PIC 9(06).
                07 CON-CRMUF   PIC X(02).
          03 CON-CID           PIC 9(06).
          03 CON-OBSERVACOES   PIC X(30).
          03 CON-FATURADO      PIC X(01).
          03 CON-DATAFAT       PIC 9(08).
          03 CON-SITPAG        PIC X(01).
          03 CON-VALORPAGO     PIC 9(07)V99.
          03 CON-MODAL         PIC X(01).
          03 CON-FILIAL        PIC 9(02).
          03 CON-LOTE          PIC 9(06).
          03 CON-TIPOVIS       PIC 9(01).
          03 CON-CONVUSO       PIC 9(04).
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAME.
          03 EXAME-CHAVE.
             05 EXA-CPF        PIC 9(11).
             05 EXA-DATA.
                07 EXA-DATAAA  PIC 9(04).
                07 EXA-DATAMM  PIC 9(02).
                07 EXA-DATADD  PIC 9(02).
             05 EXA-CRM.
                07 EXA-CRMNUM  PIC 9(06).
                07 EXA-CRMUF   PIC X(02).
             05 EXA-SEQ        PIC 9(02).
          03 EXA-TIPO          PIC X(20).
          03 EXA-DATAPEDIDO.
             05 EXA-PEDAA      PIC 9(04).
             05 EXA-PEDMM      PIC 9(02).
             05 EXA-PEDDD      PIC 9(02).
          03 EXA-DATARESULT.
             05 EXA-RESAA      PIC 9(04).
             05 EXA-RESMM      PIC 9(02).
             05 EXA-RESDD      PIC 9(02).
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PROC-CID          PIC 9(06).
          03 PROC-CODIGO       PIC 9(08).
          03 PROC-DESCRICAO    PIC X(30).
          03 PROC-VALOR        PIC 9(07)V99.
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
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 W-ABRIU           PIC X(01) VALUE "N".
       77 W-TEMPACI         PIC X(01) VALUE "N".
       77 W-PASSO           PIC 9(01) VALUE ZEROS.
       77 W-PROCBUSCA       PIC 9(08) VALUE ZEROS.
       77 W-ESPATUAL        PIC 9(02) VALUE ZEROS.
       77 W-CONVHIST        PIC 9(06) VALUE ZEROS.
       77 W-HCONS           PIC 9(05) VALUE ZEROS.
       77 W-HQTDE           PIC 9(05) VALUE ZEROS.
       77 W-HMENOR          PIC 9(05) VALUE ZEROS.
       77 W-HACHOU          PIC X(01) VALUE "N".
       77 W-TEMITEM         PIC X(01) VALUE "N".
       77 W-IDADE           PIC 9(03) VALUE ZEROS.
       77 W-SERIAL          PIC 9(07) VALUE ZEROS.
       77 W-SERIALCUR       PIC 9(07) VALUE ZEROS.
       77 W-DIFDIAS         PIC S9(07) VALUE ZEROS.
       77 W-CY              PIC 9(05) VALUE ZEROS.
       77 W-CM              PIC 9(02) VALUE ZEROS.
       01 W-CDATA.
          03 W-CDAA         PIC 9(04).
          03 W-CDMM         PIC 9(02).
          03 W-CDDD         PIC 9(02).
       01 W-CDATA9 REDEFINES W-CDATA PIC 9(08).
       01 W-DTITEM.
          03 W-DIAA         PIC 9(04).
          03 W-DIMM         PIC 9(02).
          03 W-DIDD         PIC 9(02).
       01 W-DTITEM9 REDEFINES W-DTITEM PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 RGR-L-CONVENIO    PIC 9(06).
       01 RGR-L-CPF         PIC 9(11).
       01 RGR-L-DATA        PIC 9(08).
       01 RGR-L-CRM         PIC X(08).
       01 RGR-L-PROC        PIC 9(08).
       01 RGR-L-QTDE        PIC 9(03).
       01 RGR-L-TIPOVIS     PIC 9(01).
       01 RGR-L-ORIGEM      PIC X(01).
       01 RGR-L-CHAVE       PIC X(29).
       01 RGR-L-RESULT      PIC X(01).
       01 RGR-L-TIPO        PIC X(01).
       01 RGR-L-REGRA       PIC X(30).
      *
      *RGR-L-ORIGEM: C=ITEM DE CONSULTA  E=EXAME
      *RGR-L-RESULT: S=PODE FATURAR  N=QUEBRA A REGRA RGR-L-TIPO
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RGR-L-CONVENIO RGR-L-CPF RGR-L-DATA
                                RGR-L-CRM RGR-L-PROC RGR-L-QTDE
                                RGR-L-TIPOVIS RGR-L-ORIGEM
                                RGR-L-CHAVE RGR-L-RESULT RGR-L-TIPO
                                RGR-L-REGRA.
       INICIO.
           MOVE "S"    TO RGR-L-RESULT
           MOVE SPACES TO RGR-L-TIPO RGR-L-REGRA
           MOVE "N"    TO W-ABRIU W-TEMPACI
           MOVE RGR-L-DATA TO W-DTITEM9
           OPEN INPUT CADREGRA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
      *
      * PRIMEIRO AS REGRAS DO PROPRIO CODIGO, DEPOIS AS DO
      * CODIGO 00000000 (QUALQUER ITEM DO CONVENIO)
      *
           MOVE 1 TO W-PASSO
           MOVE RGR-L-PROC TO W-PROCBUSCA.
       POS-REGRA.
           MOVE RGR-L-CONVENIO TO RGR-CONVENIO
           MOVE W-PROCBUSCA    TO RGR-PROC
           MOVE SPACES         TO RGR-TIPO
           START CADREGRA KEY IS NOT LESS THAN REGRA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO PROX-PASSO.
       LER-REGRA.
           READ CADREGRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PROX-PASSO.
           IF RGR-CONVENIO NOT = RGR-L-CONVENIO
              OR RGR-PROC NOT = W-PROCBUSCA
              GO TO PROX-PASSO.
           IF RGR-ATIVO NOT = "S"
              GO TO LER-REGRA.
           IF RGR-TIPOVIS NOT = ZEROS
              AND RGR-TIPOVIS NOT = RGR-L-TIPOVIS
              GO TO LER-REGRA.
           PERFORM AVALIA THRU AVALIA-FIM
           IF RGR-L-RESULT = "N"
              MOVE RGR-TIPO      TO RGR-L-TIPO
              MOVE RGR-DESCRICAO TO RGR-L-REGRA
              GO TO ROT-FIM.
           GO TO LER-REGRA.
       PROX-PASSO.
           IF W-PASSO = 2 OR RGR-L-PROC = ZEROS
              GO TO ROT-FIM.
           MOVE 2 TO W-PASSO
           MOVE ZEROS TO W-PROCBUSCA
           GO TO POS-REGRA.
      *
       ROT-FIM.
           CLOSE CADREGRA
           IF W-ABRIU = "S"
              CLOSE CADCONSULTA CADCONPROC CADEXAME CADPROC CADPACI
                    CADMED.
       ROT-FIMP.
           EXIT PROGRAM.
      *
      *****************************************************
      * TESTA A REGRA LIDA CONTRA O ITEM. OS ARQUIVOS DE   *
      * HISTORICO SO SAO ABERTOS NA PRIMEIRA REGRA QUE SE  *
      * APLICA AO ITEM                                     *
      *****************************************************
      *
       AVALIA.
           IF W-ABRIU = "N"
              PERFORM ABRE-HIST THRU ABRE-HIST-FIM.
           IF RGR-TIPO = "S"
              GO TO AVALIA-SEXO.
           IF RGR-TIPO = "A"
              GO TO AVALIA-IDADE.
           IF RGR-TIPO = "F" AND RGR-L-ORIGEM NOT = "C"
              GO TO AVALIA-FIM.
           IF RGR-TIPO NOT = "F" AND NOT = "I" AND NOT = "Q"
              GO TO AVALIA-FIM.
           PERFORM VARRE-HIST THRU VARRE-HIST-FIM
           IF RGR-TIPO = "F"
              IF W-HCONS + 1 > RGR-QTDE
                 MOVE "N" TO RGR-L-RESULT.
           IF RGR-TIPO = "I"
              IF W-HACHOU = "S" AND W-HMENOR < RGR-DIAS
                 MOVE "N" TO RGR-L-RESULT.
           IF RGR-TIPO = "Q"
              IF W-HQTDE + RGR-L-QTDE > RGR-QTDE
                 MOVE "N" TO RGR-L-RESULT.
           GO TO AVALIA-FIM.
       AVALIA-SEXO.
           IF W-TEMPACI = "S"
              AND SEXO OF REGPACI NOT = RGR-SEXO
              MOVE "N" TO RGR-L-RESULT.
           GO TO AVALIA-FIM.
      *
      * IDADE EM ANOS COMPLETOS NA DATA DO ITEM
      *
       AVALIA-IDADE.
           IF W-TEMPACI NOT = "S"
              OR NUMEROAA OF REGPACI = ZEROS
              GO TO AVALIA-FIM.
           COMPUTE W-IDADE = W-DIAA - NUMEROAA OF REGPACI
           IF W-DIMM < NUMEROMM OF REGPACI
              OR (W-DIMM = NUMEROMM OF REGPACI
                  AND W-DIDD < NUMERODD OF REGPACI)
              SUBTRACT 1 FROM W-IDADE.
           IF W-IDADE < RGR-IDADEMIN OR W-IDADE > RGR-IDADEMAX
              MOVE "N" TO RGR-L-RESULT.
       AVALIA-FIM.
           EXIT.
      *
      *****************************************************
      * ABRE O HISTORICO E LE O PACIENTE E A ESPECIALIDADE *
      * DO MEDICO DO ITEM                                  *
      *****************************************************
      *
       ABRE-HIST.
           OPEN INPUT CADCONSULTA CADCONPROC CADEXAME CADPROC
                      CADPACI CADMED
           MOVE "S" TO W-ABRIU
           MOVE RGR-L-CPF TO CPF
           READ CADPACI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMPACI.
           MOVE ZEROS TO W-ESPATUAL
           MOVE RGR-L-CRM TO CRM-CHAVE
           READ CADMED
           IF ST-ERRO2 = "00"
              MOVE ESPECIALIDADE TO W-ESPATUAL.
           MOVE W-DIAA TO W-CDAA
           MOVE W-DIMM TO W-CDMM
           MOVE W-DIDD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL TO W-SERIALCUR.
       ABRE-HIST-FIM.
           EXIT.
      *
      *****************************************************
      * VARRE O JA FATURADO DO CPF NO CONVENIO, DENTRO DOS *
      * ULTIMOS RGR-DIAS DIAS ATE A DATA DO ITEM:          *
      *  W-HCONS  - CONSULTAS NA ESPECIALIDADE DO MEDICO   *
      *  W-HQTDE  - QUANTIDADE JA FATURADA DO CODIGO       *
      *  W-HMENOR - MENOR DISTANCIA EM DIAS ATE UM ITEM DO *
      *             CODIGO (W-HACHOU = S SE HOUVE ALGUM)   *
      *****************************************************
      *
       VARRE-HIST.
           MOVE ZEROS TO W-HCONS W-HQTDE
           MOVE 99999 TO W-HMENOR
           MOVE "N"   TO W-HACHOU
           MOVE RGR-L-CPF TO CON-CPF
           MOVE ZEROS     TO CON-DATA CON-CRMNUM
           MOVE SPACES    TO CON-CRMUF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-EXA.
       VARRE-CONS.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-EXA.
           IF CON-CPF NOT = RGR-L-CPF
              GO TO VARRE-EXA.
           IF CON-FATURADO NOT = "S"
              GO TO VARRE-CONS.
           IF CON-DATA > RGR-L-DATA
              GO TO VARRE-CONS.
           IF RGR-L-ORIGEM = "C"
              AND CONSULTA-CHAVE = RGR-L-CHAVE (1:27)
              GO TO VARRE-CONS.
           IF CON-CONVUSO NOT = ZEROS
              MOVE CON-CONVUSO TO W-CONVHIST
           ELSE
              MOVE ZEROS TO W-CONVHIST
              IF W-TEMPACI = "S"
                 MOVE CONVENIO TO W-CONVHIST.
           IF W-CONVHIST NOT = RGR-L-CONVENIO
              GO TO VARRE-CONS.
           MOVE CON-DATAAA TO W-CDAA
           MOVE CON-DATAMM TO W-CDMM
           MOVE CON-DATADD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIFDIAS = W-SERIALCUR - W-SERIAL
           IF W-DIFDIAS NOT < RGR-DIAS
              GO TO VARRE-CONS.
           IF RGR-TIPO NOT = "F"
              GO TO VARRE-COD.
           MOVE CON-CRM TO CRM-CHAVE
           READ CADMED
           IF ST-ERRO2 = "00" AND ESPECIALIDADE = W-ESPATUAL
              ADD 1 TO W-HCONS.
           GO TO VARRE-CONS.
      *
      * CODIGO FATURADO NA CONSULTA: OS ITENS DO CADCONPROC OU,
      * SEM ITENS, O CODIGO DO CID NA TABELA (OU DA LINHA PADRAO)
      *
       VARRE-COD.
           MOVE "N" TO W-TEMITEM
           MOVE CONSULTA-CHAVE TO CPR-CONSCHAVE
           MOVE ZEROS TO CPR-SEQ
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-CID.
       VARRE-ITE.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-CID.
           IF CPR-CONSCHAVE NOT = CONSULTA-CHAVE
              GO TO VARRE-CID.
           MOVE "S" TO W-TEMITEM
           IF CPR-TUSS = RGR-L-PROC
              ADD CPR-QTDE TO W-HQTDE
              PERFORM ACHOU-COD THRU ACHOU-COD-FIM.
           GO TO VARRE-ITE.
       VARRE-CID.
           IF W-TEMITEM = "S"
              GO TO VARRE-CONS.
           MOVE CON-CID TO PROC-CID
           READ CADPROC
           IF ST-ERRO2 = "23"
              MOVE ZEROS TO PROC-CID
              READ CADPROC.
           IF ST-ERRO2 = "00" AND PROC-CODIGO = RGR-L-PROC
              ADD 1 TO W-HQTDE
              PERFORM ACHOU-COD THRU ACHOU-COD-FIM.
           GO TO VARRE-CONS.
      *
      * EXAMES FATURADOS (SEMPRE NO CONVENIO DO CADASTRO)
      *
       VARRE-EXA.
           IF RGR-TIPO = "F" OR W-TEMPACI NOT = "S"
              GO TO VARRE-HIST-FIM.
           IF CONVENIO NOT = RGR-L-CONVENIO
              GO TO VARRE-HIST-FIM.
           MOVE RGR-L-CPF TO EXA-CPF
           START CADEXAME KEY IS NOT LESS THAN EXA-CPF
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-HIST-FIM.
       VARRE-EXA-LP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO VARRE-HIST-FIM.
           IF EXA-CPF NOT = RGR-L-CPF
              GO TO VARRE-HIST-FIM.
           IF EXA-FATURADO NOT = "S" OR EXA-PROCCID = ZEROS
              GO TO VARRE-EXA-LP.
           IF EXA-DATA > RGR-L-DATA
              GO TO VARRE-EXA-LP.
           IF RGR-L-ORIGEM = "E" AND EXAME-CHAVE = RGR-L-CHAVE
              GO TO VARRE-EXA-LP.
           MOVE EXA-DATAAA TO W-CDAA
           MOVE EXA-DATAMM TO W-CDMM
           MOVE EXA-DATADD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIFDIAS = W-SERIALCUR - W-SERIAL
           IF W-DIFDIAS NOT < RGR-DIAS
              GO TO VARRE-EXA-LP.
           MOVE EXA-PROCCID TO PROC-CID
           READ CADPROC
           IF ST-ERRO2 = "00" AND PROC-CODIGO = RGR-L-PROC
              ADD 1 TO W-HQTDE
              PERFORM ACHOU-COD THRU ACHOU-COD-FIM.
           GO TO VARRE-EXA-LP.
       VARRE-HIST-FIM.
           EXIT.
      *
       ACHOU-COD.
           MOVE "S" TO W-HACHOU
           IF W-DIFDIAS < W-HMENOR
              MOVE W-DIFDIAS TO W-HMENOR.
       ACHOU-COD-FIM.
           EXIT.
      *
      *****************************************************
      * NUMERO SERIAL DE DIAS DA DATA EM W-CDATA           *
      *****************************************************
      *
       CALC-SERIAL.
           MOVE W-CDAA TO W-CY
           MOVE W-CDMM TO W-CM
           IF W-CM < 3
              ADD 12 TO W-CM
              SUBTRACT 1 FROM W-CY.
           COMPUTE W-SERIAL = (365 * W-CY) + (W-CY / 4)
                            - (W-CY / 100) + (W-CY / 400)
                            + ((306 * (W-CM + 1)) / 10) + W-CDDD.
       CALC-SERIAL-FIM.
           EXIT.
