       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP216.
       AUTHOR. KAIO V G S S
      ***********************************************
      * CONVERSAO DO NUMERO PROVISORIO DE PACIENTE   *
      * SEM CPF (CADPROVIS) PARA O CPF DEFINITIVO,   *
      * QUANDO O DOCUMENTO E APRESENTADO. TODOS OS   *
      * ARQUIVOS LIGADOS AO PACIENTE PASSAM PARA O   *
      * CPF NOVO: CHAVES COM O CPF NA FRENTE SAO     *
      * REGRAVADAS (DELETE/WRITE), CPF EM CAMPO COMUM*
      * OU CHAVE ALTERNADA E REESCRITO (REWRITE), E  *
      * AS CHAVES DE CONSULTA/RECEITA/ENCAMINHAMENTO *
      * EMBUTIDAS EM OUTROS ARQUIVOS SAO CORRIGIDAS. *
      * O CADPACI E MOVIDO POR ULTIMO (SE A CONVERSAO*
      * PARAR NO MEIO, BASTA EXECUTAR DE NOVO).      *
      * RECUSA CPF QUE JA EXISTA NO CADPACI. REGISTRO*
      * QUE JA EXISTA COM O CPF NOVO FICA NO NUMERO  *
      * PROVISORIO E E LISTADO COMO CONFLITO NO      *
      * CONVPROV.TXT PARA REVISAO. HISTORICOS E LOGS *
      * (CONSHIST, AGENHIST, NOTIFLOG, CADINTLOG,    *
      * CADAUDIT) GUARDAM O QUE ACONTECEU E NAO SAO  *
      * ALTERADOS.                                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
           SELECT CADPROVIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-CPF
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONSULTA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
           SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCI-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CCI-CID
                                   WITH DUPLICATES.
           SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONPROC-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CONMAT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPRONTU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTU-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADASSIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASS-CONSCHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAR-NOSSONUM
                                   WITH DUPLICATES.
           SELECT CADAJUSTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AJUSTE-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADREPCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-CONSCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RC-COMPET
                                   WITH DUPLICATES.
           SELECT CADRECGLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECGLO-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
           SELECT CADEXRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ER-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ER-CRMSOL
                                   WITH DUPLICATES.
           SELECT CADLABPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LP-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS LP-NUMPED.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECEITA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                   WITH DUPLICATES.
           SELECT CADENCAMINHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REF-CPF
                                   WITH DUPLICATES.
           SELECT CADTRIAGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRIAGEM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADFEEDBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEEDBACK-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FB-CRM
                                   WITH DUPLICATES.
           SELECT CADVACAPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VACAPL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VA-DATA WITH DUPLICATES.
           SELECT CADCARTEIRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARTEIRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADACESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACESSO-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADBLQFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BF-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPACSUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PS-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADPREPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-CPF
                    FILE STATUS  IS ST-ERRO.
           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAIXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-CPF
                                   WITH DUPLICATES.
           SELECT CADNOTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NT-RECCHAVE
                                   WITH DUPLICATES.
           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATEST-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADBOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSONUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BOL-CONSCHAVE
                                   WITH DUPLICATES.
           SELECT CADCOBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-NOSSONUM
                    FILE STATUS  IS ST-ERRO.
           SELECT CADNFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NF-CONSCHAVE
                                   WITH DUPLICATES.
           SELECT CADCHEGADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHEGADA-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADESPERA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESPERA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ES-CRM
                                   WITH DUPLICATES.
           SELECT CADAUTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUTOR-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADLOTEIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOTEIT-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADCONTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-REFCHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT CADUSOCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UCO-RECCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS UCO-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS UCO-PACMED
                                   WITH DUPLICATES.
           SELECT CONVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPROVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROVIS.DAT".
       01 REGPROVIS.
          03 PRV-CPF            PIC 9(11).
          03 PRV-DATA.
             05 PRV-DATAAA      PIC 9(04).
             05 PRV-DATAMM      PIC 9(02).
             05 PRV-DATADD      PIC 9(02).
          03 PRV-OPER           PIC X(10).
          03 PRV-MOTIVO         PIC X(01).
          03 PRV-DOC            PIC X(20).
          03 PRV-SITUACAO       PIC X(01).
          03 PRV-CPFREAL        PIC 9(11).
          03 PRV-DATACONV       PIC 9(08).
          03 PRV-OPERCONV       PIC X(10).
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
       FD CADCONCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONCID.DAT".
       01 REGCCID.
          03 CCI-CHAVE.
             05 CCI-CONSCHAVE     PIC X(27).
             05 CCI-SEQ           PIC 9(02).
          03 CCI-CID              PIC 9(06).
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
       FD CADCONMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONMAT.DAT".
       01 REGCONMAT.
          03 CONMAT-CHAVE.
             05 CMT-CONSCHAVE   PIC X(27).
             05 CMT-SEQ         PIC 9(02).
          03 CMT-ITEM           PIC 9(06).
          03 CMT-FILIAL         PIC 9(02).
          03 CMT-LOTE           PIC X(15).
          03 CMT-QTDE           PIC 9(05).
      *
       FD CADPRONTU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRONTU.DAT".
       01 REGPRONTU.
          03 PRONTU-CHAVE.
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
       FD CADAJUSTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJUSTE.DAT".
       01 REGAJUSTE.
          03 AJUSTE-CHAVE.
             05 AJU-CONSCHAVE  PIC X(27).
             05 AJU-SEQ        PIC 9(02).
          03 AJU-CONVENIO      PIC 9(06).
          03 AJU-VALOR         PIC 9(07)V99.
          03 AJU-DATA          PIC 9(08).
          03 AJU-APLICADO      PIC X(01).
          03 AJU-LOTEORIG      PIC 9(06).
          03 AJU-LOTEFAT       PIC 9(06).
      *
       FD CADREPCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPCON.DAT".
       01 REGREPCON.
          03 RC-CONSCHAVE      PIC X(27).
          03 RC-COMPET         PIC 9(06).
          03 RC-CRM            PIC X(08).
          03 RC-VALBASE        PIC 9(07)V99.
          03 RC-REPASSE        PIC 9(07)V99.
      *
       FD CADRECGLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECGLO.DAT".
       01 REGRECGLO.
          03 RECGLO-CHAVE.
             05 RGL-CONSCHAVE.
                07 RGL-CPF     PIC 9(11).
                07 RGL-DATA.
                   09 RGL-DATAAA PIC 9(04).
                   09 RGL-DATAMM PIC 9(02).
                   09 RGL-DATADD PIC 9(02).
                07 RGL-CRM.
                   09 RGL-CRMNUM PIC 9(06).
                   09 RGL-CRMUF  PIC X(02).
          03 RGL-CONVENIO      PIC 9(06).
          03 RGL-VALOR         PIC 9(07)V99.
          03 RGL-MOTIVO        PIC X(30).
          03 RGL-DATAGLOSA     PIC 9(08).
          03 RGL-PRAZO         PIC 9(08).
          03 RGL-STATUS        PIC X(01).
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
          03 EXA-DATARESULT9 REDEFINES EXA-DATARESULT PIC 9(08).
          03 EXA-RESULTADO     PIC X(30).
          03 EXA-PROCCID       PIC 9(06).
          03 EXA-FATURADO      PIC X(01).
          03 EXA-DATAFAT       PIC 9(08).
      *
       FD CADEXRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXRES.DAT".
       01 REGEXRES.
          03 ER-CHAVE.
             05 ER-EXACHAVE.
                07 ER-CPF      PIC 9(11).
                07 ER-DATA.
                   09 ER-DATAAA PIC 9(04).
                   09 ER-DATAMM PIC 9(02).
                   09 ER-DATADD PIC 9(02).
                07 ER-CRM.
                   09 ER-CRMNUM PIC 9(06).
                   09 ER-CRMUF  PIC X(02).
                07 ER-SEQ      PIC 9(02).
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
       FD CADRECEITA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEITA.DAT".
       01 REGRECEITA.
          03 RECEITA-CHAVE.
             05 REC-CPF        PIC 9(11).
             05 REC-DATA.
                07 REC-DATAAA  PIC 9(04).
                07 REC-DATAMM  PIC 9(02).
                07 REC-DATADD  PIC 9(02).
             05 REC-CRM.
                07 REC-CRMNUM  PIC 9(06).
                07 REC-CRMUF   PIC X(02).
             05 REC-SEQ        PIC 9(02).
          03 REC-MEDICAMENTO   PIC X(30).
          03 REC-DOSAGEM       PIC X(20).
          03 REC-DURACAO       PIC X(20).
          03 REC-MEDCOD        PIC 9(06).
      *
       FD CADENCAMINHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAMINHA.DAT".
       01 REGENCAMINHA.
          03 REF-CHAVE.
             05 REF-CPF        PIC 9(11).
             05 REF-DATA.
                07 REF-DATAAA  PIC 9(04).
                07 REF-DATAMM  PIC 9(02).
                07 REF-DATADD  PIC 9(02).
             05 REF-CRM.
                07 REF-CRMNUM  PIC 9(06).
                07 REF-CRMUF   PIC X(02).
             05 REF-SEQ        PIC 9(02).
          03 REF-CRMDEST.
             05 REF-CRMDESTNUM PIC 9(06).
             05 REF-CRMDESTUF  PIC X(02).
          03 REF-ESPECIALIDADE PIC 9(02).
          03 REF-STATUS        PIC X(01).
          03 REF-OBSERVACOES   PIC X(30).
          03 REF-DATAATEND     PIC 9(08).
      *
       FD CADTRIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIAGEM.DAT".
       01 REGTRIAGEM.
          03 TRIAGEM-CHAVE.
             05 TRI-CPF        PIC 9(11).
             05 TRI-DATA.
                07 TRI-DATAAA  PIC 9(04).
                07 TRI-DATAMM  PIC 9(02).
                07 TRI-DATADD  PIC 9(02).
             05 TRI-CRM.
                07 TRI-CRMNUM  PIC 9(06).
                07 TRI-CRMUF   PIC X(02).
          03 TRI-PAS           PIC 9(03).
          03 TRI-PAD           PIC 9(03).
          03 TRI-PESO          PIC 9(03)V9.
          03 TRI-ALTURA        PIC 9(03).
          03 TRI-TEMP          PIC 9(02)V9.
          03 TRI-FC            PIC 9(03).
          03 TRI-SATO2         PIC 9(03).
          03 TRI-DOR           PIC 9(02).
          03 TRI-RISCOSUG      PIC 9(01).
          03 TRI-RISCO         PIC 9(01).
      *
       FD CADFEEDBACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEEDBACK.DAT".
       01 REGFEEDBACK.
          03 FEEDBACK-CHAVE.
             05 FB-CPF        PIC 9(11).
             05 FB-DATA.
                07 FB-DATAAA  PIC 9(04).
                07 FB-DATAMM  PIC 9(02).
                07 FB-DATADD  PIC 9(02).
             05 FB-CRM.
                07 FB-CRMNUM  PIC 9(06).
                07 FB-CRMUF   PIC X(02).
          03 FB-TIPO           PIC X(01).
          03 FB-NOTA           PIC 9(02).
          03 FB-TEXTO          PIC X(40).
      *
       FD CADVACAPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACAPL.DAT".
       01 REGVACAPL.
          03 VACAPL-CHAVE.
             05 VA-CPF         PIC 9(11).
             05 VA-VACINA      PIC 9(04).
             05 VA-DOSE        PIC 9(01).
          03 VA-DATA.
             05 VA-DATAAA      PIC 9(04).
             05 VA-DATAMM      PIC 9(02).
             05 VA-DATADD      PIC 9(02).
          03 VA-LOTE           PIC X(15).
          03 VA-CRM.
             05 VA-CRMNUM      PIC 9(06).
             05 VA-CRMUF       PIC X(02).
          03 VA-FILIAL         PIC 9(02).
          03 VA-OPERADOR       PIC X(10).
      *
       FD CADCARTEIRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTEIRA.DAT".
       01 REGCARTEIRA.
          03 CARTEIRA-CHAVE.
             05 CRT-CPF         PIC 9(11).
             05 CRT-CONVENIO    PIC 9(04).
          03 CRT-NUMERO         PIC X(20).
          03 CRT-PRODUTO        PIC X(20).
          03 CRT-VALINI.
             05 CRT-INIAA       PIC 9(04).
             05 CRT-INIMM       PIC 9(02).
             05 CRT-INIDD       PIC 9(02).
          03 CRT-VALFIM.
             05 CRT-FIMAA       PIC 9(04).
             05 CRT-FIMMM       PIC 9(02).
             05 CRT-FIMDD       PIC 9(02).
      *
       FD CADACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACESSO.DAT".
       01 REGACESSO.
          03 ACESSO-CHAVE.
             05 ACS-CPF        PIC 9(11).
             05 ACS-DATA       PIC 9(08).
             05 ACS-HORA       PIC 9(06).
             05 ACS-SEQ        PIC 9(02).
          03 ACS-PROGRAMA      PIC X(12).
          03 ACS-OPERADOR      PIC X(10).
          03 ACS-TIPO          PIC X(01).
          03 ACS-CONSCHAVE     PIC X(27).
          03 ACS-MOTIVO        PIC X(40).
      *
       FD CADBLQFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLQFIN.DAT".
       01 REGBLQFIN.
          03 BF-CPF            PIC 9(11).
          03 BF-SITUACAO       PIC X(01).
          03 BF-DATABLQ        PIC 9(08).
          03 BF-DATALIB        PIC 9(08).
          03 BF-QTDTIT         PIC 9(03).
          03 BF-VALATU         PIC 9(09)V99.
          03 BF-CONFIRMA       PIC X(01).
      *
       FD CADPACSUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACSUS.DAT".
       01 REGPACSUS.
          03 PS-CPF            PIC 9(11).
          03 PS-CNS            PIC 9(15).
          03 PS-RACA           PIC 9(02).
          03 PS-ETNIA          PIC 9(04).
          03 PS-NACION         PIC 9(03).
          03 PS-IBGE           PIC 9(06).
          03 PS-DATAALT        PIC 9(08).
      *
       FD CADPREPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREPAC.DAT".
       01 REGPREPAC.
          03 PRE-CPF           PIC 9(11).
          03 PRE-NOME          PIC X(30).
          03 PRE-DATANASC      PIC 9(08).
          03 PRE-DDD           PIC 9(03).
          03 PRE-TELEFONE      PIC 9(09).
          03 PRE-EMAIL         PIC X(30).
          03 PRE-CONVENIO      PIC 9(04).
          03 PRE-PEDIDO        PIC 9(06).
          03 PRE-CRM.
             05 PRE-CRMNUM     PIC 9(06).
             05 PRE-CRMUF      PIC X(02).
          03 PRE-ESPEC         PIC 9(02).
          03 PRE-DATAPREF     PIC 9(08).
          03 PRE-HORAPREF     PIC 9(04).
          03 PRE-DATAREC       PIC 9(08).
          03 PRE-SITUACAO      PIC X(01).
          03 PRE-DATACAD       PIC 9(08).
      *
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGENDA.
          03 AGENDA-CHAVE.
             05 AG-DATA.
                07 AG-DATAAA    PIC 9(04).
                07 AG-DATAMM    PIC 9(02).
                07 AG-DATADD    PIC 9(02).
             05 AG-HORA.
                07 AG-HORAHH    PIC 9(02).
                07 AG-HORAMM    PIC 9(02).
             05 AG-CRM.
                07 AG-CRMNUM    PIC 9(06).
                07 AG-CRMUF     PIC X(02).
             05 AG-SEQENC       PIC 9(01).
          03 AG-CPF             PIC 9(11).
          03 AG-STATUS          PIC X(01).
          03 AG-SALA            PIC 9(03).
          03 AG-MODAL           PIC X(01).
          03 AG-VIDEOLINK       PIC X(40).
          03 AG-FILIAL          PIC 9(02).
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
          03 CAIXA-CHAVE.
             05 CX-DATA.
                07 CX-DATAAA    PIC 9(04).
                07 CX-DATAMM    PIC 9(02).
                07 CX-DATADD    PIC 9(02).
             05 CX-SEQ          PIC 9(04).
          03 CX-CPF             PIC 9(11).
          03 CX-VALOR           PIC 9(07)V99.
          03 CX-FORMA           PIC X(01).
          03 CX-OPERADOR        PIC X(10).
          03 CX-HORA            PIC 9(06).
          03 CX-FILIAL          PIC 9(02).
      *
       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
       01 REGNOTIF.
          03 NT-CHAVE.
             05 NT-CRM.
                07 NT-CRMNUM   PIC 9(06).
                07 NT-CRMUF    PIC X(02).
             05 NT-NUMERO      PIC 9(08).
          03 NT-RECCHAVE       PIC X(29).
          03 NT-MEDCOD         PIC 9(06).
          03 NT-SITUACAO       PIC X(01).
          03 NT-DATA           PIC 9(08).
          03 NT-MOTIVO         PIC X(30).
          03 NT-OPER           PIC X(10).
      *
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
          03 ATEST-CHAVE.
             05 ATE-ANO        PIC 9(04).
             05 ATE-NUMERO     PIC 9(06).
          03 ATE-CPF           PIC 9(11).
          03 ATE-DATACONS      PIC 9(08).
          03 ATE-CRM.
             05 ATE-CRMNUM     PIC 9(06).
             05 ATE-CRMUF      PIC X(02).
          03 ATE-DIAS          PIC 9(03).
          03 ATE-CID           PIC 9(06).
          03 ATE-CONSENTCID    PIC X(01).
          03 ATE-DATAEMIS      PIC 9(08).
      *
       FD CADBOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLETO.DAT".
       01 REGBOLETO.
          03 BOL-NOSSONUM      PIC 9(10).
          03 BOL-CONSCHAVE     PIC X(27).
          03 BOL-CPF           PIC 9(11).
          03 BOL-VALOR         PIC 9(07)V99.
          03 BOL-VENCTO        PIC 9(08).
          03 BOL-SITUACAO      PIC X(01).
          03 BOL-DATAPAG       PIC 9(08).
          03 BOL-VALORPAG      PIC 9(07)V99.
      *
       FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
       01 REGCOBR.
          03 CB-NOSSONUM       PIC 9(10).
          03 CB-CPF            PIC 9(11).
          03 CB-ETAPA          PIC 9(01).
          03 CB-DATAETAPA      PIC 9(08).
          03 CB-DIASATR        PIC 9(05).
          03 CB-VALATU         PIC 9(07)V99.
      *
       FD CADNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSE.DAT".
       01 REGNFSE.
          03 NF-CHAVE.
             05 NF-FILIAL      PIC 9(02).
             05 NF-RPSNUM      PIC 9(09).
          03 NF-CONSCHAVE      PIC X(27).
          03 NF-CPF            PIC 9(11).
          03 NF-VALOR          PIC 9(07)V99.
          03 NF-DATAEMI        PIC 9(08).
          03 NF-LOTE           PIC 9(06).
          03 NF-SITUACAO       PIC X(01).
          03 NF-NUMNFSE        PIC 9(12).
          03 NF-CODVERIF       PIC X(08).
          03 NF-DATANFSE       PIC 9(08).
          03 NF-MOTIVO         PIC X(40).
      *
       FD CADCHEGADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHEGADA.DAT".
       01 REGCHEGADA.
          03 CHEGADA-CHAVE.
             05 CHEG-DATA.
                07 CHEG-DATAAA  PIC 9(04).
                07 CHEG-DATAMM  PIC 9(02).
                07 CHEG-DATADD  PIC 9(02).
             05 CHEG-HORA.
                07 CHEG-HORAHH  PIC 9(02).
                07 CHEG-HORAMM  PIC 9(02).
             05 CHEG-CRM.
                07 CHEG-CRMNUM  PIC 9(06).
                07 CHEG-CRMUF   PIC X(02).
             05 CHEG-SEQENC     PIC 9(01).
          03 CHEG-CPF           PIC 9(11).
          03 CHEG-HORACHEG.
             05 CHEG-CHHH       PIC 9(02).
             05 CHEG-CHMI       PIC 9(02).
          03 CHEG-HORAATEND.
             05 CHEG-ATHH       PIC 9(02).
             05 CHEG-ATMI       PIC 9(02).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01 REGESPERA.
          03 ESPERA-CHAVE.
             05 ES-CRM.
                07 ES-CRMNUM    PIC 9(06).
                07 ES-CRMUF     PIC X(02).
             05 ES-DATASOL.
                07 ES-DSAA      PIC 9(04).
                07 ES-DSMM      PIC 9(02).
                07 ES-DSDD      PIC 9(02).
             05 ES-CPF          PIC 9(11).
          03 ES-DATADEIN.
             05 ES-DIAA         PIC 9(04).
             05 ES-DIMM         PIC 9(02).
             05 ES-DIDD         PIC 9(02).
          03 ES-DATADEFIM.
             05 ES-DFAA         PIC 9(04).
             05 ES-DFMM         PIC 9(02).
             05 ES-DFDD         PIC 9(02).
      *
       FD CADAUTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTOR.DAT".
       01 REGAUTOR.
          03 AUTOR-CHAVE.
             05 AUT-CONVENIO   PIC 9(06).
             05 AUT-CPF        PIC 9(11).
             05 AUT-PROC       PIC 9(08).
          03 AUT-SENHA         PIC X(20).
          03 AUT-VALINI        PIC 9(08).
          03 AUT-VALFIM        PIC 9(08).
          03 AUT-STATUS        PIC X(01).
      *
       FD CADLOTEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEIT.DAT".
       01 REGLOTEIT.
          03 LOTEIT-CHAVE.
             05 LIT-LOTE       PIC 9(06).
             05 LIT-CHAVE      PIC X(27).
             05 LIT-TIPO       PIC X(01).
             05 LIT-SEQ        PIC 9(02).
          03 LIT-ANS           PIC 9(06).
          03 LIT-FATURADO      PIC X(01).
          03 LIT-QTDE          PIC 9(03).
          03 LIT-VALOR         PIC 9(09)V99.
          03 LIT-ENVIADO       PIC X(01).
          03 LIT-QTDENV        PIC 9(03).
          03 LIT-VALENV        PIC 9(09)V99.
          03 LIT-DATAENV       PIC 9(08).
      *
       FD CADCONTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTRA.DAT".
       01 REGCONTRA.
          03 CT-REFCHAVE       PIC X(29).
          03 CT-CONSCHAVE      PIC X(27).
          03 CT-DATAEMIS       PIC 9(08).
          03 CT-QTDEMIS        PIC 9(02).
      *
       FD CADUSOCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOCONT.DAT".
       01 REGUSOCONT.
          03 UCO-RECCHAVE.
             05 UCO-CPF         PIC 9(11).
             05 UCO-DATA        PIC 9(08).
             05 UCO-RCRM        PIC X(08).
             05 UCO-SEQ         PIC 9(02).
          03 UCO-CRM            PIC X(08).
          03 UCO-PACMED.
             05 UCO-PCPF        PIC 9(11).
             05 UCO-MEDCOD      PIC 9(06).
          03 UCO-DIAS           PIC 9(03).
          03 UCO-FIMSUP         PIC 9(08).
          03 UCO-STATUS         PIC X(01).
          03 UCO-DATASIT        PIC 9(08).
          03 UCO-RENOVADA       PIC X(29).
          03 UCO-OPER           PIC X(10).
      *
       FD CONVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVPROV.TXT".
       01 REGCONVTX      PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID   PIC X(12) VALUE "SMP216".
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ARQNOME  PIC X(12) VALUE SPACES.
       77 W-QTDMOV   PIC 9(05) VALUE ZEROS.
       77 W-QTDCONF  PIC 9(05) VALUE ZEROS.
       77 W-TOTMOV   PIC 9(07) VALUE ZEROS.
       77 W-TOTCONF  PIC 9(05) VALUE ZEROS.
       77 W-PROVOK   PIC X(01) VALUE SPACES.
       77 PRV-MODO   PIC X(01) VALUE "V".
       77 W-TXTMOTIVO PIC X(15) VALUE SPACES.
      *
      * NUMERO PROVISORIO E CPF DEFINITIVO (COMPARADOS TAMBEM COMO
      * TEXTO NAS CHAVES DE CONSULTA/RECEITA EMBUTIDAS)
      *
       01 W-PROV          PIC 9(11) VALUE ZEROS.
       01 W-PROVX REDEFINES W-PROV PIC X(11).
       01 W-REAL          PIC 9(11) VALUE ZEROS.
       01 W-REAL-DIGITOS REDEFINES W-REAL.
          03 W-REAL-DIG   PIC 9(01) OCCURS 11 TIMES.
       01 W-REALX REDEFINES W-REAL PIC X(11).
       01 W-REGANT        PIC X(300) VALUE SPACES.
       01 W-CHVANT        PIC X(40) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA       PIC 9(04).
          03 W-DSMM       PIC 9(02).
          03 W-DSDD       PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       01 VLD-CPF-SOMA      PIC 9(04) VALUE ZEROS.
       01 VLD-CPF-QTO       PIC 9(04) VALUE ZEROS.
       01 VLD-CPF-RESTO     PIC 9(02) VALUE ZEROS.
       01 VLD-CPF-DV1       PIC 9(01) VALUE ZEROS.
       01 VLD-CPF-DV2       PIC 9(01) VALUE ZEROS.
       01 VLD-CPF-IND       PIC 9(02) VALUE ZEROS.
       01 VLD-CPF-PESO      PIC 9(02) VALUE ZEROS.
      *
      * PARAMETROS DA TRILHA DE AUDITORIA (GRVAUDIT)
      *
       01 AUD-ARQ        PIC X(08) VALUE "CADPACI".
       01 AUD-CHAVE      PIC X(11) VALUE SPACES.
       01 AUD-CAMPO      PIC X(15) VALUE "CPF PROVISORIO".
       01 AUD-VALANT     PIC X(30) VALUE SPACES.
       01 AUD-VALNOV     PIC X(30) VALUE SPACES.
      *---------[ DIARIO DE ATUALIZACOES (GRVJORNAL) ]--------------
       01 JRN-ARQ       PIC X(12) VALUE "CADPACI".
       01 JRN-OP        PIC X(01) VALUE SPACES.
       01 JRN-REG       PIC X(250) VALUE SPACES.
      *
      * LINHAS DO CONVPROV.TXT
      *
       01 LINCAB1.
          03 FILLER      PIC X(31)
                         VALUE "CONVERSAO DO NUMERO PROVISORIO ".
          03 LC-PROV     PIC 9(11).
          03 FILLER      PIC X(12) VALUE " PARA O CPF ".
          03 LC-REAL     PIC 9(11).
       01 LINCAB2.
          03 FILLER      PIC X(10) VALUE "PACIENTE: ".
          03 LC-NOME     PIC X(30).
          03 FILLER      PIC X(07) VALUE " DATA: ".
          03 LC-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC-AA       PIC 9(04).
       01 LINARQ.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LA-ARQ      PIC X(12).
          03 FILLER      PIC X(11) VALUE "  MOVIDOS: ".
          03 LA-MOV      PIC ZZZZ9.
          03 FILLER      PIC X(13) VALUE "  CONFLITOS: ".
          03 LA-CONF     PIC ZZZZ9.
       01 LINCONF.
          03 FILLER      PIC X(13) VALUE "    CONFLITO ".
          03 LF-ARQ      PIC X(12).
          03 FILLER      PIC X(07) VALUE " CHAVE ".
          03 LF-CHAVE    PIC X(40).
       01 LINTOT.
          03 FILLER      PIC X(16) VALUE "TOTAL MOVIDOS : ".
          03 LT-MOV      PIC ZZZZZZ9.
          03 FILLER      PIC X(14) VALUE "   CONFLITOS: ".
          03 LT-CONF     PIC ZZZZ9.
       01 LINOBS         PIC X(80) VALUE
          "REGISTROS EM CONFLITO FICAM NO NUMERO PROVISORIO: REVISAR".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT216.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** CONVERSAO DE NUMERO PROVISORIO".
           05  LINE 02  COLUMN 38
               VALUE  " PARA O CPF DEFINITIVO ***".
           05  LINE 06  COLUMN 01
               VALUE  "    NUMERO PROVISORIO :".
           05  LINE 08  COLUMN 01
               VALUE  "    PACIENTE          :".
           05  LINE 09  COLUMN 01
               VALUE  "    MOTIVO            :".
           05  LINE 10  COLUMN 01
               VALUE  "    DOCUMENTO         :".
           05  LINE 11  COLUMN 01
               VALUE  "    GERADO EM         :".
           05  LINE 13  COLUMN 01
               VALUE  "    CPF DEFINITIVO    :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-PROV
               LINE 06  COLUMN 25  PIC 9(11)
               USING  W-PROV
               HIGHLIGHT.
           05  TW-REAL
               LINE 13  COLUMN 25  PIC 9(11)
               USING  W-REAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       R0A.
           OPEN I-O CADPROVIS
           IF ST-ERRO2 NOT = "00"
              MOVE "*NENHUM NUMERO PROVISORIO GERADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACI
              GO TO ROT-FIMP.
      *
       R1.
           MOVE ZEROS TO W-PROV W-REAL W-TOTMOV W-TOTCONF
           DISPLAY SMT216.
       R2.
           DISPLAY SMT216
           ACCEPT TW-PROV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       R2A.
           IF W-PROV = ZEROS
              MOVE "*Insira o numero provisorio*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE "V" TO PRV-MODO
           CALL "VERPROV" USING PRV-MODO W-PROV W-PROVOK
           IF W-PROVOK NOT = "S"
              MOVE "*NAO E UM NUMERO PROVISORIO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-PROV TO PRV-CPF
           READ CADPROVIS
           IF ST-ERRO2 NOT = "00"
              MOVE "*NUMERO PROVISORIO NAO REGISTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF PRV-SITUACAO = "C"
              MOVE SPACES TO MENS
              STRING "*JA CONVERTIDO PARA O CPF " DELIMITED BY SIZE
                     PRV-CPFREAL                  DELIMITED BY SIZE
                     "*"                          DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF PRV-SITUACAO NOT = "P"
              MOVE "*CADASTRO PROVISORIO EXCLUIDO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-PROV TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "*PACIENTE PROVISORIO NAO ESTA NO CADPACI*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE "OUTRO"          TO W-TXTMOTIVO
           IF PRV-MOTIVO = "R"
              MOVE "RECEM-NASCIDO" TO W-TXTMOTIVO.
           IF PRV-MOTIVO = "E"
              MOVE "ESTRANGEIRO"   TO W-TXTMOTIVO.
           IF PRV-MOTIVO = "S"
              MOVE "SEM DOCUMENTO" TO W-TXTMOTIVO.
           DISPLAY (08, 25) NOME
           DISPLAY (09, 25) W-TXTMOTIVO
           DISPLAY (10, 25) PRV-DOC
           DISPLAY (11, 25) PRV-DATADD "/" PRV-DATAMM "/" PRV-DATAAA.
      *
       R3.
           ACCEPT TW-REAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
       R3A.
           IF W-REAL = ZEROS
              MOVE "*Insira o CPF definitivo*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           CALL "VERPROV" USING PRV-MODO W-REAL W-PROVOK
           IF W-PROVOK = "S"
              MOVE "*INFORME O CPF DEFINITIVO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM CALC-CPF-DV1 THRU CALC-CPF-DV1-FIM
           PERFORM CALC-CPF-DV2 THRU CALC-CPF-DV2-FIM
           IF W-REAL-DIG(10) NOT = VLD-CPF-DV1
                          OR W-REAL-DIG(11) NOT = VLD-CPF-DV2
              MOVE "*CPF INVALIDO (DIGITO VERIFICADOR)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-REAL TO CPF
           READ CADPACI
           IF ST-ERRO2 = "00"
              MOVE "*CPF JA CADASTRADO - CONVERSAO RECUSADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           MOVE "N" TO W-OPCAO
           DISPLAY (16, 10) "CONFIRMA A CONVERSAO (S/N) : "
           ACCEPT (16, 40) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONVERSAO NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4.
      *
      *****************************************************
      * CABECALHO DO CONVPROV.TXT E MOVIMENTACAO ARQUIVO A *
      * ARQUIVO (O CADPACI FICA PARA O FIM)                *
      *****************************************************
      *
       R5.
           OPEN OUTPUT CONVTX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CONVTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-PROV TO CPF
           READ CADPACI
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE W-PROV TO LC-PROV
           MOVE W-REAL TO LC-REAL
           MOVE NOME   TO LC-NOME
           MOVE W-DSDD TO LC-DD
           MOVE W-DSMM TO LC-MM
           MOVE W-DSAA TO LC-AA
           WRITE REGCONVTX FROM LINCAB1
           WRITE REGCONVTX FROM LINCAB2
           MOVE SPACES TO REGCONVTX
           WRITE REGCONVTX
           DISPLAY (16, 10) "CONVERTENDO...                    ".
      *
      * CADCONSULTA - CONSULTAS
      *
       CV01.
           MOVE "CADCONSULTA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCONSULTA
           IF ST-ERRO NOT = "00"
              GO TO CV01-FIM.
           MOVE LOW-VALUES TO CONSULTA-CHAVE
           MOVE W-PROV TO CON-CPF
           START CADCONSULTA KEY IS NOT LESS THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV01-FECHA.
       CV01-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV01-FECHA.
           IF CON-CPF NOT = W-PROV
              GO TO CV01-FECHA.
           MOVE REGCONSULTA TO W-REGANT
           MOVE CONSULTA-CHAVE TO W-CHVANT
           DELETE CADCONSULTA RECORD
           MOVE W-REAL TO CON-CPF
           WRITE REGCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGCONSULTA
              WRITE REGCONSULTA
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGCONSULTA
           START CADCONSULTA KEY IS GREATER THAN CONSULTA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV01-FECHA.
           GO TO CV01-LP.
       CV01-FECHA.
           CLOSE CADCONSULTA.
       CV01-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCONCID - CIDS DA CONSULTA
      *
       CV02.
           MOVE "CADCONCID" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCONCID
           IF ST-ERRO NOT = "00"
              GO TO CV02-FIM.
           MOVE LOW-VALUES TO CCI-CHAVE
           MOVE W-PROVX TO CCI-CONSCHAVE(1:11)
           START CADCONCID KEY IS NOT LESS THAN CCI-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV02-FECHA.
       CV02-LP.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV02-FECHA.
           IF CCI-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV02-FECHA.
           MOVE REGCCID TO W-REGANT
           MOVE CCI-CHAVE TO W-CHVANT
           DELETE CADCONCID RECORD
           MOVE W-REALX TO CCI-CONSCHAVE(1:11)
           WRITE REGCCID
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGCCID
              WRITE REGCCID
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGCCID
           START CADCONCID KEY IS GREATER THAN CCI-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV02-FECHA.
           GO TO CV02-LP.
       CV02-FECHA.
           CLOSE CADCONCID.
       CV02-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCONPROC - PROCEDIMENTOS
      *
       CV03.
           MOVE "CADCONPROC" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCONPROC
           IF ST-ERRO NOT = "00"
              GO TO CV03-FIM.
           MOVE LOW-VALUES TO CONPROC-CHAVE
           MOVE W-PROVX TO CPR-CONSCHAVE(1:11)
           START CADCONPROC KEY IS NOT LESS THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV03-FECHA.
       CV03-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV03-FECHA.
           IF CPR-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV03-FECHA.
           MOVE REGCONPROC TO W-REGANT
           MOVE CONPROC-CHAVE TO W-CHVANT
           DELETE CADCONPROC RECORD
           MOVE W-REALX TO CPR-CONSCHAVE(1:11)
           WRITE REGCONPROC
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGCONPROC
              WRITE REGCONPROC
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGCONPROC
           START CADCONPROC KEY IS GREATER THAN CONPROC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV03-FECHA.
           GO TO CV03-LP.
       CV03-FECHA.
           CLOSE CADCONPROC.
       CV03-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCONMAT - MATERIAIS
      *
       CV04.
           MOVE "CADCONMAT" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCONMAT
           IF ST-ERRO NOT = "00"
              GO TO CV04-FIM.
           MOVE LOW-VALUES TO CONMAT-CHAVE
           MOVE W-PROVX TO CMT-CONSCHAVE(1:11)
           START CADCONMAT KEY IS NOT LESS THAN CONMAT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV04-FECHA.
       CV04-LP.
           READ CADCONMAT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV04-FECHA.
           IF CMT-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV04-FECHA.
           MOVE REGCONMAT TO W-REGANT
           MOVE CONMAT-CHAVE TO W-CHVANT
           DELETE CADCONMAT RECORD
           MOVE W-REALX TO CMT-CONSCHAVE(1:11)
           WRITE REGCONMAT
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGCONMAT
              WRITE REGCONMAT
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGCONMAT
           START CADCONMAT KEY IS GREATER THAN CONMAT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV04-FECHA.
           GO TO CV04-LP.
       CV04-FECHA.
           CLOSE CADCONMAT.
       CV04-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADPRONTU - PRONTUARIO
      *
       CV05.
           MOVE "CADPRONTU" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADPRONTU
           IF ST-ERRO NOT = "00"
              GO TO CV05-FIM.
           MOVE LOW-VALUES TO PRONTU-CHAVE
           MOVE W-PROVX TO PRO-CONSCHAVE(1:11)
           START CADPRONTU KEY IS NOT LESS THAN PRONTU-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV05-FECHA.
       CV05-LP.
           READ CADPRONTU NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV05-FECHA.
           IF PRO-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV05-FECHA.
           MOVE REGPRONTU TO W-REGANT
           MOVE PRONTU-CHAVE TO W-CHVANT
           DELETE CADPRONTU RECORD
           MOVE W-REALX TO PRO-CONSCHAVE(1:11)
           WRITE REGPRONTU
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGPRONTU
              WRITE REGPRONTU
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGPRONTU
           START CADPRONTU KEY IS GREATER THAN PRONTU-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV05-FECHA.
           GO TO CV05-LP.
       CV05-FECHA.
           CLOSE CADPRONTU.
       CV05-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADASSIN - ASSINATURAS
      *
       CV06.
           MOVE "CADASSIN" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADASSIN
           IF ST-ERRO NOT = "00"
              GO TO CV06-FIM.
           MOVE LOW-VALUES TO ASS-CONSCHAVE
           MOVE W-PROVX TO ASS-CONSCHAVE(1:11)
           START CADASSIN KEY IS NOT LESS THAN ASS-CONSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV06-FECHA.
       CV06-LP.
           READ CADASSIN NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV06-FECHA.
           IF ASS-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV06-FECHA.
           MOVE REGASSIN TO W-REGANT
           MOVE ASS-CONSCHAVE TO W-CHVANT
           DELETE CADASSIN RECORD
           MOVE W-REALX TO ASS-CONSCHAVE(1:11)
           WRITE REGASSIN
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGASSIN
              WRITE REGASSIN
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGASSIN
           START CADASSIN KEY IS GREATER THAN ASS-CONSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV06-FECHA.
           GO TO CV06-LP.
       CV06-FECHA.
           CLOSE CADASSIN.
       CV06-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADPARC - PARCELAS
      *
       CV07.
           MOVE "CADPARC" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
              GO TO CV07-FIM.
           MOVE LOW-VALUES TO PAR-CHAVE
           MOVE W-PROVX TO PAR-CONSCHAVE(1:11)
           START CADPARC KEY IS NOT LESS THAN PAR-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV07-FECHA.
       CV07-LP.
           READ CADPARC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV07-FECHA.
           IF PAR-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV07-FECHA.
           MOVE REGPARC TO W-REGANT
           MOVE PAR-CHAVE TO W-CHVANT
           DELETE CADPARC RECORD
           MOVE W-REALX TO PAR-CONSCHAVE(1:11)
           WRITE REGPARC
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGPARC
              WRITE REGPARC
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGPARC
           START CADPARC KEY IS GREATER THAN PAR-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV07-FECHA.
           GO TO CV07-LP.
       CV07-FECHA.
           CLOSE CADPARC.
       CV07-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADAJUSTE - AJUSTES
      *
       CV08.
           MOVE "CADAJUSTE" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADAJUSTE
           IF ST-ERRO NOT = "00"
              GO TO CV08-FIM.
           MOVE LOW-VALUES TO AJUSTE-CHAVE
           MOVE W-PROVX TO AJU-CONSCHAVE(1:11)
           START CADAJUSTE KEY IS NOT LESS THAN AJUSTE-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV08-FECHA.
       CV08-LP.
           READ CADAJUSTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV08-FECHA.
           IF AJU-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV08-FECHA.
           MOVE REGAJUSTE TO W-REGANT
           MOVE AJUSTE-CHAVE TO W-CHVANT
           DELETE CADAJUSTE RECORD
           MOVE W-REALX TO AJU-CONSCHAVE(1:11)
           WRITE REGAJUSTE
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGAJUSTE
              WRITE REGAJUSTE
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGAJUSTE
           START CADAJUSTE KEY IS GREATER THAN AJUSTE-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV08-FECHA.
           GO TO CV08-LP.
       CV08-FECHA.
           CLOSE CADAJUSTE.
       CV08-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADREPCON - REPASSES
      *
       CV09.
           MOVE "CADREPCON" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADREPCON
           IF ST-ERRO NOT = "00"
              GO TO CV09-FIM.
           MOVE LOW-VALUES TO RC-CONSCHAVE
           MOVE W-PROVX TO RC-CONSCHAVE(1:11)
           START CADREPCON KEY IS NOT LESS THAN RC-CONSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV09-FECHA.
       CV09-LP.
           READ CADREPCON NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV09-FECHA.
           IF RC-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV09-FECHA.
           MOVE REGREPCON TO W-REGANT
           MOVE RC-CONSCHAVE TO W-CHVANT
           DELETE CADREPCON RECORD
           MOVE W-REALX TO RC-CONSCHAVE(1:11)
           WRITE REGREPCON
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGREPCON
              WRITE REGREPCON
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGREPCON
           START CADREPCON KEY IS GREATER THAN RC-CONSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV09-FECHA.
           GO TO CV09-LP.
       CV09-FECHA.
           CLOSE CADREPCON.
       CV09-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADRECGLO - RECURSOS DE GLOSA
      *
       CV10.
           MOVE "CADRECGLO" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADRECGLO
           IF ST-ERRO NOT = "00"
              GO TO CV10-FIM.
           MOVE LOW-VALUES TO RECGLO-CHAVE
           MOVE W-PROV TO RGL-CPF
           START CADRECGLO KEY IS NOT LESS THAN RECGLO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV10-FECHA.
       CV10-LP.
           READ CADRECGLO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV10-FECHA.
           IF RGL-CPF NOT = W-PROV
              GO TO CV10-FECHA.
           MOVE REGRECGLO TO W-REGANT
           MOVE RECGLO-CHAVE TO W-CHVANT
           DELETE CADRECGLO RECORD
           MOVE W-REAL TO RGL-CPF
           WRITE REGRECGLO
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGRECGLO
              WRITE REGRECGLO
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGRECGLO
           START CADRECGLO KEY IS GREATER THAN RECGLO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV10-FECHA.
           GO TO CV10-LP.
       CV10-FECHA.
           CLOSE CADRECGLO.
       CV10-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADEXAME - EXAMES
      *
       CV11.
           MOVE "CADEXAME" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              GO TO CV11-FIM.
           MOVE LOW-VALUES TO EXAME-CHAVE
           MOVE W-PROV TO EXA-CPF
           START CADEXAME KEY IS NOT LESS THAN EXAME-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV11-FECHA.
       CV11-LP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV11-FECHA.
           IF EXA-CPF NOT = W-PROV
              GO TO CV11-FECHA.
           MOVE REGEXAME TO W-REGANT
           MOVE EXAME-CHAVE TO W-CHVANT
           DELETE CADEXAME RECORD
           MOVE W-REAL TO EXA-CPF
           WRITE REGEXAME
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGEXAME
              WRITE REGEXAME
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGEXAME
           START CADEXAME KEY IS GREATER THAN EXAME-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV11-FECHA.
           GO TO CV11-LP.
       CV11-FECHA.
           CLOSE CADEXAME.
       CV11-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADEXRES - RESULTADOS
      *
       CV12.
           MOVE "CADEXRES" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADEXRES
           IF ST-ERRO NOT = "00"
              GO TO CV12-FIM.
           MOVE LOW-VALUES TO ER-CHAVE
           MOVE W-PROV TO ER-CPF
           START CADEXRES KEY IS NOT LESS THAN ER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV12-FECHA.
       CV12-LP.
           READ CADEXRES NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV12-FECHA.
           IF ER-CPF NOT = W-PROV
              GO TO CV12-FECHA.
           MOVE REGEXRES TO W-REGANT
           MOVE ER-CHAVE TO W-CHVANT
           DELETE CADEXRES RECORD
           MOVE W-REAL TO ER-CPF
           WRITE REGEXRES
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGEXRES
              WRITE REGEXRES
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGEXRES
           START CADEXRES KEY IS GREATER THAN ER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV12-FECHA.
           GO TO CV12-LP.
       CV12-FECHA.
           CLOSE CADEXRES.
       CV12-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADLABPED - PEDIDOS AO LAB.
      *
       CV13.
           MOVE "CADLABPED" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADLABPED
           IF ST-ERRO NOT = "00"
              GO TO CV13-FIM.
           MOVE LOW-VALUES TO LP-CHAVE
           MOVE W-PROV TO LP-CPF
           START CADLABPED KEY IS NOT LESS THAN LP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV13-FECHA.
       CV13-LP.
           READ CADLABPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV13-FECHA.
           IF LP-CPF NOT = W-PROV
              GO TO CV13-FECHA.
           MOVE REGLABPED TO W-REGANT
           MOVE LP-CHAVE TO W-CHVANT
           DELETE CADLABPED RECORD
           MOVE W-REAL TO LP-CPF
           WRITE REGLABPED
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGLABPED
              WRITE REGLABPED
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGLABPED
           START CADLABPED KEY IS GREATER THAN LP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV13-FECHA.
           GO TO CV13-LP.
       CV13-FECHA.
           CLOSE CADLABPED.
       CV13-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADRECEITA - RECEITAS
      *
       CV14.
           MOVE "CADRECEITA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADRECEITA
           IF ST-ERRO NOT = "00"
              GO TO CV14-FIM.
           MOVE LOW-VALUES TO RECEITA-CHAVE
           MOVE W-PROV TO REC-CPF
           START CADRECEITA KEY IS NOT LESS THAN RECEITA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV14-FECHA.
       CV14-LP.
           READ CADRECEITA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV14-FECHA.
           IF REC-CPF NOT = W-PROV
              GO TO CV14-FECHA.
           MOVE REGRECEITA TO W-REGANT
           MOVE RECEITA-CHAVE TO W-CHVANT
           DELETE CADRECEITA RECORD
           MOVE W-REAL TO REC-CPF
           WRITE REGRECEITA
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGRECEITA
              WRITE REGRECEITA
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGRECEITA
           START CADRECEITA KEY IS GREATER THAN RECEITA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV14-FECHA.
           GO TO CV14-LP.
       CV14-FECHA.
           CLOSE CADRECEITA.
       CV14-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADENCAMINHA - ENCAMINHAMENTOS
      *
       CV15.
           MOVE "CADENCAMINHA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADENCAMINHA
           IF ST-ERRO NOT = "00"
              GO TO CV15-FIM.
           MOVE LOW-VALUES TO REF-CHAVE
           MOVE W-PROV TO REF-CPF
           START CADENCAMINHA KEY IS NOT LESS THAN REF-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV15-FECHA.
       CV15-LP.
           READ CADENCAMINHA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV15-FECHA.
           IF REF-CPF NOT = W-PROV
              GO TO CV15-FECHA.
           MOVE REGENCAMINHA TO W-REGANT
           MOVE REF-CHAVE TO W-CHVANT
           DELETE CADENCAMINHA RECORD
           MOVE W-REAL TO REF-CPF
           WRITE REGENCAMINHA
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGENCAMINHA
              WRITE REGENCAMINHA
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGENCAMINHA
           START CADENCAMINHA KEY IS GREATER THAN REF-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV15-FECHA.
           GO TO CV15-LP.
       CV15-FECHA.
           CLOSE CADENCAMINHA.
       CV15-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADTRIAGEM - TRIAGENS
      *
       CV16.
           MOVE "CADTRIAGEM" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADTRIAGEM
           IF ST-ERRO NOT = "00"
              GO TO CV16-FIM.
           MOVE LOW-VALUES TO TRIAGEM-CHAVE
           MOVE W-PROV TO TRI-CPF
           START CADTRIAGEM KEY IS NOT LESS THAN TRIAGEM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV16-FECHA.
       CV16-LP.
           READ CADTRIAGEM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV16-FECHA.
           IF TRI-CPF NOT = W-PROV
              GO TO CV16-FECHA.
           MOVE REGTRIAGEM TO W-REGANT
           MOVE TRIAGEM-CHAVE TO W-CHVANT
           DELETE CADTRIAGEM RECORD
           MOVE W-REAL TO TRI-CPF
           WRITE REGTRIAGEM
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGTRIAGEM
              WRITE REGTRIAGEM
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGTRIAGEM
           START CADTRIAGEM KEY IS GREATER THAN TRIAGEM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV16-FECHA.
           GO TO CV16-LP.
       CV16-FECHA.
           CLOSE CADTRIAGEM.
       CV16-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADFEEDBACK - FEEDBACKS
      *
       CV17.
           MOVE "CADFEEDBACK" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADFEEDBACK
           IF ST-ERRO NOT = "00"
              GO TO CV17-FIM.
           MOVE LOW-VALUES TO FEEDBACK-CHAVE
           MOVE W-PROV TO FB-CPF
           START CADFEEDBACK KEY IS NOT LESS THAN FEEDBACK-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV17-FECHA.
       CV17-LP.
           READ CADFEEDBACK NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV17-FECHA.
           IF FB-CPF NOT = W-PROV
              GO TO CV17-FECHA.
           MOVE REGFEEDBACK TO W-REGANT
           MOVE FEEDBACK-CHAVE TO W-CHVANT
           DELETE CADFEEDBACK RECORD
           MOVE W-REAL TO FB-CPF
           WRITE REGFEEDBACK
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGFEEDBACK
              WRITE REGFEEDBACK
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGFEEDBACK
           START CADFEEDBACK KEY IS GREATER THAN FEEDBACK-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV17-FECHA.
           GO TO CV17-LP.
       CV17-FECHA.
           CLOSE CADFEEDBACK.
       CV17-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADVACAPL - VACINAS
      *
       CV18.
           MOVE "CADVACAPL" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADVACAPL
           IF ST-ERRO NOT = "00"
              GO TO CV18-FIM.
           MOVE LOW-VALUES TO VACAPL-CHAVE
           MOVE W-PROV TO VA-CPF
           START CADVACAPL KEY IS NOT LESS THAN VACAPL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV18-FECHA.
       CV18-LP.
           READ CADVACAPL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV18-FECHA.
           IF VA-CPF NOT = W-PROV
              GO TO CV18-FECHA.
           MOVE REGVACAPL TO W-REGANT
           MOVE VACAPL-CHAVE TO W-CHVANT
           DELETE CADVACAPL RECORD
           MOVE W-REAL TO VA-CPF
           WRITE REGVACAPL
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGVACAPL
              WRITE REGVACAPL
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGVACAPL
           START CADVACAPL KEY IS GREATER THAN VACAPL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV18-FECHA.
           GO TO CV18-LP.
       CV18-FECHA.
           CLOSE CADVACAPL.
       CV18-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCARTEIRA - CARTEIRINHAS
      *
       CV19.
           MOVE "CADCARTEIRA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCARTEIRA
           IF ST-ERRO NOT = "00"
              GO TO CV19-FIM.
           MOVE LOW-VALUES TO CARTEIRA-CHAVE
           MOVE W-PROV TO CRT-CPF
           START CADCARTEIRA KEY IS NOT LESS THAN CARTEIRA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV19-FECHA.
       CV19-LP.
           READ CADCARTEIRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV19-FECHA.
           IF CRT-CPF NOT = W-PROV
              GO TO CV19-FECHA.
           MOVE REGCARTEIRA TO W-REGANT
           MOVE CARTEIRA-CHAVE TO W-CHVANT
           DELETE CADCARTEIRA RECORD
           MOVE W-REAL TO CRT-CPF
           WRITE REGCARTEIRA
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGCARTEIRA
              WRITE REGCARTEIRA
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGCARTEIRA
           START CADCARTEIRA KEY IS GREATER THAN CARTEIRA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV19-FECHA.
           GO TO CV19-LP.
       CV19-FECHA.
           CLOSE CADCARTEIRA.
       CV19-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADACESSO - ACESSOS
      *
       CV20.
           MOVE "CADACESSO" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADACESSO
           IF ST-ERRO NOT = "00"
              GO TO CV20-FIM.
           MOVE LOW-VALUES TO ACESSO-CHAVE
           MOVE W-PROV TO ACS-CPF
           START CADACESSO KEY IS NOT LESS THAN ACESSO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV20-FECHA.
       CV20-LP.
           READ CADACESSO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV20-FECHA.
           IF ACS-CPF NOT = W-PROV
              GO TO CV20-FECHA.
           MOVE REGACESSO TO W-REGANT
           MOVE ACESSO-CHAVE TO W-CHVANT
           DELETE CADACESSO RECORD
           MOVE W-REAL TO ACS-CPF
           IF ACS-CONSCHAVE(1:11) = W-PROVX
              MOVE W-REALX TO ACS-CONSCHAVE(1:11).
           WRITE REGACESSO
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGACESSO
              WRITE REGACESSO
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGACESSO
           START CADACESSO KEY IS GREATER THAN ACESSO-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV20-FECHA.
           GO TO CV20-LP.
       CV20-FECHA.
           CLOSE CADACESSO.
       CV20-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADBLQFIN - BLOQUEIO FINANC.
      *
       CV21.
           MOVE "CADBLQFIN" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADBLQFIN
           IF ST-ERRO NOT = "00"
              GO TO CV21-FIM.
           MOVE W-PROV TO BF-CPF
           READ CADBLQFIN
           IF ST-ERRO NOT = "00"
              GO TO CV21-FECHA.
           MOVE REGBLQFIN TO W-REGANT
           MOVE BF-CPF TO W-CHVANT
           DELETE CADBLQFIN RECORD
           MOVE W-REAL TO BF-CPF
           WRITE REGBLQFIN
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGBLQFIN
              WRITE REGBLQFIN
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
       CV21-FECHA.
           CLOSE CADBLQFIN.
       CV21-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADPACSUS - DADOS SUS
      *
       CV22.
           MOVE "CADPACSUS" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADPACSUS
           IF ST-ERRO NOT = "00"
              GO TO CV22-FIM.
           MOVE W-PROV TO PS-CPF
           READ CADPACSUS
           IF ST-ERRO NOT = "00"
              GO TO CV22-FECHA.
           MOVE REGPACSUS TO W-REGANT
           MOVE PS-CPF TO W-CHVANT
           DELETE CADPACSUS RECORD
           MOVE W-REAL TO PS-CPF
           WRITE REGPACSUS
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGPACSUS
              WRITE REGPACSUS
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
       CV22-FECHA.
           CLOSE CADPACSUS.
       CV22-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADPREPAC - PRE-CADASTRO
      *
       CV23.
           MOVE "CADPREPAC" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADPREPAC
           IF ST-ERRO NOT = "00"
              GO TO CV23-FIM.
           MOVE W-PROV TO PRE-CPF
           READ CADPREPAC
           IF ST-ERRO NOT = "00"
              GO TO CV23-FECHA.
           MOVE REGPREPAC TO W-REGANT
           MOVE PRE-CPF TO W-CHVANT
           DELETE CADPREPAC RECORD
           MOVE W-REAL TO PRE-CPF
           WRITE REGPREPAC
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGPREPAC
              WRITE REGPREPAC
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
       CV23-FECHA.
           CLOSE CADPREPAC.
       CV23-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADAGENDA - AGENDA
      *
       CV24.
           MOVE "CADAGENDA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO CV24-FIM.
       CV24-INI.
           MOVE W-PROV TO AG-CPF
           START CADAGENDA KEY IS EQUAL TO AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO CV24-FECHA.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV24-FECHA.
           IF AG-CPF NOT = W-PROV
              GO TO CV24-FECHA.
           MOVE AGENDA-CHAVE TO W-CHVANT
           MOVE W-REAL TO AG-CPF
           REWRITE REGAGENDA
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
              GO TO CV24-FECHA.
           ADD 1 TO W-QTDMOV
           GO TO CV24-INI.
       CV24-FECHA.
           CLOSE CADAGENDA.
       CV24-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCAIXA - CAIXA
      *
       CV25.
           MOVE "CADCAIXA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCAIXA
           IF ST-ERRO NOT = "00"
              GO TO CV25-FIM.
       CV25-INI.
           MOVE W-PROV TO CX-CPF
           START CADCAIXA KEY IS EQUAL TO CX-CPF
           IF ST-ERRO NOT = "00"
              GO TO CV25-FECHA.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV25-FECHA.
           IF CX-CPF NOT = W-PROV
              GO TO CV25-FECHA.
           MOVE CAIXA-CHAVE TO W-CHVANT
           MOVE W-REAL TO CX-CPF
           REWRITE REGCAIXA
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
              GO TO CV25-FECHA.
           ADD 1 TO W-QTDMOV
           GO TO CV25-INI.
       CV25-FECHA.
           CLOSE CADCAIXA.
       CV25-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADNOTIF - NOTIFICACOES
      *
       CV26.
           MOVE "CADNOTIF" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADNOTIF
           IF ST-ERRO NOT = "00"
              GO TO CV26-FIM.
       CV26-INI.
           MOVE LOW-VALUES TO NT-RECCHAVE
           MOVE W-PROVX TO NT-RECCHAVE(1:11)
           START CADNOTIF KEY IS NOT LESS THAN NT-RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV26-FECHA.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV26-FECHA.
           IF NT-RECCHAVE(1:11) NOT = W-PROVX
              GO TO CV26-FECHA.
           MOVE NT-CHAVE TO W-CHVANT
           MOVE W-REALX TO NT-RECCHAVE(1:11)
           REWRITE REGNOTIF
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
              GO TO CV26-FECHA.
           ADD 1 TO W-QTDMOV
           GO TO CV26-INI.
       CV26-FECHA.
           CLOSE CADNOTIF.
       CV26-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADATEST - ATESTADOS
      *
       CV27.
           MOVE "CADATEST" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADATEST
           IF ST-ERRO NOT = "00"
              GO TO CV27-FIM.
           MOVE LOW-VALUES TO ATEST-CHAVE
           START CADATEST KEY IS NOT LESS THAN ATEST-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV27-FECHA.
       CV27-LP.
           READ CADATEST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV27-FECHA.
           IF ATE-CPF NOT = W-PROV
              GO TO CV27-LP.
           MOVE ATEST-CHAVE TO W-CHVANT
           IF ATE-CPF = W-PROV
              MOVE W-REAL TO ATE-CPF.
           REWRITE REGATEST
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           GO TO CV27-LP.
       CV27-FECHA.
           CLOSE CADATEST.
       CV27-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADBOLETO - BOLETOS
      *
       CV28.
           MOVE "CADBOLETO" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADBOLETO
           IF ST-ERRO NOT = "00"
              GO TO CV28-FIM.
           MOVE ZEROS TO BOL-NOSSONUM
           START CADBOLETO KEY IS NOT LESS THAN BOL-NOSSONUM
           IF ST-ERRO NOT = "00"
              GO TO CV28-FECHA.
       CV28-LP.
           READ CADBOLETO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV28-FECHA.
           IF BOL-CPF NOT = W-PROV
              AND BOL-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV28-LP.
           MOVE BOL-NOSSONUM TO W-CHVANT
           IF BOL-CPF = W-PROV
              MOVE W-REAL TO BOL-CPF.
           IF BOL-CONSCHAVE(1:11) = W-PROVX
              MOVE W-REALX TO BOL-CONSCHAVE(1:11).
           REWRITE REGBOLETO
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           GO TO CV28-LP.
       CV28-FECHA.
           CLOSE CADBOLETO.
       CV28-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCOBR - COBRANCA
      *
       CV29.
           MOVE "CADCOBR" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCOBR
           IF ST-ERRO NOT = "00"
              GO TO CV29-FIM.
           MOVE ZEROS TO CB-NOSSONUM
           START CADCOBR KEY IS NOT LESS THAN CB-NOSSONUM
           IF ST-ERRO NOT = "00"
              GO TO CV29-FECHA.
       CV29-LP.
           READ CADCOBR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV29-FECHA.
           IF CB-CPF NOT = W-PROV
              GO TO CV29-LP.
           MOVE CB-NOSSONUM TO W-CHVANT
           IF CB-CPF = W-PROV
              MOVE W-REAL TO CB-CPF.
           REWRITE REGCOBR
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           GO TO CV29-LP.
       CV29-FECHA.
           CLOSE CADCOBR.
       CV29-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADNFSE - NFS-E
      *
       CV30.
           MOVE "CADNFSE" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADNFSE
           IF ST-ERRO NOT = "00"
              GO TO CV30-FIM.
           MOVE LOW-VALUES TO NF-CHAVE
           START CADNFSE KEY IS NOT LESS THAN NF-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV30-FECHA.
       CV30-LP.
           READ CADNFSE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV30-FECHA.
           IF NF-CPF NOT = W-PROV
              AND NF-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV30-LP.
           MOVE NF-CHAVE TO W-CHVANT
           IF NF-CPF = W-PROV
              MOVE W-REAL TO NF-CPF.
           IF NF-CONSCHAVE(1:11) = W-PROVX
              MOVE W-REALX TO NF-CONSCHAVE(1:11).
           REWRITE REGNFSE
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           GO TO CV30-LP.
       CV30-FECHA.
           CLOSE CADNFSE.
       CV30-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCHEGADA - CHEGADAS
      *
       CV31.
           MOVE "CADCHEGADA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCHEGADA
           IF ST-ERRO NOT = "00"
              GO TO CV31-FIM.
           MOVE LOW-VALUES TO CHEGADA-CHAVE
           START CADCHEGADA KEY IS NOT LESS THAN CHEGADA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV31-FECHA.
       CV31-LP.
           READ CADCHEGADA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV31-FECHA.
           IF CHEG-CPF NOT = W-PROV
              GO TO CV31-LP.
           MOVE CHEGADA-CHAVE TO W-CHVANT
           IF CHEG-CPF = W-PROV
              MOVE W-REAL TO CHEG-CPF.
           REWRITE REGCHEGADA
           IF ST-ERRO NOT = "00"
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           GO TO CV31-LP.
       CV31-FECHA.
           CLOSE CADCHEGADA.
       CV31-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADESPERA - LISTA DE ESPERA
      *
       CV32.
           MOVE "CADESPERA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADESPERA
           IF ST-ERRO NOT = "00"
              GO TO CV32-FIM.
           MOVE LOW-VALUES TO ESPERA-CHAVE
           START CADESPERA KEY IS NOT LESS THAN ESPERA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV32-FECHA.
       CV32-LP.
           READ CADESPERA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV32-FECHA.
           IF ES-CPF NOT = W-PROV
              GO TO CV32-LP.
           MOVE ESPERA-CHAVE TO W-CHVANT
           MOVE REGESPERA TO W-REGANT
           DELETE CADESPERA RECORD
           IF ES-CPF = W-PROV
              MOVE W-REAL TO ES-CPF.
           WRITE REGESPERA
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGESPERA
              WRITE REGESPERA
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGESPERA
           START CADESPERA KEY IS GREATER THAN ESPERA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV32-FECHA.
           GO TO CV32-LP.
       CV32-FECHA.
           CLOSE CADESPERA.
       CV32-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADAUTOR - AUTORIZACOES
      *
       CV33.
           MOVE "CADAUTOR" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADAUTOR
           IF ST-ERRO NOT = "00"
              GO TO CV33-FIM.
           MOVE LOW-VALUES TO AUTOR-CHAVE
           START CADAUTOR KEY IS NOT LESS THAN AUTOR-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV33-FECHA.
       CV33-LP.
           READ CADAUTOR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV33-FECHA.
           IF AUT-CPF NOT = W-PROV
              GO TO CV33-LP.
           MOVE AUTOR-CHAVE TO W-CHVANT
           MOVE REGAUTOR TO W-REGANT
           DELETE CADAUTOR RECORD
           IF AUT-CPF = W-PROV
              MOVE W-REAL TO AUT-CPF.
           WRITE REGAUTOR
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGAUTOR
              WRITE REGAUTOR
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGAUTOR
           START CADAUTOR KEY IS GREATER THAN AUTOR-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV33-FECHA.
           GO TO CV33-LP.
       CV33-FECHA.
           CLOSE CADAUTOR.
       CV33-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADLOTEIT - ITENS DE LOTE
      *
       CV34.
           MOVE "CADLOTEIT" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADLOTEIT
           IF ST-ERRO NOT = "00"
              GO TO CV34-FIM.
           MOVE LOW-VALUES TO LOTEIT-CHAVE
           START CADLOTEIT KEY IS NOT LESS THAN LOTEIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV34-FECHA.
       CV34-LP.
           READ CADLOTEIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV34-FECHA.
           IF LIT-CHAVE(1:11) NOT = W-PROVX
              GO TO CV34-LP.
           MOVE LOTEIT-CHAVE TO W-CHVANT
           MOVE REGLOTEIT TO W-REGANT
           DELETE CADLOTEIT RECORD
           IF LIT-CHAVE(1:11) = W-PROVX
              MOVE W-REALX TO LIT-CHAVE(1:11).
           WRITE REGLOTEIT
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGLOTEIT
              WRITE REGLOTEIT
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGLOTEIT
           START CADLOTEIT KEY IS GREATER THAN LOTEIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV34-FECHA.
           GO TO CV34-LP.
       CV34-FECHA.
           CLOSE CADLOTEIT.
       CV34-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADCONTRA - CONTRARREFERENC.
      *
       CV35.
           MOVE "CADCONTRA" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADCONTRA
           IF ST-ERRO NOT = "00"
              GO TO CV35-FIM.
           MOVE LOW-VALUES TO CT-REFCHAVE
           START CADCONTRA KEY IS NOT LESS THAN CT-REFCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV35-FECHA.
       CV35-LP.
           READ CADCONTRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV35-FECHA.
           IF CT-REFCHAVE(1:11) NOT = W-PROVX
              AND CT-CONSCHAVE(1:11) NOT = W-PROVX
              GO TO CV35-LP.
           MOVE CT-REFCHAVE TO W-CHVANT
           MOVE REGCONTRA TO W-REGANT
           DELETE CADCONTRA RECORD
           IF CT-REFCHAVE(1:11) = W-PROVX
              MOVE W-REALX TO CT-REFCHAVE(1:11).
           IF CT-CONSCHAVE(1:11) = W-PROVX
              MOVE W-REALX TO CT-CONSCHAVE(1:11).
           WRITE REGCONTRA
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGCONTRA
              WRITE REGCONTRA
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGCONTRA
           START CADCONTRA KEY IS GREATER THAN CT-REFCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV35-FECHA.
           GO TO CV35-LP.
       CV35-FECHA.
           CLOSE CADCONTRA.
       CV35-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      * CADUSOCONT - MARCAS DE USO CONTINUO (CHAVE DA RECEITA,
      * CPF DO PACIENTE + MEDICAMENTO E RECEITA DA RENOVACAO)
      *
       CV36.
           MOVE "CADUSOCONT" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           OPEN I-O CADUSOCONT
           IF ST-ERRO NOT = "00"
              GO TO CV36-FIM.
           MOVE LOW-VALUES TO UCO-RECCHAVE
           MOVE W-PROV TO UCO-CPF
           START CADUSOCONT KEY IS NOT LESS THAN UCO-RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV36-FECHA.
       CV36-LP.
           READ CADUSOCONT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CV36-FECHA.
           IF UCO-CPF NOT = W-PROV
              GO TO CV36-FECHA.
           MOVE REGUSOCONT TO W-REGANT
           MOVE UCO-RECCHAVE TO W-CHVANT
           DELETE CADUSOCONT RECORD
           MOVE W-REAL TO UCO-CPF
           IF UCO-PCPF = W-PROV
              MOVE W-REAL TO UCO-PCPF.
           IF UCO-RENOVADA(1:11) = W-PROVX
              MOVE W-REALX TO UCO-RENOVADA(1:11).
           WRITE REGUSOCONT
           IF ST-ERRO NOT = "00"
              MOVE W-REGANT TO REGUSOCONT
              WRITE REGUSOCONT
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           ELSE
              ADD 1 TO W-QTDMOV.
           MOVE W-REGANT TO REGUSOCONT
           START CADUSOCONT KEY IS GREATER THAN UCO-RECCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CV36-FECHA.
           GO TO CV36-LP.
       CV36-FECHA.
           CLOSE CADUSOCONT.
       CV36-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      *****************************************************
      * CADPACI: CPF DO RESPONSAVEL/TITULAR EM OUTROS      *
      * PACIENTES E, POR ULTIMO, O PROPRIO CADASTRO        *
      *****************************************************
      *
       CVPAC.
           MOVE "CADPACI" TO W-ARQNOME
           MOVE ZEROS TO W-QTDMOV W-QTDCONF
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS THAN CPF
           IF ST-ERRO2 NOT = "00"
              GO TO CVPAC-MOVE.
       CVPAC-LP.
           READ CADPACI NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CVPAC-MOVE.
           IF RESPONSAVELCPF NOT = W-PROV
              AND TITULARCPF NOT = W-PROV
              GO TO CVPAC-LP.
           IF RESPONSAVELCPF = W-PROV
              MOVE W-REAL TO RESPONSAVELCPF.
           IF TITULARCPF = W-PROV
              MOVE W-REAL TO TITULARCPF.
           REWRITE REGPACI
           IF ST-ERRO2 = "00"
              MOVE "R" TO JRN-OP
              MOVE REGPACI TO JRN-REG
              PERFORM GRV-JRN THRU GRV-JRN-FIM
              ADD 1 TO W-QTDMOV
           ELSE
              MOVE CPF TO W-CHVANT
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM.
           GO TO CVPAC-LP.
       CVPAC-MOVE.
           MOVE W-PROV TO CPF
           READ CADPACI
           IF ST-ERRO2 NOT = "00"
              GO TO CVPAC-FIM.
           MOVE REGPACI TO W-REGANT
           DELETE CADPACI RECORD
           MOVE "D" TO JRN-OP
           MOVE REGPACI TO JRN-REG
           PERFORM GRV-JRN THRU GRV-JRN-FIM
           MOVE W-REAL TO CPF
           WRITE REGPACI
           IF ST-ERRO2 NOT = "00"
              MOVE W-REGANT TO REGPACI
              WRITE REGPACI
              MOVE W-PROV TO W-CHVANT
              PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
              MOVE "W" TO JRN-OP
              MOVE REGPACI TO JRN-REG
              PERFORM GRV-JRN THRU GRV-JRN-FIM
              GO TO CVPAC-FIM.
           MOVE "W" TO JRN-OP
           MOVE REGPACI TO JRN-REG
           PERFORM GRV-JRN THRU GRV-JRN-FIM
           ADD 1 TO W-QTDMOV.
       CVPAC-FIM.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *
      *****************************************************
      * BAIXA DO NUMERO PROVISORIO (CADPROVIS SITUACAO C), *
      * TRILHA DE AUDITORIA E TOTAIS                       *
      *****************************************************
      *
       R6.
           MOVE W-PROV TO PRV-CPF
           READ CADPROVIS
           IF ST-ERRO2 NOT = "00"
              GO TO R6A.
           MOVE "C"        TO PRV-SITUACAO
           MOVE W-REAL     TO PRV-CPFREAL
           MOVE W-DATASYS9 TO PRV-DATACONV
           MOVE SPACES     TO PRV-OPERCONV
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO PRV-OPERCONV.
           REWRITE REGPROVIS.
       R6A.
           MOVE W-REAL TO AUD-CHAVE
           MOVE W-PROV TO AUD-VALANT
           MOVE W-REAL TO AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV
           MOVE SPACES TO REGCONVTX
           WRITE REGCONVTX
           MOVE W-TOTMOV  TO LT-MOV
           MOVE W-TOTCONF TO LT-CONF
           WRITE REGCONVTX FROM LINTOT
           IF W-TOTCONF > ZEROS
              WRITE REGCONVTX FROM LINOBS.
           CLOSE CONVTX
           DISPLAY (16, 10) "REGISTROS MOVIDOS : "
           DISPLAY (16, 31) W-TOTMOV
           DISPLAY (17, 10) "CONFLITOS         : "
           DISPLAY (17, 31) W-TOTCONF
           MOVE "*** CONVERSAO CONCLUIDA - VER CONVPROV.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *****************************************************
      * LINHAS DO CONVPROV.TXT: TOTAL POR ARQUIVO E CADA   *
      * REGISTRO QUE NAO PODE SER MOVIDO                   *
      *****************************************************
      *
       GRAVA-LOG.
           IF W-QTDMOV = ZEROS AND W-QTDCONF = ZEROS
              GO TO GRAVA-LOG-FIM.
           MOVE W-ARQNOME TO LA-ARQ
           MOVE W-QTDMOV  TO LA-MOV
           MOVE W-QTDCONF TO LA-CONF
           WRITE REGCONVTX FROM LINARQ
           ADD W-QTDMOV  TO W-TOTMOV
           ADD W-QTDCONF TO W-TOTCONF.
       GRAVA-LOG-FIM.
           EXIT.
      *
       GRAVA-CONF.
           ADD 1 TO W-QTDCONF
           MOVE W-ARQNOME TO LF-ARQ
           MOVE W-CHVANT  TO LF-CHAVE
           WRITE REGCONVTX FROM LINCONF.
       GRAVA-CONF-FIM.
           EXIT.
      *
       GRV-JRN.
           CALL "GRVJORNAL" USING JRN-ARQ JRN-OP JRN-REG.
       GRV-JRN-FIM.
           EXIT.
      *
      ***************************************************
      * CALCULO DOS DIGITOS VERIFICADORES DO CPF (MOD-11) *
      ***************************************************
       CALC-CPF-DV1.
           MOVE ZEROS TO VLD-CPF-SOMA
           MOVE 1  TO VLD-CPF-IND
           MOVE 10 TO VLD-CPF-PESO.
       CALC-CPF-DV1-LP.
           COMPUTE VLD-CPF-SOMA = VLD-CPF-SOMA +
                          (W-REAL-DIG(VLD-CPF-IND) * VLD-CPF-PESO)
           SUBTRACT 1 FROM VLD-CPF-PESO
           ADD 1 TO VLD-CPF-IND
           IF VLD-CPF-IND < 10
              GO TO CALC-CPF-DV1-LP.
           DIVIDE VLD-CPF-SOMA BY 11 GIVING VLD-CPF-QTO
                                     REMAINDER VLD-CPF-RESTO
           IF VLD-CPF-RESTO < 2
              MOVE 0 TO VLD-CPF-DV1
           ELSE
              COMPUTE VLD-CPF-DV1 = 11 - VLD-CPF-RESTO.
       CALC-CPF-DV1-FIM.
           EXIT.
      *
       CALC-CPF-DV2.
           MOVE ZEROS TO VLD-CPF-SOMA
           MOVE 1  TO VLD-CPF-IND
           MOVE 11 TO VLD-CPF-PESO.
       CALC-CPF-DV2-LP.
           IF VLD-CPF-IND = 10
              COMPUTE VLD-CPF-SOMA = VLD-CPF-SOMA +
                             (VLD-CPF-DV1 * VLD-CPF-PESO)
           ELSE
              COMPUTE VLD-CPF-SOMA = VLD-CPF-SOMA +
                             (W-REAL-DIG(VLD-CPF-IND) * VLD-CPF-PESO)
           SUBTRACT 1 FROM VLD-CPF-PESO
           ADD 1 TO VLD-CPF-IND
           IF VLD-CPF-IND < 11
              GO TO CALC-CPF-DV2-LP.
           DIVIDE VLD-CPF-SOMA BY 11 GIVING VLD-CPF-QTO
                                     REMAINDER VLD-CPF-RESTO
           IF VLD-CPF-RESTO < 2
              MOVE 0 TO VLD-CPF-DV2
           ELSE
              COMPUTE VLD-CPF-DV2 = 11 - VLD-CPF-RESTO.
       CALC-CPF-DV2-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADPACI CADPROVIS.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
              GO TO ROT-MENS2
           ELSE
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-TEMPO.
