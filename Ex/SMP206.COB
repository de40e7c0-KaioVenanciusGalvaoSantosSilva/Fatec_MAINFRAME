       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP206.
       AUTHOR. KAIO V G S S
      *************************************************
      * GERACAO DA BASE DE TREINAMENTO: COPIA OS      *
      * ARQUIVOS INDEXADOS DE PRODUCAO PARA A PASTA   *
      * TREINO, MASCARANDO OS DADOS DOS PACIENTES.    *
      * O CPF E TROCADO POR OUTRO (COM DIGITOS VERI-  *
      * FICADORES VALIDOS) PELA MESMA REGRA EM TODOS  *
      * OS ARQUIVOS, ENTAO AGENDA, CONSULTAS, EXAMES, *
      * CAIXA, BOLETOS, LOTES E CARTEIRINHAS CONTI-   *
      * NUAM LIGADOS AO PACIENTE. O NUMERO DA CARTEI- *
      * RINHA E REFEITO A PARTIR DO CPF NOVO E DO     *
      * CONVENIO. NOME, TELEFONES, E-MAIL, NUMERO E   *
      * COMPLEMENTO DO ENDERECO SAO GERADOS A PARTIR  *
      * DO CPF NOVO (O CEP E MANTIDO PARA NAO QUEBRAR *
      * O CADCEP). TABELAS E CADASTROS SEM DADO DE    *
      * PACIENTE SAO COPIADOS COMO ESTAO. NAO RODA    *
      * COM O AMBIENTE DE TREINAMENTO ATIVO (SMP207). *
      *************************************************
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                   WITH DUPLICATES.
       SELECT TRNPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPA-CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TPA-NOME
                                   WITH DUPLICATES.
       SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AGE-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AGE-CPF
                                   WITH DUPLICATES.
       SELECT TRNAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TAGE-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TAGE-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS TAGE-CPF
                                   WITH DUPLICATES.
       SELECT CADCONSULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNS-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CNS-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CNS-DATA
                                   WITH DUPLICATES.
       SELECT TRNCONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCNS-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TCNS-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS TCNS-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS TCNS-DATA
                                   WITH DUPLICATES.
       SELECT CADCONCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCI-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CCI-CID
                                   WITH DUPLICATES.
       SELECT TRNCCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCCI-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TCCI-CID
                                   WITH DUPLICATES.
       SELECT CADCONPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNCPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCPR-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADCHEGADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHG-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNCHEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCHG-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
       SELECT TRNEXAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TEXA-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TEXA-CPF
                                   WITH DUPLICATES.
       SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CXA-CPF
                                   WITH DUPLICATES.
       SELECT TRNCAIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCXA-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TCXA-CPF
                                   WITH DUPLICATES.
       SELECT CADBOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BOL-NOSSONUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BOL-CONSCHAVE
                                   WITH DUPLICATES.
       SELECT TRNBOLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBOL-NOSSONUM
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TBOL-CONSCHAVE
                                   WITH DUPLICATES.
       SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PCL-NOSSONUM
                                   WITH DUPLICATES.
       SELECT TRNPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPCL-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TPCL-NOSSONUM
                                   WITH DUPLICATES.
       SELECT CADLOTEIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LIT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNLTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLIT-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADCARTEIRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARTEIRA-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNCART ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCRT-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MED-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MED-NOME
                                   WITH DUPLICATES.
       SELECT TRNMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMED-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TMED-NOME
                                   WITH DUPLICATES.
       SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CNV-NOME
                    ALTERNATE RECORD KEY IS CNV-PLANO.
       SELECT TRNCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCNV-CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TCNV-NOME
                    ALTERNATE RECORD KEY IS TCNV-PLANO.
       SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CID-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CID-DENOM
                                   WITH DUPLICATES.
       SELECT TRNCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCID-CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TCID-DENOM
                                   WITH DUPLICATES.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CEP-ENDER
                                   WITH DUPLICATES.
       SELECT TRNCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCEP-CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TCEP-ENDER
                                   WITH DUPLICATES.
       SELECT CADREDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RED-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RED-CRM
                                   WITH DUPLICATES.
       SELECT TRNREDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRED-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TRED-CRM
                                   WITH DUPLICATES.
       SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CID
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPRO-CID
                    FILE STATUS  IS ST-ERRO2.
       SELECT TABREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TBR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TBR-DESCR
                                   WITH DUPLICATES.
       SELECT TRNTREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TTBR-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TTBR-DESCR
                                   WITH DUPLICATES.
       SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRE-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPRE-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-LOGIN
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TUSU-LOGIN
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRA-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TPRA-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADDISPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DSP-CRM
                                   WITH DUPLICATES.
       SELECT TRNDISP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TDSP-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TDSP-CRM
                                   WITH DUPLICATES.
       SELECT CADSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TSAL-CODIGO
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADFERIAD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNFERI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TFER-CHAVE
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLOT-NUMERO
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADCATSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SIG-CATEGORIA
                    FILE STATUS  IS ST-ERRO.
       SELECT TRNCSIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TSIG-CATEGORIA
                    FILE STATUS  IS ST-ERRO2.
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
          03 DATANASC2.
             05 P-NUMERODD   PIC 9(02).
             05 P-NUMEROMM   PIC 9(02).
             05 P-NUMEROAA   PIC 9(04).
          03 SEXO2           PIC X(01).
          03 GENERO          PIC X(01).
          03 RESPONSAVELNOME PIC X(20).
          03 RESPONSAVELCPF  PIC 9(11).
          03 CONVENIO        PIC 9(04).
          03 TIPOBENEF       PIC X(01).
          03 TITULARCPF      PIC 9(11).
          03 CEPC            PIC 9(08).
          03 NUMEROENDERECO  PIC 9(04).
          03 COMPLEMENTO     PIC X(10).
          03 EMAILP          PIC X(30).
          03 TELEFONEP.
             05 P-DDD        PIC 9(03).
             05 P-NUMEROTEL1 PIC 9(05).
             05 P-NUMEROTEL2 PIC 9(04).
             05 P-TIPOTEL    PIC X(01).
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
       FD TRNPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADPACI.DAT".
       01 REGTPACI.
          03 TPA-CPF              PIC 9(11).
          03 TPA-NOME             PIC X(30).
          03 FILLER               PIC X(199).
      *
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGEN.
          03 AGE-CHAVE.
             05 AGE-DATA          PIC X(08).
             05 AGE-HORA          PIC X(04).
             05 AGE-CRM           PIC X(08).
             05 AGE-SEQ           PIC X(01).
          03 AGE-CPF              PIC 9(11).
          03 FILLER               PIC X(76).
      *
       FD TRNAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADAGENDA.DAT".
       01 REGTAGEN.
          03 TAGE-CHAVE.
             05 TAGE-DATA         PIC X(08).
             05 TAGE-HORA         PIC X(04).
             05 TAGE-CRM          PIC X(08).
             05 TAGE-SEQ          PIC X(01).
          03 TAGE-CPF             PIC 9(11).
          03 FILLER               PIC X(76).
      *
       FD CADCONSULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSULTA.DAT".
       01 REGCONS.
          03 CNS-CHAVE.
             05 CNS-CPF           PIC 9(11).
             05 CNS-DATA          PIC X(08).
             05 CNS-CRM           PIC X(08).
          03 CNS-CID              PIC 9(06).
          03 FILLER               PIC X(63).
      *
       FD TRNCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCONSULTA.DAT".
       01 REGTCONS.
          03 TCNS-CHAVE.
             05 TCNS-CPF          PIC 9(11).
             05 TCNS-DATA         PIC X(08).
             05 TCNS-CRM          PIC X(08).
          03 TCNS-CID             PIC 9(06).
          03 FILLER               PIC X(63).
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
       FD TRNCCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCONCID.DAT".
       01 REGTCCID.
          03 TCCI-CHAVE.
             05 TCCI-CONSCHAVE    PIC X(27).
             05 TCCI-SEQ          PIC 9(02).
          03 TCCI-CID             PIC 9(06).
      *
       FD CADCONPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONPROC.DAT".
       01 REGCPRO.
          03 CPR-CHAVE.
             05 CPR-CONSCHAVE     PIC X(27).
             05 CPR-SEQ           PIC 9(02).
          03 FILLER               PIC X(56).
      *
       FD TRNCPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCONPROC.DAT".
       01 REGTCPRO.
          03 TCPR-CHAVE.
             05 TCPR-CONSCHAVE    PIC X(27).
             05 TCPR-SEQ          PIC 9(02).
          03 FILLER               PIC X(56).
      *
       FD CADCHEGADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHEGADA.DAT".
       01 REGCHEG.
          03 CHG-CHAVE            PIC X(21).
          03 CHG-CPF              PIC 9(11).
          03 FILLER               PIC X(08).
      *
       FD TRNCHEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCHEGADA.DAT".
       01 REGTCHEG.
          03 TCHG-CHAVE           PIC X(21).
          03 TCHG-CPF             PIC 9(11).
          03 FILLER               PIC X(08).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAM.
          03 EXA-CHAVE.
             05 EXA-CPF           PIC 9(11).
             05 EXA-RESTO         PIC X(18).
          03 FILLER               PIC X(81).
      *
       FD TRNEXAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADEXAME.DAT".
       01 REGTEXAM.
          03 TEXA-CHAVE.
             05 TEXA-CPF          PIC 9(11).
             05 TEXA-RESTO        PIC X(18).
          03 FILLER               PIC X(81).
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIX.
          03 CXA-CHAVE            PIC X(12).
          03 CXA-CPF              PIC 9(11).
          03 FILLER               PIC X(28).
      *
       FD TRNCAIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCAIXA.DAT".
       01 REGTCAIX.
          03 TCXA-CHAVE           PIC X(12).
          03 TCXA-CPF             PIC 9(11).
          03 FILLER               PIC X(28).
      *
       FD CADBOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBOLETO.DAT".
       01 REGBOLE.
          03 BOL-NOSSONUM         PIC 9(10).
          03 BOL-CONSCHAVE        PIC X(27).
          03 BOL-CPF              PIC 9(11).
          03 FILLER               PIC X(35).
      *
       FD TRNBOLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADBOLETO.DAT".
       01 REGTBOLE.
          03 TBOL-NOSSONUM        PIC 9(10).
          03 TBOL-CONSCHAVE       PIC X(27).
          03 TBOL-CPF             PIC 9(11).
          03 FILLER               PIC X(35).
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PCL-CHAVE.
             05 PCL-CONSCHAVE     PIC X(27).
             05 PCL-NUM           PIC 9(02).
          03 FILLER               PIC X(19).
          03 PCL-NOSSONUM         PIC 9(10).
          03 FILLER               PIC X(18).
      *
       FD TRNPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADPARC.DAT".
       01 REGTPARC.
          03 TPCL-CHAVE.
             05 TPCL-CONSCHAVE    PIC X(27).
             05 TPCL-NUM          PIC 9(02).
          03 FILLER               PIC X(19).
          03 TPCL-NOSSONUM        PIC 9(10).
          03 FILLER               PIC X(18).
      *
       FD CADLOTEIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTEIT.DAT".
       01 REGLTIT.
          03 LIT-CHAVE.
             05 LIT-LOTE          PIC 9(06).
             05 LIT-CONSCHAVE     PIC X(27).
             05 LIT-TIPO          PIC X(01).
             05 LIT-SEQ           PIC 9(02).
          03 FILLER               PIC X(44).
      *
       FD TRNLTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADLOTEIT.DAT".
       01 REGTLTIT.
          03 TLIT-CHAVE.
             05 TLIT-LOTE         PIC 9(06).
             05 TLIT-CONSCHAVE    PIC X(27).
             05 TLIT-TIPO         PIC X(01).
             05 TLIT-SEQ          PIC 9(02).
          03 FILLER               PIC X(44).
      *
       FD CADCARTEIRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTEIRA.DAT".
       01 REGCART.
          03 CARTEIRA-CHAVE.
             05 CRT-CPF           PIC 9(11).
             05 CRT-CONVENIO      PIC 9(04).
          03 CRT-NUMERO           PIC X(20).
          03 FILLER               PIC X(36).
      *
       FD TRNCART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCARTEIRA.DAT".
       01 REGTCART.
          03 TCRT-CHAVE           PIC X(15).
          03 FILLER               PIC X(56).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
          03 MED-CHAVE            PIC X(08).
          03 MED-NOME             PIC X(30).
          03 FILLER               PIC X(84).
      *
       FD TRNMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADMED.DAT".
       01 REGTMED.
          03 TMED-CHAVE           PIC X(08).
          03 TMED-NOME            PIC X(30).
          03 FILLER               PIC X(84).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
          03 CNV-CODIGO           PIC 9(06).
          03 CNV-NOME             PIC X(30).
          03 CNV-PLANO            PIC 9(02).
          03 FILLER               PIC X(49).
      *
       FD TRNCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCONV.DAT".
       01 REGTCONV.
          03 TCNV-CODIGO          PIC 9(06).
          03 TCNV-NOME            PIC X(30).
          03 TCNV-PLANO           PIC 9(02).
          03 FILLER               PIC X(49).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
          03 CID-CODIGO           PIC 9(06).
          03 CID-DENOM            PIC X(30).
          03 FILLER               PIC X(75).
      *
       FD TRNCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCID.DAT".
       01 REGTCID.
          03 TCID-CODIGO          PIC 9(06).
          03 TCID-DENOM           PIC X(30).
          03 FILLER               PIC X(75).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
          03 CEP-CODIGO           PIC 9(08).
          03 CEP-ENDER            PIC X(30).
          03 FILLER               PIC X(42).
      *
       FD TRNCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCEP.DAT".
       01 REGTCEP.
          03 TCEP-CODIGO          PIC 9(08).
          03 TCEP-ENDER           PIC X(30).
          03 FILLER               PIC X(42).
      *
       FD CADREDE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREDE.DAT".
       01 REGREDE.
          03 RED-CHAVE.
             05 RED-CRM           PIC X(08).
             05 RED-CONV          PIC 9(06).
          03 FILLER               PIC X(16).
      *
       FD TRNREDE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADREDE.DAT".
       01 REGTREDE.
          03 TRED-CHAVE.
             05 TRED-CRM          PIC X(08).
             05 TRED-CONV         PIC 9(06).
          03 FILLER               PIC X(16).
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
          03 PRO-CID              PIC 9(06).
          03 FILLER               PIC X(47).
      *
       FD TRNPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADPROC.DAT".
       01 REGTPROC.
          03 TPRO-CID             PIC 9(06).
          03 FILLER               PIC X(47).
      *
       FD TABREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABREF.DAT".
       01 REGTREF.
          03 TBR-CHAVE            PIC X(05).
          03 TBR-DESCR            PIC X(30).
      *
       FD TRNTREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/TABREF.DAT".
       01 REGTTREF.
          03 TTBR-CHAVE           PIC X(05).
          03 TTBR-DESCR           PIC X(30).
      *
       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPREC.
          03 PRE-CHAVE            PIC X(20).
          03 FILLER               PIC X(09).
      *
       FD TRNPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADPRECO.DAT".
       01 REGTPREC.
          03 TPRE-CHAVE           PIC X(20).
          03 FILLER               PIC X(09).
      *
       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
          03 USU-LOGIN            PIC X(10).
          03 FILLER               PIC X(102).
      *
       FD TRNUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADUSER.DAT".
       01 REGTUSER.
          03 TUSU-LOGIN           PIC X(10).
          03 FILLER               PIC X(102).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARM.
          03 PRA-CODIGO           PIC X(10).
          03 FILLER               PIC X(59).
      *
       FD TRNPARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADPARAM.DAT".
       01 REGTPARM.
          03 TPRA-CODIGO          PIC X(10).
          03 FILLER               PIC X(59).
      *
       FD CADDISPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPO.DAT".
       01 REGDISP.
          03 DSP-CHAVE.
             05 DSP-CRM           PIC X(08).
             05 DSP-DIASEM        PIC 9(01).
          03 FILLER               PIC X(08).
      *
       FD TRNDISP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADDISPO.DAT".
       01 REGTDISP.
          03 TDSP-CHAVE.
             05 TDSP-CRM          PIC X(08).
             05 TDSP-DIASEM       PIC 9(01).
          03 FILLER               PIC X(08).
      *
       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
       01 REGSALA.
          03 SAL-CODIGO           PIC 9(03).
          03 FILLER               PIC X(32).
      *
       FD TRNSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADSALA.DAT".
       01 REGTSALA.
          03 TSAL-CODIGO          PIC 9(03).
          03 FILLER               PIC X(32).
      *
       FD CADFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAD.DAT".
       01 REGFERI.
          03 FER-CHAVE            PIC X(10).
          03 FILLER               PIC X(30).
      *
       FD TRNFERI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADFERIAD.DAT".
       01 REGTFERI.
          03 TFER-CHAVE           PIC X(10).
          03 FILLER               PIC X(30).
      *
       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
       01 REGLOTE.
          03 LOT-NUMERO           PIC 9(06).
          03 FILLER               PIC X(64).
      *
       FD TRNLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADLOTE.DAT".
       01 REGTLOTE.
          03 TLOT-NUMERO          PIC 9(06).
          03 FILLER               PIC X(64).
      *
       FD CADCATSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATSIG.DAT".
       01 REGCSIG.
          03 SIG-CATEGORIA        PIC X(03).
          03 FILLER               PIC X(18).
      *
       FD TRNCSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO/CADCATSIG.DAT".
       01 REGTCSIG.
          03 TSIG-CATEGORIA       PIC X(03).
          03 FILLER               PIC X(18).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "SMP206".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-QTDREG       PIC 9(07) VALUE ZEROS.
       77 W-QTDERR       PIC 9(07) VALUE ZEROS.
       77 W-TOTREG       PIC 9(08) VALUE ZEROS.
       77 W-TOTERR       PIC 9(08) VALUE ZEROS.
       77 W-LINHA        PIC 9(02) VALUE ZEROS.
       77 W-COLUNA       PIC 9(02) VALUE ZEROS.
       01 W-DIRTREINO    PIC X(07) VALUE "TREINO ".
       01 SESSAO-AMBIENTE   PIC X(01) EXTERNAL.
      *
      * MAPEAMENTO DO CPF: BASE NOVA = (BASE * 7919 + 104729)
      * MODULO 10**9. COMO 7919 E PRIMO COM 10**9 A REGRA E
      * UMA BIJECAO (DOIS CPFS NUNCA CAEM NO MESMO NOVO) E
      * OS DOIS DIGITOS SAO RECALCULADOS PELO MODULO 11
      *
       01 W-CPFORIG      PIC 9(11) VALUE ZEROS.
       01 W-CPFNOVOG.
          03 W-CPFNBASE  PIC 9(09) VALUE ZEROS.
          03 W-CPFNDV1   PIC 9(01) VALUE ZEROS.
          03 W-CPFNDV2   PIC 9(01) VALUE ZEROS.
       01 W-CPFNOVO REDEFINES W-CPFNOVOG PIC 9(11).
       01 FILLER REDEFINES W-CPFNOVOG.
          03 W-CPFNDIG   PIC 9(01) OCCURS 11 TIMES.
       01 W-CPFBASE      PIC 9(09) VALUE ZEROS.
       01 W-CPFCALC      PIC 9(13) VALUE ZEROS.
       01 W-CPFQUOC      PIC 9(05) VALUE ZEROS.
       01 W-SOMA         PIC 9(04) VALUE ZEROS.
       01 W-RESTO        PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-PESO         PIC 9(02) VALUE ZEROS.
      *
      * CHAVE DE CONSULTA (CPF + DATA + CRM) GUARDADA NOS
      * ARQUIVOS DE PROCEDIMENTOS, BOLETOS, PARCELAS E LOTES
      *
       01 W-CHVCONS.
          03 W-CHVCPF    PIC 9(11).
          03 FILLER      PIC X(16).
      *
      * GERACAO DE NOMES: PRENOME (PELO SEXO) E DOIS SOBRE-
      * NOMES ESCOLHIDOS PELOS ALGARISMOS DA SEMENTE
      *
       01 W-SEMENTE      PIC 9(10) VALUE ZEROS.
       01 W-AUX          PIC 9(10) VALUE ZEROS.
       01 W-IX1          PIC 9(02) VALUE ZEROS.
       01 W-IX2          PIC 9(02) VALUE ZEROS.
       01 W-IX3          PIC 9(02) VALUE ZEROS.
       01 W-PARIDADE     PIC 9(01) VALUE ZEROS.
       01 W-SEXOGER      PIC X(01) VALUE SPACES.
       01 W-PRENOME      PIC X(09) VALUE SPACES.
       01 W-NOMEGER      PIC X(30) VALUE SPACES.
       01 W-NOMECURTO    PIC X(20) VALUE SPACES.
       01 W-CPFPACI      PIC 9(11) VALUE ZEROS.
       01 W-BASEPACI     PIC 9(09) VALUE ZEROS.
       01 W-TEL1         PIC 9(04) VALUE ZEROS.
       01 W-TEL2         PIC 9(04) VALUE ZEROS.
       01 TAB-NOMEM.
          03 FILLER PIC X(09) VALUE "JOAO".
          03 FILLER PIC X(09) VALUE "PEDRO".
          03 FILLER PIC X(09) VALUE "LUCAS".
          03 FILLER PIC X(09) VALUE "MATEUS".
          03 FILLER PIC X(09) VALUE "GABRIEL".
          03 FILLER PIC X(09) VALUE "RAFAEL".
          03 FILLER PIC X(09) VALUE "GUSTAVO".
          03 FILLER PIC X(09) VALUE "FELIPE".
          03 FILLER PIC X(09) VALUE "BRUNO".
          03 FILLER PIC X(09) VALUE "THIAGO".
          03 FILLER PIC X(09) VALUE "CARLOS".
          03 FILLER PIC X(09) VALUE "EDUARDO".
          03 FILLER PIC X(09) VALUE "RODRIGO".
          03 FILLER PIC X(09) VALUE "MARCELO".
          03 FILLER PIC X(09) VALUE "ANDRE".
          03 FILLER PIC X(09) VALUE "DANIEL".
          03 FILLER PIC X(09) VALUE "FABIO".
          03 FILLER PIC X(09) VALUE "LEONARDO".
          03 FILLER PIC X(09) VALUE "RICARDO".
          03 FILLER PIC X(09) VALUE "VINICIUS".
       01 FILLER REDEFINES TAB-NOMEM.
          03 TB-NOMEM    PIC X(09) OCCURS 20 TIMES.
       01 TAB-NOMEF.
          03 FILLER PIC X(09) VALUE "MARIA".
          03 FILLER PIC X(09) VALUE "ANA".
          03 FILLER PIC X(09) VALUE "JULIANA".
          03 FILLER PIC X(09) VALUE "FERNANDA".
          03 FILLER PIC X(09) VALUE "PATRICIA".
          03 FILLER PIC X(09) VALUE "ALINE".
          03 FILLER PIC X(09) VALUE "CAMILA".
          03 FILLER PIC X(09) VALUE "AMANDA".
          03 FILLER PIC X(09) VALUE "BRUNA".
          03 FILLER PIC X(09) VALUE "LETICIA".
          03 FILLER PIC X(09) VALUE "BEATRIZ".
          03 FILLER PIC X(09) VALUE "LARISSA".
          03 FILLER PIC X(09) VALUE "MARIANA".
          03 FILLER PIC X(09) VALUE "GABRIELA".
          03 FILLER PIC X(09) VALUE "RENATA".
          03 FILLER PIC X(09) VALUE "VANESSA".
          03 FILLER PIC X(09) VALUE "CAROLINA".
          03 FILLER PIC X(09) VALUE "DANIELA".
          03 FILLER PIC X(09) VALUE "LUCIANA".
          03 FILLER PIC X(09) VALUE "PRISCILA".
       01 FILLER REDEFINES TAB-NOMEF.
          03 TB-NOMEF    PIC X(09) OCCURS 20 TIMES.
       01 TAB-SOBRENOME.
          03 FILLER PIC X(09) VALUE "SILVA".
          03 FILLER PIC X(09) VALUE "SANTOS".
          03 FILLER PIC X(09) VALUE "OLIVEIRA".
          03 FILLER PIC X(09) VALUE "SOUZA".
          03 FILLER PIC X(09) VALUE "RODRIGUES".
          03 FILLER PIC X(09) VALUE "FERREIRA".
          03 FILLER PIC X(09) VALUE "ALVES".
          03 FILLER PIC X(09) VALUE "PEREIRA".
          03 FILLER PIC X(09) VALUE "LIMA".
          03 FILLER PIC X(09) VALUE "GOMES".
          03 FILLER PIC X(09) VALUE "COSTA".
          03 FILLER PIC X(09) VALUE "RIBEIRO".
          03 FILLER PIC X(09) VALUE "MARTINS".
          03 FILLER PIC X(09) VALUE "CARVALHO".
          03 FILLER PIC X(09) VALUE "ALMEIDA".
          03 FILLER PIC X(09) VALUE "LOPES".
          03 FILLER PIC X(09) VALUE "SOARES".
          03 FILLER PIC X(09) VALUE "FERNANDES".
          03 FILLER PIC X(09) VALUE "VIEIRA".
          03 FILLER PIC X(09) VALUE "BARBOSA".
          03 FILLER PIC X(09) VALUE "ROCHA".
          03 FILLER PIC X(09) VALUE "DIAS".
          03 FILLER PIC X(09) VALUE "MOREIRA".
          03 FILLER PIC X(09) VALUE "ANDRADE".
          03 FILLER PIC X(09) VALUE "MENDES".
          03 FILLER PIC X(09) VALUE "NUNES".
          03 FILLER PIC X(09) VALUE "CARDOSO".
          03 FILLER PIC X(09) VALUE "TEIXEIRA".
          03 FILLER PIC X(09) VALUE "ARAUJO".
          03 FILLER PIC X(09) VALUE "MONTEIRO".
       01 FILLER REDEFINES TAB-SOBRENOME.
          03 TB-SOBRENOME PIC X(09) OCCURS 30 TIMES.
       01 LINRES.
          03 R-ARQ       PIC X(12).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 R-ACAO      PIC X(09).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 R-QTD       PIC ZZZZZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 R-ERR       PIC ZZZ9.
       01 LINTOT.
          03 FILLER      PIC X(22) VALUE "REGISTROS GRAVADOS : ".
          03 T-QTD       PIC ZZZZZZZ9.
          03 FILLER      PIC X(14) VALUE "    COM ERRO: ".
          03 T-ERR       PIC ZZZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT206.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** GERACAO DA BASE DE TREINAMENTO".
           05  LINE 02  COLUMN 40
               VALUE  " (DADOS MASCARADOS) ***".
           05  LINE 05  COLUMN 05
               VALUE  "COPIA OS ARQUIVOS DE PRODUCAO PARA A PASTA".
           05  LINE 06  COLUMN 05
               VALUE  "TREINO TROCANDO NOME, CPF, TELEFONES, E-MAIL".
           05  LINE 07  COLUMN 05
               VALUE  "E ENDERECO DOS PACIENTES. A BASE DE TREINO".
           05  LINE 08  COLUMN 05
               VALUE  "ANTERIOR E SUBSTITUIDA.".
           05  LINE 11  COLUMN 05
               VALUE  "CONFIRMA A GERACAO (S/N) :".
           05  TW-OPCAO
               LINE 11  COLUMN 32  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF SESSAO-AMBIENTE = "T"
              MOVE "*** SAIA DO AMBIENTE DE TREINAMENTO ANTES ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-001.
                MOVE SPACES TO W-OPCAO
                DISPLAY SMT206.
       INC-OPC.
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
                IF W-OPCAO = "n" MOVE "N" TO W-OPCAO.
                IF W-OPCAO = "N"
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S"
                   MOVE "*** DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      * A PASTA PODE JA EXISTIR (GERACAO ANTERIOR): O RETORNO
      * NAO E TESTADO AQUI; SE ELA NAO PUDER SER USADA, CADA
      * ARQUIVO ACUSA "SEM PASTA" NA ABERTURA DE SAIDA
      *
                CALL "CBL_CREATE_DIR" USING W-DIRTREINO
                MOVE ZEROS TO W-TOTREG W-TOTERR
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "*** GERACAO DA BASE DE TREINO ***"
                DISPLAY (02, 02) "ARQUIVO      ACAO         QTDE ERRO"
                DISPLAY (02, 42) "ARQUIVO      ACAO         QTDE ERRO"
                MOVE 3 TO W-LINHA
                MOVE 2 TO W-COLUNA.
       EXEC-PACI.
           PERFORM GER-PACI THRU GER-PACI-FIM.
       EXEC-AGEN.
           PERFORM GER-AGEN THRU GER-AGEN-FIM.
       EXEC-CONS.
           PERFORM GER-CONS THRU GER-CONS-FIM.
       EXEC-CCID.
           PERFORM GER-CCID THRU GER-CCID-FIM.
       EXEC-CPRO.
           PERFORM GER-CPRO THRU GER-CPRO-FIM.
       EXEC-CHEG.
           PERFORM GER-CHEG THRU GER-CHEG-FIM.
       EXEC-EXAM.
           PERFORM GER-EXAM THRU GER-EXAM-FIM.
       EXEC-CAIX.
           PERFORM GER-CAIX THRU GER-CAIX-FIM.
       EXEC-BOLE.
           PERFORM GER-BOLE THRU GER-BOLE-FIM.
       EXEC-PARC.
           PERFORM GER-PARC THRU GER-PARC-FIM.
       EXEC-LTIT.
           PERFORM GER-LTIT THRU GER-LTIT-FIM.
       EXEC-CART.
           PERFORM GER-CART THRU GER-CART-FIM.
       EXEC-MED.
           PERFORM GER-MED THRU GER-MED-FIM.
       EXEC-CONV.
           PERFORM GER-CONV THRU GER-CONV-FIM.
       EXEC-CID.
           PERFORM GER-CID THRU GER-CID-FIM.
       EXEC-CEP.
           PERFORM GER-CEP THRU GER-CEP-FIM.
       EXEC-REDE.
           PERFORM GER-REDE THRU GER-REDE-FIM.
       EXEC-PROC.
           PERFORM GER-PROC THRU GER-PROC-FIM.
       EXEC-TREF.
           PERFORM GER-TREF THRU GER-TREF-FIM.
       EXEC-PREC.
           PERFORM GER-PREC THRU GER-PREC-FIM.
       EXEC-USER.
           PERFORM GER-USER THRU GER-USER-FIM.
       EXEC-PARM.
           PERFORM GER-PARM THRU GER-PARM-FIM.
       EXEC-DISP.
           PERFORM GER-DISP THRU GER-DISP-FIM.
       EXEC-SALA.
           PERFORM GER-SALA THRU GER-SALA-FIM.
       EXEC-FERI.
           PERFORM GER-FERI THRU GER-FERI-FIM.
       EXEC-LOTE.
           PERFORM GER-LOTE THRU GER-LOTE-FIM.
       EXEC-CSIG.
           PERFORM GER-CSIG THRU GER-CSIG-FIM.
       EXEC-FIM.
                MOVE W-TOTREG TO T-QTD
                MOVE W-TOTERR TO T-ERR
                DISPLAY (18, 02) LINTOT
                DISPLAY (24, 05) "PROCESSO CONCLUIDO. TECLE ALGO."
                ACCEPT (24, 40) W-OPCAO
                GO TO ROT-FIMP.
      *
      *---------[ CADPACI ]---------------------
       GER-PACI.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADPACI" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-PACI-FIM.
           OPEN OUTPUT TRNPACI
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPACI
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-PACI-FIM.
       GER-PACI-LP.
           READ CADPACI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-PACI-ENC.
           PERFORM MASC-PACI THRU MASC-PACI-FIM
           WRITE REGTPACI FROM REGPACI
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-PACI-LP.
       GER-PACI-ENC.
           CLOSE CADPACI TRNPACI
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-PACI-FIM.
           EXIT.
      *
      *---------[ CADAGENDA ]---------------------
       GER-AGEN.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADAGENDA" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-AGEN-FIM.
           OPEN OUTPUT TRNAGEN
           IF ST-ERRO2 NOT = "00"
              CLOSE CADAGENDA
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-AGEN-FIM.
       GER-AGEN-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-AGEN-ENC.
           PERFORM MASC-AGEN THRU MASC-AGEN-FIM
           WRITE REGTAGEN FROM REGAGEN
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-AGEN-LP.
       GER-AGEN-ENC.
           CLOSE CADAGENDA TRNAGEN
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-AGEN-FIM.
           EXIT.
      *
      *---------[ CADCONSULTA ]---------------------
       GER-CONS.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCONSULTA" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADCONSULTA
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CONS-FIM.
           OPEN OUTPUT TRNCONS
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCONSULTA
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CONS-FIM.
       GER-CONS-LP.
           READ CADCONSULTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CONS-ENC.
           PERFORM MASC-CONS THRU MASC-CONS-FIM
           WRITE REGTCONS FROM REGCONS
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CONS-LP.
       GER-CONS-ENC.
           CLOSE CADCONSULTA TRNCONS
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CONS-FIM.
           EXIT.
      *
      *---------[ CADCONCID ]---------------------
       GER-CCID.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCONCID" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADCONCID
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CCID-FIM.
           OPEN OUTPUT TRNCCID
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCONCID
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CCID-FIM.
       GER-CCID-LP.
           READ CADCONCID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CCID-ENC.
           PERFORM MASC-CCID THRU MASC-CCID-FIM
           WRITE REGTCCID FROM REGCCID
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CCID-LP.
       GER-CCID-ENC.
           CLOSE CADCONCID TRNCCID
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CCID-FIM.
           EXIT.
      *
      *---------[ CADCONPROC ]---------------------
       GER-CPRO.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCONPROC" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADCONPROC
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CPRO-FIM.
           OPEN OUTPUT TRNCPRO
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCONPROC
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CPRO-FIM.
       GER-CPRO-LP.
           READ CADCONPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CPRO-ENC.
           PERFORM MASC-CPRO THRU MASC-CPRO-FIM
           WRITE REGTCPRO FROM REGCPRO
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CPRO-LP.
       GER-CPRO-ENC.
           CLOSE CADCONPROC TRNCPRO
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CPRO-FIM.
           EXIT.
      *
      *---------[ CADCHEGADA ]---------------------
       GER-CHEG.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCHEGADA" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADCHEGADA
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CHEG-FIM.
           OPEN OUTPUT TRNCHEG
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCHEGADA
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CHEG-FIM.
       GER-CHEG-LP.
           READ CADCHEGADA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CHEG-ENC.
           PERFORM MASC-CHEG THRU MASC-CHEG-FIM
           WRITE REGTCHEG FROM REGCHEG
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CHEG-LP.
       GER-CHEG-ENC.
           CLOSE CADCHEGADA TRNCHEG
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CHEG-FIM.
           EXIT.
      *
      *---------[ CADEXAME ]---------------------
       GER-EXAM.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADEXAME" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-EXAM-FIM.
           OPEN OUTPUT TRNEXAM
           IF ST-ERRO2 NOT = "00"
              CLOSE CADEXAME
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-EXAM-FIM.
       GER-EXAM-LP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-EXAM-ENC.
           PERFORM MASC-EXAM THRU MASC-EXAM-FIM
           WRITE REGTEXAM FROM REGEXAM
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-EXAM-LP.
       GER-EXAM-ENC.
           CLOSE CADEXAME TRNEXAM
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-EXAM-FIM.
           EXIT.
      *
      *---------[ CADCAIXA ]---------------------
       GER-CAIX.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCAIXA" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CAIX-FIM.
           OPEN OUTPUT TRNCAIX
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCAIXA
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CAIX-FIM.
       GER-CAIX-LP.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CAIX-ENC.
           PERFORM MASC-CAIX THRU MASC-CAIX-FIM
           WRITE REGTCAIX FROM REGCAIX
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CAIX-LP.
       GER-CAIX-ENC.
           CLOSE CADCAIXA TRNCAIX
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CAIX-FIM.
           EXIT.
      *
      *---------[ CADBOLETO ]---------------------
       GER-BOLE.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADBOLETO" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADBOLETO
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-BOLE-FIM.
           OPEN OUTPUT TRNBOLE
           IF ST-ERRO2 NOT = "00"
              CLOSE CADBOLETO
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-BOLE-FIM.
       GER-BOLE-LP.
           READ CADBOLETO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-BOLE-ENC.
           PERFORM MASC-BOLE THRU MASC-BOLE-FIM
           WRITE REGTBOLE FROM REGBOLE
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-BOLE-LP.
       GER-BOLE-ENC.
           CLOSE CADBOLETO TRNBOLE
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-BOLE-FIM.
           EXIT.
      *
      *---------[ CADPARC ]---------------------
       GER-PARC.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADPARC" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADPARC
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-PARC-FIM.
           OPEN OUTPUT TRNPARC
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPARC
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-PARC-FIM.
       GER-PARC-LP.
           READ CADPARC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-PARC-ENC.
           PERFORM MASC-PARC THRU MASC-PARC-FIM
           WRITE REGTPARC FROM REGPARC
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-PARC-LP.
       GER-PARC-ENC.
           CLOSE CADPARC TRNPARC
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-PARC-FIM.
           EXIT.
      *
      *---------[ CADLOTEIT ]---------------------
       GER-LTIT.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADLOTEIT" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADLOTEIT
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-LTIT-FIM.
           OPEN OUTPUT TRNLTIT
           IF ST-ERRO2 NOT = "00"
              CLOSE CADLOTEIT
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-LTIT-FIM.
       GER-LTIT-LP.
           READ CADLOTEIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-LTIT-ENC.
           PERFORM MASC-LTIT THRU MASC-LTIT-FIM
           WRITE REGTLTIT FROM REGLTIT
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-LTIT-LP.
       GER-LTIT-ENC.
           CLOSE CADLOTEIT TRNLTIT
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-LTIT-FIM.
           EXIT.
      *
      *---------[ CADCARTEIRA ]---------------------
       GER-CART.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCARTEIRA" TO R-ARQ
           MOVE "MASCARADO" TO R-ACAO
           OPEN INPUT CADCARTEIRA
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CART-FIM.
           OPEN OUTPUT TRNCART
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCARTEIRA
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CART-FIM.
       GER-CART-LP.
           READ CADCARTEIRA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CART-ENC.
           PERFORM MASC-CART THRU MASC-CART-FIM
           WRITE REGTCART FROM REGCART
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CART-LP.
       GER-CART-ENC.
           CLOSE CADCARTEIRA TRNCART
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CART-FIM.
           EXIT.
      *
      *---------[ CADMED ]---------------------
       GER-MED.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADMED" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-MED-FIM.
           OPEN OUTPUT TRNMED
           IF ST-ERRO2 NOT = "00"
              CLOSE CADMED
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-MED-FIM.
       GER-MED-LP.
           READ CADMED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-MED-ENC.
           WRITE REGTMED FROM REGMED
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-MED-LP.
       GER-MED-ENC.
           CLOSE CADMED TRNMED
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-MED-FIM.
           EXIT.
      *
      *---------[ CADCONV ]---------------------
       GER-CONV.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCONV" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CONV-FIM.
           OPEN OUTPUT TRNCONV
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCONV
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CONV-FIM.
       GER-CONV-LP.
           READ CADCONV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CONV-ENC.
           WRITE REGTCONV FROM REGCONV
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CONV-LP.
       GER-CONV-ENC.
           CLOSE CADCONV TRNCONV
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CONV-FIM.
           EXIT.
      *
      *---------[ CADCID ]---------------------
       GER-CID.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCID" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CID-FIM.
           OPEN OUTPUT TRNCID
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCID
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CID-FIM.
       GER-CID-LP.
           READ CADCID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CID-ENC.
           WRITE REGTCID FROM REGCID
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CID-LP.
       GER-CID-ENC.
           CLOSE CADCID TRNCID
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CID-FIM.
           EXIT.
      *
      *---------[ CADCEP ]---------------------
       GER-CEP.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCEP" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CEP-FIM.
           OPEN OUTPUT TRNCEP
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCEP
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CEP-FIM.
       GER-CEP-LP.
           READ CADCEP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CEP-ENC.
           WRITE REGTCEP FROM REGCEP
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CEP-LP.
       GER-CEP-ENC.
           CLOSE CADCEP TRNCEP
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CEP-FIM.
           EXIT.
      *
      *---------[ CADREDE ]---------------------
       GER-REDE.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADREDE" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADREDE
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-REDE-FIM.
           OPEN OUTPUT TRNREDE
           IF ST-ERRO2 NOT = "00"
              CLOSE CADREDE
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-REDE-FIM.
       GER-REDE-LP.
           READ CADREDE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-REDE-ENC.
           WRITE REGTREDE FROM REGREDE
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-REDE-LP.
       GER-REDE-ENC.
           CLOSE CADREDE TRNREDE
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-REDE-FIM.
           EXIT.
      *
      *---------[ CADPROC ]---------------------
       GER-PROC.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADPROC" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-PROC-FIM.
           OPEN OUTPUT TRNPROC
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPROC
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-PROC-FIM.
       GER-PROC-LP.
           READ CADPROC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-PROC-ENC.
           WRITE REGTPROC FROM REGPROC
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-PROC-LP.
       GER-PROC-ENC.
           CLOSE CADPROC TRNPROC
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-PROC-FIM.
           EXIT.
      *
      *---------[ TABREF ]---------------------
       GER-TREF.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "TABREF" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT TABREF
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-TREF-FIM.
           OPEN OUTPUT TRNTREF
           IF ST-ERRO2 NOT = "00"
              CLOSE TABREF
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-TREF-FIM.
       GER-TREF-LP.
           READ TABREF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-TREF-ENC.
           WRITE REGTTREF FROM REGTREF
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-TREF-LP.
       GER-TREF-ENC.
           CLOSE TABREF TRNTREF
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-TREF-FIM.
           EXIT.
      *
      *---------[ CADPRECO ]---------------------
       GER-PREC.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADPRECO" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADPRECO
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-PREC-FIM.
           OPEN OUTPUT TRNPREC
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPRECO
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-PREC-FIM.
       GER-PREC-LP.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-PREC-ENC.
           WRITE REGTPREC FROM REGPREC
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-PREC-LP.
       GER-PREC-ENC.
           CLOSE CADPRECO TRNPREC
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-PREC-FIM.
           EXIT.
      *
      *---------[ CADUSER ]---------------------
       GER-USER.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADUSER" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADUSER
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-USER-FIM.
           OPEN OUTPUT TRNUSER
           IF ST-ERRO2 NOT = "00"
              CLOSE CADUSER
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-USER-FIM.
       GER-USER-LP.
           READ CADUSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-USER-ENC.
           WRITE REGTUSER FROM REGUSER
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-USER-LP.
       GER-USER-ENC.
           CLOSE CADUSER TRNUSER
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-USER-FIM.
           EXIT.
      *
      *---------[ CADPARAM ]---------------------
       GER-PARM.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADPARAM" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-PARM-FIM.
           OPEN OUTPUT TRNPARM
           IF ST-ERRO2 NOT = "00"
              CLOSE CADPARAM
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-PARM-FIM.
       GER-PARM-LP.
           READ CADPARAM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-PARM-ENC.
           WRITE REGTPARM FROM REGPARM
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-PARM-LP.
       GER-PARM-ENC.
           CLOSE CADPARAM TRNPARM
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-PARM-FIM.
           EXIT.
      *
      *---------[ CADDISPO ]---------------------
       GER-DISP.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADDISPO" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADDISPO
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-DISP-FIM.
           OPEN OUTPUT TRNDISP
           IF ST-ERRO2 NOT = "00"
              CLOSE CADDISPO
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-DISP-FIM.
       GER-DISP-LP.
           READ CADDISPO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-DISP-ENC.
           WRITE REGTDISP FROM REGDISP
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-DISP-LP.
       GER-DISP-ENC.
           CLOSE CADDISPO TRNDISP
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-DISP-FIM.
           EXIT.
      *
      *---------[ CADSALA ]---------------------
       GER-SALA.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADSALA" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADSALA
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-SALA-FIM.
           OPEN OUTPUT TRNSALA
           IF ST-ERRO2 NOT = "00"
              CLOSE CADSALA
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-SALA-FIM.
       GER-SALA-LP.
           READ CADSALA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-SALA-ENC.
           WRITE REGTSALA FROM REGSALA
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-SALA-LP.
       GER-SALA-ENC.
           CLOSE CADSALA TRNSALA
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-SALA-FIM.
           EXIT.
      *
      *---------[ CADFERIAD ]---------------------
       GER-FERI.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADFERIAD" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADFERIAD
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-FERI-FIM.
           OPEN OUTPUT TRNFERI
           IF ST-ERRO2 NOT = "00"
              CLOSE CADFERIAD
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-FERI-FIM.
       GER-FERI-LP.
           READ CADFERIAD NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-FERI-ENC.
           WRITE REGTFERI FROM REGFERI
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-FERI-LP.
       GER-FERI-ENC.
           CLOSE CADFERIAD TRNFERI
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-FERI-FIM.
           EXIT.
      *
      *---------[ CADLOTE ]---------------------
       GER-LOTE.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADLOTE" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADLOTE
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-LOTE-FIM.
           OPEN OUTPUT TRNLOTE
           IF ST-ERRO2 NOT = "00"
              CLOSE CADLOTE
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-LOTE-FIM.
       GER-LOTE-LP.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-LOTE-ENC.
           WRITE REGTLOTE FROM REGLOTE
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-LOTE-LP.
       GER-LOTE-ENC.
           CLOSE CADLOTE TRNLOTE
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-LOTE-FIM.
           EXIT.
      *
      *---------[ CADCATSIG ]---------------------
       GER-CSIG.
           MOVE ZEROS TO W-QTDREG W-QTDERR
           MOVE "CADCATSIG" TO R-ARQ
           MOVE "COPIADO" TO R-ACAO
           OPEN INPUT CADCATSIG
           IF ST-ERRO NOT = "00"
              PERFORM MOSTRA-AUS THRU MOSTRA-AUS-FIM
              GO TO GER-CSIG-FIM.
           OPEN OUTPUT TRNCSIG
           IF ST-ERRO2 NOT = "00"
              CLOSE CADCATSIG
              PERFORM MOSTRA-DIR THRU MOSTRA-DIR-FIM
              GO TO GER-CSIG-FIM.
       GER-CSIG-LP.
           READ CADCATSIG NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GER-CSIG-ENC.
           WRITE REGTCSIG FROM REGCSIG
           PERFORM CONTA-GRV THRU CONTA-GRV-FIM
           GO TO GER-CSIG-LP.
       GER-CSIG-ENC.
           CLOSE CADCATSIG TRNCSIG
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       GER-CSIG-FIM.
           EXIT.
      *
      *****************************************************
      * MASCARAMENTO DO PACIENTE: O CPF NOVO E A SEMENTE   *
      * DE TODOS OS DADOS GERADOS, ENTAO O MESMO PACIENTE  *
      * SAI SEMPRE COM O MESMO NOME, TELEFONE E E-MAIL     *
      *****************************************************
      *
       MASC-PACI.
           MOVE CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO  TO CPF W-CPFPACI
           MOVE W-CPFNBASE TO W-BASEPACI W-SEMENTE
           MOVE SEXO2 TO W-SEXOGER
           PERFORM GERA-NOME THRU GERA-NOME-FIM
           MOVE W-NOMEGER TO NOME OF REGPACI
           MOVE RESPONSAVELCPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO RESPONSAVELCPF
           MOVE TITULARCPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO TITULARCPF
           IF RESPONSAVELNOME NOT = SPACES
              COMPUTE W-SEMENTE = W-BASEPACI + 7
              MOVE SPACES TO W-SEXOGER
              PERFORM GERA-NOME THRU GERA-NOME-FIM
              MOVE W-NOMECURTO TO RESPONSAVELNOME.
           IF EMERGENCIANOME NOT = SPACES
              COMPUTE W-SEMENTE = W-BASEPACI + 13
              MOVE SPACES TO W-SEXOGER
              PERFORM GERA-NOME THRU GERA-NOME-FIM
              MOVE W-NOMECURTO TO EMERGENCIANOME.
           IF EMAILP NOT = SPACES
              MOVE SPACES TO EMAILP
              STRING "PAC" W-CPFPACI "@TREINO.LOCAL"
                     DELIMITED BY SIZE INTO EMAILP.
           DIVIDE W-BASEPACI BY 10000 GIVING W-AUX REMAINDER W-TEL1
           DIVIDE W-AUX BY 10000 GIVING W-AUX REMAINDER W-TEL2
           IF P-NUMEROTEL1 NOT = ZEROS OR P-NUMEROTEL2 NOT = ZEROS
              COMPUTE P-NUMEROTEL1 = 90000 + W-TEL1
              MOVE W-TEL2 TO P-NUMEROTEL2.
           IF NUMEROTEL1EMERG NOT = ZEROS OR NUMEROTEL2EMERG NOT = ZEROS
              COMPUTE NUMEROTEL1EMERG = 90000 + W-TEL2
              MOVE W-TEL1 TO NUMEROTEL2EMERG.
           IF NUMEROENDERECO NOT = ZEROS
              DIVIDE W-BASEPACI BY 1999 GIVING W-AUX
                     REMAINDER NUMEROENDERECO
              ADD 1 TO NUMEROENDERECO.
           MOVE SPACES TO COMPLEMENTO.
       MASC-PACI-FIM.
           EXIT.
      *
       MASC-AGEN.
           MOVE AGE-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO AGE-CPF.
       MASC-AGEN-FIM.
           EXIT.
      *
       MASC-CONS.
           MOVE CNS-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO CNS-CPF.
       MASC-CONS-FIM.
           EXIT.
      *
       MASC-CCID.
           MOVE CCI-CONSCHAVE TO W-CHVCONS
           PERFORM MAPEIA-CHV THRU MAPEIA-CHV-FIM
           MOVE W-CHVCONS TO CCI-CONSCHAVE.
       MASC-CCID-FIM.
           EXIT.
      *
       MASC-CPRO.
           MOVE CPR-CONSCHAVE TO W-CHVCONS
           PERFORM MAPEIA-CHV THRU MAPEIA-CHV-FIM
           MOVE W-CHVCONS TO CPR-CONSCHAVE.
       MASC-CPRO-FIM.
           EXIT.
      *
       MASC-CHEG.
           MOVE CHG-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO CHG-CPF.
       MASC-CHEG-FIM.
           EXIT.
      *
       MASC-EXAM.
           MOVE EXA-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO EXA-CPF.
       MASC-EXAM-FIM.
           EXIT.
      *
       MASC-CAIX.
           MOVE CXA-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO CXA-CPF.
       MASC-CAIX-FIM.
           EXIT.
      *
       MASC-BOLE.
           MOVE BOL-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO BOL-CPF
           MOVE BOL-CONSCHAVE TO W-CHVCONS
           PERFORM MAPEIA-CHV THRU MAPEIA-CHV-FIM
           MOVE W-CHVCONS TO BOL-CONSCHAVE.
       MASC-BOLE-FIM.
           EXIT.
      *
       MASC-PARC.
           MOVE PCL-CONSCHAVE TO W-CHVCONS
           PERFORM MAPEIA-CHV THRU MAPEIA-CHV-FIM
           MOVE W-CHVCONS TO PCL-CONSCHAVE.
       MASC-PARC-FIM.
           EXIT.
      *
       MASC-LTIT.
           MOVE LIT-CONSCHAVE TO W-CHVCONS
           PERFORM MAPEIA-CHV THRU MAPEIA-CHV-FIM
           MOVE W-CHVCONS TO LIT-CONSCHAVE.
       MASC-LTIT-FIM.
           EXIT.
      *
       MASC-CART.
           MOVE CRT-CPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO CRT-CPF
           MOVE SPACES TO CRT-NUMERO
           STRING "TR"         DELIMITED BY SIZE
                  W-CPFNOVO    DELIMITED BY SIZE
                  CRT-CONVENIO DELIMITED BY SIZE
                  INTO CRT-NUMERO.
       MASC-CART-FIM.
           EXIT.
      *
      *****************************************************
      * CHAVE DE CONSULTA: SO O CPF DO INICIO E TROCADO    *
      *****************************************************
      *
       MAPEIA-CHV.
           IF W-CHVCPF NOT NUMERIC
              GO TO MAPEIA-CHV-FIM.
           MOVE W-CHVCPF TO W-CPFORIG
           PERFORM MAPEIA-CPF THRU MAPEIA-CPF-FIM
           MOVE W-CPFNOVO TO W-CHVCPF.
       MAPEIA-CHV-FIM.
           EXIT.
      *
      *****************************************************
      * TROCA DO CPF: CPF ZERADO (SEM RESPONSAVEL, SEM     *
      * TITULAR) CONTINUA ZERADO                           *
      *****************************************************
      *
       MAPEIA-CPF.
           IF W-CPFORIG = ZEROS
              MOVE ZEROS TO W-CPFNOVO
              GO TO MAPEIA-CPF-FIM.
           DIVIDE W-CPFORIG BY 100 GIVING W-CPFBASE
           COMPUTE W-CPFCALC = W-CPFBASE * 7919 + 104729
           DIVIDE W-CPFCALC BY 1000000000 GIVING W-CPFQUOC
                  REMAINDER W-CPFNBASE
           MOVE ZEROS TO W-SOMA
           MOVE 1  TO W-IND
           MOVE 10 TO W-PESO.
       MAPEIA-CPF-DV1.
           COMPUTE W-SOMA = W-SOMA + W-CPFNDIG(W-IND) * W-PESO
           ADD 1 TO W-IND
           SUBTRACT 1 FROM W-PESO
           IF W-IND < 10
              GO TO MAPEIA-CPF-DV1.
           DIVIDE W-SOMA BY 11 GIVING W-CPFQUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE 0 TO W-CPFNDV1
           ELSE
              COMPUTE W-CPFNDV1 = 11 - W-RESTO.
           MOVE ZEROS TO W-SOMA
           MOVE 1  TO W-IND
           MOVE 11 TO W-PESO.
       MAPEIA-CPF-DV2.
           COMPUTE W-SOMA = W-SOMA + W-CPFNDIG(W-IND) * W-PESO
           ADD 1 TO W-IND
           SUBTRACT 1 FROM W-PESO
           IF W-IND < 11
              GO TO MAPEIA-CPF-DV2.
           DIVIDE W-SOMA BY 11 GIVING W-CPFQUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE 0 TO W-CPFNDV2
           ELSE
              COMPUTE W-CPFNDV2 = 11 - W-RESTO.
       MAPEIA-CPF-FIM.
           EXIT.
      *
      *****************************************************
      * GERA NOME A PARTIR DA SEMENTE. SEXO EM BRANCO      *
      * (RESPONSAVEL, CONTATO DE EMERGENCIA) ESCOLHE A     *
      * TABELA PELA PARIDADE DA SEMENTE                    *
      *****************************************************
      *
       GERA-NOME.
           DIVIDE W-SEMENTE BY 20 GIVING W-AUX REMAINDER W-IX1
           ADD 1 TO W-IX1
           DIVIDE W-AUX BY 30 GIVING W-AUX REMAINDER W-IX2
           ADD 1 TO W-IX2
           DIVIDE W-AUX BY 30 GIVING W-AUX REMAINDER W-IX3
           ADD 1 TO W-IX3
           IF W-SEXOGER NOT = "M" AND "F"
              DIVIDE W-SEMENTE BY 2 GIVING W-AUX REMAINDER W-PARIDADE
              IF W-PARIDADE = 0
                 MOVE "M" TO W-SEXOGER
              ELSE
                 MOVE "F" TO W-SEXOGER.
           IF W-SEXOGER = "F"
              MOVE TB-NOMEF(W-IX1) TO W-PRENOME
           ELSE
              MOVE TB-NOMEM(W-IX1) TO W-PRENOME.
           MOVE SPACES TO W-NOMEGER W-NOMECURTO
           STRING W-PRENOME         DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  TB-SOBRENOME(W-IX2) DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  TB-SOBRENOME(W-IX3) DELIMITED BY SPACE
                  INTO W-NOMEGER
           STRING W-PRENOME         DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  TB-SOBRENOME(W-IX3) DELIMITED BY SPACE
                  INTO W-NOMECURTO.
       GERA-NOME-FIM.
           EXIT.
      *
       CONTA-GRV.
           IF ST-ERRO2 = "00"
              ADD 1 TO W-QTDREG
           ELSE
              ADD 1 TO W-QTDERR.
       CONTA-GRV-FIM.
           EXIT.
      *
       MOSTRA-AUS.
           MOVE "AUSENTE" TO R-ACAO
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       MOSTRA-AUS-FIM.
           EXIT.
      *
       MOSTRA-DIR.
           MOVE "SEM PASTA" TO R-ACAO
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
       MOSTRA-DIR-FIM.
           EXIT.
      *
      * DUAS COLUNAS DE 14 LINHAS (LINHAS 3 A 16)
      *
       MOSTRA-RES.
           MOVE W-QTDREG TO R-QTD
           MOVE W-QTDERR TO R-ERR
           ADD W-QTDREG TO W-TOTREG
           ADD W-QTDERR TO W-TOTERR
           DISPLAY (W-LINHA, W-COLUNA) LINRES
           ADD 1 TO W-LINHA
           IF W-LINHA > 16
              MOVE 3  TO W-LINHA
              MOVE 42 TO W-COLUNA.
       MOSTRA-RES-FIM.
           EXIT.
      *
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
