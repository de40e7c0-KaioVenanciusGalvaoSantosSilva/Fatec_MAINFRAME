       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP222.
       AUTHOR. KAIO V G S S
      ***********************************************
      * IMPORTACAO DO PACIENTE TRANSFERIDO DE OUTRA  *
      * CLINICA (PARCEIRA OU SISTEMA DE FILIAL       *
      * ANTIGO). LE O IMPLGPD.TXT, NO MESMO LAYOUT   *
      * DO EXTRLGPD.TXT GERADO PELO SMP116, E CARREGA*
      * O CADASTRO (COM AS ALERGIAS), AS CONSULTAS   *
      * COM OS CIDS SECUNDARIOS, AS RECEITAS E OS    *
      * EXAMES. AGENDA, ENCAMINHAMENTOS E FEEDBACKS  *
      * DA OUTRA CLINICA NAO SAO CARREGADOS.         *
      *                                              *
      * O HISTORICO ENTRA COMO EXTERNO: CONSULTA E   *
      * EXAME COM FATURADO = E (NUNCA FATURADOS),    *
      * NA FILIAL QUE RECEBE O PACIENTE, SEM         *
      * CONVENIO, E CADA REGISTRO IMPORTADO GANHA    *
      * UMA LINHA NO CADORIGEM COM A CLINICA DE      *
      * ORIGEM (CONSULTADO PELAS TELAS VIA           *
      * VERORIGEM). O CODIGO DO MEDICAMENTO DA       *
      * RECEITA NAO E CARREGADO, SO O TEXTO.         *
      *                                              *
      * PRIMEIRO CONFERE O PACOTE E MOSTRA OS        *
      * TOTAIS; SO GRAVA DEPOIS DA CONFIRMACAO.      *
      * CPF JA CADASTRADO COM OUTRO NOME OU OUTRA    *
      * DATA DE NASCIMENTO E CONFLITO: NADA E        *
      * IMPORTADO E O CASO VAI PARA REVISAO NO       *
      * RELIMPLGPD.TXT. CPF JA CADASTRADO COM OS     *
      * MESMOS DADOS MANTEM O NOSSO CADASTRO; SO AS  *
      * ALERGIAS EM BRANCO SAO COMPLETADAS, E        *
      * ALERGIAS DIFERENTES VAO PARA REVISAO.        *
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
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
                    RECORD KEY   IS CONCID-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CCI-CID WITH DUPLICATES.
           SELECT CADRECEITA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RECEITA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                   WITH DUPLICATES.
           SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXAME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXA-CPF
                                   WITH DUPLICATES.
           SELECT CADORIGEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORIGEM-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT IMPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT RELTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
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
       01 REGCONCID.
          03 CONCID-CHAVE.
             05 CCI-CONSCHAVE   PIC X(27).
             05 CCI-SEQ         PIC 9(02).
          03 CCI-CID            PIC 9(06).
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
       FD CADORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORIGEM.DAT".
       01 REGORIGEM.
          03 ORIGEM-CHAVE.
             05 ORI-ARQ         PIC X(01).
             05 ORI-CHAVE       PIC X(29).
          03 ORI-CLINICA        PIC X(30).
          03 ORI-DATAIMP        PIC 9(08).
          03 ORI-OPER           PIC X(10).
      *
       FD IMPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPLGPD.TXT".
       01 REGIMPTX       PIC X(100).
      *
       FD RELTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIMPLGPD.TXT".
       01 REGRELTX       PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP222".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-RELAB        PIC X(01) VALUE "N".
       77 W-ERRO         PIC X(01) VALUE "N".
      *
      * W-MODO: V=CONFERENCIA DO PACOTE (NADA GRAVADO)
      *         G=GRAVACAO DEPOIS DA CONFIRMACAO
      *
       77 W-MODO         PIC X(01) VALUE "V".
       77 W-ORIGEM       PIC X(30) VALUE SPACES.
       77 W-FILIAL       PIC 9(02) VALUE ZEROS.
       77 W-EXISTE       PIC X(01) VALUE "N".
       77 W-CONFLITO     PIC X(01) VALUE "N".
      *
      * SECAO DO PACOTE EM LEITURA E QUANTAS LINHAS DE 100
      * POSICOES OCUPA CADA REGISTRO DELA (IMAGEM DO REGISTRO)
      *
       77 W-SECAO        PIC X(01) VALUE SPACES.
       77 W-NECES        PIC 9(01) VALUE ZEROS.
       77 W-NLIN         PIC 9(01) VALUE ZEROS.
       77 W-POS          PIC 9(03) VALUE ZEROS.
       77 W-TITULO       PIC X(30) VALUE SPACES.
       01 W-BUF          PIC X(300) VALUE SPACES.
      *
      * CONTADORES: OS LIDOS SAO REFEITOS A CADA PASSADA
      *
       77 W-QTDPAC       PIC 9(05) VALUE ZEROS.
       77 W-QTDCON       PIC 9(05) VALUE ZEROS.
       77 W-QTDCCI       PIC 9(05) VALUE ZEROS.
       77 W-QTDREC       PIC 9(05) VALUE ZEROS.
       77 W-QTDEXA       PIC 9(05) VALUE ZEROS.
       77 W-QTDIGN       PIC 9(05) VALUE ZEROS.
       77 W-QTDINV       PIC 9(05) VALUE ZEROS.
       77 W-TOTGRV       PIC 9(05) VALUE ZEROS.
       77 W-TOTEXI       PIC 9(05) VALUE ZEROS.
       77 W-TOTREV       PIC 9(05) VALUE ZEROS.
      *
      * CADASTRO DO PACIENTE COMO VEIO NO PACOTE
      *
       01 W-PKGPACI.
          03 PK-CPF          PIC 9(11).
          03 PK-NOME         PIC X(30).
          03 PK-DATANASC     PIC 9(08).
          03 FILLER          PIC X(147).
          03 PK-ALERGIAS     PIC X(30).
          03 FILLER          PIC X(14).
      *
       01 W-DATASYS.
          03 W-ANOSYS    PIC 9(04).
          03 W-MESSYS    PIC 9(02).
          03 W-DIASYS    PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.
      *---------[ FILIAIS DO OPERADOR (VERFILIAL) ]-----------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ NUMERO PROVISORIO DE PACIENTE (VERPROV) ]---------
       01 PRV-MODO      PIC X(01) VALUE "V".
       01 W-PROVIS      PIC X(01) VALUE "N".
      *
      * PARAMETROS DA TRILHA DE AUDITORIA (GRVAUDIT)
      *
       01 AUD-ARQ        PIC X(08) VALUE "CADPACI".
       01 AUD-CHAVE      PIC X(11) VALUE SPACES.
       01 AUD-CAMPO      PIC X(15) VALUE SPACES.
       01 AUD-VALANT     PIC X(30) VALUE SPACES.
       01 AUD-VALNOV     PIC X(30) VALUE SPACES.
      *
      * LINHAS DO RELATORIO DE IMPORTACAO E REVISAO
      *
       01 CAB0.
          03 FILLER      PIC X(45) VALUE
               "IMPORTACAO DE PACIENTE TRANSFERIDO - ORIGEM: ".
          03 C0-ORIGEM   PIC X(30).
          03 FILLER      PIC X(04) VALUE " EM ".
          03 C0-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 C0-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 C0-AA       PIC 9(04).
       01 CAB1.
          03 FILLER      PIC X(10) VALUE "PACIENTE: ".
          03 C1-CPF      PIC 9(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 C1-NOME     PIC X(30).
          03 FILLER      PIC X(19) VALUE "  FILIAL RECEBEDORA".
          03 FILLER      PIC X(02) VALUE ": ".
          03 C1-FILIAL   PIC 9(02).
       01 CAB2.
          03 FILLER      PIC X(11) VALUE "SECAO".
          03 FILLER      PIC X(31) VALUE "CHAVE".
          03 FILLER      PIC X(08) VALUE "SITUACAO".
       01 LINDET.
          03 D-SECAO     PIC X(10).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 D-CHAVE     PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 D-SIT       PIC X(45).
       01 W-DCHAVE.
          03 DK-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 DK-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 DK-AA       PIC 9(04).
          03 FILLER      PIC X(05) VALUE " CRM ".
          03 DK-CRM      PIC X(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DK-COMPL    PIC X(06).
       01 LINCONF.
          03 LC-ROT      PIC X(18).
          03 LC-NOME     PIC X(30).
          03 FILLER      PIC X(07) VALUE " NASC. ".
          03 LC-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC-AA       PIC 9(04).
       01 W-NASC.
          03 W-NASCDD    PIC 9(02).
          03 W-NASCMM    PIC 9(02).
          03 W-NASCAA    PIC 9(04).
       01 LINALE.
          03 FILLER      PIC X(42) VALUE
               "           ALERGIAS NO PACOTE (REVISAR) : ".
          03 LA-ALERGIAS PIC X(30).
       01 TOT1.
                03 FILLER            PIC X(36) VALUE
                        "CONSULTAS NO PACOTE               : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(36) VALUE
                        "CIDS SECUNDARIOS NO PACOTE        : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(36) VALUE
                        "RECEITAS NO PACOTE                : ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(36) VALUE
                        "EXAMES NO PACOTE                  : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
       01 TOT5.
                03 FILLER            PIC X(36) VALUE
                        "NAO IMPORTADOS (AGENDA/ENCAM/FEED): ".
                03 D-TOT5            PIC ZZZ.ZZ9.
       01 TOT6.
                03 FILLER            PIC X(36) VALUE
                        "CPF DIFERENTE OU REGISTRO INVALIDO: ".
                03 D-TOT6            PIC ZZZ.ZZ9.
       01 TOT7.
                03 FILLER            PIC X(36) VALUE
                        "GRAVADOS COMO HISTORICO EXTERNO   : ".
                03 D-TOT7            PIC ZZZ.ZZ9.
       01 TOT8.
                03 FILLER            PIC X(36) VALUE
                        "JA EXISTENTES (NAO IMPORTADOS)    : ".
                03 D-TOT8            PIC ZZZ.ZZ9.
       01 TOT9.
                03 FILLER            PIC X(36) VALUE
                        "PENDENTES DE REVISAO              : ".
                03 D-TOT9            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELIMPLGPD.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT222.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** IMPORTACAO DE PACIENTE TRANSFERIDO".
           05  LINE 02  COLUMN 44
               VALUE  " DE OUTRA CLINICA ***".
           05  LINE 05  COLUMN 01
               VALUE  "    CLINICA DE ORIGEM   : ".
           05  LINE 07  COLUMN 01
               VALUE  "    FILIAL QUE RECEBE   : ".
           05  LINE 09  COLUMN 01
               VALUE  "    LE O PACOTE IMPLGPD.TXT (LAYOUT DO".
           05  LINE 09  COLUMN 39
               VALUE  " EXTRLGPD.TXT) E CONFERE".
           05  LINE 11  COLUMN 01
               VALUE  "                       CONFIRMA CONFERENCIA".
           05  LINE 11  COLUMN 44
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ORIGEM
               LINE 05  COLUMN 27  PIC X(30)
               USING  W-ORIGEM
               HIGHLIGHT.
           05  TW-FILIAL
               LINE 07  COLUMN 27  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 11  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           MOVE ZEROS TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS.
       INC-001.
                MOVE "S" TO W-OPCAO
                MOVE SPACES TO W-ORIGEM
                MOVE FIL-PADRAO TO W-FILIAL
                DISPLAY SMT222.
       INC-002.
                ACCEPT TW-ORIGEM
                ACCEPT TW-FILIAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIMP.
                IF W-ORIGEM = SPACES
                   MOVE "*Insira a clinica de origem*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-FILIAL = ZEROS
                   MOVE "*** INFORME A FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   MOVE "*FILIAL NAO PERMITIDA PARA O OPERADOR*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* PROCESSO RECUSADO PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
                      MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0A.
           OPEN I-O CADCONSULTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCONSULTA
                      CLOSE CADCONSULTA
                      GO TO INC-OP0A
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONSULTA"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN I-O CADCONCID
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCONCID
                      CLOSE CADCONCID
                      GO TO INC-OP0B
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADCONCID" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADCONSULTA
                      GO TO ROT-FIMP.
       INC-OP0C.
           OPEN I-O CADRECEITA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADRECEITA
                      CLOSE CADRECEITA
                      GO TO INC-OP0C
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADRECEITA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADCONSULTA CADCONCID
                      GO TO ROT-FIMP.
       INC-OP0D.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEXAME
                      CLOSE CADEXAME
                      GO TO INC-OP0D
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADEXAME" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADCONSULTA CADCONCID CADRECEITA
                      GO TO ROT-FIMP.
       INC-OP0E.
           OPEN I-O CADORIGEM
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADORIGEM
                      CLOSE CADORIGEM
                      GO TO INC-OP0E
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO CADORIGEM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPACI CADCONSULTA CADCONCID CADRECEITA
                            CADEXAME
                      GO TO ROT-FIMP.
      *
      *****************************************************
      * PRIMEIRA PASSADA: SO CONFERE E CONTA O PACOTE      *
      *****************************************************
      *
       CONFERE.
           MOVE "V" TO W-MODO
           PERFORM PROCESSA THRU PROCESSA-FIM
           IF W-ERRO = "S"
              GO TO ROT-FIM.
      *
      *****************************************************
      * CADASTRO DO PACOTE X CADPACI: O CPF JA CADASTRADO  *
      * TEM QUE SER A MESMA PESSOA (NOME E NASCIMENTO)     *
      *****************************************************
      *
       VAL-PAC.
           IF W-QTDPAC = ZEROS
              MOVE "*PACOTE SEM DADOS CADASTRAIS DO PACIENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-QTDPAC > 1
              MOVE "*PACOTE COM MAIS DE UM PACIENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF PK-CPF NOT NUMERIC OR PK-CPF = ZEROS
              MOVE "*PACOTE SEM CPF VALIDO DO PACIENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "V" TO PRV-MODO
           CALL "VERPROV" USING PRV-MODO PK-CPF W-PROVIS
           IF W-PROVIS = "S"
              MOVE "*NUMERO PROVISORIO DE OUTRO SISTEMA: SEM CPF*"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-EXISTE W-CONFLITO
           MOVE PK-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              GO TO ABRE-REL.
           MOVE "S" TO W-EXISTE
           IF NOME OF REGPACI NOT = PK-NOME
              OR DATANASCIMENTO NOT = PK-DATANASC
              MOVE "S" TO W-CONFLITO.
      *
       ABRE-REL.
           OPEN OUTPUT RELTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RELTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           MOVE "S" TO W-RELAB
           MOVE W-ORIGEM TO C0-ORIGEM
           MOVE W-DIASYS TO C0-DD
           MOVE W-MESSYS TO C0-MM
           MOVE W-ANOSYS TO C0-AA
           MOVE PK-CPF   TO C1-CPF
           MOVE PK-NOME  TO C1-NOME
           MOVE W-FILIAL TO C1-FILIAL
           MOVE CAB0 TO REGRELTX
           WRITE REGRELTX
           MOVE CAB1 TO REGRELTX
           WRITE REGRELTX
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX
           DISPLAY (13, 05) CAB1
           IF W-CONFLITO = "S"
              GO TO GRV-CONFL.
           MOVE CAB2 TO REGRELTX
           WRITE REGRELTX
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX.
      *
      *****************************************************
      * TOTAIS DA CONFERENCIA E CONFIRMACAO DA GRAVACAO    *
      *****************************************************
      *
       MOS-TOT.
           PERFORM MON-TOT THRU MON-TOT-FIM
           IF W-EXISTE = "S"
              DISPLAY (14, 05) "CADASTRO JA EXISTE: SERA MANTIDO".
           DISPLAY (15, 05) TOT1
           DISPLAY (16, 05) TOT2
           DISPLAY (17, 05) TOT3
           DISPLAY (18, 05) TOT4
           DISPLAY (19, 05) TOT5
           DISPLAY (20, 05) TOT6.
       GRV-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 05)
              "IMPORTA O PACIENTE COMO HISTORICO EXTERNO (S/N):"
           ACCEPT (22, 54) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "IMPORTACAO CANCELADA PELO OPERADOR" TO REGRELTX
              WRITE REGRELTX
              MOVE "* NADA GRAVADO - SOMENTE CONFERENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-TOT.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO GRV-OPC.
      *
      *****************************************************
      * SEGUNDA PASSADA: GRAVA O CADASTRO E O HISTORICO    *
      *****************************************************
      *
       GRAVA.
           MOVE "G" TO W-MODO
           PERFORM PROCESSA THRU PROCESSA-FIM
           IF W-ERRO = "S"
              GO TO ROT-TOT.
           MOVE "*** PACIENTE IMPORTADO - VER RELIMPLGPD.TXT ***"
                                                       TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-TOT.
      *
      *****************************************************
      * CONFLITO DE CPF: NADA E GRAVADO, O CASO VAI PARA   *
      * REVISAO COM OS DOIS CADASTROS LADO A LADO          *
      *****************************************************
      *
       GRV-CONFL.
           MOVE "CONFLITO DE CPF - NADA FOI IMPORTADO, REVISAR"
                                                       TO REGRELTX
           WRITE REGRELTX
           MOVE "CADASTRO ATUAL  : " TO LC-ROT
           MOVE NOME OF REGPACI     TO LC-NOME
           MOVE NUMERODD            TO LC-DD
           MOVE NUMEROMM            TO LC-MM
           MOVE NUMEROAA            TO LC-AA
           MOVE LINCONF TO REGRELTX
           WRITE REGRELTX
           MOVE "PACOTE RECEBIDO : " TO LC-ROT
           MOVE PK-NOME             TO LC-NOME
           MOVE PK-DATANASC         TO W-NASC
           MOVE W-NASCDD            TO LC-DD
           MOVE W-NASCMM            TO LC-MM
           MOVE W-NASCAA            TO LC-AA
           MOVE LINCONF TO REGRELTX
           WRITE REGRELTX
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX
           MOVE 1 TO W-TOTREV
           DISPLAY (14, 05) "CPF JA CADASTRADO PARA OUTRA PESSOA"
           MOVE "*CONFLITO DE CPF: VER RELIMPLGPD.TXT*" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *****************************************************
      * TOTAIS NO RELATORIO E CATALOGO DO RELATORIO        *
      *****************************************************
      *
       ROT-TOT.
           PERFORM MON-TOT THRU MON-TOT-FIM
           MOVE SPACES TO REGRELTX
           WRITE REGRELTX
           MOVE TOT1 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT2 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT3 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT4 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT5 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT6 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT7 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT8 TO REGRELTX
           WRITE REGRELTX
           MOVE TOT9 TO REGRELTX
           WRITE REGRELTX
           CLOSE RELTX
           MOVE "N" TO W-RELAB
           IF SPL-GERADO = "S"
              STRING "CPF " PK-CPF " FILIAL " W-FILIAL
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE W-FILIAL TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           GO TO ROT-FIM.
      *
       MON-TOT.
           MOVE W-QTDCON TO D-TOT1
           MOVE W-QTDCCI TO D-TOT2
           MOVE W-QTDREC TO D-TOT3
           MOVE W-QTDEXA TO D-TOT4
           MOVE W-QTDIGN TO D-TOT5
           MOVE W-QTDINV TO D-TOT6
           MOVE W-TOTGRV TO D-TOT7
           MOVE W-TOTEXI TO D-TOT8
           MOVE W-TOTREV TO D-TOT9.
       MON-TOT-FIM.
           EXIT.
      *
      *****************************************************
      * LEITURA DO PACOTE: CADA SECAO COMECA NA LINHA      *
      * "== == " + TITULO, E CADA REGISTRO E A IMAGEM DO   *
      * REGISTRO QUEBRADA EM LINHAS DE 100 POSICOES        *
      *****************************************************
      *
       PROCESSA.
           MOVE SPACES TO W-SECAO
           MOVE ZEROS  TO W-NLIN W-QTDPAC W-QTDCON W-QTDCCI W-QTDREC
                          W-QTDEXA W-QTDIGN W-QTDINV
           OPEN INPUT IMPTX
           IF ST-ERRO2 NOT = "00"
              MOVE "*ARQUIVO IMPLGPD.TXT NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO W-ERRO
              GO TO PROCESSA-FIM.
       LER-LIN.
           READ IMPTX NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO PROCESSA-FEC.
           IF W-NLIN = ZEROS
              IF REGIMPTX = SPACES
                 GO TO LER-LIN
              ELSE
                 IF REGIMPTX (1:6) = "== == "
                    PERFORM VER-SECAO THRU VER-SECAO-FIM
                    GO TO LER-LIN.
           IF W-SECAO = SPACES
              GO TO LER-LIN.
           IF W-NLIN = ZEROS
              MOVE SPACES TO W-BUF.
           ADD 1 TO W-NLIN
           COMPUTE W-POS = W-NLIN * 100 - 99
           MOVE REGIMPTX TO W-BUF (W-POS:100)
           IF W-NLIN < W-NECES
              GO TO LER-LIN.
           MOVE ZEROS TO W-NLIN
           PERFORM TRATA-REG THRU TRATA-REG-FIM
           IF W-ERRO = "S"
              GO TO PROCESSA-FEC.
           GO TO LER-LIN.
       PROCESSA-FEC.
           CLOSE IMPTX.
       PROCESSA-FIM.
           EXIT.
      *
       VER-SECAO.
           MOVE REGIMPTX (7:30) TO W-TITULO
           MOVE 1 TO W-NECES
           MOVE "X" TO W-SECAO
           IF W-TITULO = "DADOS CADASTRAIS (CADPACI)"
              MOVE "P" TO W-SECAO
              MOVE 3 TO W-NECES.
           IF W-TITULO = "AGENDAMENTOS (CADAGENDA)"
              MOVE 2 TO W-NECES.
           IF W-TITULO = "CONSULTAS (CADCONSULTA)"
              MOVE "C" TO W-SECAO.
           IF W-TITULO = "CIDS SECUNDARIOS (CADCONCID)"
              MOVE "S" TO W-SECAO.
           IF W-TITULO = "RECEITAS (CADRECEITA)"
              MOVE "R" TO W-SECAO
              MOVE 2 TO W-NECES.
           IF W-TITULO = "EXAMES (CADEXAME)"
              MOVE "E" TO W-SECAO
              MOVE 2 TO W-NECES.
       VER-SECAO-FIM.
           EXIT.
      *
      *****************************************************
      * UM REGISTRO COMPLETO DO PACOTE EM W-BUF            *
      *****************************************************
      *
       TRATA-REG.
           IF W-SECAO = "P"
              GO TO TRA-PAC.
           IF W-SECAO = "C"
              GO TO TRA-CON.
           IF W-SECAO = "S"
              GO TO TRA-CCI.
           IF W-SECAO = "R"
              GO TO TRA-REC.
           IF W-SECAO = "E"
              GO TO TRA-EXA.
           ADD 1 TO W-QTDIGN
           GO TO TRATA-REG-FIM.
      *
       TRA-PAC.
           ADD 1 TO W-QTDPAC
           IF W-QTDPAC > 1
              GO TO TRATA-REG-FIM.
           IF W-MODO = "V"
              MOVE W-BUF (1:240) TO W-PKGPACI
              GO TO TRATA-REG-FIM.
           PERFORM GRV-PAC THRU GRV-PAC-FIM
           GO TO TRATA-REG-FIM.
      *
       TRA-CON.
           MOVE W-BUF (1:96) TO REGCONSULTA
           IF CON-CPF NOT NUMERIC OR CON-DATA NOT NUMERIC
              OR CON-CPF NOT = PK-CPF
              ADD 1 TO W-QTDINV
              MOVE "CONSULTA" TO D-SECAO
              GO TO TRA-INVAL.
           ADD 1 TO W-QTDCON
           IF W-MODO = "V"
              GO TO TRATA-REG-FIM.
           MOVE "CONSULTA"   TO D-SECAO
           MOVE CON-DATADD   TO DK-DD
           MOVE CON-DATAMM   TO DK-MM
           MOVE CON-DATAAA   TO DK-AA
           MOVE CON-CRM      TO DK-CRM
           MOVE CON-CID      TO DK-COMPL
           MOVE W-DCHAVE     TO D-CHAVE
           READ CADCONSULTA
           IF ST-ERRO = "00"
              GO TO TRA-JAEXI.
           MOVE W-BUF (1:96) TO REGCONSULTA
           MOVE "E"    TO CON-FATURADO
           MOVE SPACES TO CON-SITPAG
           MOVE ZEROS  TO CON-DATAFAT CON-VALORPAGO CON-LOTE
                          CON-CONVUSO
           MOVE W-FILIAL TO CON-FILIAL
           WRITE REGCONSULTA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADCONSULTA" TO MENS
              GO TO TRA-ERRO.
           MOVE "C" TO ORI-ARQ
           MOVE CONSULTA-CHAVE TO ORI-CHAVE
           PERFORM GRV-ORIGEM THRU GRV-ORIGEM-FIM
           GO TO TRA-GRAVOU.
      *
      * CID SECUNDARIO SO ENTRA NA CONSULTA QUE FOI IMPORTADA
      *
       TRA-CCI.
           MOVE W-BUF (1:35) TO REGCONCID
           IF CCI-CONSCHAVE (1:11) NOT = PK-CPF
              OR CCI-SEQ NOT NUMERIC OR CCI-CID NOT NUMERIC
              ADD 1 TO W-QTDINV
              MOVE "CID SEC." TO D-SECAO
              GO TO TRA-INVAL.
           ADD 1 TO W-QTDCCI
           IF W-MODO = "V"
              GO TO TRATA-REG-FIM.
           MOVE "CID SEC."   TO D-SECAO
           MOVE CCI-CONSCHAVE (18:2) TO DK-DD
           MOVE CCI-CONSCHAVE (16:2) TO DK-MM
           MOVE CCI-CONSCHAVE (12:4) TO DK-AA
           MOVE CCI-CONSCHAVE (20:8) TO DK-CRM
           MOVE CCI-CID      TO DK-COMPL
           MOVE W-DCHAVE     TO D-CHAVE
           MOVE "C" TO ORI-ARQ
           MOVE CCI-CONSCHAVE TO ORI-CHAVE
           READ CADORIGEM
           IF ST-ERRO NOT = "00"
              MOVE "CONSULTA NAO IMPORTADA - CID NAO CARREGADO"
                                                       TO D-SIT
              ADD 1 TO W-TOTEXI
              GO TO TRA-LINHA.
           WRITE REGCONCID
           IF ST-ERRO = "22"
              GO TO TRA-JAEXI.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADCONCID" TO MENS
              GO TO TRA-ERRO.
           GO TO TRA-GRAVOU.
      *
      * RECEITA: SO O TEXTO DO MEDICAMENTO, SEM O CODIGO DA
      * TABELA DE MEDICAMENTOS DA OUTRA CLINICA
      *
       TRA-REC.
           MOVE W-BUF (1:105) TO REGRECEITA
           IF REC-CPF NOT NUMERIC OR REC-DATA NOT NUMERIC
              OR REC-CPF NOT = PK-CPF
              ADD 1 TO W-QTDINV
              MOVE "RECEITA" TO D-SECAO
              GO TO TRA-INVAL.
           ADD 1 TO W-QTDREC
           IF W-MODO = "V"
              GO TO TRATA-REG-FIM.
           MOVE "RECEITA"    TO D-SECAO
           MOVE REC-DATADD   TO DK-DD
           MOVE REC-DATAMM   TO DK-MM
           MOVE REC-DATAAA   TO DK-AA
           MOVE REC-CRM      TO DK-CRM
           MOVE REC-SEQ      TO DK-COMPL
           MOVE W-DCHAVE     TO D-CHAVE
           READ CADRECEITA
           IF ST-ERRO = "00"
              GO TO TRA-JAEXI.
           MOVE W-BUF (1:105) TO REGRECEITA
           MOVE ZEROS TO REC-MEDCOD
           WRITE REGRECEITA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADRECEITA" TO MENS
              GO TO TRA-ERRO.
           MOVE "R" TO ORI-ARQ
           MOVE RECEITA-CHAVE TO ORI-CHAVE
           PERFORM GRV-ORIGEM THRU GRV-ORIGEM-FIM
           GO TO TRA-GRAVOU.
      *
       TRA-EXA.
           MOVE W-BUF (1:110) TO REGEXAME
           IF EXA-CPF NOT NUMERIC OR EXA-DATA NOT NUMERIC
              OR EXA-CPF NOT = PK-CPF
              ADD 1 TO W-QTDINV
              MOVE "EXAME" TO D-SECAO
              GO TO TRA-INVAL.
           ADD 1 TO W-QTDEXA
           IF W-MODO = "V"
              GO TO TRATA-REG-FIM.
           MOVE "EXAME"      TO D-SECAO
           MOVE EXA-DATADD   TO DK-DD
           MOVE EXA-DATAMM   TO DK-MM
           MOVE EXA-DATAAA   TO DK-AA
           MOVE EXA-CRM      TO DK-CRM
           MOVE EXA-SEQ      TO DK-COMPL
           MOVE W-DCHAVE     TO D-CHAVE
           READ CADEXAME
           IF ST-ERRO = "00"
              GO TO TRA-JAEXI.
           MOVE W-BUF (1:110) TO REGEXAME
           MOVE "E"   TO EXA-FATURADO
           MOVE ZEROS TO EXA-DATAFAT
           WRITE REGEXAME
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADEXAME" TO MENS
              GO TO TRA-ERRO.
           MOVE "E" TO ORI-ARQ
           MOVE EXAME-CHAVE TO ORI-CHAVE
           PERFORM GRV-ORIGEM THRU GRV-ORIGEM-FIM
           GO TO TRA-GRAVOU.
      *
      * SITUACOES COMUNS DO REGISTRO (LINHA NO RELATORIO)
      *
       TRA-INVAL.
           IF W-MODO = "V"
              GO TO TRATA-REG-FIM.
           MOVE W-BUF (1:30) TO D-CHAVE
           MOVE "CPF DIFERENTE DO TITULAR OU INVALIDO" TO D-SIT
           GO TO TRA-LINHA.
       TRA-JAEXI.
           MOVE "JA EXISTE NO NOSSO HISTORICO - NAO IMPORTADO"
                                                       TO D-SIT
           ADD 1 TO W-TOTEXI
           GO TO TRA-LINHA.
       TRA-GRAVOU.
           MOVE "IMPORTADO COMO HISTORICO EXTERNO" TO D-SIT
           ADD 1 TO W-TOTGRV.
       TRA-LINHA.
           MOVE LINDET TO REGRELTX
           WRITE REGRELTX
           GO TO TRATA-REG-FIM.
       TRA-ERRO.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE MENS TO REGRELTX
           WRITE REGRELTX
           MOVE "S" TO W-ERRO.
       TRATA-REG-FIM.
           EXIT.
      *
      *****************************************************
      * CADASTRO: PACIENTE NOVO ENTRA SEM CONVENIO (A      *
      * RECEPCAO ATUALIZA); PACIENTE JA CADASTRADO FICA    *
      * COMO ESTA, SO COMPLETANDO AS ALERGIAS EM BRANCO    *
      *****************************************************
      *
       GRV-PAC.
           MOVE "CADASTRO" TO D-SECAO
           MOVE PK-CPF     TO D-CHAVE
           MOVE PK-CPF     TO AUD-CHAVE
           IF W-EXISTE = "S"
              GO TO GRV-PAC-EXI.
           MOVE W-PKGPACI TO REGPACI
           MOVE ZEROS TO CONVENIO CONVENIO2
           WRITE REGPACI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CADPACI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE MENS TO REGRELTX
              WRITE REGRELTX
              MOVE "S" TO W-ERRO
              GO TO GRV-PAC-FIM.
           MOVE "P" TO ORI-ARQ
           MOVE SPACES TO ORI-CHAVE
           MOVE PK-CPF TO ORI-CHAVE (1:11)
           PERFORM GRV-ORIGEM THRU GRV-ORIGEM-FIM
           MOVE "INCLUIDO SEM CONVENIO (ATUALIZAR NA RECEPCAO)"
                                                       TO D-SIT
           GO TO GRV-PAC-AUD.
       GRV-PAC-EXI.
           MOVE PK-CPF TO CPF
           READ CADPACI
           MOVE "JA CADASTRADO - CADASTRO ATUAL MANTIDO" TO D-SIT
           IF PK-ALERGIAS = SPACES OR PK-ALERGIAS = ALERGIAS
              GO TO GRV-PAC-AUD.
           IF ALERGIAS NOT = SPACES
              MOVE "JA CADASTRADO - ALERGIAS DIVERGENTES" TO D-SIT
              MOVE PK-ALERGIAS TO LA-ALERGIAS
              ADD 1 TO W-TOTREV
              MOVE LINDET TO REGRELTX
              WRITE REGRELTX
              MOVE LINALE TO REGRELTX
              WRITE REGRELTX
              GO TO GRV-PAC-TRF.
           MOVE PK-ALERGIAS TO ALERGIAS
           REWRITE REGPACI
           IF ST-ERRO NOT = "00"
              MOVE "JA CADASTRADO - ERRO AO INCLUIR ALERGIAS" TO D-SIT
              GO TO GRV-PAC-AUD.
           MOVE "JA CADASTRADO - ALERGIAS INCLUIDAS DO PACOTE"
                                                       TO D-SIT
           MOVE "ALERGIAS"  TO AUD-CAMPO
           MOVE SPACES      TO AUD-VALANT
           MOVE PK-ALERGIAS TO AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV.
       GRV-PAC-AUD.
           MOVE LINDET TO REGRELTX
           WRITE REGRELTX.
       GRV-PAC-TRF.
           MOVE "TRANSFERENCIA" TO AUD-CAMPO
           MOVE SPACES          TO AUD-VALANT
           MOVE W-ORIGEM        TO AUD-VALNOV
           CALL "GRVAUDIT" USING AUD-ARQ AUD-CHAVE AUD-CAMPO
                                 AUD-VALANT AUD-VALNOV.
       GRV-PAC-FIM.
           EXIT.
      *
      *****************************************************
      * MARCA DE ORIGEM EXTERNA DO REGISTRO IMPORTADO      *
      *****************************************************
      *
       GRV-ORIGEM.
           MOVE W-ORIGEM        TO ORI-CLINICA
           MOVE W-DATASYS9      TO ORI-DATAIMP
           MOVE SESSAO-OPERADOR TO ORI-OPER
           WRITE REGORIGEM
           IF ST-ERRO = "22"
              REWRITE REGORIGEM.
       GRV-ORIGEM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-RELAB = "S"
                   CLOSE RELTX.
                CLOSE CADPACI CADCONSULTA CADCONCID CADRECEITA
                      CADEXAME CADORIGEM.
       ROT-FIMP.
                DISPLAY (01, 01) ERASE
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
               DISPLAY (24, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
