      *    (JANELA DO DIA DA SEMANA / 30 MINUTOS),   *
      *    DESCONTANDO FERIAS (CADFERIAS) E FERIADOS *
      *    DA CLINICA (CADFERIAD)                    *
      *  - MAIS AS VAGAS DAS SESSOES EXTRAS DO       *
      *    MEDICO NO PERIODO (CADEXTRA), NA DURACAO  *
      *    DE VAGA DE CADA SESSAO, DESCONTANDO FERIAS*
      *    E FERIADO DA FILIAL DA SESSAO; A COLUNA   *
      *    EXTRAS MOSTRA QUANTAS DAS OFERTADAS SAO   *
      *    DE SESSAO EXTRA                           *
      *  - VAGAS OCUPADAS (AGENDA COM PACIENTE),     *
      *    ATENDIDAS (STATUS R) E FALTAS (STATUS F)  *
      *  - PERCENTUAL DE OCUPACAO                    *
      * OS AGENDAMENTOS SAO LIDOS UMA SO VEZ, PELA   *
      * CHAVE (QUE COMECA PELA DATA), SO NO PERIODO, *
      * E TOTALIZADOS POR CRM NA TAB-OCU.            *
      * SO ENTRAM AGENDAMENTOS, GRADE E SESSOES      *
      * EXTRAS DAS FILIAIS DO OPERADOR (VERFILIAL).  *
      * SAIDA: RELOCUPA.TXT                          *
      ***********************************************
      *----------------------------------------------------------------
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIAD-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADEXTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXTRA-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT OCUPATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADFERIAS
               LABEL RECORD IS STANDARD
                07 FD-DATADD    PIC 9(02).
             05 FD-FILIAL       PIC 9(02).
          03 FD-DESCRICAO       PIC X(30).
      *
       FD CADEXTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTRA.DAT".
       01 REGEXTRA.
          03 EXTRA-CHAVE.
             05 EXT-CRM.
                07 EXT-CRMNUM   PIC 9(06).
                07 EXT-CRMUF    PIC X(02).
             05 EXT-DATA.
                07 EXT-DATAAA   PIC 9(04).
                07 EXT-DATAMM   PIC 9(02).
                07 EXT-DATADD   PIC 9(02).
             05 EXT-HORAINI.
                07 EXT-HIHH     PIC 9(02).
                07 EXT-HIMM     PIC 9(02).
          03 EXT-HORAFIM.
             05 EXT-HFHH        PIC 9(02).
             05 EXT-HFMM        PIC 9(02).
          03 EXT-SALA           PIC 9(03).
          03 EXT-FILIAL         PIC 9(02).
          03 EXT-DURACAO        PIC 9(03).
          03 EXT-MOTIVO         PIC X(20).
          03 EXT-OPER           PIC X(10).
          03 EXT-DATAREG        PIC 9(08).
      *
       FD OCUPATX
               LABEL RECORD IS STANDARD
       77 W-PERCOCUP  PIC 9(03)V9 VALUE ZEROS.
       77 W-EMFERIAS  PIC X(01) VALUE "N".
       77 W-EMFERIADO PIC X(01) VALUE "N".
       77 W-FILDIA    PIC 9(02) VALUE ZEROS.
       77 W-EXTRAS    PIC 9(06) VALUE ZEROS.
       77 W-DUREXT    PIC 9(03) VALUE ZEROS.
       77 W-TEMEXT    PIC X(01) VALUE "N".
      *
      * AGENDAMENTOS DO PERIODO TOTALIZADOS POR CRM
      *
       77 W-QTDOCU    PIC 9(04) VALUE ZEROS.
       77 W-IXO       PIC 9(04) VALUE ZEROS.
       01 TAB-OCU.
          03 TOC-ENT OCCURS 500 TIMES.
             05 TOC-CRM       PIC X(08).
             05 TOC-OCUP      PIC 9(06).
             05 TOC-ATEN      PIC 9(06).
             05 TOC-FALT      PIC 9(06).
       01 W-PERINI.
          03 W-PINIDD  PIC 9(02) VALUE ZEROS.
          03 W-PINIMM  PIC 9(02) VALUE ZEROS.
                03 FILLER      PIC X(10)  VALUE "  CRM/UF".
                03 FILLER      PIC X(22)  VALUE "MEDICO".
                03 FILLER      PIC X(11)  VALUE " OFERTADAS".
                03 FILLER      PIC X(11)  VALUE "    EXTRAS".
                03 FILLER      PIC X(11)  VALUE "  OCUPADAS".
                03 FILLER      PIC X(11)  VALUE " ATENDIDAS".
                03 FILLER      PIC X(11)  VALUE "    FALTAS".
                03 FILLER      PIC X(01)  VALUE " ".
                03 L-OFER      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(04)  VALUE " ".
                03 L-EXTR      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(04)  VALUE " ".
                03 L-OCUP      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(04)  VALUE " ".
                03 L-ATEN      PIC ZZZ.ZZ9.
                03 FILLER      PIC X(05)  VALUE " ".
                03 L-PERC      PIC ZZ9,9.
                03 FILLER      PIC X(02)  VALUE " %".
      *
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELOCUPA.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT112.
                 MOVE "ERRO ABERTURA DO ARQUIVO CADFERIAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      * SEM O CADEXTRA NAO HA SESSAO EXTRA A SOMAR
      *
           OPEN INPUT CADEXTRA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMEXT.
       INC-OP0E.
           OPEN OUTPUT OCUPATX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO OCUPATX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE "S" TO SPL-GERADO.
           WRITE REGOCUPATX FROM CAB0
           MOVE SPACES TO REGOCUPATX
           WRITE REGOCUPATX
           WRITE REGOCUPATX.
      *
      *****************************************************
      * AGENDAMENTOS DO PERIODO (COM PACIENTE), LIDOS PELA *
      * CHAVE DE DATA: OCUPADAS, ATENDIDAS (R) E FALTAS (F)*
      * POR CRM                                            *
      *****************************************************
      *
       LER-AGE.
           MOVE ZEROS  TO AGENDA-CHAVE
           MOVE SPACES TO AG-CRMUF
           MOVE W-PERININUM TO AG-DATA
           START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO LER-MED01.
       LER-AGE-LP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO LER-MED01.
           IF AG-DATA > W-PERFIMNUM
              GO TO LER-MED01.
           IF AG-CPF = ZEROS
              GO TO LER-AGE-LP.
           IF AG-STATUS = "C" OR AG-STATUS = "M"
              GO TO LER-AGE-LP.
           MOVE AG-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO LER-AGE-LP.
           MOVE 1 TO W-IXO.
       LER-AGE-BUS.
           IF W-IXO > W-QTDOCU
              GO TO LER-AGE-NOVO.
           IF TOC-CRM (W-IXO) = AG-CRM
              GO TO LER-AGE-SOMA.
           ADD 1 TO W-IXO
           GO TO LER-AGE-BUS.
       LER-AGE-NOVO.
           IF W-QTDOCU NOT < 500
              MOVE "*** TABELA DE MEDICOS CHEIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-AGE-LP.
           ADD 1 TO W-QTDOCU
           MOVE W-QTDOCU TO W-IXO
           MOVE AG-CRM TO TOC-CRM (W-IXO)
           MOVE ZEROS  TO TOC-OCUP (W-IXO) TOC-ATEN (W-IXO)
                          TOC-FALT (W-IXO).
       LER-AGE-SOMA.
           ADD 1 TO TOC-OCUP (W-IXO)
           IF AG-STATUS = "R"
              ADD 1 TO TOC-ATEN (W-IXO).
           IF AG-STATUS = "F"
              ADD 1 TO TOC-FALT (W-IXO).
           GO TO LER-AGE-LP.
      *
      *****************************************************
      * PARA CADA MEDICO ATIVO: CONTA A OFERTA DIA A DIA   *
      * E DEPOIS OS AGENDAMENTOS DO PERIODO                *
      *****************************************************
           IF STATUSMED NOT = "A"
              GO TO LER-MED01.
           MOVE ZEROS TO W-OFERTADAS W-OCUPADAS W-ATENDIDAS W-FALTAS
                         W-EXTRAS
           PERFORM CONTA-OFERTA THRU CONTA-OFERTA-FIM
           PERFORM CONTA-EXTRA THRU CONTA-EXTRA-FIM
           PERFORM CONTA-AGENDA THRU CONTA-AGENDA-FIM
           IF W-OFERTADAS = ZEROS AND W-OCUPADAS = ZEROS
              GO TO LER-MED01.
           READ CADDISPO
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-OFERTA-PROX.
           MOVE FILIALMED TO W-FILDIA FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO CONTA-OFERTA-PROX.
           PERFORM VER-FERIAS THRU VER-FERIAS-FIM
           IF W-EMFERIAS = "S"
              GO TO CONTA-OFERTA-PROX.
           EXIT.
      *
      *****************************************************
      * SESSOES EXTRAS DO CRM NO PERIODO (CADEXTRA): SOMA  *
      * A FAIXA EM MINUTOS DIVIDIDA PELA DURACAO DA VAGA   *
      * DA SESSAO, SE O MEDICO NAO ESTA DE FERIAS E NAO E  *
      * FERIADO NA FILIAL DA SESSAO                        *
      *****************************************************
      *
       CONTA-EXTRA.
           IF W-TEMEXT NOT = "S"
              GO TO CONTA-EXTRA-FIM.
           MOVE CRM-CHAVE   TO EXT-CRM
           MOVE W-PERININUM TO EXT-DATA
           MOVE ZEROS       TO EXT-HORAINI
           START CADEXTRA KEY IS NOT LESS THAN EXTRA-CHAVE
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-EXTRA-FIM.
       CONTA-EXTRA-LP.
           READ CADEXTRA NEXT RECORD
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-EXTRA-FIM.
           IF EXT-CRM NOT = CRM-CHAVE OR EXT-DATA > W-PERFIMNUM
              GO TO CONTA-EXTRA-FIM.
           MOVE EXT-DATA   TO W-DTATU
           MOVE EXT-FILIAL TO W-FILDIA FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                  FIL-PADRAO FIL-TODAS
           IF FIL-PERMITE = "N"
              GO TO CONTA-EXTRA-LP.
           PERFORM VER-FERIAS THRU VER-FERIAS-FIM
           IF W-EMFERIAS = "S"
              GO TO CONTA-EXTRA-LP.
           PERFORM VER-FERIADO THRU VER-FERIADO-FIM
           IF W-EMFERIADO = "S"
              GO TO CONTA-EXTRA-LP.
           MOVE EXT-DURACAO TO W-DUREXT
           IF W-DUREXT = ZEROS
              MOVE W-DURPADRAO TO W-DUREXT.
           COMPUTE W-MINUTOS = ((EXT-HFHH * 60) + EXT-HFMM)
                             - ((EXT-HIHH * 60) + EXT-HIMM)
           DIVIDE W-MINUTOS BY W-DUREXT GIVING W-VAGASDIA
      *
      * VAGA QUE COMECA ANTES DO FIM DA SESSAO TAMBEM CONTA
      *
           IF (W-VAGASDIA * W-DUREXT) < W-MINUTOS
              ADD 1 TO W-VAGASDIA.
           ADD W-VAGASDIA TO W-EXTRAS W-OFERTADAS
           GO TO CONTA-EXTRA-LP.
       CONTA-EXTRA-FIM.
           EXIT.
      *
      *****************************************************
      * AGENDAMENTOS DO CRM NO PERIODO: TOTAIS DA TAB-OCU  *
      *****************************************************
      *
       CONTA-AGENDA.
           MOVE 1 TO W-IXO.
       CONTA-AGENDA-LP.
           IF W-IXO > W-QTDOCU
              GO TO CONTA-AGENDA-FIM.
           IF TOC-CRM (W-IXO) NOT = CRM-CHAVE
              ADD 1 TO W-IXO
              GO TO CONTA-AGENDA-LP.
           MOVE TOC-OCUP (W-IXO) TO W-OCUPADAS
           MOVE TOC-ATEN (W-IXO) TO W-ATENDIDAS
           MOVE TOC-FALT (W-IXO) TO W-FALTAS.
       CONTA-AGENDA-FIM.
           EXIT.
      *
           MOVE CRM-UF TO L-CRMUF
           MOVE NOME OF REGMED TO L-NOME
           MOVE W-OFERTADAS TO L-OFER
           MOVE W-EXTRAS    TO L-EXTR
           MOVE W-OCUPADAS  TO L-OCUP
           MOVE W-ATENDIDAS TO L-ATEN
           MOVE W-FALTAS    TO L-FALT
       VER-FERIADO.
           MOVE "N" TO W-EMFERIADO
           MOVE W-DTATU    TO FD-DATA
           MOVE W-FILDIA   TO FD-FILIAL
           READ CADFERIAD
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-EMFERIADO
      **********************
      *
       ROT-OK.
           CLOSE OCUPATX.
           IF SPL-GERADO = "S"
              STRING "PERIODO " W-PINIDD "/" W-PINIMM "/" W-PINIAA
                     " A " W-PFIMDD "/" W-PFIMMM "/" W-PFIMAA
                     DELIMITED BY SIZE INTO SPL-PARAM
              MOVE FIL-PADRAO TO SPL-FILIAL
              CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                    SPL-PAGINAS SPL-FILIAL
              MOVE "N" TO SPL-GERADO.
           MOVE "*** RELOCUPA.TXT GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADMED CADDISPO CADAGENDA CADFERIAS CADFERIAD.
           IF W-TEMEXT = "S"
              CLOSE CADEXTRA.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
