      * CREDENCIADOS (CADREDE) E DEVOLVE O HORARIO   *
      * LIVRE MAIS CEDO (VAGA GERADA EM BLOCO COM    *
      * CPF = 0 E STATUS A) A PARTIR DA DATA DADA    *
      * MEDICO COM CREDENCIAL VENCIDA NA ESPECIALIDADE*
      * (CRM, RQE, SEGURO OU CONTRATO - VERCRED) NAO *
      * ENTRA NA PROCURA                             *
      * A VAGA TEM QUE COMPORTAR A DURACAO DO TIPO DE*
      * VISITA PEDIDO (VERDURAC): O MEDICO NAO PODE  *
      * TER CONSULTA NO INTERVALO (VEROCUPA). VAGA   *
      * OCUPADA (STATUS O) TAMBEM E CONFERIDA ASSIM  *
      * VAGA QUE CAI EM SESSAO EXTRA DO MEDICO       *
      * (CADEXTRA - VEREXTRA) MOSTRA A FILIAL E A    *
      * SALA DA SESSAO                               *
      * A VISITA TEM QUE TERMINAR DENTRO DO          *
      * EXPEDIENTE DO MEDICO (CADDISPO) OU DA SESSAO *
      * EXTRA EM QUE A VAGA CAI                      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIAD-CHAVE
                    FILE STATUS  IS ST-ERRO2.
           SELECT CADDISPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DISPO-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DISPO-CRM
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADFERIAD
               LABEL RECORD IS STANDARD
                07 FD-DATADD    PIC 9(02).
             05 FD-FILIAL       PIC 9(02).
          03 FD-DESCRICAO       PIC X(30).
      *
       FD CADDISPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPO.DAT".
       01 REGDISPO.
          03 DISPO-CHAVE.
             05 DISPO-CRM.
                07 DP-CRMNUM    PIC 9(06).
                07 DP-CRMUF     PIC X(02).
             05 DISPO-DIASEM    PIC 9(01).
          03 DISPO-HORAINI.
             05 DP-HORAINIHH    PIC 9(02).
             05 DP-HORAINIMM    PIC 9(02).
          03 DISPO-HORAFIM.
             05 DP-HORAFIMHH    PIC 9(02).
             05 DP-HORAFIMMM    PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP092".
       77 W-TEMESP       PIC X(01) VALUE "N".
       77 W-ACHOU        PIC X(01) VALUE "N".
       77 W-EMFERIADO    PIC X(01) VALUE "N".
       77 W-FORAEXP      PIC X(01) VALUE "N".
       77 W-MININI       PIC 9(04) VALUE ZEROS.
       77 W-MINFIM       PIC 9(04) VALUE ZEROS.
       77 W-FIMEXP       PIC 9(04) VALUE ZEROS.
       01 CRD-MEDICO     PIC X(08) VALUE SPACES.
       01 CRD-PERMITE    PIC X(01) VALUE SPACES.
       01 CRD-MOTIVO     PIC X(50) VALUE SPACES.
       01 W-TIPOPROC     PIC 9(01) VALUE 1.
       01 DUR-CRM        PIC X(08) VALUE SPACES.
       01 DUR-MINUTOS    PIC 9(03) VALUE ZEROS.
       01 OCP-CHAVE      PIC X(21) VALUE SPACES.
       01 OCP-IGNORA     PIC X(21) VALUE SPACES.
       01 OCP-LIVRE      PIC X(01) VALUE SPACES.
       01 OCP-MOTIVO     PIC X(50) VALUE SPACES.
       01 EXT-ACHOU      PIC X(01) VALUE SPACES.
       01 EXT-SALA       PIC 9(03) VALUE ZEROS.
       01 EXT-FILIAL     PIC 9(02) VALUE ZEROS.
       01 EXT-HORAINI    PIC 9(04) VALUE ZEROS.
       01 EXT-HORAFIM    PIC 9(04) VALUE ZEROS.
       01 W-EXTFIM.
          03 W-EXTFIMHH  PIC 9(02) VALUE ZEROS.
          03 W-EXTFIMMM  PIC 9(02) VALUE ZEROS.
       01 W-EXTFIM9 REDEFINES W-EXTFIM PIC 9(04).
      *---------[ CALCULO DO DIA DA SEMANA DA VAGA ]-----------------
       01 W-DSM-Y       PIC 9(04).
       01 W-DSM-Y4      PIC 9(04).
       01 W-DSM-Y100    PIC 9(04).
       01 W-DSM-Y400    PIC 9(04).
       01 W-DSM-T       PIC 9(01).
       01 W-DSM-SOMA    PIC 9(06).
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 TAB-SAKAMOTO.
          03 FILLER PIC 9(01) VALUE 0.
          03 FILLER PIC 9(01) VALUE 3.
          03 FILLER PIC 9(01) VALUE 2.
          03 FILLER PIC 9(01) VALUE 5.
          03 FILLER PIC 9(01) VALUE 0.
          03 FILLER PIC 9(01) VALUE 3.
          03 FILLER PIC 9(01) VALUE 5.
          03 FILLER PIC 9(01) VALUE 1.
          03 FILLER PIC 9(01) VALUE 4.
          03 FILLER PIC 9(01) VALUE 6.
          03 FILLER PIC 9(01) VALUE 2.
          03 FILLER PIC 9(01) VALUE 4.
       01 TAB-SAKAMOTO-R REDEFINES TAB-SAKAMOTO.
          03 TS-VAL PIC 9(01) OCCURS 12 TIMES.
       01 W-DATAINI.
          03 W-DIDD      PIC 9(02) VALUE ZEROS.
          03 W-DIMM      PIC 9(02) VALUE ZEROS.
               VALUE  "    CONVENIO              : ".
           05  LINE 10  COLUMN 01
               VALUE  "    A PARTIR DE           :   /  /    ".
           05  LINE 12  COLUMN 01
               VALUE  "    TIPO DA VISITA        :".
           05  LINE 12  COLUMN 33
               VALUE  "1=PRIMEIRA 2=RETORNO 3=PROCEDIMENTO".
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ESPPROC
               LINE 10  COLUMN 35  PIC 9(04)
               USING  W-DIAA
               HIGHLIGHT.
           05  TW-TIPOPROC
               LINE 12  COLUMN 29  PIC 9(01)
               USING  W-TIPOPROC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0D.
           OPEN INPUT CADDISPO
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT CADDISPO
                 CLOSE CADDISPO
                 OPEN INPUT CADDISPO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDISPO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
       R1.
           MOVE ZEROS TO W-ESPPROC W-CONVPROC W-DATAINI
           MOVE 1 TO W-TIPOPROC
           DISPLAY SMT092.
       R1A.
           ACCEPT TW-ESPPROC
           ACCEPT TW-DIDD
           ACCEPT TW-DIMM
           ACCEPT TW-DIAA
           ACCEPT TW-TIPOPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                      GO TO ROT-FIM.
              MOVE "*** INFORME O CONVENIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           IF W-TIPOPROC = ZEROS
              MOVE 1 TO W-TIPOPROC.
           IF W-TIPOPROC > 3
              MOVE "*** TIPO DA VISITA: 1, 2 OU 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
           MOVE W-DIAA TO W-DINAA
           MOVE W-DIMM TO W-DINMM
           MOVE W-DIDD TO W-DINDD.
           PERFORM VER-ESP THRU VER-ESP-FIM
           IF W-TEMESP = "N"
              GO TO R2A.
           MOVE CRM-CHAVE TO CRD-MEDICO
           CALL "VERCRED" USING CRD-MEDICO W-ESPPROC CRD-PERMITE
                                CRD-MOTIVO
           IF CRD-PERMITE = "N"
              GO TO R2A.
           MOVE CRM-CHAVE  TO REDE-CRM
           MOVE W-CONVPROC TO RD-CONVENIO
           READ CADREDE
           EXIT.
      *
      *****************************************************
      * MENOR VAGA LIVRE DO CRM CORRENTE (CPF=0, STATUS A  *
      * OU O, DATA >= DATA INICIAL INFORMADA) EM QUE CABE  *
      * A DURACAO DO TIPO DE VISITA NA ESPECIALIDADE       *
      *****************************************************
      *
       VER-VAGAS.
           MOVE CRM-CHAVE TO DUR-CRM
           CALL "VERDURAC" USING DUR-CRM W-TIPOPROC W-ESPPROC
                                 DUR-MINUTOS
           MOVE SPACES TO OCP-IGNORA
           MOVE CRM-CHAVE TO AG-CRM
           START CADAGENDA KEY IS EQUAL TO AG-CRM
           IF ST-ERRO2 NOT = "00"
              GO TO VER-VAGAS-FIM.
           IF AG-CRM NOT = CRM-CHAVE
              GO TO VER-VAGAS-FIM.
           IF AG-CPF NOT = ZEROS
              GO TO VER-VAGAS-LP.
           IF AG-STATUS NOT = "A" AND NOT = "O"
              GO TO VER-VAGAS-LP.
           IF AG-DATA < W-DATAININV
              GO TO VER-VAGAS-LP.
           PERFORM VER-FERIADO THRU VER-FERIADO-FIM
           IF W-EMFERIADO = "S"
              GO TO VER-VAGAS-LP.
      *
      * O MEDICO TEM QUE ESTAR LIVRE POR TODA A DURACAO
      *
           MOVE AGENDA-CHAVE TO OCP-CHAVE
           CALL "VEROCUPA" USING OCP-CHAVE OCP-IGNORA DUR-MINUTOS
                                 OCP-LIVRE OCP-MOTIVO
           IF OCP-LIVRE = "N"
              GO TO VER-VAGAS-LP.
      *
      * E A VISITA TEM QUE TERMINAR DENTRO DO EXPEDIENTE
      *
           PERFORM VER-EXPED THRU VER-EXPED-FIM
           IF W-FORAEXP = "S"
              GO TO VER-VAGAS-LP.
           MOVE AG-DATA  TO W-MELDATA
           MOVE AG-HORA  TO W-MELHORA
           MOVE CRM      TO W-MELCRM
           EXIT.
      *
      *****************************************************
      * A VISITA NA VAGA (AG-HORA MAIS DUR-MINUTOS) PASSA  *
      * DO FIM DA SESSAO EXTRA EM QUE A VAGA CAI OU, FORA  *
      * DE SESSAO, DO FIM DO EXPEDIENTE DO CADDISPO?       *
      *****************************************************
      *
       VER-EXPED.
           MOVE "S" TO W-FORAEXP
           COMPUTE W-MININI = (AG-HORAHH * 60) + AG-HORAMM
           COMPUTE W-MINFIM = W-MININI + DUR-MINUTOS
           CALL "VEREXTRA" USING AGENDA-CHAVE EXT-ACHOU EXT-SALA
                                 EXT-FILIAL EXT-HORAINI EXT-HORAFIM
           IF EXT-ACHOU = "S"
              MOVE EXT-HORAFIM TO W-EXTFIM9
              COMPUTE W-FIMEXP = (W-EXTFIMHH * 60) + W-EXTFIMMM
              GO TO VER-EXPED-CMP.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE AG-CRM   TO DISPO-CRM
           MOVE W-DIASEM TO DISPO-DIASEM
           READ CADDISPO
           IF ST-ERRO2 NOT = "00"
              GO TO VER-EXPED-FIM.
           COMPUTE W-FIMEXP = (DP-HORAFIMHH * 60) + DP-HORAFIMMM.
       VER-EXPED-CMP.
           IF W-MINFIM NOT > W-FIMEXP
              MOVE "N" TO W-FORAEXP.
       VER-EXPED-FIM.
           EXIT.
      *
      *****************************************************
      * CALCULO DO DIA DA SEMANA DE AG-DATA (1=DOM..7=SAB) *
      * ALGORITMO DE SAKAMOTO                              *
      *****************************************************
      *
       CALC-DIASEM.
           MOVE AG-DATAAA TO W-DSM-Y
           IF AG-DATAMM < 3
              SUBTRACT 1 FROM W-DSM-Y.
           DIVIDE W-DSM-Y BY 4   GIVING W-DSM-Y4.
           DIVIDE W-DSM-Y BY 100 GIVING W-DSM-Y100.
           DIVIDE W-DSM-Y BY 400 GIVING W-DSM-Y400.
           MOVE TS-VAL(AG-DATAMM) TO W-DSM-T
           COMPUTE W-DSM-SOMA =
                   W-DSM-Y + W-DSM-Y4 - W-DSM-Y100 + W-DSM-Y400
                   + W-DSM-T + AG-DATADD
           DIVIDE W-DSM-SOMA BY 7 GIVING W-DSM-Y4
                                  REMAINDER W-DIASEM
           ADD 1 TO W-DIASEM.
       CALC-DIASEM-FIM.
           EXIT.
      *
      *****************************************************
      * VERIFICA SE AG-DATA E FERIADO DA FILIAL DA VAGA    *
      * OU FERIADO GERAL (FILIAL 00) NO CADFERIAD          *
      *****************************************************
           DISPLAY (18, 19) "/" W-MELAA
           DISPLAY (19, 05) "HORA   : " W-MELHH
           DISPLAY (19, 16) ":" W-MELMI
           MOVE W-MELDATA TO AG-DATA
           MOVE W-MELHORA TO AG-HORA
           MOVE W-MELCRM  TO AG-CRMNUM
           MOVE W-MELUF   TO AG-CRMUF
           MOVE ZEROS     TO AG-SEQENC
           CALL "VEREXTRA" USING AGENDA-CHAVE EXT-ACHOU EXT-SALA
                                 EXT-FILIAL EXT-HORAINI EXT-HORAFIM
           IF EXT-ACHOU = "S"
              DISPLAY (20, 05) "SESSAO EXTRA - FILIAL: " EXT-FILIAL
              DISPLAY (20, 32) "SALA: " EXT-SALA.
           DISPLAY (21, 05) "TECLE ALGO PARA NOVA PESQUISA."
           ACCEPT (21, 38) W-OPCAO
           GO TO R1.
      **********************
      *
       ROT-FIM.
           CLOSE CADMED CADREDE CADAGENDA CADFERIAD CADDISPO.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
