       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEROCUPA.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * SUBROTINA COMPARTILHADA: O MEDICO ESTA LIVRE NO *
      * INTERVALO DA NOVA CONSULTA? O INTERVALO VAI DA  *
      * HORA DA CHAVE PEDIDA ATE HORA + DURACAO (EM     *
      * MINUTOS). CADA AGENDA ABERTA (A/X/P) DO MESMO   *
      * CRM NA MESMA DATA OCUPA DA SUA HORA ATE A SUA   *
      * AG-DURACAO (ZERO = DURACAO DO TIPO DA VISITA,   *
      * SUBROTINA VERDURAC); QUALQUER SOBREPOSICAO      *
      * BLOQUEIA. VAGAS EM BRANCO (CPF = 0), A PROPRIA  *
      * CHAVE E A CHAVE A IGNORAR (HORARIO ANTIGO NA    *
      * REMARCACAO) NAO CONTAM. ENCAIXE (SEQUENCIA NAO  *
      * ZERO) E POR DEFINICAO SOBRE HORARIO OCUPADO E   *
      * NAO E CONFERIDO.                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGENDA-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AG-CPF
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-MININI          PIC 9(04) VALUE ZEROS.
       77 W-MINFIM          PIC 9(04) VALUE ZEROS.
       77 W-OUTINI          PIC 9(04) VALUE ZEROS.
       77 W-OUTFIM          PIC 9(04) VALUE ZEROS.
       01 DUR-CRM           PIC X(08) VALUE SPACES.
       01 DUR-TIPO          PIC 9(01) VALUE ZEROS.
       01 DUR-ESPEC         PIC 9(02) VALUE ZEROS.
       01 DUR-MINUTOS       PIC 9(03) VALUE ZEROS.
      *
      * CHAVE DO HORARIO PEDIDO (MESMO LAYOUT DA AGENDA)
      *
       01 W-ALVO.
          03 W-ALDATA          PIC 9(08).
          03 W-ALHORA.
             05 W-ALHH         PIC 9(02).
             05 W-ALMM         PIC 9(02).
          03 W-ALCRM.
             05 W-ALCRMNUM     PIC 9(06).
             05 W-ALCRMUF      PIC X(02).
          03 W-ALSEQ           PIC 9(01).
      *
      * INTERVALO OCUPADO PARA A MENSAGEM (HH:MM)
      *
       01 W-HORAED.
          03 W-HEDHH           PIC 9(02).
          03 W-HEDMM           PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 OCP-L-CHAVE       PIC X(21).
       01 OCP-L-IGNORA      PIC X(21).
       01 OCP-L-DURACAO     PIC 9(03).
       01 OCP-L-LIVRE       PIC X(01).
       01 OCP-L-MOTIVO      PIC X(50).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OCP-L-CHAVE OCP-L-IGNORA OCP-L-DURACAO
                                OCP-L-LIVRE OCP-L-MOTIVO.
       INICIO.
           MOVE "S"    TO OCP-L-LIVRE
           MOVE SPACES TO OCP-L-MOTIVO
           MOVE OCP-L-CHAVE TO W-ALVO
           IF W-ALSEQ NOT = ZEROS
              GO TO ROT-FIMP.
           COMPUTE W-MININI = (W-ALHH * 60) + W-ALMM
           COMPUTE W-MINFIM = W-MININI + OCP-L-DURACAO
      *
      * SEM CADAGENDA NAO HA O QUE CONFERIR
      *
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIMP.
           MOVE W-ALDATA TO AG-DATA
           MOVE ZEROS    TO AG-HORA AG-CRMNUM AG-SEQENC
           MOVE SPACES   TO AG-CRMUF
           START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
       LER-AGENDA.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF AG-DATA NOT = W-ALDATA
              GO TO ROT-FIM.
           IF AG-CRM NOT = W-ALCRM
              GO TO LER-AGENDA.
           IF AG-CPF = ZEROS
              GO TO LER-AGENDA.
           IF AG-STATUS NOT = "A" AND NOT = "X" AND NOT = "P"
              GO TO LER-AGENDA.
           IF AGENDA-CHAVE = OCP-L-CHAVE OR AGENDA-CHAVE = OCP-L-IGNORA
              GO TO LER-AGENDA.
           COMPUTE W-OUTINI = (AG-HORAHH * 60) + AG-HORAMM
           IF W-OUTINI NOT < W-MINFIM
              GO TO ROT-FIM.
           MOVE AG-DURACAO TO DUR-MINUTOS
           IF AG-DURACAO = ZEROS
              MOVE AG-CRM     TO DUR-CRM
              MOVE AG-TIPOVIS TO DUR-TIPO
              MOVE ZEROS      TO DUR-ESPEC
              CALL "VERDURAC" USING DUR-CRM DUR-TIPO DUR-ESPEC
                                    DUR-MINUTOS.
           COMPUTE W-OUTFIM = W-OUTINI + DUR-MINUTOS
           IF W-OUTFIM NOT > W-MININI
              GO TO LER-AGENDA.
      *
      * SOBREPOE: DEVOLVE O INTERVALO JA OCUPADO
      *
           MOVE "N" TO OCP-L-LIVRE
           DIVIDE W-OUTFIM BY 60 GIVING W-HEDHH REMAINDER W-HEDMM
           STRING "*MEDICO OCUPADO DAS " DELIMITED BY SIZE
                  AG-HORAHH              DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  AG-HORAMM              DELIMITED BY SIZE
                  " AS "                 DELIMITED BY SIZE
                  W-HEDHH                DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  W-HEDMM                DELIMITED BY SIZE
                  "*"                    DELIMITED BY SIZE
                  INTO OCP-L-MOTIVO.
      *
       ROT-FIM.
           CLOSE CADAGENDA.
       ROT-FIMP.
           EXIT PROGRAM.
