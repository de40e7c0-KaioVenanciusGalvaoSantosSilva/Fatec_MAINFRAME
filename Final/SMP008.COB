      *AUTHOR. KAIO V G S S.
      **************************************
      * MANUTENCAO DA AGENDA DE CONSULTAS   *
      * O OPERADOR SO MARCA, CONSULTA E     *
      * ALTERA HORARIOS DAS SUAS FILIAIS    *
      * (VERFILIAL / CADUSER)               *
      * O=OVERBOOK: ENCAIXE LIBERADO PELA   *
      * TAXA DE FALTAS DO MEDICO (VEROVERB) *
      * MEDICO COM CREDENCIAL VENCIDA (CRM, *
      * RQE DA ESPECIALIDADE, SEGURO OU     *
      * CONTRATO - VERCRED) NAO RECEBE NOVA *
      * MARCACAO, ENCAIXE NEM REMARCACAO    *
      * A CONSULTA OCUPA A DURACAO DO TIPO  *
      * DA VISITA (VERDURAC/CADTPDUR): O    *
      * MEDICO (VEROCUPA), O PACIENTE E A   *
      * SALA NAO PODEM TER OUTRA AGENDA QUE *
      * SE SOBREPONHA AO INTERVALO, E AS    *
      * VAGAS EM BRANCO DO MEDICO DENTRO    *
      * DELE FICAM COM STATUS O (OCUPADA    *
      * PELA CONSULTA DE AG-REMARC)         *
      * HORARIO DENTRO DE SESSAO EXTRA DO   *
      * MEDICO (CADEXTRA - VEREXTRA) VALE   *
      * FORA DA GRADE DO CADDISPO, NA SALA  *
      * E NA FILIAL DA SESSAO               *
      * A CONSULTA TEM DE TERMINAR DENTRO   *
      * DO EXPEDIENTE (CADDISPO) OU DA      *
      * SESSAO EXTRA                        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS CON-CRM
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-CID
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CON-DATA
                                   WITH DUPLICATES.
       SELECT CADDISPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIAD-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADBLQFIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BF-CPF
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
                07 FD-DATADD    PIC 9(02).
             05 FD-FILIAL       PIC 9(02).
          03 FD-DESCRICAO       PIC X(30).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
      *---------[ BLOQUEIO FINANCEIRO (CADBLQFIN) ]-----------------
       77 W-BLQAGE      PIC 9(01) VALUE ZEROS.
       01 PRM-CODIGO    PIC X(10) VALUE SPACES.
       01 PRM-VALOR     PIC 9(09) VALUE ZEROS.
       01 PRM-ACHOU     PIC X(01) VALUE SPACES.
      *---------[ BAIXA AUTOMATICA DE ENCAMINHAMENTO ]---------------
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 W-TEMESP      PIC X(01) VALUE "N".
       77 W-IXE         PIC 9(01) VALUE ZEROS.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
      *---------[ SESSAO EXTRA DO MEDICO (VEREXTRA) ]---------------
       01 EXT-ACHOU     PIC X(01) VALUE SPACES.
       01 EXT-SALA      PIC 9(03) VALUE ZEROS.
       01 EXT-FILIAL    PIC 9(02) VALUE ZEROS.
       01 EXT-HORAINI   PIC 9(04) VALUE ZEROS.
       01 EXT-HORAFIM   PIC 9(04) VALUE ZEROS.
      *---------[ DIARIO DE ATUALIZACOES (GRVJORNAL) ]--------------
       01 JRN-ARQ       PIC X(12) VALUE "CADAGENDA".
       01 JRN-OP        PIC X(01) VALUE SPACES.
       01 LCK-OPER      PIC X(10) VALUE SPACES.
       01 LCK-RESULT    PIC X(01) VALUE SPACES.
       01 W-TRAVADO     PIC X(01) VALUE "N".
      *---------[ OVERBOOK PELA TAXA DE FALTAS (VEROVERB) ]---------
       01 W-OVERB       PIC X(01) VALUE "N".
       01 OVB-MODO      PIC X(01) VALUE SPACES.
       01 OVB-CHAVE     PIC X(21) VALUE SPACES.
       01 OVB-PERMITE   PIC X(01) VALUE SPACES.
       01 OVB-TAXA      PIC 9(03)V9 VALUE ZEROS.
       01 OVB-LIMITE    PIC 9(02) VALUE ZEROS.
       01 OVB-USADOS    PIC 9(02) VALUE ZEROS.
       01 OVB-MOTIVO    PIC X(40) VALUE SPACES.
       01 OVB-TAXAED    PIC ZZ9,9.
       01 OVB-USADOSED  PIC Z9.
       01 OVB-LIMITEED  PIC Z9.
      *---------[ CREDENCIAIS DO MEDICO (VERCRED) ]---------
       01 CRD-MEDICO    PIC X(08) VALUE SPACES.
       01 CRD-ESPEC     PIC 9(02) VALUE ZEROS.
       01 CRD-PERMITE   PIC X(01) VALUE SPACES.
       01 CRD-MOTIVO    PIC X(50) VALUE SPACES.
      *---------[ DURACAO E INTERVALO OCUPADO (VERDURAC/VEROCUPA) ]--
       01 DUR-CRM       PIC X(08) VALUE SPACES.
       01 DUR-TIPO      PIC 9(01) VALUE ZEROS.
       01 DUR-ESPEC     PIC 9(02) VALUE ZEROS.
       01 DUR-MINUTOS   PIC 9(03) VALUE ZEROS.
       01 OCP-CHAVE     PIC X(21) VALUE SPACES.
       01 OCP-IGNORA    PIC X(21) VALUE SPACES.
       01 OCP-LIVRE     PIC X(01) VALUE SPACES.
       01 OCP-MOTIVO    PIC X(50) VALUE SPACES.
       01 W-NOVODUR     PIC 9(03) VALUE ZEROS.
       01 W-MININI      PIC 9(04) VALUE ZEROS.
       01 W-MINFIM      PIC 9(04) VALUE ZEROS.
       01 W-OUTINI      PIC 9(04) VALUE ZEROS.
       01 W-OUTFIM      PIC 9(04) VALUE ZEROS.
       01 W-FIMEXP      PIC 9(04) VALUE ZEROS.
       01 W-FORAEXP     PIC X(01) VALUE "N".
       01 W-EXTFIM.
          03 W-EXTFIMHH PIC 9(02) VALUE ZEROS.
          03 W-EXTFIMMM PIC 9(02) VALUE ZEROS.
       01 W-EXTFIM9 REDEFINES W-EXTFIM PIC 9(04).
       01 TXTNOMEMED    PIC X(30) VALUE SPACES.
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 W-NOVOCPF     PIC 9(11) VALUE ZEROS.
          03 W-SAVE-AGREMARC   PIC X(21).
          03 W-SAVE-AGTIPOVIS  PIC 9(01).
          03 W-SAVE-AGCONVUSO  PIC 9(04).
          03 W-SAVE-AGDURACAO  PIC 9(03).
      *---------[ CALCULO DO DIA DA SEMANA DA CONSULTA ]-------------
       01 W-DSM-Y       PIC 9(04).
       01 W-DSM-Y4      PIC 9(04).
             05 RMC-NHH     PIC 9(02).
             05 RMC-NMI     PIC 9(02).
          03 RMC-NSEQ       PIC 9(01).
       01 W-RMCOLDREG       PIC X(108) VALUE SPACES.
       01 W-CHAVEVELHA      PIC X(21) VALUE SPACES.
       01 W-CHAVENOVA       PIC X(21) VALUE SPACES.
      *---------[ OFERTA DA VAGA CANCELADA A LISTA DE ESPERA ]-------
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0I.
           OPEN INPUT CADBLQFIN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBLQFIN
                 CLOSE CADBLQFIN
                 OPEN INPUT CADBLQFIN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADBLQFIN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "BLOQAGENDA" TO PRM-CODIGO
           CALL "LERPARAM" USING PRM-CODIGO PRM-VALOR PRM-ACHOU
           IF PRM-ACHOU = "S"
              MOVE PRM-VALOR TO W-BLQAGE.
      *
       R1.
           PERFORM LIBERA-REG THRU LIBERA-REG-FIM
                          TXTSALA AG-VIDEOLINK W-NOVOVLINK AG-REMARC
           MOVE "P" TO AG-MODAL W-NOVOMODAL
           MOVE 1 TO AG-TIPOVIS W-NOVOTIPO
           MOVE ZEROS TO AG-CONVUSO W-NOVOCONVUSO AG-DURACAO W-NOVODUR
           DISPLAY TELA2.
       R1A.
                MOVE "I" TO W-MODO
           ELSE
                MOVE NOME OF REGMED TO TXTNOMEMED
                MOVE FILIALMED      TO AG-FILIAL.
      *
      * DENTRO DE SESSAO EXTRA O ATENDIMENTO E NA FILIAL DA SESSAO
      *
           CALL "VEREXTRA" USING AGENDA-CHAVE EXT-ACHOU EXT-SALA
                                 EXT-FILIAL EXT-HORAINI EXT-HORAFIM
           IF EXT-ACHOU = "S"
              MOVE EXT-FILIAL TO AG-FILIAL.
           MOVE AG-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*MEDICO DE OUTRA FILIAL, ACESSO NEGADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TTXTNOMEMED.
           DISPLAY TELA2.
       R3C.
           IF EXT-ACHOU = "S"
              GO TO R3D.
           PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
           MOVE AG-CRM   TO DISPO-CRM
           MOVE W-DIASEM TO DISPO-DIASEM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *
      * PACIENTE ANONIMIZADO (LGPD, SMP174) NAO RECEBE MARCACAO
      *
           IF STATUSPACI = "X"
              MOVE "*PACIENTE ANONIMIZADO (LGPD)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R4AE.
           MOVE AG-CPF TO W-NOVOCPF
           DISPLAY TTXTNOMEPACI.
           MOVE AG-CONVUSO TO W-NOVOCONVUSO.
      *
      ***************************************************
      * PACIENTE PARTICULAR COM BLOQUEIO FINANCEIRO      *
      * (BOLETO NA ULTIMA ETAPA DE COBRANCA, SMP159):    *
      * COM BLOQAGENDA = 1 NAO AGENDA; SENAO SO AVISA E  *
      * A RECEPCAO CONFIRMA                              *
      ***************************************************
       R4AF.
           IF AG-CONVUSO NOT = ZEROS AND TIPOBENEF NOT = "P"
              GO TO R4B.
           MOVE AG-CPF TO BF-CPF
           READ CADBLQFIN
           IF ST-ERRO NOT = "00"
              GO TO R4B.
           IF BF-SITUACAO NOT = "A"
              GO TO R4B.
           IF W-BLQAGE = 1
              MOVE "*BLOQUEIO FINANCEIRO: DEBITO EM ATRASO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE "*PACIENTE COM DEBITO EM ATRASO*" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4AG.
           DISPLAY (25, 12)
              "BLOQUEIO FINANCEIRO - CONFIRMA AGENDAMENTO ? (S/N):"
           ACCEPT (25, 64) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4AG.
      *
      ***************************************************
      * SALA/CONSULTORIO DO ATENDIMENTO. O CONFLITO DE   *
      * SALA E CONFERIDO DEPOIS DO TIPO DA VISITA (R4JB),*
      * QUE DA A DURACAO DA CONSULTA                     *
      ***************************************************
       R4B.
           IF AG-SALA = ZEROS AND EXT-ACHOU = "S"
              MOVE EXT-SALA TO AG-SALA.
           DISPLAY TELA2
              ACCEPT TAGSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE AG-SALA TO W-NOVOSALA
           DISPLAY TTXTSALA.
           DISPLAY TELA2.
      *
      ***************************************************
      * MODALIDADE DO ATENDIMENTO: P=PRESENCIAL (PADRAO) *
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4I.
           MOVE AG-TIPOVIS TO W-NOVOTIPO.
      *
      ***************************************************
      * DURACAO DA CONSULTA PELO TIPO DA VISITA E PELA   *
      * ESPECIALIDADE DO MEDICO (VERDURAC): A CONSULTA   *
      * OCUPA DE AG-HORA ATE AG-HORA + W-NOVODUR         *
      ***************************************************
       R4JA.
           MOVE AG-CRM     TO DUR-CRM
           MOVE AG-TIPOVIS TO DUR-TIPO
           PERFORM CALC-DURACAO THRU CALC-DURACAO-FIM
           MOVE DUR-MINUTOS TO W-NOVODUR AG-DURACAO
           COMPUTE W-MININI = (AG-HORAHH * 60) + AG-HORAMM
           COMPUTE W-MINFIM = W-MININI + W-NOVODUR.
           PERFORM VER-EXPED THRU VER-EXPED-FIM
           IF W-FORAEXP = "S"
              MOVE "DURACAO ULTRAPASSA O EXPEDIENTE DO MEDICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4I.
      *
      ***************************************************
      * DUAS AGENDAS CUJOS INTERVALOS SE SOBREPOEM NAO   *
      * PODEM OCUPAR A MESMA SALA                        *
      ***************************************************
       R4JB.
           PERFORM VER-SALA THRU VER-SALA-FIM
           IF W-SALACONF = "S"
              MOVE "*SALA JA OCUPADA NESTE DIA/HORARIO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4B.
      *
      ***************************************************
      * O MESMO PACIENTE NAO PODE TER OUTRA AGENDA QUE SE*
      * SOBREPONHA A ESTA COM OUTRO MEDICO, SALVO COM    *
      * AUTORIZACAO DO SUPERVISOR (EX. MAE E BEBE)       *
      ***************************************************
       R4JC.
           PERFORM VER-DUPHORA THRU VER-DUPHORA-FIM
           IF W-DUPHORA = "S"
              MOVE "*PACIENTE JA AGENDADO NESTE DIA/HORARIO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4JD.
           GO TO LER-CADAGENDA.
       R4JD.
           DISPLAY (25, 12)
              "DUPLO AGENDAMENTO AUTORIZADO P/SUPERVISOR ? (S/N):"
           ACCEPT (25, 63) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO R4.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4JD.

       LER-CADAGENDA.
           READ CADAGENDA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
                GO TO LER-CADAGENDA-FIL
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADAGENDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
                MOVE "*** HORARIO DISPONIVEL ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * HORARIO LIVRE = NOVA MARCACAO: CREDENCIAIS EM DIA E
      * MEDICO SEM OUTRA CONSULTA NO INTERVALO
      *
       R4K.
           PERFORM VER-CRED THRU VER-CRED-FIM
           IF CRD-PERMITE = "N"
              MOVE CRD-MOTIVO TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO OCP-IGNORA
           PERFORM VER-OCUPA THRU VER-OCUPA-FIM
           IF OCP-LIVRE = "N"
              MOVE OCP-MOTIVO TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R5.
           MOVE "A" TO AG-STATUS
           DISPLAY TELA2

      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-CRED.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "DADOS OK (S/N) : ".
                      MOVE "W" TO JRN-OP
                      MOVE REGAGENDA TO JRN-REG
                      PERFORM GRV-JRN THRU GRV-JRN-FIM
                      PERFORM CONSOME-VAGAS THRU CONSOME-VAGAS-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM GRV-CONSULTA THRU GRV-CONSULTA-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * HORARIO JA GRAVADO: A FILIAL DO REGISTRO (QUE PODE SER
      * DIFERENTE DA ATUAL DO MEDICO) TEM QUE SER DO OPERADOR
      *
       LER-CADAGENDA-FIL.
                MOVE AG-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   MOVE "*HORARIO DE OUTRA FILIAL, ACESSO NEGADO*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      * VAGA EM BRANCO OCUPADA (STATUS O) PELA DURACAO DE OUTRA
      * CONSULTA: MOSTRA O HORARIO DELA (AG-REMARC) E NAO ABRE
      *
                IF AG-STATUS = "O"
                   DISPLAY TELA2
                   MOVE SPACES TO MENS
                   STRING "*VAGA OCUPADA PELA CONSULTA DAS "
                                                   DELIMITED BY SIZE
                          AG-REMARC (9:2)          DELIMITED BY SIZE
                          ":"                      DELIMITED BY SIZE
                          AG-REMARC (11:2)         DELIMITED BY SIZE
                          "*"                      DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM R5A
                DISPLAY TELA2
                MOVE "*** HORARIO JA AGENDADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LCK-VERIFICA.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (25, 12)
              "N=NOVO  A=ALTERAR  E=EXCLUIR  F=ENCAIXE  O=OVERBOOK"
                ACCEPT (25, 64) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "F"
                    AND W-OPCAO NOT = "O"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                      GO TO R5
                   ELSE
                      IF W-OPCAO = "F"
                         GO TO ENC-001
                      ELSE
                         IF W-OPCAO = "O"
                            GO TO OVB-001.
      *
       EXC-OPC.
                DISPLAY (25, 40) "EXCLUIR   (S/N) : ".
                   MOVE "D" TO JRN-OP
                   MOVE REGAGENDA TO JRN-REG
                   PERFORM GRV-JRN THRU GRV-JRN-FIM
                   PERFORM LIBERA-VAGAS THRU LIBERA-VAGAS-FIM
                   MOVE "*** CONSULTA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO W-VAGAEXISTE
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * VAGA GERADA EM BLOCO (CPF = 0) RECEBENDO PACIENTE E
      * UMA NOVA MARCACAO: CONFERE AS CREDENCIAIS DO MEDICO
      *
       ALT-CRED.
                IF AG-CPF NOT = ZEROS OR W-NOVOCPF = ZEROS
                   GO TO ALT-OCUPA.
                PERFORM VER-CRED THRU VER-CRED-FIM
                IF CRD-PERMITE = "N"
                   MOVE CRD-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      * CONSULTA ABERTA (A/X/P) COM PACIENTE: O MEDICO TEM QUE
      * ESTAR LIVRE NO INTERVALO DO TIPO DE VISITA DIGITADO
      *
       ALT-OCUPA.
                IF W-NOVOCPF = ZEROS
                   GO TO ALT-OPC.
                IF AG-STATUS NOT = "A" AND NOT = "X" AND NOT = "P"
                   GO TO ALT-OPC.
                MOVE SPACES TO OCP-IGNORA
                PERFORM VER-OCUPA THRU VER-OCUPA-FIM
                IF OCP-LIVRE = "N"
                   MOVE OCP-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ALT-OPC.
                DISPLAY (25, 40) "ALTERAR  (S/N) : ".
                ACCEPT (25, 57) W-OPCAO
      * E ASSIM QUE UMA VAGA GERADA EM BLOCO (CPF = 0, SALA 0)
      * RECEBE O PACIENTE, A SALA E A MODALIDADE NA ALTERACAO
      *
      * VAGA OCUPADA (STATUS O) QUE RECEBE PACIENTE DEIXA DE
      * APONTAR PARA A CONSULTA QUE A OCUPAVA
      *
                IF AG-CPF = ZEROS AND W-NOVOCPF NOT = ZEROS
                   MOVE SPACES TO AG-REMARC.
                MOVE W-NOVOCPF   TO AG-CPF
                MOVE W-NOVOSALA  TO AG-SALA
                MOVE W-NOVOMODAL TO AG-MODAL
                MOVE W-NOVOVLINK TO AG-VIDEOLINK
                MOVE W-NOVOTIPO  TO AG-TIPOVIS
                MOVE W-NOVOCONVUSO TO AG-CONVUSO
                MOVE W-NOVODUR   TO AG-DURACAO
                REWRITE REGAGENDA
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JRN-OP
                MOVE REGAGENDA TO JRN-REG
                PERFORM GRV-JRN THRU GRV-JRN-FIM
      *
      * A DURACAO OU O STATUS PODEM TER MUDADO: DEVOLVE AS VAGAS
      * OCUPADAS E, COM A CONSULTA AINDA ABERTA, OCUPA DE NOVO
      *
                PERFORM LIBERA-VAGAS THRU LIBERA-VAGAS-FIM
                IF AG-STATUS = "A" OR "X" OR "P"
                   PERFORM CONSOME-VAGAS THRU CONSOME-VAGAS-FIM.
                MOVE "*** CONSULTA ALTERADA ***         " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM GRV-CONSULTA THRU GRV-CONSULTA-FIM
                PERFORM PROCESPERA-SE-CANCEL
                     THRU PROCESPERA-SE-CANCEL-FIM
                GO TO R1.
      *
      *****************************************************
      * ENCAIXE - PERMITE UM SEGUNDO ATENDIMENTO NO MESMO  *
      *****************************************************
      *
       ENC-001.
                MOVE "N" TO W-OVERB
                PERFORM VER-CRED THRU VER-CRED-FIM
                IF CRD-PERMITE = "N"
                   MOVE CRD-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (25, 12)
              "ENCAIXE AUTORIZADO PELO SUPERVISOR ? (S/N) : "
                ACCEPT (25, 58) W-OPCAO
                MOVE W-NOVOVLINK TO AG-VIDEOLINK
                MOVE W-NOVOTIPO  TO AG-TIPOVIS
                MOVE W-NOVOCONVUSO TO AG-CONVUSO
                MOVE W-NOVODUR   TO AG-DURACAO
                MOVE "A"         TO AG-STATUS
                MOVE SPACES      TO AG-REMARC
                WRITE REGAGENDA
                      MOVE REGAGENDA TO JRN-REG
                      PERFORM GRV-JRN THRU GRV-JRN-FIM
                      MOVE "*** ENCAIXE GRAVADO ***" TO MENS
                      PERFORM GRV-OVB THRU GRV-OVB-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM GRV-CONSULTA THRU GRV-CONSULTA-FIM
                      GO TO R1.
                GO TO ROT-FIM.
      *
      *****************************************************
      * OVERBOOK - ENCAIXE SEM AUTORIZACAO DO SUPERVISOR,  *
      * LIBERADO PELA VEROVERB QUANDO A TAXA DE FALTAS DO  *
      * MEDICO NO TURNO JUSTIFICA; O ENCAIXE GRAVADO FICA  *
      * MARCADO NO CADOVERB PARA O RELATORIO SEMANAL       *
      *****************************************************
      *
       OVB-001.
                MOVE "N" TO W-OVERB
                PERFORM VER-CRED THRU VER-CRED-FIM
                IF CRD-PERMITE = "N"
                   MOVE CRD-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "V" TO OVB-MODO
                MOVE AGENDA-CHAVE TO OVB-CHAVE
                CALL "VEROVERB" USING OVB-MODO OVB-CHAVE OVB-PERMITE
                     OVB-TAXA OVB-LIMITE OVB-USADOS OVB-MOTIVO
                IF OVB-PERMITE NOT = "S"
                   MOVE OVB-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE OVB-TAXA   TO OVB-TAXAED
                MOVE OVB-USADOS TO OVB-USADOSED
                MOVE OVB-LIMITE TO OVB-LIMITEED.
       OVB-002.
                MOVE SPACES TO MENS
                STRING "FALTAS " OVB-TAXAED "% TURNO " OVB-USADOSED
                       "/" OVB-LIMITEED " CONFIRMA (S/N): "
                       DELIMITED BY SIZE INTO MENS
                DISPLAY (25, 12) MENS
                ACCEPT (25, 54) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** OVERBOOK NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO OVB-002.
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                MOVE "S" TO W-OVERB
                MOVE OVB-CHAVE TO AGENDA-CHAVE
                GO TO ENC-SEQ.
      *
       GRV-OVB.
                IF W-OVERB NOT = "S"
                   GO TO GRV-OVB-FIM.
                MOVE "N" TO W-OVERB
                MOVE "G" TO OVB-MODO
                MOVE AGENDA-CHAVE TO OVB-CHAVE
                CALL "VEROVERB" USING OVB-MODO OVB-CHAVE OVB-PERMITE
                     OVB-TAXA OVB-LIMITE OVB-USADOS OVB-MOTIVO
                IF OVB-PERMITE = "S"
                   MOVE "*** OVERBOOK GRAVADO ***" TO MENS
                ELSE
                   MOVE OVB-MOTIVO TO MENS.
       GRV-OVB-FIM.
                EXIT.
      *
      *****************************************************
      * REMARCACAO: FECHA O HORARIO ATUAL COM STATUS M E   *
      * ABRE O NOVO HORARIO, GUARDANDO EM AG-REMARC O      *
      * VINCULO ENTRE OS DOIS REGISTROS                    *
                   MOVE "*AGENDA NAO ENCONTRADA P/ESTA CHAVE*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RMC-002.
                MOVE AG-FILIAL TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   MOVE "*HORARIO DE OUTRA FILIAL, ACESSO NEGADO*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RMC-002.
      *
      * STATUS P = PENDENTE DE REMARCACAO (LISTA GERADA
      * QUANDO FERIAS/GRADE DO MEDICO MUDAM) TAMBEM VALE
                MOVE RMC-NHH  TO AG-HORAHH
                MOVE RMC-NMI  TO AG-HORAMM
                MOVE RMC-NSEQ TO AG-SEQENC
      *
      * NOVO HORARIO EM SESSAO EXTRA: VALE FORA DA GRADE, NA
      * FILIAL DA SESSAO
      *
                CALL "VEREXTRA" USING AGENDA-CHAVE EXT-ACHOU EXT-SALA
                                 EXT-FILIAL EXT-HORAINI EXT-HORAFIM
                IF EXT-ACHOU = "S"
                   MOVE EXT-FILIAL TO AG-FILIAL FIL-FILIAL
                   CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                          FIL-PADRAO FIL-TODAS
                   IF FIL-PERMITE = "N"
                      MOVE "*SESSAO EXTRA DE OUTRA FILIAL*" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO RMC-003
                   ELSE
                      GO TO RMC-003B.
                PERFORM CALC-DIASEM THRU CALC-DIASEM-FIM
                MOVE AG-CRM   TO DISPO-CRM
                MOVE W-DIASEM TO DISPO-DIASEM
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RMC-003.
       RMC-003B.
                PERFORM VER-FERIAS THRU VER-FERIAS-FIM
                IF W-EMFERIAS = "S"
                   MOVE "*MEDICO AUSENTE NO NOVO HORARIO*" TO MENS
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RMC-003.
                PERFORM VER-CRED THRU VER-CRED-FIM
                IF CRD-PERMITE = "N"
                   MOVE CRD-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
      * A CONSULTA LEVA A SUA DURACAO PARA O NOVO HORARIO; O
      * HORARIO ANTIGO NAO CONTA COMO OCUPADO
      *
                MOVE AG-DURACAO TO W-NOVODUR
                IF AG-DURACAO = ZEROS
                   MOVE AG-CRM     TO DUR-CRM
                   MOVE AG-TIPOVIS TO DUR-TIPO
                   PERFORM CALC-DURACAO THRU CALC-DURACAO-FIM
                   MOVE DUR-MINUTOS TO W-NOVODUR.
                COMPUTE W-MININI = (AG-HORAHH * 60) + AG-HORAMM
                COMPUTE W-MINFIM = W-MININI + W-NOVODUR
                PERFORM VER-EXPED THRU VER-EXPED-FIM
                IF W-FORAEXP = "S"
                   MOVE "DURACAO ULTRAPASSA O EXPEDIENTE DO MEDICO"
                                                            TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RMC-003.
                MOVE W-CHAVEVELHA TO OCP-IGNORA
                PERFORM VER-OCUPA THRU VER-OCUPA-FIM
                IF OCP-LIVRE = "N"
                   MOVE OCP-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RMC-003.
       RMC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (25, 40) "REMARCAR (S/N) : ".
                MOVE RMC-NSEQ TO AG-SEQENC
                MOVE "A"          TO AG-STATUS
                MOVE W-CHAVEVELHA TO AG-REMARC
                MOVE W-NOVODUR    TO AG-DURACAO
                IF EXT-ACHOU = "S"
                   MOVE EXT-FILIAL TO AG-FILIAL.
                MOVE AGENDA-CHAVE TO W-CHAVENOVA
                WRITE REGAGENDA
                IF ST-ERRO = "22"
                MOVE "R" TO JRN-OP
                MOVE REGAGENDA TO JRN-REG
                PERFORM GRV-JRN THRU GRV-JRN-FIM
      *
      * AS VAGAS DO HORARIO ANTIGO SAO LIBERADAS ANTES DE O
      * NOVO HORARIO OCUPAR AS SUAS (PODEM SER AS MESMAS)
      *
                PERFORM LIBERA-VAGAS THRU LIBERA-VAGAS-FIM
                MOVE W-CHAVENOVA TO AGENDA-CHAVE
                READ CADAGENDA
                IF ST-ERRO = "00"
                   PERFORM CONSOME-VAGAS THRU CONSOME-VAGAS-FIM.
                MOVE "*** CONSULTA REMARCADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************************
      * VERIFICA SE O PACIENTE JA TEM OUTRA AGENDA ABERTA  *
      * NO MESMO DIA CUJO INTERVALO SE SOBREPOE AO DA NOVA *
      * (W-MININI A W-MINFIM), PELA CHAVE ALTERNADA AG-CPF.*
      * O REGISTRO CORRENTE FICA EM W-SAVEAG               *
      *****************************************************
      *
       VER-DUPHORA.
                   GO TO VER-DUPHORA-LP.
                IF AG-STATUS NOT = "A" AND NOT = "X" AND NOT = "P"
                   GO TO VER-DUPHORA-LP.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO VER-DUPHORA-LP.
                PERFORM CALC-INTERVALO THRU CALC-INTERVALO-FIM
                IF W-OUTINI < W-MINFIM AND W-MININI < W-OUTFIM
                   MOVE "S" TO W-DUPHORA.
                GO TO VER-DUPHORA-LP.
       VER-DUPHORA-REST.
                EXIT.
      *
      *****************************************************
      * VERIFICA SE OUTRA AGENDA DO MESMO DIA, COM         *
      * INTERVALO SOBREPOSTO AO DA NOVA (W-MININI A        *
      * W-MINFIM), JA OCUPA A SALA PRETENDIDA (CANCELADAS  *
      * E VAGAS OCUPADAS NAO CONTAM). O REGISTRO CORRENTE  *
      * E PRESERVADO EM W-SAVEAG                           *
      *****************************************************
      *
       VER-SALA.
                MOVE "N" TO W-SALACONF
                MOVE REGAGENDA TO W-SAVEAG
                MOVE ZEROS  TO AG-HORA AG-CRMNUM AG-SEQENC
                MOVE SPACES TO AG-CRMUF
                START CADAGENDA KEY IS NOT LESS THAN AGENDA-CHAVE
                IF ST-ERRO NOT = "00"
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO VER-SALA-REST.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO VER-SALA-REST.
                IF AG-STATUS = "C" OR "O"
                   GO TO VER-SALA-LP.
                IF AGENDA-CHAVE = W-SAVE-AGCHAVE
                   GO TO VER-SALA-LP.
                IF AG-SALA NOT = W-SAVE-AGSALA
                   GO TO VER-SALA-LP.
                PERFORM CALC-INTERVALO THRU CALC-INTERVALO-FIM
                IF W-OUTINI < W-MINFIM AND W-MININI < W-OUTFIM
                   MOVE "S" TO W-SALACONF.
                GO TO VER-SALA-LP.
       VER-SALA-REST.
                EXIT.
      *
      *****************************************************
      * CREDENCIAIS DO MEDICO DE AG-CRM NA ESPECIALIDADE   *
      * PRINCIPAL DELE (CADMED): CRD-PERMITE = "N" QUANDO  *
      * ALGUMA JA VENCEU, COM O MOTIVO EM CRD-MOTIVO       *
      *****************************************************
      *
       VER-CRED.
                MOVE AG-CRM    TO CRD-MEDICO
                MOVE ZEROS     TO CRD-ESPEC
                MOVE AG-CRMNUM TO CRM
                MOVE AG-CRMUF  TO CRM-UF
                READ CADMED
                IF ST-ERRO = "00"
                   MOVE ESPECIALIDADE TO CRD-ESPEC.
                CALL "VERCRED" USING CRD-MEDICO CRD-ESPEC CRD-PERMITE
                                     CRD-MOTIVO.
       VER-CRED-FIM.
                EXIT.
      *
      *****************************************************
      * DURACAO EM DUR-MINUTOS DA VISITA DUR-TIPO DO CRM   *
      * DUR-CRM, NA ESPECIALIDADE PRINCIPAL DELE (A        *
      * VERDURAC LE O CADMED; REGMED NAO E TOCADO)         *
      *****************************************************
      *
       CALC-DURACAO.
                MOVE ZEROS TO DUR-ESPEC
                CALL "VERDURAC" USING DUR-CRM DUR-TIPO DUR-ESPEC
                                      DUR-MINUTOS.
       CALC-DURACAO-FIM.
                EXIT.
      *
      *****************************************************
      * INTERVALO OCUPADO PELO REGISTRO CORRENTE, EM       *
      * MINUTOS DO DIA (W-OUTINI A W-OUTFIM). REGISTRO SEM *
      * DURACAO GRAVADA USA A DO TIPO DA VISITA            *
      *****************************************************
      *
       CALC-INTERVALO.
                COMPUTE W-OUTINI = (AG-HORAHH * 60) + AG-HORAMM
                MOVE AG-DURACAO TO DUR-MINUTOS
                IF AG-DURACAO = ZEROS
                   MOVE AG-CRM     TO DUR-CRM
                   MOVE AG-TIPOVIS TO DUR-TIPO
                   PERFORM CALC-DURACAO THRU CALC-DURACAO-FIM.
                COMPUTE W-OUTFIM = W-OUTINI + DUR-MINUTOS.
       CALC-INTERVALO-FIM.
                EXIT.
      *
      *****************************************************
      * A CONSULTA (W-MININI A W-MINFIM) TERMINA DEPOIS DO *
      * FIM DO EXPEDIENTE DO CADDISPO JA LIDO, OU DO FIM   *
      * DA SESSAO EXTRA QUANDO EXT-ACHOU = S?              *
      *****************************************************
      *
       VER-EXPED.
                MOVE "N" TO W-FORAEXP
                IF EXT-ACHOU = "S"
                   MOVE EXT-HORAFIM TO W-EXTFIM9
                   COMPUTE W-FIMEXP = (W-EXTFIMHH * 60) + W-EXTFIMMM
                ELSE
                   COMPUTE W-FIMEXP = (DP-HORAFIMHH * 60)
                                    + DP-HORAFIMMM.
                IF W-MINFIM > W-FIMEXP
                   MOVE "S" TO W-FORAEXP.
       VER-EXPED-FIM.
                EXIT.
      *
      *****************************************************
      * O MEDICO ESTA LIVRE DE AG-HORA ATE AG-HORA +       *
      * W-NOVODUR? OCP-IGNORA = CHAVE QUE NAO CONTA        *
      *****************************************************
      *
       VER-OCUPA.
                MOVE AGENDA-CHAVE TO OCP-CHAVE
                CALL "VEROCUPA" USING OCP-CHAVE OCP-IGNORA W-NOVODUR
                                      OCP-LIVRE OCP-MOTIVO.
       VER-OCUPA-FIM.
                EXIT.
      *
      *****************************************************
      * A CONSULTA DE REGAGENDA OCUPA AS VAGAS EM BRANCO   *
      * (CPF = 0, STATUS A) DO MESMO MEDICO QUE COMECAM    *
      * DENTRO DO SEU INTERVALO: FICAM COM STATUS O E COM  *
      * A CHAVE DA CONSULTA EM AG-REMARC. O REGISTRO       *
      * CORRENTE E PRESERVADO EM W-SAVEAG                  *
      *****************************************************
      *
       CONSOME-VAGAS.
                MOVE REGAGENDA TO W-SAVEAG
                IF AG-SEQENC NOT = ZEROS
                   GO TO CONSOME-VAGAS-REST.
                PERFORM CALC-INTERVALO THRU CALC-INTERVALO-FIM
                START CADAGENDA KEY IS GREATER THAN AGENDA-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO CONSOME-VAGAS-REST.
       CONSOME-VAGAS-LP.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CONSOME-VAGAS-REST.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO CONSOME-VAGAS-REST.
                IF (AG-HORAHH * 60) + AG-HORAMM NOT < W-OUTFIM
                   GO TO CONSOME-VAGAS-REST.
                IF AG-CRM NOT = W-SAVE-AGCRM OR AG-SEQENC NOT = ZEROS
                   GO TO CONSOME-VAGAS-LP.
                IF AG-CPF NOT = ZEROS OR AG-STATUS NOT = "A"
                   GO TO CONSOME-VAGAS-LP.
                MOVE "O"            TO AG-STATUS
                MOVE W-SAVE-AGCHAVE TO AG-REMARC
                REWRITE REGAGENDA
                IF ST-ERRO = "00" OR "02"
                   MOVE "R" TO JRN-OP
                   MOVE REGAGENDA TO JRN-REG
                   PERFORM GRV-JRN THRU GRV-JRN-FIM.
                GO TO CONSOME-VAGAS-LP.
       CONSOME-VAGAS-REST.
                MOVE W-SAVEAG TO REGAGENDA.
       CONSOME-VAGAS-FIM.
                EXIT.
      *
      *****************************************************
      * DEVOLVE AS VAGAS OCUPADAS (STATUS O) PELA CONSULTA *
      * DE REGAGENDA: VOLTAM A STATUS A. O REGISTRO        *
      * CORRENTE E PRESERVADO EM W-SAVEAG                  *
      *****************************************************
      *
       LIBERA-VAGAS.
                MOVE REGAGENDA TO W-SAVEAG
                START CADAGENDA KEY IS GREATER THAN AGENDA-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO LIBERA-VAGAS-REST.
       LIBERA-VAGAS-LP.
                READ CADAGENDA NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO LIBERA-VAGAS-REST.
                IF AG-DATA NOT = W-SAVE-AGDATA
                   GO TO LIBERA-VAGAS-REST.
                IF AG-STATUS NOT = "O" OR AG-REMARC NOT = W-SAVE-AGCHAVE
                   GO TO LIBERA-VAGAS-LP.
                MOVE "A"    TO AG-STATUS
                MOVE SPACES TO AG-REMARC
                REWRITE REGAGENDA
                IF ST-ERRO = "00" OR "02"
                   MOVE "R" TO JRN-OP
                   MOVE REGAGENDA TO JRN-REG
                   PERFORM GRV-JRN THRU GRV-JRN-FIM.
                GO TO LIBERA-VAGAS-LP.
       LIBERA-VAGAS-REST.
                MOVE W-SAVEAG TO REGAGENDA.
       LIBERA-VAGAS-FIM.
                EXIT.
      *
      *****************************************************
      * GERACAO AUTOMATICA DO REGISTRO DE CONSULTA QUANDO  *
      * O ATENDIMENTO DA AGENDA E MARCADO COMO REALIZADO   *
      *****************************************************
      * OFERECE A VAGA LIBERADA AOS CANDIDATOS DA LISTA DE *
      * ESPERA DO MEDICO CUJA JANELA DESEJADA COBRE A DATA *
      * (EM ORDEM DE DATA DO PEDIDO). O CANDIDATO ACEITO   *
      * ASSUME A VAGA NA HORA E SAI DO CADESPERA, SE O     *
      * MEDICO ESTIVER COM AS CREDENCIAIS EM DIA (VERCRED) *
      *****************************************************
      *
       PROCURA-ESPERA.
                MOVE TBE-CH(W-ESCOLHA) (17:11) TO AG-CPF
                MOVE "A"    TO AG-STATUS
                MOVE SPACES TO AG-REMARC
                PERFORM VER-CRED THRU VER-CRED-FIM
                IF CRD-PERMITE = "N"
                   MOVE CRD-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PROCURA-ESPERA-FIM.
      *
      * O CONVENIO DA VISITA E O TIPO SAO DO NOVO PACIENTE,
      * NAO DO QUE CANCELOU
      *
                MOVE 1 TO AG-TIPOVIS
                MOVE AG-CRM     TO DUR-CRM
                MOVE AG-TIPOVIS TO DUR-TIPO
                PERFORM CALC-DURACAO THRU CALC-DURACAO-FIM
                MOVE DUR-MINUTOS TO AG-DURACAO W-NOVODUR
                MOVE SPACES TO OCP-IGNORA
                PERFORM VER-OCUPA THRU VER-OCUPA-FIM
                IF OCP-LIVRE = "N"
                   MOVE OCP-MOTIVO TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PROCURA-ESPERA-FIM.
                MOVE AG-CPF TO CPF
                READ CADPACI
                IF ST-ERRO = "00"
                   MOVE "W" TO JRN-OP.
                MOVE REGAGENDA TO JRN-REG
                PERFORM GRV-JRN THRU GRV-JRN-FIM
                PERFORM CONSOME-VAGAS THRU CONSOME-VAGAS-FIM
                MOVE TBE-CH(W-ESCOLHA) TO ESPERA-CHAVE
                READ CADESPERA
                IF ST-ERRO = "00"
                       MOVE "ERRO NA LEITURA ARQUIVO CADMED" TO MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO ROT-FIM.
                MOVE FILIALMED TO FIL-FILIAL
                CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE
                                       FIL-PADRAO FIL-TODAS
                IF FIL-PERMITE = "N"
                   MOVE "*MEDICO DE OUTRA FILIAL, ACESSO NEGADO*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BLC-002.
       BLC-003.
                DISPLAY TELA3
                   ACCEPT TBLCDIASEM
                MOVE SPACES      TO AG-REMARC
                MOVE 1           TO AG-TIPOVIS
                MOVE ZEROS       TO AG-CONVUSO
                MOVE BLC-DURACAO TO AG-DURACAO
                MOVE FILIALMED   TO AG-FILIAL
                MOVE BLC-HORAINI TO AG-HORA.
       BLC-GERA-HORA-LP.
       ROT-FIM.
           PERFORM LIBERA-REG THRU LIBERA-REG-FIM
           CLOSE CADAGENDA CADMED CADPACI CADCONSULTA CADDISPO CADESPERA
                 CADSALA CADFERIAS CADFERIAD CADENCAMINHA CADBLQFIN.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
