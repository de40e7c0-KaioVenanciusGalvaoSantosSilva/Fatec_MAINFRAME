      * (AGENDA ABERTA COM PACIENTE ATRIBUIDO). O       *
      * PAINEL DA FILA (SMP120) MOSTRA QUEM AGUARDA E   *
      * O SMP121 APURA O TEMPO MEDIO DE ESPERA.         *
      * SO ACEITA AGENDA DAS FILIAIS DO OPERADOR        *
      * (VERFILIAL).                                    *
      * VISITA POR CONVENIO: AVISA NA LINHA 12 QUANDO A *
      * CARTEIRINHA DO CONVENIO DA VISITA (VERCART)     *
      * ESTA AUSENTE, VENCIDA OU AINDA NAO VIGENTE; O   *
      * CHECK-IN CONTINUA, A RECEPCAO DECIDE.           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 TXTNOMEPACI   PIC X(30) VALUE SPACES.
       01 W-CONVCHK     PIC 9(04) VALUE ZEROS.
       01 W-AVISOCART   PIC X(50) VALUE SPACES.
      *---------[ CARTEIRINHA DO BENEFICIARIO (VERCART) ]-----------
       01 CRT-CPF       PIC 9(11) VALUE ZEROS.
       01 CRT-CONVENIO  PIC 9(04) VALUE ZEROS.
       01 CRT-DATA      PIC 9(08) VALUE ZEROS.
       01 CRT-SITUACAO  PIC X(01) VALUE SPACES.
       01 CRT-NUMERO    PIC X(20) VALUE SPACES.
      *---------[ ACESSO POR FILIAL (VERFILIAL) ]-------------------
       01 FIL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 FIL-PERMITE   PIC X(01) VALUE SPACES.
       01 FIL-PADRAO    PIC 9(02) VALUE ZEROS.
       01 FIL-TODAS     PIC X(01) VALUE SPACES.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
               LINE 10  COLUMN 16  PIC X(30)
               USING  TXTNOMEPACI
               HIGHLIGHT.
           05  TAVISOCART
               LINE 12  COLUMN 05  PIC X(50)
               USING  W-AVISOCART
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           MOVE ZEROS  TO CHEG-HORAHH CHEG-HORAMM CHEG-CRMNUM
                          CHEG-SEQENC CHEG-CPF CHEG-HORACHEG
                          CHEG-HORAATEND
           MOVE SPACES TO CHEG-CRMUF TXTNOMEPACI W-AVISOCART
           DISPLAY TELA2.
       R2.
           DISPLAY TELA2
              MOVE "*AGENDA NAO ENCONTRADA P/ESTA CHAVE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE AG-FILIAL TO FIL-FILIAL
           CALL "VERFILIAL" USING FIL-FILIAL FIL-PERMITE FIL-PADRAO
                                  FIL-TODAS
           IF FIL-PERMITE = "N"
              MOVE "*AGENDA DE OUTRA FILIAL, ACESSO NEGADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF AG-STATUS NOT = "A" AND NOT = "X"
              MOVE "*AGENDA NAO ESTA ABERTA (STATUS)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ CADPACI
           IF ST-ERRO = "00"
              MOVE NOME OF REGPACI TO TXTNOMEPACI
              PERFORM VER-CART THRU VER-CART-FIM
           ELSE
              MOVE SPACES TO TXTNOMEPACI.
           DISPLAY TTXTNOMEPACI
           DISPLAY TAVISOCART.
       R2B.
           READ CADCHEGADA
           IF ST-ERRO = "00"
                MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************************
      * CARTEIRINHA DO CONVENIO DA VISITA: O ESCOLHIDO NA *
      * MARCACAO (AG-CONVUSO); SEM ESCOLHA VALE O DO      *
      * CADASTRO. PARTICULAR NAO TEM CARTEIRINHA          *
      *****************************************************
      *
       VER-CART.
           MOVE SPACES TO W-AVISOCART
           IF AG-CONVUSO NOT = ZEROS
              MOVE AG-CONVUSO TO W-CONVCHK
           ELSE
              MOVE CONVENIO TO W-CONVCHK.
           IF W-CONVCHK = ZEROS
              OR (TIPOBENEF = "P" AND AG-CONVUSO = ZEROS)
              GO TO VER-CART-FIM.
           MOVE AG-CPF    TO CRT-CPF
           MOVE W-CONVCHK TO CRT-CONVENIO
           MOVE CHEG-DATA TO CRT-DATA
           CALL "VERCART" USING CRT-CPF CRT-CONVENIO CRT-DATA
                                CRT-SITUACAO CRT-NUMERO
           IF CRT-SITUACAO = "A"
              MOVE "*** ATENCAO: SEM CARTEIRINHA DO CONVENIO ***"
                 TO W-AVISOCART.
           IF CRT-SITUACAO = "X"
              MOVE "*** ATENCAO: CARTEIRINHA VENCIDA ***"
                 TO W-AVISOCART.
           IF CRT-SITUACAO = "F"
              MOVE "*** ATENCAO: CARTEIRINHA AINDA NAO VIGENTE ***"
                 TO W-AVISOCART.
       VER-CART-FIM.
           EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCHEGADA CADAGENDA CADPACI.
