                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TBREF-DESCRICAO
                                   WITH DUPLICATES.
       SELECT CADPROVIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-CPF
                    FILE STATUS  IS ST-ERRO4.

      *
      *-----------------------------------------------------------------
          03 AG-REMARC          PIC X(21).
          03 AG-TIPOVIS         PIC 9(01).
          03 AG-CONVUSO         PIC 9(04).
          03 AG-DURACAO         PIC 9(03).
      *
       FD CADESPERA
               LABEL RECORD IS STANDARD
             05 TBREF-TIPO       PIC X(03).
             05 TBREF-CODIGO     PIC 9(02).
          03 TBREF-DESCRICAO     PIC X(30).
      *
       FD CADPROVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROVIS.DAT".
       01 REGPROVIS.
          03 PRV-CPF            PIC 9(11).
          03 PRV-DATA           PIC 9(08).
          03 PRV-OPER           PIC X(10).
          03 PRV-MOTIVO         PIC X(01).
          03 PRV-DOC            PIC X(20).
          03 PRV-SITUACAO       PIC X(01).
          03 PRV-CPFREAL        PIC 9(11).
          03 PRV-DATACONV       PIC 9(08).
          03 PRV-OPERCONV       PIC X(10).

      *
      *-----------------------------------------------------------------
          03 AS-EMAIL        PIC X(30) VALUE SPACES.
          03 AS-ALERGIAS     PIC X(30) VALUE SPACES.
          03 AS-CONSENT      PIC X(01) VALUE SPACES.
      *---------[ PRE-CADASTRO DO AGENDAMENTO ONLINE (PREPACI) ]----
       01 PRE-MODO          PIC X(01) VALUE SPACES.
       01 PRE-CPF           PIC 9(11) VALUE ZEROS.
       01 PRE-ACHOU         PIC X(01) VALUE SPACES.
       01 PRE-NOME          PIC X(30) VALUE SPACES.
       01 PRE-DATANASC.
          03 PRE-DNAA       PIC 9(04) VALUE ZEROS.
          03 PRE-DNMM       PIC 9(02) VALUE ZEROS.
          03 PRE-DNDD       PIC 9(02) VALUE ZEROS.
       01 PRE-DDD           PIC 9(03) VALUE ZEROS.
       01 PRE-TELEFONE.
          03 PRE-TEL1       PIC 9(05) VALUE ZEROS.
          03 PRE-TEL2       PIC 9(04) VALUE ZEROS.
       01 PRE-EMAIL         PIC X(30) VALUE SPACES.
       01 PRE-CONVENIO      PIC 9(04) VALUE ZEROS.
      *---------[ NUMERO PROVISORIO SEM CPF (VERPROV) ]-------------
       01 ST-ERRO4          PIC X(02) VALUE "00".
       01 PRV-MODO          PIC X(01) VALUE SPACES.
       01 W-PROVIS          PIC X(01) VALUE "N".
       01 W-PROVNOVO        PIC X(01) VALUE "N".
       01 W-PROVRESP        PIC X(01) VALUE "N".
       01 W-PRVMOTIVO       PIC X(01) VALUE SPACES.
       01 W-PRVDOC          PIC X(20) VALUE SPACES.
       01 W-PRVNUM.
          03 W-PRVPREF      PIC 9(03) VALUE ZEROS.
          03 W-PRVSEQ       PIC 9(06) VALUE ZEROS.
          03 W-PRVDV        PIC 9(02) VALUE ZEROS.
       01 W-PRVNUM9 REDEFINES W-PRVNUM PIC 9(11).
       01 SESSAO-OPERADOR   PIC X(10) EXTERNAL.


      *-----------------------------------------------------------------
           MOVE ZEROS TO CONVENIO CONVENIO2 CEPC NUMEROENDERECO
           MOVE ZEROS TO TITULARCPF DATAOBITO
           MOVE "A"   TO STATUSPACI
           MOVE "N"   TO W-PROVIS W-PROVNOVO
           MOVE ZEROS TO RESPONSAVELCPF
           MOVE SPACES TO RESPONSAVELNOME
           MOVE ZEROS TO DDD NUMEROTEL1 NUMEROTEL2
                   GO TO ROT-FIM.
       R2A.
		IF CPF = ZEROS
		  GO TO PRV-001.
		MOVE "V" TO PRV-MODO
		CALL "VERPROV" USING PRV-MODO CPF W-PROVIS
		IF W-PROVIS = "S"
		  GO TO PRV-LER.
		PERFORM CALC-CPF-DV1 THRU CALC-CPF-DV1-FIM
		PERFORM CALC-CPF-DV2 THRU CALC-CPF-DV2-FIM
		IF CPF-DIG(10) NOT = VLD-CPF-DV1
                MOVE CONSENTLGPD TO AS-CONSENT
                PERFORM R5A
                PERFORM R6A
                PERFORM PRV-R7A THRU PRV-R7A-FIM
                PERFORM R8A
				
                DISPLAY TELA2
                GO TO ROT-FIM
           ELSE
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM PRE-BUSCA THRU PRE-BUSCA-FIM.

       R3.
           ACCEPT TNOME
	   MOVE "*Insira o CPF do responsavel*" TO MENS
	   PERFORM ROT-MENS THRU ROT-MENS-FIM
	  GO TO R4B.
	MOVE "V" TO PRV-MODO
	CALL "VERPROV" USING PRV-MODO RESPONSAVELCPF W-PROVRESP
	IF W-PROVRESP = "S"
	   GO TO R4C-OK.
	PERFORM CALC-RESPCPF-DV1 THRU CALC-RESPCPF-DV1-FIM
	PERFORM CALC-RESPCPF-DV2 THRU CALC-RESPCPF-DV2-FIM
	IF RESPONSAVELCPF-DIG(10) NOT = VLD-RESPCPF-DV1
	   MOVE "*CPF DO RESPONSAVEL INVALIDO*" TO MENS
	   PERFORM ROT-MENS THRU ROT-MENS-FIM
	  GO TO R4B.
       R4C-OK.

			DISPLAY TRESPONSAVELNOME.
			DISPLAY TRESPONSAVELCPF.
      * TIPO DE BENEFICIARIO (TITULAR OU DEPENDENTE)       *
      *****************************************************
       R6B.
           IF W-PROVIS = "S"
              MOVE "T" TO TIPOBENEF
              MOVE ZEROS TO TITULARCPF CONVENIO CONVENIO2
              MOVE "PARTICULAR (SEM CPF)" TO TXTPLANO
              DISPLAY TELA2
              GO TO R8.
           DISPLAY TELA2
           ACCEPT TTIPOBENEF
           ACCEPT W-ACT FROM ESCAPE KEY
           GO TO R7A.

       R7.
           IF W-PROVIS = "S"
              GO TO R6.
		DISPLAY TELA2
           ACCEPT TCONVENIO
           ACCEPT W-ACT FROM ESCAPE KEY
                      MOVE "W" TO JRN-OP
                      MOVE REGPACI TO JRN-REG
                      PERFORM GRV-JRN THRU GRV-JRN-FIM
                      PERFORM PRE-BAIXA THRU PRE-BAIXA-FIM
                      PERFORM PRV-GRAVA THRU PRV-GRAVA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************************
      * PRE-CADASTRO DO AGENDAMENTO ONLINE (CADPREPAC):    *
      * CPF NOVO COM PRE-CADASTRO ABERTO TRAZ OS DADOS     *
      * INFORMADOS PELO PACIENTE PARA A TELA; GRAVADO O    *
      * CADASTRO, O PRE-CADASTRO RECEBE BAIXA              *
      *****************************************************
      *
       PRE-BUSCA.
                MOVE "L" TO PRE-MODO
                MOVE CPF TO PRE-CPF
                CALL "PREPACI" USING PRE-MODO PRE-CPF PRE-ACHOU
                                     PRE-NOME PRE-DATANASC PRE-DDD
                                     PRE-TELEFONE PRE-EMAIL
                                     PRE-CONVENIO
                IF PRE-ACHOU NOT = "S"
                   GO TO PRE-BUSCA-FIM.
                MOVE PRE-NOME TO NOME
                IF PRE-DATANASC NOT = ZEROS
                   MOVE PRE-DNDD TO NUMERODD OF REGPACI
                   MOVE PRE-DNMM TO NUMEROMM OF REGPACI
                   MOVE PRE-DNAA TO NUMEROAA OF REGPACI.
                IF PRE-TELEFONE NOT = ZEROS
                   MOVE PRE-DDD  TO DDD
                   MOVE PRE-TEL1 TO NUMEROTEL1
                   MOVE PRE-TEL2 TO NUMEROTEL2.
                MOVE PRE-EMAIL TO EMAIL
                IF PRE-CONVENIO NOT = ZEROS
                   MOVE PRE-CONVENIO TO CONVENIO.
                DISPLAY TELA2
                MOVE "*DADOS DO PRE-CADASTRO ONLINE: CONFIRA*" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PRE-BUSCA-FIM.
                EXIT.
      *
       PRE-BAIXA.
                MOVE "B" TO PRE-MODO
                MOVE CPF TO PRE-CPF
                CALL "PREPACI" USING PRE-MODO PRE-CPF PRE-ACHOU
                                     PRE-NOME PRE-DATANASC PRE-DDD
                                     PRE-TELEFONE PRE-EMAIL
                                     PRE-CONVENIO.
       PRE-BAIXA-FIM.
                EXIT.
      *
      *****************************************************
      * PACIENTE SEM CPF (RECEM-NASCIDO, ESTRANGEIRO, SEM  *
      * DOCUMENTO): COM O CPF EM BRANCO A RECEPCAO PODE    *
      * GERAR UM NUMERO PROVISORIO (SUBROTINA VERPROV) QUE *
      * OCUPA O LUGAR DO CPF EM TODOS OS ARQUIVOS. O       *
      * PACIENTE FICA PARTICULAR (CONVENIO ZERO) ATE A     *
      * CONVERSAO PARA O CPF VERDADEIRO NO SMP216. O       *
      * NUMERO E REGISTRADO NO CADPROVIS COM MOTIVO E      *
      * DOCUMENTO ALTERNATIVO QUANDO O CADASTRO E GRAVADO  *
      *****************************************************
      *
       PRV-001.
                MOVE "N" TO W-OPCAO
                DISPLAY (25, 12)
                        "SEM CPF - GERAR NUMERO PROVISORIO (S/N) : "
                ACCEPT (25, 55) W-OPCAO WITH UPDATE
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-OPCAO = "N" OR "n"
                   MOVE "*Insira o CPF*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO PRV-001.
       PRV-002.
                MOVE SPACES TO W-PRVMOTIVO
                DISPLAY (25, 12)
                   "MOTIVO R=RECEM-NASC E=ESTRANG S=SEM DOC O=OUTRO"
                ACCEPT (25, 61) W-PRVMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-ACT = 01
                   GO TO R2.
                IF W-PRVMOTIVO = "r" MOVE "R" TO W-PRVMOTIVO.
                IF W-PRVMOTIVO = "e" MOVE "E" TO W-PRVMOTIVO.
                IF W-PRVMOTIVO = "s" MOVE "S" TO W-PRVMOTIVO.
                IF W-PRVMOTIVO = "o" MOVE "O" TO W-PRVMOTIVO.
                IF W-PRVMOTIVO NOT = "R" AND "E" AND "S" AND "O"
                   MOVE "*DIGITE R, E, S OU O*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRV-002.
       PRV-003.
                MOVE SPACES TO W-PRVDOC
                DISPLAY (25, 12) "DOCUMENTO (PASSAPORTE/DNV/RG) : "
                ACCEPT (25, 45) W-PRVDOC
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE SPACES TO MENS
                DISPLAY (25, 12) MENS
                IF W-ACT = 01
                   GO TO PRV-002.
                IF W-PRVDOC = SPACES AND W-PRVMOTIVO = "E"
                   MOVE "*ESTRANGEIRO: INFORME O PASSAPORTE*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRV-003.
       PRV-004.
                PERFORM PRV-PROXIMO THRU PRV-PROXIMO-FIM
                MOVE W-PRVNUM9 TO CPF
                MOVE "S" TO W-PROVIS W-PROVNOVO
                DISPLAY TCPF
                MOVE "*NUMERO PROVISORIO GERADO - PACIENTE PARTICULAR*"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LER-CADPACIENTE.
      *
      * PROXIMO NUMERO: A MAIOR SEQUENCIA JA USADA NO CADPROVIS + 1
      * (OS CONVERTIDOS FICAM NO ARQUIVO, ENTAO O NUMERO NAO VOLTA)
      *
       PRV-PROXIMO.
                MOVE ZEROS TO W-PRVNUM9
                OPEN INPUT CADPROVIS
                IF ST-ERRO4 NOT = "00"
                   GO TO PRV-PROXIMO-MONTA.
                MOVE 99900000000 TO PRV-CPF
                START CADPROVIS KEY IS NOT LESS THAN PRV-CPF
                IF ST-ERRO4 NOT = "00"
                   CLOSE CADPROVIS
                   GO TO PRV-PROXIMO-MONTA.
       PRV-PROXIMO-LP.
                READ CADPROVIS NEXT RECORD
                IF ST-ERRO4 NOT = "00"
                   CLOSE CADPROVIS
                   GO TO PRV-PROXIMO-MONTA.
                MOVE PRV-CPF TO W-PRVNUM9
                GO TO PRV-PROXIMO-LP.
       PRV-PROXIMO-MONTA.
                ADD 1 TO W-PRVSEQ
                MOVE 999   TO W-PRVPREF
                MOVE ZEROS TO W-PRVDV
                MOVE "G" TO PRV-MODO
                CALL "VERPROV" USING PRV-MODO W-PRVNUM9 W-PROVIS.
       PRV-PROXIMO-FIM.
                EXIT.
      *
      * NUMERO PROVISORIO DIGITADO: SO VALE SE FOI GERADO AQUI E
      * AINDA NAO FOI CONVERTIDO PARA O CPF VERDADEIRO
      *
       PRV-LER.
                OPEN INPUT CADPROVIS
                IF ST-ERRO4 NOT = "00"
                   MOVE "*NUMERO PROVISORIO NAO ENCONTRADO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE CPF TO PRV-CPF
                READ CADPROVIS
                IF ST-ERRO4 NOT = "00"
                   CLOSE CADPROVIS
                   MOVE "*NUMERO PROVISORIO NAO ENCONTRADO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                CLOSE CADPROVIS
                IF PRV-SITUACAO = "C"
                   MOVE SPACES TO MENS
                   STRING "*NUMERO CONVERTIDO PARA O CPF "
                                               DELIMITED BY SIZE
                          PRV-CPFREAL          DELIMITED BY SIZE
                          "*"                  DELIMITED BY SIZE
                          INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                IF PRV-SITUACAO = "X"
                   MOVE "*NUMERO PROVISORIO DE CADASTRO EXCLUIDO*"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE "N" TO W-PROVNOVO
                GO TO LER-CADPACIENTE.
      *
       PRV-R7A.
                IF CONVENIO = ZEROS
                   MOVE "PARTICULAR (SEM CPF)" TO TXTPLANO
                   DISPLAY TTXTPLANO
                ELSE
                   PERFORM R7A.
       PRV-R7A-FIM.
                EXIT.
      *
       PRV-GRAVA.
                IF W-PROVNOVO NOT = "S"
                   GO TO PRV-GRAVA-FIM.
                OPEN I-O CADPROVIS
                IF ST-ERRO4 = "30"
                   OPEN OUTPUT CADPROVIS
                   CLOSE CADPROVIS
                   OPEN I-O CADPROVIS.
                IF ST-ERRO4 NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROVIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PRV-GRAVA-FIM.
                MOVE CPF         TO PRV-CPF
                ACCEPT PRV-DATA FROM DATE YYYYMMDD
                MOVE SPACES      TO PRV-OPER PRV-OPERCONV
                IF SESSAO-OPERADOR NOT = SPACES
                   AND SESSAO-OPERADOR NOT = LOW-VALUES
                   MOVE SESSAO-OPERADOR TO PRV-OPER.
                MOVE W-PRVMOTIVO TO PRV-MOTIVO
                MOVE W-PRVDOC    TO PRV-DOC
                MOVE "P"         TO PRV-SITUACAO
                MOVE ZEROS       TO PRV-CPFREAL PRV-DATACONV
                WRITE REGPROVIS
                CLOSE CADPROVIS
                MOVE "N" TO W-PROVNOVO.
       PRV-GRAVA-FIM.
                EXIT.
      *
      * CADASTRO PROVISORIO EXCLUIDO: O NUMERO FICA MARCADO (X)
      * E NAO E MAIS ACEITO NEM REAPROVEITADO
      *
       PRV-EXCLUI.
                IF W-PROVIS NOT = "S"
                   GO TO PRV-EXCLUI-FIM.
                OPEN I-O CADPROVIS
                IF ST-ERRO4 NOT = "00"
                   GO TO PRV-EXCLUI-FIM.
                MOVE CPF TO PRV-CPF
                READ CADPROVIS
                IF ST-ERRO4 = "00"
                   MOVE "X" TO PRV-SITUACAO
                   REWRITE REGPROVIS.
                CLOSE CADPROVIS.
       PRV-EXCLUI-FIM.
                EXIT.

      *
      *****************************************
                   MOVE "D" TO JRN-OP
                   MOVE REGPACI TO JRN-REG
                   PERFORM GRV-JRN THRU GRV-JRN-FIM
                   PERFORM PRV-EXCLUI THRU PRV-EXCLUI-FIM
                   MOVE "*** REGISTRO PACIENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
