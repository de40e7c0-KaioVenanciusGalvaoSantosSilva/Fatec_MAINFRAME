       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVACAPL.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * REGISTRO DE VACINAS APLICADAS POR PACIENTE      *
      * CHAVE CPF + VACINA + NUMERO DA DOSE, COM DATA,  *
      * LOTE, PROFISSIONAL QUE APLICOU (CRM), FILIAL E  *
      * OPERADOR. A VACINA TEM QUE ESTAR ATIVA NO       *
      * CADVACINA, A DOSE DENTRO DO ESQUEMA, A DOSE     *
      * ANTERIOR JA REGISTRADA E O INTERVALO MINIMO     *
      * (VAC-INTERVALO) CUMPRIDO. CHAVE ALTERNADA       *
      * VA-DATA PARA A CONTAGEM MENSAL (SMP144).        *
      * VACINA LIGADA A ITEM DO CADMEDIC: A DOSE DA     *
      * BAIXA DE 1 UNIDADE NO LOTE/FILIAL DO ESTOQUE    *
      * (GRVESTQ) E A EXCLUSAO DEVOLVE A UNIDADE.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVACAPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VACAPL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VA-DATA WITH DUPLICATES.
       SELECT CADVACINA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS VAC-NOME
                                   WITH DUPLICATES.
       SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGPACI
                                   WITH DUPLICATES.
       SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGMED
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADVACINA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACINA.DAT".
       01 REGVACINA.
          03 VAC-CODIGO        PIC 9(04).
          03 VAC-NOME          PIC X(30).
          03 VAC-QTDOSES       PIC 9(01).
          03 VAC-INTERVALO     PIC 9(03).
          03 VAC-IDADEMIN      PIC 9(03).
          03 VAC-IDADEMAX      PIC 9(03).
          03 VAC-MEDIC         PIC 9(06).
          03 VAC-STATUS        PIC X(01).
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
       77 W-PROGID      PIC X(12) VALUE "CADVACAPL".
       77 W-CONT        PIC 9(04) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 SESSAO-OPERADOR PIC X(10) EXTERNAL.
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       77 W-QTDLIS      PIC 9(02) VALUE ZEROS.
       77 W-MAIS        PIC X(01) VALUE "N".
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-INICHAVE.
          03 W-INIVAC   PIC 9(04) VALUE ZEROS.
          03 W-INIDOSE  PIC 9(01) VALUE ZEROS.
       01 W-PROXCHAVE.
          03 W-PROXVAC  PIC 9(04) VALUE ZEROS.
          03 W-PROXDOSE PIC 9(01) VALUE ZEROS.
      *
      * DADOS DA DOSE DIGITADA
      *
       01 W-NOVA.
          03 W-NVAC        PIC 9(04) VALUE ZEROS.
          03 W-NDOSE       PIC 9(01) VALUE ZEROS.
          03 W-NDATA.
             05 W-NDATAAA  PIC 9(04) VALUE ZEROS.
             05 W-NDATAMM  PIC 9(02) VALUE ZEROS.
             05 W-NDATADD  PIC 9(02) VALUE ZEROS.
          03 W-NDATA9 REDEFINES W-NDATA PIC 9(08).
          03 W-NLOTE       PIC X(15) VALUE SPACES.
          03 W-NCRMNUM     PIC 9(06) VALUE ZEROS.
          03 W-NCRMUF      PIC X(02) VALUE SPACES.
          03 W-NFILIAL     PIC 9(02) VALUE ZEROS.
       01 VLD-OK        PIC X(01) VALUE SPACES.
      *
      * PARAMETROS DA SUBROTINA GRVESTQ
      *
       01 W-ETIPO       PIC X(01) VALUE SPACES.
       01 W-EITEM       PIC 9(06) VALUE ZEROS.
       01 W-EFILIAL     PIC 9(02) VALUE ZEROS.
       01 W-ELOTE       PIC X(15) VALUE SPACES.
       01 W-EVALIDADE   PIC 9(08) VALUE ZEROS.
       01 W-EQTDE       PIC 9(07) VALUE ZEROS.
       01 W-EVALUNIT    PIC 9(07)V99 VALUE ZEROS.
       01 W-EDOC.
          03 W-EDOCTIPO PIC X(03) VALUE "VAC".
          03 W-EDOCCPF  PIC 9(11) VALUE ZEROS.
          03 W-EDOCVAC  PIC 9(04) VALUE ZEROS.
          03 W-EDOCDOSE PIC 9(01) VALUE ZEROS.
          03 FILLER     PIC X(08) VALUE SPACES.
       01 W-ERET        PIC X(01) VALUE SPACES.
       77 W-DIAS        PIC S9(05) VALUE ZEROS.
       77 W-ULTDOSE     PIC 9(01) VALUE ZEROS.
       01 W-DATASYS.
          03 W-DSAA     PIC 9(04).
          03 W-DSMM     PIC 9(02).
          03 W-DSDD     PIC 9(02).
       01 W-DATASYS9 REDEFINES W-DATASYS PIC 9(08).
      *
      * CONVERSAO DE DATA EM NUMERO SERIAL DE DIAS
      *
       01 W-CDATA.
          03 W-CDAA      PIC 9(04) VALUE ZEROS.
          03 W-CDMM      PIC 9(02) VALUE ZEROS.
          03 W-CDDD      PIC 9(02) VALUE ZEROS.
       77 W-SERIAL       PIC S9(09) VALUE ZEROS.
       77 W-SERIALANT    PIC S9(09) VALUE ZEROS.
       77 W-CY           PIC 9(04) VALUE ZEROS.
       77 W-CM           PIC 9(02) VALUE ZEROS.
      *
       01 LINVAC.
          03 LV-VAC      PIC 9(04).
          03 FILLER      PIC X(01) VALUE " ".
          03 LV-NOME     PIC X(20).
          03 FILLER      PIC X(06) VALUE " DOSE ".
          03 LV-DOSE     PIC 9(01).
          03 FILLER      PIC X(01) VALUE " ".
          03 LV-DD       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LV-MM       PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LV-AA       PIC 9(04).
          03 FILLER      PIC X(01) VALUE " ".
          03 LV-LOTE     PIC X(15).
          03 FILLER      PIC X(01) VALUE " ".
          03 LV-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE "/".
          03 LV-UF       PIC X(02).
          03 FILLER      PIC X(02) VALUE " F".
          03 LV-FILIAL   PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           ACCEPT W-DATASYS FROM DATE YYYYMMDD
           OPEN I-O CADVACAPL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADVACAPL
                 CLOSE CADVACAPL
                 MOVE "*** ARQUIVO CADVACAPL FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVACAPL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADVACINA
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADVACINA NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACAPL
              GO TO ROT-FIMP.
       R0B.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADPACI NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACAPL CADVACINA
              GO TO ROT-FIMP.
       R0C.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*ARQUIVO CADMED NAO ENCONTRADO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACAPL CADVACINA CADPACI
              GO TO ROT-FIMP.
      *
      *****************************************************
      * CPF DO PACIENTE                                    *
      *****************************************************
      *
       R1.
           MOVE ZEROS TO W-CPF
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "REGISTRO DE VACINAS APLICADAS"
           DISPLAY (04, 03) "CPF PACIENTE : "
           ACCEPT (04, 18) W-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPF = ZEROS
              MOVE "*Insira o CPF do paciente*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*PACIENTE NAO CADASTRADO NO CADPACI*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-INIVAC W-INIDOSE.
      *
      *****************************************************
      * LISTA AS DOSES JA REGISTRADAS (13 POR TELA)        *
      *****************************************************
      *
       R1L.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 05) "REGISTRO DE VACINAS APLICADAS"
           DISPLAY (04, 03) "PACIENTE : "
           DISPLAY (04, 14) NOME OF REGPACI
           DISPLAY (04, 46) "NASC. "
           DISPLAY (04, 52) NUMERODD OF REGPACI
           DISPLAY (04, 54) "/"
           DISPLAY (04, 55) NUMEROMM OF REGPACI
           DISPLAY (04, 57) "/"
           DISPLAY (04, 58) NUMEROAA OF REGPACI
           IF STATUSPACI = "O"
              DISPLAY (04, 64) "*OBITO*".
           MOVE ZEROS TO W-QTDLIS
           MOVE "N" TO W-MAIS
           MOVE 5 TO W-LINHA
           MOVE W-CPF    TO VA-CPF
           MOVE W-INIVAC TO VA-VACINA
           MOVE W-INIDOSE TO VA-DOSE
           START CADVACAPL KEY IS NOT LESS THAN VACAPL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1L-LP.
           READ CADVACAPL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF VA-CPF NOT = W-CPF
              GO TO R2.
           IF W-QTDLIS NOT < 13
              MOVE "S" TO W-MAIS
              MOVE VA-VACINA TO W-PROXVAC
              MOVE VA-DOSE   TO W-PROXDOSE
              DISPLAY (19, 03) "(CONTINUA - C=CONTINUAR LISTA)"
              GO TO R2.
           MOVE VA-VACINA TO LV-VAC VAC-CODIGO
           READ CADVACINA
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO VAC-NOME.
           MOVE VAC-NOME   TO LV-NOME
           MOVE VA-DOSE    TO LV-DOSE
           MOVE VA-DATADD  TO LV-DD
           MOVE VA-DATAMM  TO LV-MM
           MOVE VA-DATAAA  TO LV-AA
           MOVE VA-LOTE    TO LV-LOTE
           MOVE VA-CRMNUM  TO LV-CRM
           MOVE VA-CRMUF   TO LV-UF
           MOVE VA-FILIAL  TO LV-FILIAL
           ADD 1 TO W-LINHA W-QTDLIS
           DISPLAY (W-LINHA, 03) LINVAC
           GO TO R1L-LP.
      *
       R2.
           DISPLAY (20, 03)
              "I=INCLUIR DOSE  E=EXCLUIR  C=CONTINUAR  V=VOLTAR"
           DISPLAY (21, 03) "OPCAO : "
           ACCEPT (21, 12) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO R1.
           IF W-OPCAO = "I" OR "i"
              IF STATUSPACI = "O"
                 MOVE "*PACIENTE COM OBITO REGISTRADO*" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2
              ELSE
                 GO TO INC-001.
           IF W-OPCAO = "E" OR "e"
              GO TO EXC-001.
           IF W-OPCAO = "C" OR "c"
              IF W-MAIS = "S"
                 MOVE W-PROXVAC  TO W-INIVAC
                 MOVE W-PROXDOSE TO W-INIDOSE
                 GO TO R1L
              ELSE
                 MOVE ZEROS TO W-INIVAC W-INIDOSE
                 GO TO R1L.
           GO TO R2.
      *
      *****************************************************
      * INCLUSAO DE DOSE                                   *
      *****************************************************
      *
       INC-001.
           MOVE ZEROS  TO W-NVAC W-NDOSE W-NDATA9 W-NCRMNUM W-NFILIAL
           MOVE SPACES TO W-NLOTE W-NCRMUF
           MOVE W-DSDD TO W-NDATADD
           MOVE W-DSMM TO W-NDATAMM
           MOVE W-DSAA TO W-NDATAAA.
       INC-VAC.
           DISPLAY (22, 03) "VACINA :       DOSE :   "
           ACCEPT (22, 12) W-NVAC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1L.
           MOVE W-NVAC TO VAC-CODIGO
           READ CADVACINA
           IF ST-ERRO NOT = "00"
              MOVE "*VACINA NAO CADASTRADA NO CADVACINA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-VAC.
           IF VAC-STATUS = "I"
              MOVE "*VACINA INATIVA NO CADVACINA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-VAC.
           DISPLAY (22, 30) VAC-NOME
           PERFORM ULT-DOSE THRU ULT-DOSE-FIM
           COMPUTE W-NDOSE = W-ULTDOSE + 1.
       INC-DOSE.
           ACCEPT (22, 24) W-NDOSE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-VAC.
           IF W-NDOSE = ZEROS OR W-NDOSE > VAC-QTDOSES
              MOVE "*DOSE FORA DO ESQUEMA DA VACINA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DOSE.
       INC-DATA.
           DISPLAY (23, 03) "DATA :   /  /       LOTE : "
           ACCEPT (23, 10) W-NDATADD WITH UPDATE
           ACCEPT (23, 13) W-NDATAMM WITH UPDATE
           ACCEPT (23, 16) W-NDATAAA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-DOSE.
           IF W-NDATAMM < 01 OR W-NDATAMM > 12
              OR W-NDATADD < 01 OR W-NDATADD > 31
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
           CALL "VALDATA" USING W-NDATADD W-NDATAMM W-NDATAAA VLD-OK
           IF VLD-OK = "N"
              MOVE "*DATA INVALIDA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
           IF W-NDATA9 > W-DATASYS9
              MOVE "*DATA DA APLICACAO NO FUTURO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
      *
      * A PARTIR DA SEGUNDA DOSE: DOSE ANTERIOR REGISTRADA E
      * INTERVALO MINIMO DO ESQUEMA CUMPRIDO
      *
           IF W-NDOSE = 1
              GO TO INC-LOTE.
           MOVE W-CPF  TO VA-CPF
           MOVE W-NVAC TO VA-VACINA
           COMPUTE VA-DOSE = W-NDOSE - 1
           READ CADVACAPL
           IF ST-ERRO NOT = "00"
              MOVE "*DOSE ANTERIOR NAO REGISTRADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DOSE.
           MOVE VA-DATAAA TO W-CDAA
           MOVE VA-DATAMM TO W-CDMM
           MOVE VA-DATADD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL TO W-SERIALANT
           MOVE W-NDATAAA TO W-CDAA
           MOVE W-NDATAMM TO W-CDMM
           MOVE W-NDATADD TO W-CDDD
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIAS = W-SERIAL - W-SERIALANT
           IF W-DIAS < VAC-INTERVALO
              MOVE "*INTERVALO MINIMO ENTRE DOSES NAO CUMPRIDO*"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DATA.
       INC-LOTE.
           ACCEPT (23, 31) W-NLOTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-DATA.
           IF W-NLOTE = SPACES
              MOVE "*Insira o lote da vacina*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-LOTE.
       INC-CRM.
           DISPLAY (24, 03) "CRM :        UF :     FILIAL :   "
           ACCEPT (24, 09) W-NCRMNUM WITH UPDATE
           ACCEPT (24, 21) W-NCRMUF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-LOTE.
           MOVE W-NCRMNUM TO CRM
           MOVE W-NCRMUF  TO CRM-UF
           READ CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*PROFISSIONAL NAO CADASTRADO NO CADMED*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CRM.
           IF W-NFILIAL = ZEROS
              MOVE FILIALMED TO W-NFILIAL.
       INC-FIL.
           ACCEPT (24, 34) W-NFILIAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-CRM.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (24, 40) "DADOS OK (S/N) : "
           ACCEPT (24, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1L.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.
       INC-WR1.
           MOVE W-CPF     TO VA-CPF
           MOVE W-NVAC    TO VA-VACINA
           MOVE W-NDOSE   TO VA-DOSE
           MOVE W-NDATA   TO VA-DATA
           MOVE W-NLOTE   TO VA-LOTE
           MOVE W-NCRMNUM TO VA-CRMNUM
           MOVE W-NCRMUF  TO VA-CRMUF
           MOVE W-NFILIAL TO VA-FILIAL
           MOVE SPACES    TO VA-OPERADOR
           IF SESSAO-OPERADOR NOT = SPACES
              AND SESSAO-OPERADOR NOT = LOW-VALUES
              MOVE SESSAO-OPERADOR TO VA-OPERADOR.
           WRITE REGVACAPL
           IF ST-ERRO = "22"
              MOVE "*DOSE JA REGISTRADA PARA O PACIENTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1L.
           IF ST-ERRO NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVACAPL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** DOSE REGISTRADA ***" TO MENS
           IF VAC-MEDIC NOT = ZEROS
              MOVE "S" TO W-ETIPO
              PERFORM GRV-EST THRU GRV-EST-FIM
              IF W-ERET NOT = "S"
                 MOVE "*DOSE REGISTRADA - LOTE SEM SALDO NO ESTOQUE*"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1L.
      *
      *****************************************************
      * EXCLUSAO: SO A ULTIMA DOSE DE CADA VACINA          *
      *****************************************************
      *
       EXC-001.
           MOVE ZEROS TO W-NVAC W-NDOSE
           DISPLAY (22, 03) "VACINA :       DOSE :   "
           ACCEPT (22, 12) W-NVAC
           ACCEPT (22, 24) W-NDOSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1L.
           IF W-NVAC = ZEROS
              GO TO R1L.
           MOVE W-NVAC TO VAC-CODIGO
           PERFORM ULT-DOSE THRU ULT-DOSE-FIM
           MOVE W-CPF   TO VA-CPF
           MOVE W-NVAC  TO VA-VACINA
           MOVE W-NDOSE TO VA-DOSE
           READ CADVACAPL
           IF ST-ERRO NOT = "00"
              MOVE "*DOSE NAO REGISTRADA*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1L.
           IF W-NDOSE < W-ULTDOSE
              MOVE "*EXCLUA ANTES A DOSE SEGUINTE*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1L.
       EXC-OPC.
           DISPLAY (24, 40) "EXCLUIR   (S/N) : "
           ACCEPT (24, 58) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1L.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO EXC-OPC.
           MOVE VA-LOTE   TO W-NLOTE
           MOVE VA-FILIAL TO W-NFILIAL
           DELETE CADVACAPL RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1L.
           MOVE "*** DOSE EXCLUIDA ***" TO MENS
           MOVE W-NVAC TO VAC-CODIGO
           READ CADVACINA
           IF ST-ERRO = "00" AND VAC-MEDIC NOT = ZEROS
              MOVE "R" TO W-ETIPO
              PERFORM GRV-EST THRU GRV-EST-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1L.
      *
      *****************************************************
      * BAIXA (S) OU DEVOLUCAO (R) DE 1 UNIDADE DO ITEM    *
      * VAC-MEDIC NO LOTE E FILIAL DA DOSE (W-NOVA)        *
      *****************************************************
      *
       GRV-EST.
           MOVE VAC-MEDIC TO W-EITEM
           MOVE W-NFILIAL TO W-EFILIAL
           MOVE W-NLOTE   TO W-ELOTE
           MOVE ZEROS     TO W-EVALIDADE W-EVALUNIT
           MOVE 1         TO W-EQTDE
           MOVE W-CPF     TO W-EDOCCPF
           MOVE W-NVAC    TO W-EDOCVAC
           MOVE W-NDOSE   TO W-EDOCDOSE
           CALL "GRVESTQ" USING W-ETIPO W-EITEM W-EFILIAL W-ELOTE
                                W-EVALIDADE W-EQTDE W-EVALUNIT
                                W-EDOC W-ERET.
       GRV-EST-FIM.
           EXIT.
      *
      *****************************************************
      * MAIOR DOSE JA REGISTRADA DA VACINA VAC-CODIGO      *
      * PARA O PACIENTE W-CPF (EM W-ULTDOSE)               *
      *****************************************************
      *
       ULT-DOSE.
           MOVE ZEROS TO W-ULTDOSE
           MOVE W-CPF      TO VA-CPF
           MOVE VAC-CODIGO TO VA-VACINA
           MOVE ZEROS      TO VA-DOSE
           START CADVACAPL KEY IS NOT LESS THAN VACAPL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ULT-DOSE-FIM.
       ULT-DOSE-LP.
           READ CADVACAPL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ULT-DOSE-FIM.
           IF VA-CPF NOT = W-CPF OR VA-VACINA NOT = VAC-CODIGO
              GO TO ULT-DOSE-FIM.
           MOVE VA-DOSE TO W-ULTDOSE
           GO TO ULT-DOSE-LP.
       ULT-DOSE-FIM.
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
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADVACAPL CADVACINA CADPACI CADMED
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (25, 12) MENS.
               CALL "GRVERRO" USING W-PROGID ST-ERRO MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (25, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
