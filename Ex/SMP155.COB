       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP155.
       AUTHOR. KAIO V G S S
      ***********************************************
      * PROCESSAMENTO DO RETORNO DA PREFEITURA PARA  *
      * O LOTE DE RPS (SMP154). LE O RETNFSE.TXT,    *
      * LOCALIZA O RPS NO CADNFSE PELA SERIE (FILIAL)*
      * E NUMERO E GRAVA O NUMERO DA NFS-E E O       *
      * CODIGO DE VERIFICACAO (SITUACAO A), OU MARCA *
      * O RPS COMO REJEITADO (SITUACAO R) COM O      *
      * MOTIVO. RPS REJEITADOS SAEM NO RELNFSE.TXT E *
      * A CONSULTA VOLTA NO PROXIMO LOTE DO SMP154.  *
      * NO MESMO ESPIRITO DO SMP115 COM O RETBANCO.  *
      *                                              *
      * LAYOUT DO RETNFSE.TXT (POSICOES FIXAS):      *
      *   01-05  SERIE DO RPS "F"+FIL. X(05)         *
      *   06-17  NUMERO DO RPS         9(12)         *
      *   18-18  SITUACAO A=AUTORIZADO X(01)         *
      *          R=REJEITADO                         *
      *   19-30  NUMERO DA NFS-E       9(12)         *
      *   31-38  CODIGO VERIFICACAO    X(08)         *
      *   39-46  DATA NFS-E AAAAMMDD   9(08)         *
      *   47-50  CODIGO DO ERRO        X(04)         *
      *   51-110 MENSAGEM DO ERRO      X(60)         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNFSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NF-CONSCHAVE
                                   WITH DUPLICATES.
           SELECT RETNFSE ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
           SELECT RETNFTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RETNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETNFSE.TXT".
       01 REGRETNFSE.
          03 RN-SERIE.
             05 RN-SERLETRA    PIC X(01).
             05 RN-SERFIL      PIC X(02).
             05 RN-SERFIL9 REDEFINES RN-SERFIL PIC 9(02).
             05 FILLER         PIC X(02).
          03 RN-NUMRPS         PIC 9(12).
          03 RN-SITUACAO       PIC X(01).
          03 RN-NUMNFSE        PIC 9(12).
          03 RN-CODVERIF       PIC X(08).
          03 RN-DATANFSE       PIC 9(08).
          03 RN-CODERRO        PIC X(04).
          03 RN-MENSAGEM       PIC X(60).
      *
       FD RETNFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNFSE.TXT".
       01 REGRETNFTX      PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-PROGID       PIC X(12) VALUE "SMP155".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-TOTLIDAS     PIC 9(06) VALUE ZEROS.
       77 W-TOTAUTOR     PIC 9(06) VALUE ZEROS.
       77 W-TOTREJRPS    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJEIT    PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO.
          03 W-MOTCOD       PIC X(04).
          03 FILLER         PIC X(01) VALUE "-".
          03 W-MOTTXT       PIC X(35).
      *
       01 CAB0.
                03 FILLER      PIC X(20) VALUE "SISTEMA MEDICO".
                03 FILLER      PIC X(45) VALUE
                        " *** RETORNO DA NFS-E - RPS REJEITADOS ***".
       01 CAB1.
                03 FILLER      PIC X(13) VALUE SPACES.
                03 FILLER      PIC X(06) VALUE "SERIE".
                03 FILLER      PIC X(13) VALUE "RPS".
                03 FILLER      PIC X(12) VALUE "PACIENTE".
                03 FILLER      PIC X(40) VALUE "MOTIVO".
       01 LINOCO.
                03 LO-ROTULO        PIC X(13).
                03 LO-SERIE         PIC X(05).
                03 FILLER           PIC X(01) VALUE " ".
                03 LO-NUMRPS        PIC 9(12).
                03 FILLER           PIC X(01) VALUE " ".
                03 LO-CPF           PIC 9(11).
                03 FILLER           PIC X(01) VALUE " ".
                03 LO-MOTIVO        PIC X(40).
       01 TOT1.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS LIDAS DO RETORNO     : ".
                03 D-TOT1            PIC ZZZ.ZZ9.
       01 TOT2.
                03 FILLER            PIC X(30) VALUE
                        "NFS-E AUTORIZADAS           : ".
                03 D-TOT2            PIC ZZZ.ZZ9.
       01 TOT3.
                03 FILLER            PIC X(30) VALUE
                        "RPS REJEITADOS PELA PREFEIT.: ".
                03 D-TOT3            PIC ZZZ.ZZ9.
       01 TOT4.
                03 FILLER            PIC X(30) VALUE
                        "LINHAS REJEITADAS           : ".
                03 D-TOT4            PIC ZZZ.ZZ9.
      *
      *---------[ CATALOGO DE RELATORIOS (GRVSPOOL) ]------------
       01 SPL-ARQ       PIC X(20) VALUE "RELNFSE.TXT".
       01 SPL-PARAM     PIC X(40) VALUE SPACES.
       01 SPL-PAGINAS   PIC 9(05) VALUE ZEROS.
       01 SPL-FILIAL    PIC 9(02) VALUE ZEROS.
       01 SPL-GERADO    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT155.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** RETORNO DA NFS-E (PREFEITURA) ***".
           05  LINE 08  COLUMN 01
               VALUE  "    PROCESSA O ARQUIVO RETNFSE.TXT CONTRA O".
           05  LINE 08  COLUMN 44
               VALUE  " CADNFSE".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA PROCESSO".
           05  LINE 12  COLUMN 42
               VALUE  " (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE "S" TO W-OPCAO.
                DISPLAY SMT155.
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
           OPEN I-O CADNFSE
           IF ST-ERRO NOT = "00"
                      MOVE "* ARQUIVO CADNFSE NAO EXISTE *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP.
       INC-OP0B.
           OPEN INPUT RETNFSE
           IF ST-ERRO2 NOT = "00"
               IF ST-ERRO2 = "30" OR "35"
                      MOVE "*ARQUIVO RETNFSE.TXT NAO ENCONTRADO*"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADNFSE
                      GO TO ROT-FIMP
               ELSE
                      MOVE "ERRO ABERTURA DO ARQUIVO RETNFSE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADNFSE
                      GO TO ROT-FIMP
           ELSE
                    NEXT SENTENCE.
       INC-OP0C.
           OPEN OUTPUT RETNFTX
           IF ST-ERRO2 NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO RETNFTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADNFSE RETNFSE
                      GO TO ROT-FIMP.
           MOVE "S" TO SPL-GERADO.
           MOVE CAB0 TO REGRETNFTX
           WRITE REGRETNFTX
           MOVE SPACES TO REGRETNFTX
           WRITE REGRETNFTX
           MOVE CAB1 TO REGRETNFTX
           WRITE REGRETNFTX.
      *
      *****************************************************
      * LE CADA RPS DO RETORNO E ATUALIZA O CADNFSE        *
      *****************************************************
      *
       LER-RET.
                READ RETNFSE NEXT RECORD
                IF ST-ERRO2 NOT = "00"
                   IF ST-ERRO2 = "10"
                      GO TO ROT-FIM
                   ELSE
                      MOVE "ERRO NA LEITURA DO RETNFSE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                ADD 1 TO W-TOTLIDAS
                MOVE "REJEITADA:   " TO LO-ROTULO
                MOVE RN-SERIE  TO LO-SERIE
                MOVE RN-NUMRPS TO LO-NUMRPS
                MOVE ZEROS     TO LO-CPF.
       VAL-RET.
                IF RN-SITUACAO NOT = "A" AND NOT = "R"
                   MOVE "SITUACAO INVALIDA (A/R)" TO LO-MOTIVO
                   PERFORM GRV-OCO THRU GRV-OCO-FIM
                   ADD 1 TO W-TOTREJEIT
                   GO TO LER-RET.
                IF RN-SERLETRA NOT = "F" OR RN-SERFIL NOT NUMERIC
                   OR RN-NUMRPS > 999999999
                   MOVE "SERIE/NUMERO DO RPS INVALIDO" TO LO-MOTIVO
                   PERFORM GRV-OCO THRU GRV-OCO-FIM
                   ADD 1 TO W-TOTREJEIT
                   GO TO LER-RET.
                MOVE RN-SERFIL9 TO NF-FILIAL
                MOVE RN-NUMRPS  TO NF-RPSNUM
                READ CADNFSE
                IF ST-ERRO NOT = "00"
                   MOVE "RPS NAO ENCONTRADO NO CADNFSE" TO LO-MOTIVO
                   PERFORM GRV-OCO THRU GRV-OCO-FIM
                   ADD 1 TO W-TOTREJEIT
                   GO TO LER-RET.
                MOVE NF-CPF TO LO-CPF
                IF NF-SITUACAO NOT = "E"
                   MOVE "RPS JA PROCESSADO EM OUTRO RETORNO"
                                                       TO LO-MOTIVO
                   PERFORM GRV-OCO THRU GRV-OCO-FIM
                   ADD 1 TO W-TOTREJEIT
                   GO TO LER-RET.
       ATU-RET.
                IF RN-SITUACAO = "R"
                   MOVE RN-CODERRO  TO W-MOTCOD
                   MOVE RN-MENSAGEM TO W-MOTTXT
                   MOVE "R"         TO NF-SITUACAO
                   MOVE W-MOTIVO    TO NF-MOTIVO
                ELSE
                   MOVE "A"         TO NF-SITUACAO
                   MOVE RN-NUMNFSE  TO NF-NUMNFSE
                   MOVE RN-CODVERIF TO NF-CODVERIF
                   MOVE RN-DATANFSE TO NF-DATANFSE
                   MOVE SPACES      TO NF-MOTIVO.
                REWRITE REGNFSE
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO CADNFSE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF NF-SITUACAO = "A"
                   ADD 1 TO W-TOTAUTOR
                   GO TO LER-RET.
                MOVE "RPS REJEIT.: " TO LO-ROTULO
                MOVE NF-MOTIVO TO LO-MOTIVO
                PERFORM GRV-OCO THRU GRV-OCO-FIM
                ADD 1 TO W-TOTREJRPS
                GO TO LER-RET.
      *
       GRV-OCO.
                MOVE LINOCO TO REGRETNFTX
                WRITE REGRETNFTX.
       GRV-OCO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                MOVE SPACES TO REGRETNFTX
                WRITE REGRETNFTX
                MOVE W-TOTLIDAS  TO D-TOT1
                MOVE TOT1 TO REGRETNFTX
                WRITE REGRETNFTX
                MOVE W-TOTAUTOR  TO D-TOT2
                MOVE TOT2 TO REGRETNFTX
                WRITE REGRETNFTX
                MOVE W-TOTREJRPS TO D-TOT3
                MOVE TOT3 TO REGRETNFTX
                WRITE REGRETNFTX
                MOVE W-TOTREJEIT TO D-TOT4
                MOVE TOT4 TO REGRETNFTX
                WRITE REGRETNFTX
                DISPLAY (01, 01) ERASE
                CLOSE CADNFSE RETNFSE RETNFTX.
                IF SPL-GERADO = "S"
                   CALL "GRVSPOOL" USING W-PROGID SPL-ARQ SPL-PARAM
                                         SPL-PAGINAS SPL-FILIAL
                   MOVE "N" TO SPL-GERADO.
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
