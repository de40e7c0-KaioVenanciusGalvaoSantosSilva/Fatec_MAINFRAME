      * REGISTRAM CADA EXIBICAO: CPF CONSULTADO,        *
      * PROGRAMA, OPERADOR LOGADO (SESSAO.DAT), DATA E  *
      * HORA, NO CADACESSO.                             *
      * O ACESSO DE EMERGENCIA A DIAGNOSTICO RESTRITO   *
      * (TIPO E, COM CONSULTA E MOTIVO) E GRAVADO PELA  *
      * SUBROTINA VERSIGILO NO MESMO ARQUIVO.           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
             05 ACS-SEQ        PIC 9(02).
          03 ACS-PROGRAMA      PIC X(12).
          03 ACS-OPERADOR      PIC X(10).
          03 ACS-TIPO          PIC X(01).
          03 ACS-CONSCHAVE     PIC X(27).
          03 ACS-MOTIVO        PIC X(40).
      *
       FD SESSAO
               LABEL RECORD IS STANDARD
           MOVE W-HORASYS (1:6) TO ACS-HORA
           MOVE ZEROS          TO ACS-SEQ
           MOVE ACS-L-PROGRAMA TO ACS-PROGRAMA
           MOVE W-OPERADOR     TO ACS-OPERADOR
           MOVE SPACES         TO ACS-TIPO ACS-CONSCHAVE ACS-MOTIVO.
       GRAVA.
           WRITE REGACESSO
           IF ST-ERRO = "22"
