       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMENU3.
      *AUTHOR. KAIO V G S S.
      **************************************************
      * MENU PRINCIPAL - PAGINA 3 (OPCAO 94 DO CADMENU) *
      * AS OPCOES DO CADMENU SO VAO ATE 99; OS MODULOS  *
      * NOVOS FICAM NESTA PAGINA, COM NUMERACAO PROPRIA *
      * E TABELA DE NIVEIS PROPRIA. O NIVEL DO OPERADOR *
      * LOGADO VEM DO CADMENU PELA LINKAGE.             *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 W-PROGID          PIC X(12) VALUE "CADMENU3".
       77 W-OPCAO           PIC 9(02) VALUE ZEROS.
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       01 W-CONT            PIC 9(06) VALUE ZEROS.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 SESSAO-AMBIENTE   PIC X(01) EXTERNAL.
      *
      * NIVEL MINIMO EXIGIDO POR OPCAO DA PAGINA 3 (POSICAO =
      * OPCAO): 1=RECEPCAO  2=CADASTROS/RELATORIOS
      * 3=ADMINISTRACAO
      *
       01 TABNIVEIS3.
          03 FILLER PIC X(36) VALUE
               "212222333222323223223333333332222222".
          03 FILLER PIC X(36) VALUE
               "233322232222233111223322222333333333".
       01 FILLER REDEFINES TABNIVEIS3.
          03 TBNIV3         PIC 9(01) OCCURS 72 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 MN3-NIVEL         PIC 9(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMEN3.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "SISTEMA DE CADASTROS DA CLINICA - PAGINA 3".
           05  LINE 03  COLUMN 02
               VALUE  "01 CADVACINA".
           05  LINE 04  COLUMN 02
               VALUE  "02 VACINAS APLIC.".
           05  LINE 05  COLUMN 02
               VALUE  "03 VACINAS ATRASO".
           05  LINE 06  COLUMN 02
               VALUE  "04 ESTOQUE MOVIM.".
           05  LINE 07  COLUMN 02
               VALUE  "05 ESTOQUE MINIMO".
           05  LINE 08  COLUMN 02
               VALUE  "06 ESTOQUE RELAT.".
           05  LINE 09  COLUMN 02
               VALUE  "07 REPASSE CONTRATO".
           05  LINE 10  COLUMN 02
               VALUE  "08 REPASSE FAVOREC.".
           05  LINE 11  COLUMN 02
               VALUE  "09 REPASSE FECHAM.".
           05  LINE 12  COLUMN 02
               VALUE  "10 NFS-E LOTE RPS".
           05  LINE 13  COLUMN 02
               VALUE  "11 NFS-E RETORNO".
           05  LINE 14  COLUMN 02
               VALUE  "12 CARTAO CONCILIA.".
           05  LINE 15  COLUMN 02
               VALUE  "13 BANCO CONCILIA.".
           05  LINE 16  COLUMN 02
               VALUE  "14 PARCELAMENTO".
           05  LINE 17  COLUMN 02
               VALUE  "15 COBRANCA ATRASO".
           05  LINE 18  COLUMN 02
               VALUE  "16 CONTRA-REFERENC.".
           05  LINE 19  COLUMN 02
               VALUE  "17 CONTRA-REF PEND.".
           05  LINE 20  COLUMN 02
               VALUE  "18 ANALITOS REFER.".
           05  LINE 03  COLUMN 28
               VALUE  "19 RESULT.ANALITOS".
           05  LINE 04  COLUMN 28
               VALUE  "20 LAB PENDENCIAS".
           05  LINE 05  COLUMN 28
               VALUE  "21 IMPORTA TAB.OPER".
           05  LINE 06  COLUMN 28
               VALUE  "22 PERIODO CONTABIL".
           05  LINE 07  COLUMN 28
               VALUE  "23 PREVISAO RECEITA".
           05  LINE 08  COLUMN 28
               VALUE  "24 APROVACOES".
           05  LINE 09  COLUMN 28
               VALUE  "25 APROV.PENDENTES".
           05  LINE 10  COLUMN 28
               VALUE  "26 ANONIMIZA LGPD".
           05  LINE 11  COLUMN 28
               VALUE  "27 OVERBOOK SEMANAL".
           05  LINE 12  COLUMN 28
               VALUE  "28 AGENDA ONLINE".
           05  LINE 13  COLUMN 28
               VALUE  "29 PEDIDOS AO LAB".
           05  LINE 14  COLUMN 28
               VALUE  "30 TALONARIO NOTIF.".
           05  LINE 15  COLUMN 28
               VALUE  "31 NOTIF. FISCALIZ.".
           05  LINE 16  COLUMN 28
               VALUE  "32 INTERACOES MEDIC.".
           05  LINE 17  COLUMN 28
               VALUE  "33 SUS CONV. FILIAL".
           05  LINE 18  COLUMN 28
               VALUE  "34 PACIENTE SUS".
           05  LINE 19  COLUMN 28
               VALUE  "35 MEDICO SUS".
           05  LINE 20  COLUMN 28
               VALUE  "36 TUSS X SIGTAP".
           05  LINE 03  COLUMN 54
               VALUE  "37 BPA SUS".
           05  LINE 04  COLUMN 54
               VALUE  "38 REORGANIZA ARQ.".
           05  LINE 05  COLUMN 54
               VALUE  "39 CONCILIA LOTES".
           05  LINE 06  COLUMN 54
               VALUE  "40 CREDENCIAIS MED.".
           05  LINE 07  COLUMN 54
               VALUE  "41 VENC. CREDENC.".
           05  LINE 08  COLUMN 54
               VALUE  "42 DURACAO CONSULTA".
           05  LINE 09  COLUMN 54
               VALUE  "43 DESPESAS".
           05  LINE 10  COLUMN 54
               VALUE  "44 RESULTADO MENSAL".
           05  LINE 11  COLUMN 54
               VALUE  "45 RETORNO NAO PROGR.".
           05  LINE 12  COLUMN 54
               VALUE  "46 ALERTA EPIDEMIOL.".
           05  LINE 13  COLUMN 54
               VALUE  "47 REGRAS RASTREAM.".
           05  LINE 14  COLUMN 54
               VALUE  "48 RASTREAM. PENDENTE".
           05  LINE 15  COLUMN 54
               VALUE  "49 CONSULTA S/ASSIN.".
           05  LINE 16  COLUMN 54
               VALUE  "50 ACESSO EMERGENCIA".
           05  LINE 17  COLUMN 54
               VALUE  "51 GERA BASE TREINO".
           05  LINE 18  COLUMN 54
               VALUE  "52 AMBIENTE TREINO".
           05  LINE 19  COLUMN 54
               VALUE  "53 CARTEIRINHAS".
           05  LINE 20  COLUMN 54
               VALUE  "54 FECHAMENTO DO DIA".
           05  LINE 21  COLUMN 02
               VALUE  "55 PENDENCIAS MEDICO".
           05  LINE 21  COLUMN 28
               VALUE  "56 CATALOGO RELAT.".
           05  LINE 21  COLUMN 54
               VALUE  "57 EXPURGO RELAT.".
           05  LINE 22  COLUMN 28
               VALUE  "58 CONVERSAO PROVIS.".
           05  LINE 22  COLUMN 54
               VALUE  "59 PROVISORIOS ANTIG.".
           05  LINE 23  COLUMN 02
               VALUE  "60 SESSOES EXTRAS".
           05  LINE 23  COLUMN 28
               VALUE  "61 REGRAS OPERADORA".
           05  LINE 23  COLUMN 54
               VALUE  "62 IMPORTA PACIENTE".
           05  LINE 24  COLUMN 54
               VALUE  "63 RENOVA RECEITAS".
           05  LINE 22  COLUMN 02
               VALUE  "00 VOLTAR".
           05  LINE 22  COLUMN 14
               VALUE  "OPCAO : ".
           05  TOPCAO3
               LINE 22  COLUMN 22  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 25  COLUMN 01
               VALUE  " MENSAGEM :".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING MN3-NIVEL.
       R1.
           MOVE ZEROS TO W-OPCAO
           DISPLAY TELAMEN3.
       R2.
           DISPLAY TELAMEN3
           IF SESSAO-AMBIENTE = "T"
              DISPLAY (24, 02) "*** AMBIENTE DE TREINAMENTO ***".
              ACCEPT TOPCAO3
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-OPCAO = 00
                   GO TO ROT-FIM.
      *
      * CONTROLE DE PERMISSAO: MESMA REGRA DO CADMENU
      *
       R2C.
           IF W-OPCAO > 0 AND W-OPCAO < 73
              IF TBNIV3(W-OPCAO) > MN3-NIVEL
                 MOVE "*** ACESSO NEGADO PARA O SEU NIVEL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           IF W-OPCAO = 01
                   CALL "CADVACINA"   GO TO R1.
           IF W-OPCAO = 02
                   CALL "CADVACAPL"   GO TO R1.
           IF W-OPCAO = 03
                   CALL "SMP144"      GO TO R1.
           IF W-OPCAO = 04
                   CALL "CADESTMOV"   GO TO R1.
           IF W-OPCAO = 05
                   CALL "CADESTMIN"   GO TO R1.
           IF W-OPCAO = 06
                   CALL "SMP148"      GO TO R1.
           IF W-OPCAO = 07
                   CALL "CADREPCTR"   GO TO R1.
           IF W-OPCAO = 08
                   CALL "CADREPMED"   GO TO R1.
           IF W-OPCAO = 09
                   CALL "SMP153"      GO TO R1.
           IF W-OPCAO = 10
                   CALL "SMP154"      GO TO R1.
           IF W-OPCAO = 11
                   CALL "SMP155"      GO TO R1.
           IF W-OPCAO = 12
                   CALL "SMP156"      GO TO R1.
           IF W-OPCAO = 13
                   CALL "SMP157"      GO TO R1.
           IF W-OPCAO = 14
                   CALL "CADPARCELA"  GO TO R1.
           IF W-OPCAO = 15
                   CALL "SMP159"      GO TO R1.
           IF W-OPCAO = 16
                   CALL "SMP160"      GO TO R1.
           IF W-OPCAO = 17
                   CALL "SMP161"      GO TO R1.
           IF W-OPCAO = 18
                   CALL "CADANALITO"  GO TO R1.
           IF W-OPCAO = 19
                   CALL "CADEXRES"    GO TO R1.
           IF W-OPCAO = 20
                   CALL "SMP165"      GO TO R1.
           IF W-OPCAO = 21
                   CALL "SMP166"      GO TO R1.
           IF W-OPCAO = 22
                   CALL "CADPERIODO"  GO TO R1.
           IF W-OPCAO = 23
                   CALL "SMP169"      GO TO R1.
           IF W-OPCAO = 24
                   CALL "SMP172"      GO TO R1.
           IF W-OPCAO = 25
                   CALL "SMP173"      GO TO R1.
           IF W-OPCAO = 26
                   CALL "SMP174"      GO TO R1.
           IF W-OPCAO = 27
                   CALL "SMP176"      GO TO R1.
           IF W-OPCAO = 28
                   CALL "SMP177"      GO TO R1.
           IF W-OPCAO = 29
                   CALL "SMP179"      GO TO R1.
           IF W-OPCAO = 30
                   CALL "CADTALAO"    GO TO R1.
           IF W-OPCAO = 31
                   CALL "SMP182"      GO TO R1.
           IF W-OPCAO = 32
                   CALL "CADINTER"    GO TO R1.
           IF W-OPCAO = 33
                   CALL "CADSUS"      GO TO R1.
           IF W-OPCAO = 34
                   CALL "CADPACSUS"   GO TO R1.
           IF W-OPCAO = 35
                   CALL "CADMEDSUS"   GO TO R1.
           IF W-OPCAO = 36
                   CALL "CADSIGTAP"   GO TO R1.
           IF W-OPCAO = 37
                   CALL "SMP188"      GO TO R1.
           IF W-OPCAO = 38
                   CALL "SMP189"      GO TO R1.
           IF W-OPCAO = 39
                   CALL "SMP190"      GO TO R1.
           IF W-OPCAO = 40
                   CALL "CADCREDEN"   GO TO R1.
           IF W-OPCAO = 41
                   CALL "SMP192"      GO TO R1.
           IF W-OPCAO = 42
                   CALL "CADTPDUR"    GO TO R1.
           IF W-OPCAO = 43
                   CALL "CADDESPESA"  GO TO R1.
           IF W-OPCAO = 44
                   CALL "SMP198"      GO TO R1.
           IF W-OPCAO = 45
                   CALL "SMP199"      GO TO R1.
           IF W-OPCAO = 46
                   CALL "SMP200"      GO TO R1.
           IF W-OPCAO = 47
                   CALL "CADRASTR"    GO TO R1.
           IF W-OPCAO = 48
                   CALL "SMP202"      GO TO R1.
           IF W-OPCAO = 49
                   CALL "SMP203"      GO TO R1.
           IF W-OPCAO = 50
                   CALL "SMP205"      GO TO R1.
           IF W-OPCAO = 51
                   CALL "SMP206"      GO TO R1.
           IF W-OPCAO = 52
                   CALL "SMP207"      GO TO R1.
           IF W-OPCAO = 53
                   CALL "CADCART"     GO TO R1.
           IF W-OPCAO = 54
                   CALL "SMP210"      GO TO R1.
           IF W-OPCAO = 55
                   CALL "SMP211"      GO TO R1.
           IF W-OPCAO = 56
                   CALL "SMP213"      GO TO R1.
           IF W-OPCAO = 57
                   CALL "SMP214"      GO TO R1.
           IF W-OPCAO = 58
                   CALL "SMP216"      GO TO R1.
           IF W-OPCAO = 59
                   CALL "SMP217"      GO TO R1.
           IF W-OPCAO = 60
                   CALL "CADEXTRA"    GO TO R1.
           IF W-OPCAO = 61
                   CALL "CADREGRA"    GO TO R1.
           IF W-OPCAO = 62
                   CALL "SMP222"      GO TO R1.
           IF W-OPCAO = 63
                   CALL "SMP225"      GO TO R1.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
      *-------------------------------------------------------------
       ROT-FIM.
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
