      *   RECORRMIN  - OCORRENCIAS P/CRONICO (SMP065)   *
      *   MAXFALHAS  - TENTATIVAS DE LOGIN (CADMENU)    *
      *   GLOSAPRAZO - PRAZO DO RECURSO (SMP067)        *
      *   ALIQISS    - ISS RETIDO NO REPASSE, % X 100   *
      *                (SMP153, PADRAO 500 = 5,00%)     *
      *   ALIQINSS   - INSS RETIDO DO MEDICO PF, % X100 *
      *                (SMP153, PADRAO 1100 = 11,00%)   *
      *   TETOINSS   - TETO DO INSS RETIDO EM CENTAVOS  *
      *                (SMP153, PADRAO 85646)           *
      *   ALIQIRPJ   - IRRF DO MEDICO PJ, % X 100       *
      *                (SMP153, PADRAO 150 = 1,50%)     *
      *   INSCMUNIC  - INSCRICAO MUNICIPAL DA CLINICA   *
      *                NO LOTE DE RPS DA NFS-E (SMP154) *
      *   CODSERVNF  - CODIGO DO SERVICO NA NFS-E       *
      *                (SMP154, PADRAO 4030)            *
      *   ALIQNFSE   - ALIQUOTA DE ISS DA NFS-E, % X100 *
      *                (SMP154, PADRAO 200 = 2,00%)     *
      *   COBRDIAS1  - DIAS DE ATRASO P/ 1O AVISO DE    *
      *                COBRANCA (SMP159, PADRAO 5)      *
      *   COBRDIAS2  - DIAS P/ 2O AVISO (SMP159, PADRAO *
      *                15)                              *
      *   COBRDIAS3  - DIAS P/ ULTIMO AVISO E BLOQUEIO  *
      *                FINANCEIRO (SMP159, PADRAO 30)   *
      *   MULTACOBR  - MULTA POR ATRASO, % X 100        *
      *                (SMP159, PADRAO 200 = 2,00%)     *
      *   JUROSCOBR  - JUROS AO MES, % X 100, PRO RATA  *
      *                (SMP159, PADRAO 100 = 1,00%)     *
      *   BLOQAGENDA - 1=BLOQUEIO FINANCEIRO IMPEDE     *
      *                AGENDA PARTICULAR, 0=SO AVISA    *
      *                (CADAGENDA, PADRAO 0)            *
      *   ESPRISCO1  - ESPERA MAXIMA NA FILA, MINUTOS,  *
      *   A ESPRISCO5  DAS CORES 1=VERMELHO A 5=AZUL    *
      *                (SMP120, PADRAO 0/10/60/120/240) *
      *   PRAZOPAG   - PRAZO DE PAGAMENTO DAS OPERADORAS*
      *                EM DIAS (SMP169, PADRAO 30)      *
      *   PRZnnnnnn  - PRAZO DO CONVENIO nnnnnn (CODIGO *
      *                COM 6 DIGITOS), SOBREPOE O       *
      *                PRAZOPAG (SMP169)                *
      *   APRVDIAS   - DIAS DE ESPERA DE UM PEDIDO DE *
      *                APROVACAO ANTES DE SAIR NO       *
      *                RELATORIO (SMP173, PADRAO 3)     *
      *   ANONANOS   - ANOS SEM MOVIMENTO ATE A         *
      *                ANONIMIZACAO LGPD (SMP174,       *
      *                PADRAO 20)                       *
      *   OVBJANELA  - DIAS DE HISTORICO DO MEDICO      *
      *                P/ TAXA DE FALTAS DO OVERBOOK    *
      *                (VEROVERB, PADRAO 90)            *
      *   OVBMINAG   - MINIMO DE ATENDIMENTOS (R/F)     *
      *                NA JANELA (VEROVERB, PADRAO 20)  *
      *   OVBMAXTUR  - MAXIMO DE OVERBOOKS POR TURNO    *
      *                (VEROVERB, PADRAO 2, 0=SEM)      *
      *   RETNPDIAS  - JANELA EM DIAS DO RETORNO NAO    *
      *                PROGRAMADO (SMP199, PADRAO 7)    *
      *   CLUSTSEM   - SEMANAS NA MEDIA DO ALERTA       *
      *                POR BAIRRO (SMP200, PADRAO 4)    *
      *   CLUSTPCT   - PERCENTUAL ACIMA DA MEDIA QUE    *
      *                GERA ALERTA (SMP200, PADRAO 100) *
      *   CLUSTMIN   - MINIMO DE CASOS NA SEMANA PARA   *
      *                ALERTA (SMP200, PADRAO 3)        *
      *   RASTDIAS   - HORIZONTE DO A VENCER DO         *
      *                RASTREAMENTO (SMP202, PADRAO 30) *
      *   ASSPRAZO   - DIAS APOS A CONSULTA PARA A      *
      *                ASSINATURA (SMP203, PADRAO 1)    *
      *   RECLDIAS   - DIAS EM QUE A RECLAMACAO FICA NA *
      *                LISTA DO MEDICO (SMP211, PADRAO  *
      *                90)                              *
      *   SPOOLDIAS  - DIAS DE RETENCAO DAS EXECUCOES   *
      *                NO CATALOGO DE RELATORIOS        *
      *                (SMP214, PADRAO 365)             *
      *   PROVDIAS   - DIAS SEM CPF APOS OS QUAIS O     *
      *                NUMERO PROVISORIO SAI NO         *
      *                RELATORIO (SMP217, PADRAO 30)    *
      * SOMENTE OPERADOR NIVEL 3 ACESSA ESTA TELA.      *
      **************************************************
      *----------------------------------------------------------------
