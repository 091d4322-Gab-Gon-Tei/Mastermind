      *----------------------------------------------------------------*
      * DCLGEN TABLE(ADMIN_AUDITORIA)
      * TRILHA DE AUDITORIA DAS ACOES DO CONSOLE DE OPERACAO T04POPE
      * (FT4D) E DOS DEMAIS PAINEIS DE OPERADOR - UMA LINHA POR ACAO
      * ADMINISTRATIVA SOBRE UMA CONTA DE JOGADOR, COM O OPERADOR QUE
      * A EXECUTOU E O TERMINAL DE ORIGEM (EIBTRMID), PARA O
      * COMPLIANCE PODER MOSTRAR QUEM DESBLOQUEOU QUEM. MESMO
      * ESPIRITO DA LOGIN_AUDITORIA (VER DCLAUDIT).
      * ACAO: 'D' = DESBLOQUEIO DA CONTA (FALHAS ZERADAS),
      *       'T' = EMISSAO DE SENHA TEMPORARIA (TROCA OBRIGATORIA NO
      *             PROXIMO LOGIN - VER SENHA_TEMPORARIA NO DCLCLI),
      *       'L' = RODADA SUSPEITA LIBERADA NO PAINEL DE REVISAO
      *             T04PREV (FT4E) - VOLTA A PONTUAR (VER DCLREV),
      *       'F' = FRAUDE CONFIRMADA NO T04PREV - A RODADA FICA FORA
      *             DO CAMPEONATO MENSAL,
      *       'C' = CONSULTA DAS RODADAS DO JOGADOR NO PAINEL DE
      *             ATENDIMENTO T04PCON (FT4H) - LISTA DO PERIODO,
      *       'V' = RODADA ABERTA NO T04PCON - TENTATIVAS E SENHA
      *             REVELADA,
      *       'E' = SESSAO EM JOGO ENCERRADA PELO OPERADOR NO MONITOR
      *             DE SESSOES T04PMON (FT4I) - RODADA FECHADA COMO NA
      *             VARREDURA P3O99V1 (UMA LINHA POR SESSAO, TAMBEM NO
      *             ENCERRAMENTO EM MASSA DAS SESSOES PARADAS),
      *       'Q' = JOGADOR LIGADO A UMA EQUIPE DA LIGA OU DESLIGADO
      *             DELA (COD_EQUIPE DO DCLCLI) NO PAINEL T04PEQU
      *             (FT4K) OU PELA CARGA P3O99T1 - NA CARGA, OPERADOR
      *             E O NOME DO PROGRAMA E EIBTRMID E 'LOTE'.
      *       'I' = CONTA PRE-CADASTRADA PELA INTERFACE DO RH P3O99H1
      *             PARA UM ADMITIDO, COM SENHA TEMPORARIA,
      *       'R' = CONTA DESATIVADA PELO P3O99H1 - DESLIGAMENTO NO RH
      *             (SITUACAO_RH = 'D' NO DCLCLI),
      *       'A' = CONTA REATIVADA PELO P3O99H1 - READMISSAO NO RH.
      *       NAS ACOES DO P3O99H1 (E NA 'Q' QUE ELE GERA AO MUDAR O
      *       DEPARTAMENTO), OPERADOR E 'P3O99H1' E EIBTRMID E 'LOTE'.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE ADMIN_AUDITORIA TABLE
           ( OPERADOR             CHAR(8)      NOT NULL,
