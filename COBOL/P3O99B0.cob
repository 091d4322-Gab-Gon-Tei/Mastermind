       77  WS-SESSAO-VIVA                  PIC X(01).
       77  WS-ASSUME-SESSAO                PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * VARIAVEIS DOS AVISOS DA OPERACAO E DAS JANELAS DE MANUTENCAO
      * (VER DCLAVISO - CADASTRO NO PAINEL T04PAVI). A TELA DE LOGIN
      * MOSTRA OS WS-MAX-AVISOS-LOGIN AVISOS ATIVOS DE MAIOR PRIORIDADE
      * E O TABULEIRO O PRIMEIRO DELES (998-CARREGA-AVISOS).
      * WS-MANUT-SITUACAO (072-VERIFICA-MANUTENCAO):
      *   'L' = NENHUMA JANELA DE MANUTENCAO PROXIMA,
      *   'P' = NA ANTECEDENCIA DE UMA JANELA - O LOGIN ENTRA, MAS
      *         NENHUMA RODADA NOVA COMECA (100-FASE1); QUEM JA ESTA
      *         EM JOGO TERMINA A RODADA,
      *   'J' = DENTRO DA JANELA - O LOGIN E RECUSADO.
      * A HORA DA JANELA MOSTRADA NAS MENSAGENS VEM DE DCLAVI-INICIO/
      * DCLAVI-FIM.
      *----------------------------------------------------------------*
       77  WS-MAX-AVISOS-LOGIN             PIC 9(01) VALUE 3.
       77  WS-QTD-AVISOS                   PIC 9(01).
       77  WS-MANUT-SITUACAO               PIC X(01).
       01  WS-TB-AVISOS.
           05 WS-AVISO-TEXTO OCCURS 3 TIMES PIC X(60).

      *----------------------------------------------------------------*
      * VARIAVEIS DA APURACAO DO DUELO (780-APURA-DUELO) - MESMA
      * APURACAO DO PAINEL DE DUELOS T04PDUE, QUE USA OS MESMOS NOMES.
      * SUFIXO -1 = DESAFIANTE, -2 = DESAFIADO (VER DCLDUEL).
      *----------------------------------------------------------------*
       77  WS-APU-CPF                      PIC X(11).
       77  WS-APU-TENT                     PIC S9(04) COMP.
       77  WS-APU-SEG                      PIC S9(09) COMP.
       77  WS-APU-QTD                      PIC S9(09) COMP.
       77  WS-APU-ATIVO                    PIC S9(09) COMP.
       77  WS-APU-FIM                      PIC X(01).
       77  WS-APU-PRAZO-VENCIDO            PIC X(01).
       77  WS-APU-TENT-1                   PIC S9(04) COMP.
       77  WS-APU-SEG-1                    PIC S9(09) COMP.
       77  WS-APU-FIM-1                    PIC X(01).
       77  WS-APU-TENT-2                   PIC S9(04) COMP.
       77  WS-APU-SEG-2                    PIC S9(09) COMP.
       77  WS-APU-FIM-2                    PIC X(01).
       77  WS-APU-VENCEDOR                 PIC X(11).
       77  WS-QTD-JOGADAS-DUELO            PIC S9(09) COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS AUXILIARES DE LOGIN E RETOMADA DE JOGO (REQ. 003/007)
       77  WS-JOGO-ATIVO-ENCONTRADO        PIC X(01).
       77  WS-EST-SOMA-TENT                PIC 9(09).
       77  WS-EST-TAXA                     PIC 9(03).
       77  WS-EST-MEDIA                    PIC 9(03)V9(01).
       77  WS-EST-Q-DUELOS                 PIC S9(09) COMP.
       77  WS-EST-Q-DUELO-VIT              PIC S9(09) COMP.
       77  WS-EST-Q-DUELO-EMP              PIC S9(09) COMP.
       77  WS-EST-DUELO-VIT                PIC 9(04).
       77  WS-EST-DUELO-DER                PIC 9(04).
       77  WS-EST-DUELO-EMP                PIC 9(04).
      * QUANTIDADE DE LINHAS DA JANELA = ENTRADAS DA TABELA WSDIFIC
      * (PREENCHIDA EM 905-CARREGA-DIFICULDADES JUNTO COM WS-DIF-QTD).
       77  WS-EST-QTD-LINHAS               PIC 9(02) VALUE 0.
           05 WS-FASE                      PIC X(01).
           05 WS-ID-CPF                    PIC X(11).
           05 WS-EIBTRMID-SALVO            PIC X(04).
      * DUELO ESCOLHIDO NO PAINEL DE DUELOS (T04PDUE) - SO VALE NA
      * CHEGADA PELA FASE 6. FICA LOGO APOS O TERMINAL PARA QUE AS
      * PRIMEIRAS POSICOES SEJAM AS MESMAS DO COMMAREA DO T04PDUE.
           05 WS-ID-DUELO                  PIC 9(09).
           05 WS-JOGO-DADOS.
               10 WS-DIFICULDADE               PIC X(01).
               10 WS-DIF-NOME-ATUAL            PIC X(10).
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDUEL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAVISO
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      * FASE 0 = LOGIN/DIFICULDADE (REQ. 003), FASE 1 = SORTEIO DE
      * SENHA, FASE 2 = TABULEIRO DO JOGO, FASE 3 = RODADA ENCERRADA,
      * FASE 4 = ESTATISTICAS PESSOAIS, FASE 5 = CONQUISTAS DO
      * JOGADOR (PF6 NA FASE 4), FASE 6 = CHEGADA PELO PF10 DO PAINEL
      * DE DUELOS (T04PDUE) PARA JOGAR UM DUELO.

           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA

              WHEN '3' PERFORM 300-FASE3
              WHEN '4' PERFORM 400-FASE4
              WHEN '5' PERFORM 500-FASE5
              WHEN '6' PERFORM 150-INICIA-DUELO
              WHEN OTHER
                 MOVE +80                  TO WS-LENGTH
                 MOVE 'ERRO NO NUMERO DA FASE'
                 PF2     (240-PF2)
                 PF3     (220-PF3)
                 PF4     (245-PF4)
                 PF5     (247-PF5)
                 PF6     (246-PF6)
                 ANYKEY  (250-ANYKEY)
              END-EXEC
           .

       061-PROCESSA-LOGIN.
           PERFORM 073-BARRA-LOGIN-MANUTENCAO

           MOVE T1USERI                    TO DCLCLI-NOME-USUARIO

           PERFORM 065-VALIDA-USUARIO
                    ,FALHAS_LOGIN
                    ,BLOQUEADO
                    ,SENHA_TEMPORARIA
                    ,SITUACAO_RH
              INTO :DCLCLI-NOME-USUARIO
                   ,:DCLCLI-SENHA
                   ,:DCLCLI-CPF
                   ,:DCLCLI-FALHAS-LOGIN
                   ,:DCLCLI-BLOQUEADO
                   ,:DCLCLI-SENHA-TEMPORARIA
                   ,:DCLCLI-SITUACAO-RH
              FROM CLIENTES
              WHERE NOME_USUARIO = :DCLCLI-NOME-USUARIO
           END-EXEC
      * EM CLARO. FALHAS CONSECUTIVAS BLOQUEIAM A CONTA AO ATINGIR
      * WS-MAX-FALHAS-LOGIN; O DESBLOQUEIO E FEITO PELA OPERACAO.
      * CADA PASSAGEM (SUCESSO OU NAO) GERA LINHA EM LOGIN_AUDITORIA.
      * FUNCIONARIO DESLIGADO NO RH (SITUACAO_RH = 'D', GRAVADA PELO
      * P3O99H1) E RECUSADO ANTES DE TUDO, SEM CONTAR FALHA DE SENHA.
           IF DCLCLI-SITUACAO-RH EQUAL 'D'
               MOVE 'D'                    TO WS-AUDIT-RESULTADO
               PERFORM 064-GRAVA-AUDITORIA
               MOVE 'ACESSO ENCERRADO - PROCURE O RH'
                                            TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           IF DCLCLI-BLOQUEADO EQUAL 'S'
               MOVE 'B'                    TO WS-AUDIT-RESULTADO
               PERFORM 064-GRAVA-AUDITORIA
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE MANUTENCAO MAIS PROXIMA QUE JA AFETA O JOGO (VER
      * DCLAVISO): A QUE JA COMECOU OU, SE NENHUMA COMECOU, A QUE ESTA
      * NA ANTECEDENCIA. UMA FALHA NA LEITURA DE AVISOS NAO PARA O
      * JOGO - CONTA COMO SEM MANUTENCAO.

       072-VERIFICA-MANUTENCAO.
           MOVE 'L'                        TO WS-MANUT-SITUACAO

           EXEC SQL
               SELECT CASE
                        WHEN INICIO <= CURRENT TIMESTAMP THEN 'J'
                        ELSE 'P'
                      END,
                      INICIO, FIM
                 INTO :WS-MANUT-SITUACAO,
                      :DCLAVI-INICIO, :DCLAVI-FIM
                 FROM AVISOS
                WHERE TIPO = 'M'
                  AND FIM > CURRENT TIMESTAMP
                  AND INICIO - ANTECEDENCIA_MIN MINUTES
                      <= CURRENT TIMESTAMP
                ORDER BY INICIO
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'L'                    TO WS-MANUT-SITUACAO
           END-IF
           .

       073-BARRA-LOGIN-MANUTENCAO.
      * DURANTE A JANELA NENHUM LOGIN ENTRA - NEM A RETOMADA DE UMA
      * RODADA EM ABERTO, NEM O PAINEL DE DUELOS. A RECUSA VEM ANTES
      * DE QUALQUER CRITICA DE USUARIO/SENHA, PARA NAO CONTAR FALHA
      * DE LOGIN NEM GRAVAR AUDITORIA DE UMA TENTATIVA QUE NEM PODIA
      * ENTRAR.
           PERFORM 072-VERIFICA-MANUTENCAO

           IF WS-MANUT-SITUACAO EQUAL 'J'
               MOVE SPACES                 TO T1MSGO
               STRING 'SISTEMA EM MANUTENCAO ATE '
                      DCLAVI-FIM(9:2) '/' DCLAVI-FIM(6:2) ' '
                      DCLAVI-FIM(12:2) ':' DCLAVI-FIM(15:2)
                   DELIMITED BY SIZE INTO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF
           .
      *----------------------------------------------------------------*
      * FASE 1 - O PROGRAMA ACESSA O BANCO DE DADOS DAS SENHAS DA
      * DIFICULDADE ESCOLHIDA, CONTA QUANTAS EXISTEM E SORTEIA UMA
      * DELAS (REQ. 001).

       100-FASE1.
      * NA ANTECEDENCIA DE UMA JANELA DE MANUTENCAO (OU JA DENTRO DELA,
      * NO DUELO ABERTO PELA FASE 6) NENHUMA RODADA NOVA COMECA - O
      * JOGADOR VOLTA AO LOGIN COM A HORA DA PARADA. RODADA EM ABERTO
      * NAO PASSA POR AQUI (120-RETOMA-JOGO) E PODE SER TERMINADA.
           PERFORM 072-VERIFICA-MANUTENCAO

           IF WS-MANUT-SITUACAO NOT EQUAL 'L'
               MOVE SPACES                 TO T1MSGO
               STRING 'MANUTENCAO AS '
                      DCLAVI-INICIO(12:2) ':' DCLAVI-INICIO(15:2)
                      ' - SEM RODADAS NOVAS'
                   DELIMITED BY SIZE INTO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           MOVE LOW-VALUES                 TO MAPASENO
           MOVE -1                         TO LETRA1L

      * NO MODO DESAFIO DO DIA (PF4 NO LOGIN) A SENHA NAO E SORTEADA -
      * TODOS OS PARTICIPANTES DO DIA ATACAM A SENHA AGENDADA EM
      * SENHAS_DO_DIA PARA A DATA E DIFICULDADE ESCOLHIDAS. NO DUELO
      * (FASE 6) A SENHA E A JA SORTEADA PARA O DUELO EM DUELOS.
           EVALUATE WS-MODO-JOGO
              WHEN 'D'
                 PERFORM 115-BUSCA-SENHA-DO-DIA
              WHEN 'X'
                 PERFORM 116-BUSCA-SENHA-DUELO
              WHEN OTHER
                 PERFORM 101-SORTEIA-SENHA
           END-EVALUATE

           MOVE 0                          TO WS-CONT-TENTATIVAS
           MOVE 1                          TO WS-PAGINA-ATUAL
           MOVE '2'                        TO WS-FASE
           PERFORM 219-CHECKPOINT-JOGO

           IF WS-MODO-JOGO EQUAL 'X'
               MOVE 'DUELO - MENOS TENTATIVAS VENCE'
                                            TO MSGO
           ELSE
               MOVE 'USE A FORCA E DESCUBRA A SENHA' TO MSGO
           END-IF

           PERFORM 999-TRATA-FASE2
           .
                                    WHERE D.ID_SENHA = S.ID
                                      AND D.DATA_DESAFIO >=
                                          CURRENT DATE)
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM DUELOS U
                                    WHERE U.ID_SENHA = S.ID
                                      AND U.SITUACAO IN ('P', 'A'))
                              AND (:WS-SORTEIO-REPETE = 'S'
                                   OR NOT EXISTS
                                      (SELECT 1
      * AGENDADAS PARA O DESAFIO DE HOJE EM DIANTE FICAM FORA DO
      * SORTEIO NORMAL - QUEM VISSE A SENHA DO DIA NUMA PARTIDA COMUM
      * LEVARIA A CLASSIFICACAO DO DESAFIO (P3O99R2) EM UMA TENTATIVA.
      * PELO MESMO MOTIVO, A SENHA DE UM DUELO AINDA PENDENTE OU EM
      * DISPUTA (VER DCLDUEL) TAMBEM FICA FORA.
           EXEC SQL
               SELECT COUNT(S.ID)
                 INTO :WS-COUNT-SENHAS
                         FROM SENHAS_DO_DIA D
                        WHERE D.ID_SENHA = S.ID
                          AND D.DATA_DESAFIO >= CURRENT DATE)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM DUELOS U
                        WHERE U.ID_SENHA = S.ID
                          AND U.SITUACAO IN ('P', 'A'))
                  AND (:WS-SORTEIO-REPETE = 'S'
                       OR NOT EXISTS
                          (SELECT 1
           END-IF
           .

       116-BUSCA-SENHA-DUELO.
      * DUELO - A SENHA E A DIFICULDADE VEM DO DUELO ESCOLHIDO NO
      * T04PDUE. AS CRITICAS DE LA SAO REFEITAS AQUI (O DUELO PODE TER
      * MUDADO ENTRE O PF10 E ESTA TRANSACAO): O JOGADOR PRECISA SER
      * UM DOS DOIS LADOS, O DUELO PRECISA ESTAR EM DISPUTA E NO PRAZO
      * E CADA LADO SO JOGA UMA VEZ. COMO NO DESAFIO DO DIA, OS
      * CONTADORES DE CIRCULACAO DA SENHA (110/295) NAO SAO MEXIDOS.
           EXEC SQL
               SELECT D.ID_SENHA, D.DIFICULDADE, D.SITUACAO,
                      S.SENHA_TEXTO,
                      CASE WHEN D.PRAZO < CURRENT TIMESTAMP
                           THEN 'S' ELSE 'N' END
                 INTO :WS-ID-SENHA-ATUAL, :DCLDUE-DIFICULDADE,
                      :DCLDUE-SITUACAO, :WS-SENHA-TEXTO-TMP,
                      :WS-APU-PRAZO-VENCIDO
                 FROM DUELOS D, SENHAS S
                WHERE D.ID_DUELO = :WS-ID-DUELO
                  AND (D.CPF_DESAFIANTE = :WS-ID-CPF
                       OR D.CPF_DESAFIADO = :WS-ID-CPF)
                  AND S.ID = D.ID_SENHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'DUELO NAO ENCONTRADO'
                                           TO T1MSGO
                 PERFORM 999-TRATA-FASE0
              WHEN OTHER
                 MOVE 'ERRO AO BUSCAR O DUELO'
                                           TO T1MSGO
                 PERFORM 999-TRATA-FASE0
           END-EVALUATE

           IF DCLDUE-SITUACAO NOT EQUAL 'A'
               MOVE 'DUELO NAO ESTA EM DISPUTA'
                                           TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           IF WS-APU-PRAZO-VENCIDO EQUAL 'S'
               MOVE 'PRAZO DO DUELO ENCERRADO'
                                           TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-JOGADAS-DUELO
                 FROM SENHAS_TENTATIVAS
                WHERE CPF = :WS-ID-CPF
                  AND ID_SENHA = :WS-ID-SENHA-ATUAL
                  AND MODO_JOGO = 'X'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO BUSCAR O DUELO'
                                           TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           IF WS-QTD-JOGADAS-DUELO > 0
               MOVE 'VOCE JA JOGOU ESTE DUELO'
                                           TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           MOVE DCLDUE-DIFICULDADE         TO WS-DIF-CODIGO-BUSCA
           PERFORM 900-BUSCA-DIFICULDADE

           IF WS-DIF-ENCONTRADA NOT EQUAL 'S'
               MOVE 'DIFICULDADE NAO CADASTRADA - VERIFIQUE'
                                            TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF
           .

       120-RETOMA-JOGO.
           EXEC SQL
               SELECT SENHA_TEXTO INTO :WS-SENHA-TEXTO-TMP
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * FASE 6 - CHEGADA PELO PF10 DO PAINEL DE DUELOS (T04PDUE), COM O
      * JOGADOR (JA AUTENTICADO NO PF5 DO LOGIN) E O DUELO ESCOLHIDO NO
      * COMMAREA. O CHECKPOINT E UM SO POR CPF, ENTAO UMA RODADA EM
      * ABERTO DE QUALQUER MODO PRECISA SER TERMINADA ANTES - ELA
      * CONTINUA SENDO RETOMADA PELO LOGIN NORMAL.

       150-INICIA-DUELO.
           MOVE LOW-VALUES                 TO MAPLOGO

           PERFORM 068-VERIFICA-JOGO-ATIVO

           IF WS-JOGO-ATIVO-ENCONTRADO EQUAL 'S'
               MOVE 'TERMINE ANTES O JOGO EM ABERTO'
                                            TO T1MSGO
               PERFORM 999-TRATA-FASE0
           END-IF

           MOVE 'X'                        TO WS-MODO-JOGO
           PERFORM 100-FASE1
           .

       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER   (210-ENTER)
                   WS-EST-SOMA-TENT / WS-EST-TOT-VITORIAS
           END-IF

           PERFORM 446-CARREGA-EST-DUELOS
           PERFORM 445-BUSCA-NOME-USUARIO
           .

           END-IF
           .

       446-CARREGA-EST-DUELOS.
      * PLACAR DE DUELOS DO JOGADOR - SO DUELOS JA APURADOS ('E'). AS
      * RODADAS DE DUELO (MODO_JOGO 'X') FICAM FORA DOS TOTAIS POR
      * DIFICULDADE ACIMA, COMO AS DO DESAFIO DO DIA. VENCEDOR EM
      * BRANCO = EMPATE (VER DCLDUEL).
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN VENCEDOR = :WS-ID-CPF
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN VENCEDOR = ' '
                                        THEN 1 ELSE 0 END), 0)
                 INTO :WS-EST-Q-DUELOS, :WS-EST-Q-DUELO-VIT,
                      :WS-EST-Q-DUELO-EMP
                 FROM DUELOS
                WHERE SITUACAO = 'E'
                  AND (CPF_DESAFIANTE = :WS-ID-CPF
                       OR CPF_DESAFIADO = :WS-ID-CPF)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO CONSULTAR ESTATISTICAS' TO MSGO
               PERFORM 999-TRATA-FASE2
           END-IF

           MOVE WS-EST-Q-DUELO-VIT         TO WS-EST-DUELO-VIT
           MOVE WS-EST-Q-DUELO-EMP         TO WS-EST-DUELO-EMP
           COMPUTE WS-EST-DUELO-DER =
               WS-EST-Q-DUELOS - WS-EST-Q-DUELO-VIT - WS-EST-Q-DUELO-EMP
           .

       460-EST-ENTER.
           MOVE SPACES                     TO WS-EST-MSG
           PERFORM 999-TRATA-FASE4

       205-VERIFICA-POSSE.
      * O ENTER SO VALE SE ESTE TERMINAL AINDA FOR O DONO DO
      * CHECKPOINT - UMA TOMADA DE SESSAO (071-ASSUME-SESSAO), A
      * VARREDURA P3O99V1 OU O ENCERRAMENTO PELO MONITOR DE SESSOES
      * T04PMON PODEM TER PASSADO POR BAIXO DESTE TABULEIRO
      * ENQUANTO ELE FICOU PARADO NA TELA. REJEITAR AQUI FECHA NA
      * ORIGEM O BURACO DE TENTATIVA_NUM DUPLICADA/QUEBRADA (TIPO 5
      * DA CONCILIACAO P3O99C1).
           PERFORM 061-PROCESSA-LOGIN
           .

       247-PF5.
      * PAINEL DE DUELOS (T04PDUE) PELA TELA DE LOGIN - MESMA CRITICA
      * DE USUARIO/SENHA DO ENTER, INCLUSIVE A TROCA OBRIGATORIA DA
      * SENHA TEMPORARIA. A DIFICULDADE NAO E CRITICADA AQUI - ELA E
      * ESCOLHIDA LA, EM CADA DESAFIO. O CPF AUTENTICADO VAI NO
      * COMMAREA; O PAINEL VOLTA PARA CA PELA FASE 3 (LOGIN) OU PELA
      * FASE 6 (JOGAR UM DUELO).
           PERFORM 073-BARRA-LOGIN-MANUTENCAO

           MOVE T1USERI                    TO DCLCLI-NOME-USUARIO

           PERFORM 065-VALIDA-USUARIO
           PERFORM 066-VALIDA-SENHA

           MOVE DCLCLI-CPF                 TO WS-ID-CPF
           MOVE EIBTRMID                   TO WS-EIBTRMID-SALVO

           PERFORM 070-FORCA-TROCA-SENHA

           MOVE '1'                       TO WS-FASE

           EXEC CICS XCTL
               PROGRAM('T04PDUE')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       250-ANYKEY.
      * COMPARTILHADA POR 050-FASE0 E 200-FASE2 - PRECISA REDESENHAR A
      * TELA DA FASE ATUAL, SENAO UMA TECLA NAO MAPEADA NO LOGIN (REQ.
      * ATINGIR WS-MAX-VITORIAS-SENHA ELA SAI DO SORTEIO (VER
      * DCLSENHA E 105-CONTA-SENHAS-DISPONIVEIS). VITORIA DE DESAFIO
      * DO DIA NAO PASSA POR AQUI (VER 999-TRATA-VITORIA) - A SENHA
      * AGENDADA NAO PODE SE APOSENTAR NO MEIO DA COMPETICAO. VITORIA
      * DE DUELO TAMBEM NAO - A SENHA DO DUELO NUNCA VOLTA A SER DE
      * DUELO E NAO ENTRA NA CONTA DE CIRCULACAO DO JOGO NORMAL.
           EXEC SQL
               UPDATE SENHAS
                  SET VEZES_VENCIDA = VEZES_VENCIDA + 1
           END-IF
           .

       298-APURA-DUELO-RODADA.
      * FIM DE UMA RODADA DE DUELO (VITORIA OU DERROTA, JA SEM O
      * CHECKPOINT) - SE O ADVERSARIO TAMBEM JA TERMINOU, O DUELO E
      * APURADO NA HORA. O DUELO SAI DE ID_SENHA + CPF (VER DCLDUEL).
      * FALHA AQUI NAO DERRUBA O FIM DA RODADA: O PAINEL DE DUELOS
      * APURA DE NOVO A CADA TELA.
           EXEC SQL
               SELECT ID_DUELO, CPF_DESAFIANTE, CPF_DESAFIADO,
                      ID_SENHA,
                      CASE WHEN PRAZO < CURRENT TIMESTAMP
                           THEN 'S' ELSE 'N' END
                 INTO :DCLDUE-ID-DUELO, :DCLDUE-CPF-DESAFIANTE,
                      :DCLDUE-CPF-DESAFIADO, :DCLDUE-ID-SENHA,
                      :WS-APU-PRAZO-VENCIDO
                 FROM DUELOS
                WHERE ID_SENHA = :WS-ID-SENHA-ATUAL
                  AND SITUACAO = 'A'
                  AND (CPF_DESAFIANTE = :WS-ID-CPF
                       OR CPF_DESAFIADO = :WS-ID-CPF)
           END-EXEC

           IF SQLCODE EQUAL 0
               PERFORM 780-APURA-DUELO
           END-IF
           .
      *----------------------------------------------------------------*
      * APURACAO DE UM DUELO EM DISPUTA (DCLDUE-ID-DUELO, CPFS,
      * ID_SENHA E WS-APU-PRAZO-VENCIDO CARREGADOS). O MESMO CODIGO
      * ESTA NO T04PDUE - AS REGRAS (VER DCLDUEL) PRECISAM SER
      * MANTIDAS IGUAIS NOS DOIS PROGRAMAS.

       780-APURA-DUELO.
           MOVE DCLDUE-CPF-DESAFIANTE      TO WS-APU-CPF
           PERFORM 781-APURA-LADO-DUELO
           MOVE WS-APU-TENT                TO WS-APU-TENT-1
           MOVE WS-APU-SEG                 TO WS-APU-SEG-1
           MOVE WS-APU-FIM                 TO WS-APU-FIM-1

           MOVE DCLDUE-CPF-DESAFIADO       TO WS-APU-CPF
           PERFORM 781-APURA-LADO-DUELO
           MOVE WS-APU-TENT                TO WS-APU-TENT-2
           MOVE WS-APU-SEG                 TO WS-APU-SEG-2
           MOVE WS-APU-FIM                 TO WS-APU-FIM-2

           IF WS-APU-FIM-1 EQUAL 'S' AND WS-APU-FIM-2 EQUAL 'S'
               PERFORM 782-DECIDE-DUELO
           END-IF
           .

       781-APURA-LADO-DUELO.
      * UM LADO TERMINOU QUANDO DECODIFICOU A SENHA, OU QUANDO NAO TEM
      * RODADA DO DUELO EM JOGO (CHECKPOINT EM JOGOS_ATIVOS) E JA
      * JOGOU (DERROTA/ABANDONO) OU O PRAZO VENCEU SEM ELE JOGAR. UMA
      * RODADA AINDA EM JOGO NO PRAZO VENCIDO ESPERA O FIM DELA (OU O
      * FECHAMENTO PELA VARREDURA P3O99V1, SE FOR ABANDONADA).
           MOVE 'N'                        TO WS-APU-FIM
           MOVE 0                          TO WS-APU-SEG

           EXEC SQL
               SELECT COALESCE(MIN(CASE WHEN T.ACERTOS_POS_CERTA =
                                             S.TAMANHO
                                        THEN T.TENTATIVA_NUM END), 0),
                      COUNT(*)
                 INTO :WS-APU-TENT, :WS-APU-QTD
                 FROM SENHAS_TENTATIVAS T, SENHAS S
                WHERE T.CPF = :WS-APU-CPF
                  AND T.ID_SENHA = :DCLDUE-ID-SENHA
                  AND T.MODO_JOGO = 'X'
                  AND S.ID = T.ID_SENHA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0                      TO WS-APU-TENT
               MOVE 0                      TO WS-APU-QTD
           END-IF

      * TEMPO DA VITORIA EM SEGUNDOS ENTRE O INICIO_RODADA E O CARIMBO
      * DA TENTATIVA VENCEDORA - MESMA CONTA DO P3O99R2.
           IF WS-APU-TENT > 0
               MOVE 'S'                    TO WS-APU-FIM
               EXEC SQL
                   SELECT (DAYS(TIMESTAMP(DATA_TENTATIVA,
                                          HORA_TENTATIVA))
                           - DAYS(INICIO_RODADA)) * 86400
                          + MIDNIGHT_SECONDS(
                                TIMESTAMP(DATA_TENTATIVA,
                                          HORA_TENTATIVA))
                          - MIDNIGHT_SECONDS(INICIO_RODADA)
                     INTO :WS-APU-SEG
                     FROM SENHAS_TENTATIVAS
                    WHERE CPF = :WS-APU-CPF
                      AND ID_SENHA = :DCLDUE-ID-SENHA
                      AND MODO_JOGO = 'X'
                      AND TENTATIVA_NUM = :WS-APU-TENT
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                   MOVE 0                  TO WS-APU-SEG
               END-IF
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-APU-ATIVO
                     FROM JOGOS_ATIVOS
                    WHERE CPF = :WS-APU-CPF
                      AND ID_SENHA = :DCLDUE-ID-SENHA
                      AND MODO_JOGO = 'X'
               END-EXEC
               IF SQLCODE EQUAL 0 AND WS-APU-ATIVO EQUAL 0
                  AND (WS-APU-QTD > 0
                       OR WS-APU-PRAZO-VENCIDO EQUAL 'S')
                   MOVE 'S'                TO WS-APU-FIM
               END-IF
           END-IF
           .

       782-DECIDE-DUELO.
      * MENOS TENTATIVAS VENCE, NO EMPATE MENOS TEMPO; QUEM NAO
      * DECODIFICOU PERDE PARA QUEM DECODIFICOU; NINGUEM DECODIFICOU
      * (OU EMPATE TAMBEM NO TEMPO) = EMPATE, VENCEDOR EM BRANCO. SO
      * UM DUELO AINDA EM DISPUTA E ENCERRADO - SE O OUTRO JOGADOR JA
      * APUROU, O UPDATE NAO ACHA NADA E FICA O QUE ELE GRAVOU.
           MOVE SPACES                     TO WS-APU-VENCEDOR

           EVALUATE TRUE
              WHEN WS-APU-TENT-1 > 0 AND WS-APU-TENT-2 EQUAL 0
                 MOVE DCLDUE-CPF-DESAFIANTE TO WS-APU-VENCEDOR
              WHEN WS-APU-TENT-2 > 0 AND WS-APU-TENT-1 EQUAL 0
                 MOVE DCLDUE-CPF-DESAFIADO  TO WS-APU-VENCEDOR
              WHEN WS-APU-TENT-1 EQUAL 0
                 CONTINUE
              WHEN WS-APU-TENT-1 < WS-APU-TENT-2
                 MOVE DCLDUE-CPF-DESAFIANTE TO WS-APU-VENCEDOR
              WHEN WS-APU-TENT-1 > WS-APU-TENT-2
                 MOVE DCLDUE-CPF-DESAFIADO  TO WS-APU-VENCEDOR
              WHEN WS-APU-SEG-1 < WS-APU-SEG-2
                 MOVE DCLDUE-CPF-DESAFIANTE TO WS-APU-VENCEDOR
              WHEN WS-APU-SEG-1 > WS-APU-SEG-2
                 MOVE DCLDUE-CPF-DESAFIADO  TO WS-APU-VENCEDOR
           END-EVALUATE

           MOVE WS-APU-VENCEDOR            TO DCLDUE-VENCEDOR
           MOVE WS-APU-TENT-1              TO DCLDUE-TENT-DESAFIANTE
           MOVE WS-APU-TENT-2              TO DCLDUE-TENT-DESAFIADO

           EXEC SQL
               UPDATE DUELOS
                  SET SITUACAO = 'E',
                      VENCEDOR = :DCLDUE-VENCEDOR,
                      TENT_DESAFIANTE = :DCLDUE-TENT-DESAFIANTE,
                      TENT_DESAFIADO = :DCLDUE-TENT-DESAFIADO
                WHERE ID_DUELO = :DCLDUE-ID-DUELO
                  AND SITUACAO = 'A'
           END-EXEC
           .

       900-BUSCA-DIFICULDADE.
      * LOCALIZA NA TABELA WS-TB-DIFICULDADES A ENTRADA CUJO CODIGO
      * ESTA EM WS-DIF-CODIGO-BUSCA, E COPIA SEUS PARAMETROS PARA O
           END-IF
           .

      *----------------------------------------------------------------*
      * AVISOS ATIVOS DA OPERACAO, DO DE MAIOR PRIORIDADE PARA O DE
      * MENOR (NA MESMA PRIORIDADE, O MAIS RECENTE PRIMEIRO), ATE
      * WS-MAX-AVISOS-LOGIN. ATIVO E O AVISO COM O MOMENTO ATUAL ENTRE
      * INICIO E FIM - NA JANELA DE MANUTENCAO, DESDE O COMECO DA
      * ANTECEDENCIA. UMA FALHA NA LEITURA SO DEIXA AS LINHAS EM
      * BRANCO.

       998-CARREGA-AVISOS.
           MOVE 0                          TO WS-QTD-AVISOS
           MOVE SPACES                     TO WS-TB-AVISOS

           EXEC SQL
               DECLARE CUR-AVISOS CURSOR FOR
                   SELECT TEXTO
                     FROM AVISOS
                    WHERE FIM > CURRENT TIMESTAMP
                      AND (INICIO <= CURRENT TIMESTAMP
                           OR (TIPO = 'M'
                               AND INICIO - ANTECEDENCIA_MIN MINUTES
                                   <= CURRENT TIMESTAMP))
                    ORDER BY PRIORIDADE, INICIO DESC
           END-EXEC

           EXEC SQL OPEN CUR-AVISOS END-EXEC

           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-AVISOS >= WS-MAX-AVISOS-LOGIN
               EXEC SQL
                   FETCH CUR-AVISOS
                    INTO :DCLAVI-TEXTO
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-QTD-AVISOS
                   MOVE DCLAVI-TEXTO   TO WS-AVISO-TEXTO(WS-QTD-AVISOS)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-AVISOS END-EXEC
           .

       999-ENCERRA-TRANSACAO.
           EXEC CICS SEND TEXT
              FROM (WS-MSG-ERRO)
           MOVE WS-DATA-F                   TO DATAO
           MOVE WS-HORARIO-F                TO HORAO

           PERFORM 998-CARREGA-AVISOS
           MOVE WS-AVISO-TEXTO(1)          TO AVISOO

           PERFORM 999-CARREGA-JANELA-HISTORICO

           EXEC CICS SEND
           MOVE WS-DATA-F                   TO T1DATAO
           MOVE WS-HORARIO-F                TO T1HORAO

           PERFORM 998-CARREGA-AVISOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AVISOS-LOGIN
               MOVE WS-AVISO-TEXTO(WS-IDX) TO AVL-TEXTO(WS-IDX)
           END-PERFORM

           EXEC CICS SEND
              MAP ('MAPLOG')
              MAPSET('T04MLOG')
           MOVE WS-EST-TOT-DERROTAS        TO E1DERROTASO
           MOVE WS-EST-TAXA                TO E1TAXAO
           MOVE WS-EST-MEDIA               TO E1MEDIAO
           MOVE WS-EST-DUELO-VIT           TO E1DUELVO
           MOVE WS-EST-DUELO-DER           TO E1DUELDO
           MOVE WS-EST-DUELO-EMP           TO E1DUELEO

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME
               END-EVALUATE
           END-PERFORM

           IF WS-MODO-JOGO EQUAL 'N'
               PERFORM 295-CONTA-VITORIA-SENHA
           END-IF
           PERFORM 290-APAGA-CHECKPOINT

           IF WS-MODO-JOGO EQUAL 'X'
               PERFORM 298-APURA-DUELO-RODADA
           END-IF

      * AS TENTATIVAS DESTA RODADA JA ESTAO EM SENHAS_TENTATIVAS
      * (217-GRAVA-TENTATIVA) - E O MOMENTO DE AVALIAR AS CONQUISTAS.
           PERFORM 993-AVALIA-CONQUISTAS
      * SOMANDO WS-CONT-TENTATIVAS ALEM DE WS-MAX-TENTATIVAS.
           PERFORM 290-APAGA-CHECKPOINT

           IF WS-MODO-JOGO EQUAL 'X'
               PERFORM 298-APURA-DUELO-RODADA
           END-IF

           PERFORM 999-MANDA-TELA

           MOVE '3'                       TO WS-FASE
