      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PDUE.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * PAINEL DE DUELOS DO JOGADOR (TRANSACAO FT4F). RECEBE O XCTL DO
      * PF5 DA TELA DE LOGIN DO P3O99B0, JA COM O JOGADOR AUTENTICADO
      * (CPF NO COMMAREA), E RODA COMO TRANSACAO PSEUDO-CONVERSACIONAL
      * PROPRIA, NO MESMO MOLDE DO T04PCAD:
      *   - PF5 DESAFIA O JOGADOR INFORMADO (NOME_USUARIO) NA
      *     DIFICULDADE E NO PRAZO EM DIAS ESCOLHIDOS - A SENHA DO
      *     DUELO E SORTEADA NA HORA ENTRE AS QUE NENHUM DOS DOIS JOGOU;
      *   - PF6 ACEITA E PF9 RECUSA O DUELO DA LINHA INFORMADA (O
      *     DESAFIANTE PODE CANCELAR PELO PF9 ANTES DO ACEITE);
      *   - PF10 JOGA O DUELO ACEITO DA LINHA INFORMADA: XCTL DE VOLTA
      *     AO P3O99B0 NA FASE 6, QUE ABRE A RODADA COM MODO_JOGO 'X';
      *   - A JANELA DE 8 LINHAS LISTA OS DUELOS PENDENTES, EM DISPUTA E
      *     OS ENCERRADOS RECENTES DO JOGADOR, PF7/PF8 PAGINAM;
      *   - PF3 DEVOLVE O TERMINAL A TELA DE LOGIN (FASE 3 DO P3O99B0).
      * TODA MONTAGEM DA JANELA APURA ANTES OS DUELOS DO JOGADOR QUE JA
      * PODEM SER DECIDIDOS (780-APURA-DUELO) E EXPIRA OS DESAFIOS NAO
      * ACEITOS NO PRAZO - O P3O99B0 APURA O DUELO NO FIM DE CADA
      * RODADA 'X', ESTE PAINEL COBRE QUEM NAO JOGOU ATE O PRAZO. AS
      * REGRAS DE APURACAO ESTAO NO DCLDUEL.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-LENGTH                       PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DE DATA E HORARIO
      *----------------------------------------------------------------*
       01  WS-DATA.
           05 WS-ANO                       PIC X(02).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

       01  WS-DATA-F.
           05 WS-DIA-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-MES-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-ANO-F                     PIC X(02).

       01  WS-HORARIO-F.
           05 WS-HORA-F                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-MIN-F                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-SEG-F                     PIC X(02).

      *----------------------------------------------------------------*
      * PARAMETROS DO DUELO
      * WS-DIAS-PRAZO-PADRAO E O PRAZO ASSUMIDO QUANDO O DESAFIANTE NAO
      * INFORMA O CAMPO DE PRAZO, LIMITADO A WS-DIAS-PRAZO-MAXIMO.
      * WS-DIAS-HISTORICO-DUELO E QUANTOS DIAS UM DUELO JA FECHADO
      * CONTINUA NA JANELA. WS-MAX-VITORIAS-SENHA E O MESMO LIMITE DE
      * APOSENTADORIA DE SENHA DO SORTEIO DO P3O99B0 - OS DOIS PRECISAM
      * ANDAR JUNTOS. PARAMETROS DE CONFIGURACAO NO MESMO ESTILO DE
      * WS-MAX-FALHAS-LOGIN DO P3O99B0.
      *----------------------------------------------------------------*
       77  WS-DIAS-PRAZO-PADRAO            PIC S9(04) COMP VALUE 3.
       77  WS-DIAS-PRAZO-MAXIMO            PIC S9(04) COMP VALUE 7.
       77  WS-DIAS-HISTORICO-DUELO         PIC S9(04) COMP VALUE 30.
       77  WS-MAX-VITORIAS-SENHA           PIC 9(04) VALUE 20.

      *----------------------------------------------------------------*
      * VARIAVEIS DO DESAFIO NOVO E DO SORTEIO DA SENHA DO DUELO
      *----------------------------------------------------------------*
       77  WS-CPF-ADVERSARIO               PIC X(11).
       77  WS-PRAZO-DIAS                   PIC S9(04) COMP.
       77  WS-PRAZO-DIGITO                 PIC 9(01).
       77  WS-QTD-DIF                      PIC S9(09) USAGE COMP.
       77  WS-QTD-ABERTOS                  PIC S9(09) USAGE COMP.
       77  WS-QTD-JOGADAS                  PIC S9(09) USAGE COMP.
       77  WS-COUNT-SENHAS                 PIC 9(04).
       77  WS-SEED-RANDOM                  PIC 9(04).
       77  WS-ID-RANDOM                    PIC 9(04).
       77  WS-SQLCODE-SALVO                PIC S9(09) COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DA APURACAO DO DUELO (780-APURA-DUELO) - MESMA
      * APURACAO DO P3O99B0, QUE USA OS MESMOS NOMES. SUFIXO -1 =
      * DESAFIANTE, -2 = DESAFIADO.
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

      *----------------------------------------------------------------*
      * VARIAVEIS DA JANELA DE DUELOS
      *----------------------------------------------------------------*
       77  WS-IDX                          PIC 9(02).
       77  WS-QTD-DUELOS                   PIC S9(09) USAGE COMP.
       77  WS-TOTAL-PAGINAS                PIC 9(02).
       77  WS-LINHA-INICIAL                PIC S9(09) USAGE COMP.
       77  WS-LINHA-CURSOR                 PIC S9(09) USAGE COMP.
       77  WS-QTD-JANELA                   PIC 9(02).
       77  WS-LIN-ESCOLHIDA                PIC 9(01).
       77  WS-NOME-DESAFIANTE              PIC X(08).
       77  WS-NOME-DESAFIADO               PIC X(08).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * AS QUATRO PRIMEIRAS POSICOES SAO AS MESMAS DO COMMAREA DO
      * P3O99B0 (FASE, CPF LOGADO, TERMINAL E DUELO ESCOLHIDO), PARA
      * QUE O XCTL NOS DOIS SENTIDOS PRESERVE O JOGADOR E O DUELO. A
      * FASE 'U' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRA FASE
      * RECEBIDA SIGNIFICA CHEGADA PELO XCTL DO JOGO. A JANELA GUARDA O
      * ID DOS 8 DUELOS MOSTRADOS, PARA A ACAO CAIR EXATAMENTE NA LINHA
      * QUE O JOGADOR VIU.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-ID-CPF                    PIC X(11).
           05 WS-EIBTRMID-SALVO            PIC X(04).
           05 WS-ID-DUELO                  PIC 9(09).
           05 WS-PAGINA-DUE                PIC 9(02).
           05 WS-JANELA-DUE OCCURS 8 TIMES.
              10 WS-JAN-ID-DUELO           PIC 9(09).
      *----------------------------------------------------------------*

      *MAPA REFERENTE AO PAINEL DE DUELOS
           COPY T04MDUE.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDUEL
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05 OCCURS 0 TO 24579 TIMES DEPENDING ON EIBCALEN
                                           PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
      *ROTINA DEFINIDA PARA LIDAR COM ERROS DE MAPA E GENERICOS--------*
           EXEC CICS HANDLE CONDITION
              MAPFAIL(999-MAPFAIL)
              ERROR(999-ERROR)
           END-EXEC
      *----------------------------------------------------------------*
           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA

           IF EIBCALEN EQUAL 0
              MOVE SPACES                  TO WS-ID-CPF
              MOVE ' '                     TO WS-FASE
           END-IF

           EVALUATE WS-FASE
              WHEN 'U' PERFORM 050-FASEU
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - SO PELO PF5 DA TELA DE LOGIN, QUE JA
      * AUTENTICOU O JOGADOR. A TRANSACAO FT4F DIGITADA DIRETO NAO TEM
      * JOGADOR E E RECUSADA.

       040-ENTRADA.
           IF WS-ID-CPF EQUAL SPACES OR LOW-VALUES
               MOVE +80                    TO WS-LENGTH
               MOVE 'ENTRE PELO PF5 DA TELA DE LOGIN (FT4A)'
                                           TO WS-MSG-ERRO
               PERFORM 999-ENCERRA-TRANSACAO
           END-IF

           MOVE LOW-VALUES                 TO MAPDUEO
           MOVE 1                          TO WS-PAGINA-DUE
           MOVE 'PF5 DESAFIA 6 ACEITA 9 RECUSA 10 JOGA'
                                            TO T6MSGO
           PERFORM 999-TRATA-FASEU
           .

       050-FASEU.
           EXEC CICS HANDLE AID
              ENTER   (060-ATUALIZA)
              PF5     (070-DESAFIA)
              PF6     (080-ACEITA-DUELO)
              PF9     (085-RECUSA-DUELO)
              PF10    (090-JOGA-DUELO)
              PF7     (270-PF7)
              PF8     (280-PF8)
              PF3     (220-PF3)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPDUE')
              MAPSET('T04MDUE')
              INTO  (MAPDUEI)
           END-EXEC
           .

       060-ATUALIZA.
           MOVE 'LISTA ATUALIZADA'         TO T6MSGO
           PERFORM 999-TRATA-FASEU
           .
      *----------------------------------------------------------------*
      * PF5 - DESAFIA O ADVERSARIO INFORMADO. SO UM DUELO EM ABERTO
      * (PENDENTE OU EM DISPUTA) POR PAR DE JOGADORES DE CADA VEZ.

       070-DESAFIA.
           IF T6ADVI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O USUARIO DO ADVERSARIO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           MOVE T6ADVI                     TO DCLCLI-NOME-USUARIO

           EXEC SQL
              SELECT CPF
                    ,BLOQUEADO
                    ,SITUACAO_RH
              INTO :DCLCLI-CPF
                   ,:DCLCLI-BLOQUEADO
                   ,:DCLCLI-SITUACAO-RH
              FROM CLIENTES
              WHERE NOME_USUARIO = :DCLCLI-NOME-USUARIO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'ADVERSARIO NAO CADASTRADO'
                                           TO T6MSGO
                 PERFORM 999-TRATA-FASEU
              WHEN OTHER
                 MOVE 'ERRO AO BUSCAR O ADVERSARIO'
                                           TO T6MSGO
                 PERFORM 999-TRATA-FASEU
           END-EVALUATE

           IF DCLCLI-CPF EQUAL WS-ID-CPF
               MOVE 'NAO DA PARA DESAFIAR A SI MESMO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           IF DCLCLI-BLOQUEADO EQUAL 'S'
               MOVE 'ADVERSARIO COM ACESSO BLOQUEADO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           IF DCLCLI-SITUACAO-RH EQUAL 'D'
               MOVE 'ADVERSARIO DESLIGADO DA EMPRESA'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           MOVE DCLCLI-CPF                 TO WS-CPF-ADVERSARIO

           PERFORM 071-CRITICA-DIFICULDADE
           PERFORM 072-CRITICA-PRAZO
           PERFORM 073-VERIFICA-DUELO-ABERTO
           PERFORM 075-SORTEIA-SENHA-DUELO

           MOVE WS-ID-CPF                  TO DCLDUE-CPF-DESAFIANTE
           MOVE WS-CPF-ADVERSARIO          TO DCLDUE-CPF-DESAFIADO

      * O ID_DUELO E GERADO PELO DB2. O PRAZO CORRE A PARTIR DO
      * DESAFIO - ACEITE E AS DUAS RODADAS CABEM DENTRO DELE.
           EXEC SQL
               INSERT INTO DUELOS
                   (CPF_DESAFIANTE, CPF_DESAFIADO, DIFICULDADE,
                    ID_SENHA, DATA_DESAFIO, PRAZO, SITUACAO,
                    VENCEDOR, TENT_DESAFIANTE, TENT_DESAFIADO)
               VALUES
                   (:DCLDUE-CPF-DESAFIANTE, :DCLDUE-CPF-DESAFIADO,
                    :DCLDUE-DIFICULDADE, :DCLDUE-ID-SENHA,
                    CURRENT TIMESTAMP,
                    CURRENT TIMESTAMP + :WS-PRAZO-DIAS DAYS,
                    'P', ' ', 0, 0)
           END-EXEC

      * -803 = A MESMA SENHA FOI SORTEADA AO MESMO TEMPO PARA OUTRO
      * DUELO (ID_SENHA E UNICO EM DUELOS) - BASTA REPETIR O PF5.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'DESAFIO ENVIADO - AGUARDE O ACEITE'
                                           TO T6MSGO
              WHEN -803
                 MOVE 'SENHA DISPUTADA - REPITA O PF5'
                                           TO T6MSGO
              WHEN OTHER
                 MOVE 'ERRO AO GRAVAR O DESAFIO'
                                           TO T6MSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASEU
           .

       071-CRITICA-DIFICULDADE.
           MOVE T6DIFI                     TO DCLDUE-DIFICULDADE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-DIF
                 FROM DIFICULDADES
                WHERE CODIGO = :DCLDUE-DIFICULDADE
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-QTD-DIF EQUAL 0
               MOVE 'DIFICULDADE NAO CADASTRADA - VERIFIQUE'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF
           .

       072-CRITICA-PRAZO.
           IF T6PRAZOI EQUAL SPACES OR LOW-VALUES
               MOVE WS-DIAS-PRAZO-PADRAO  TO WS-PRAZO-DIAS
           ELSE
               IF T6PRAZOI NOT NUMERIC OR T6PRAZOI EQUAL '0'
                   MOVE 'PRAZO EM DIAS INVALIDO'
                                            TO T6MSGO
                   PERFORM 999-TRATA-FASEU
               END-IF
               MOVE T6PRAZOI              TO WS-PRAZO-DIGITO
               MOVE WS-PRAZO-DIGITO       TO WS-PRAZO-DIAS
           END-IF

           IF WS-PRAZO-DIAS > WS-DIAS-PRAZO-MAXIMO
               MOVE 'PRAZO ACIMA DO MAXIMO PERMITIDO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF
           .

       073-VERIFICA-DUELO-ABERTO.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-ABERTOS
                 FROM DUELOS
                WHERE SITUACAO IN ('P', 'A')
                  AND ((CPF_DESAFIANTE = :WS-ID-CPF
                        AND CPF_DESAFIADO = :WS-CPF-ADVERSARIO)
                    OR (CPF_DESAFIANTE = :WS-CPF-ADVERSARIO
                        AND CPF_DESAFIADO = :WS-ID-CPF))
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO CONSULTAR DUELOS'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           IF WS-QTD-ABERTOS > 0
               MOVE 'JA HA DUELO EM ABERTO COM ESTE JOGADOR'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF
           .

       075-SORTEIA-SENHA-DUELO.
      * MESMA MECANICA DO SORTEIO DO P3O99B0 (101-SORTEIA-SENHA): CONTA
      * O CONJUNTO, SORTEIA UMA POSICAO E O ROW_NUMBER CAI DIRETO NELA.
      * O CONJUNTO E MAIS ESTREITO QUE O DO JOGO NORMAL - SENHA EM
      * CIRCULACAO, FORA DO DESAFIO DO DIA, QUE NUNCA FOI DE OUTRO
      * DUELO E QUE NENHUM DOS DOIS JOGADORES JOGOU OU TEM EM JOGO -
      * PARA NINGUEM CHEGAR AO DUELO JA SABENDO A RESPOSTA. NAO HA
      * SEGUNDA PASSADA COM REPETICAO COMO NO JOGO NORMAL.
           PERFORM 076-CONTA-SENHAS-DUELO

           IF WS-COUNT-SENHAS EQUAL 0
               MOVE 'SEM SENHA INEDITA PARA OS DOIS JOGADORES'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           ACCEPT WS-SEED-RANDOM FROM TIME
           COMPUTE WS-ID-RANDOM =
           (FUNCTION RANDOM(WS-SEED-RANDOM) * WS-COUNT-SENHAS) + 1

           EXEC SQL
               DECLARE CUR-SORTEIO-DUELO CURSOR FOR
                   SELECT POS.ID
                     FROM (SELECT S.ID,
                                  ROW_NUMBER() OVER (ORDER BY S.ID)
                                      AS POSICAO
                             FROM SENHAS S
                            WHERE S.DIFICULDADE = :DCLDUE-DIFICULDADE
                              AND S.VEZES_VENCIDA <
                                  :WS-MAX-VITORIAS-SENHA
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM SENHAS_DO_DIA D
                                    WHERE D.ID_SENHA = S.ID
                                      AND D.DATA_DESAFIO >=
                                          CURRENT DATE)
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM DUELOS U
                                    WHERE U.ID_SENHA = S.ID)
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM SENHAS_TENTATIVAS T
                                    WHERE T.ID_SENHA = S.ID
                                      AND T.CPF IN (:WS-ID-CPF,
                                                 :WS-CPF-ADVERSARIO))
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM JOGOS_ATIVOS J
                                    WHERE J.ID_SENHA = S.ID
                                      AND J.CPF IN (:WS-ID-CPF,
                                                 :WS-CPF-ADVERSARIO))
                          ) AS POS
                    WHERE POS.POSICAO = :WS-ID-RANDOM
           END-EXEC

           EXEC SQL
               OPEN CUR-SORTEIO-DUELO
           END-EXEC

           EXEC SQL
               FETCH CUR-SORTEIO-DUELO
                 INTO :DCLDUE-ID-SENHA
           END-EXEC

           MOVE SQLCODE                    TO WS-SQLCODE-SALVO

           EXEC SQL
               CLOSE CUR-SORTEIO-DUELO
           END-EXEC

           IF WS-SQLCODE-SALVO NOT EQUAL 0
               MOVE 'ERRO AO SORTEAR A SENHA DO DUELO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF
           .

       076-CONTA-SENHAS-DUELO.
      * MESMOS FILTROS DO CUR-SORTEIO-DUELO - O CONTADOR E O CURSOR
      * PRECISAM ENXERGAR EXATAMENTE O MESMO CONJUNTO.
           EXEC SQL
               SELECT COUNT(S.ID)
                 INTO :WS-COUNT-SENHAS
                 FROM SENHAS S
                WHERE S.DIFICULDADE = :DCLDUE-DIFICULDADE
                  AND S.VEZES_VENCIDA < :WS-MAX-VITORIAS-SENHA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM SENHAS_DO_DIA D
                        WHERE D.ID_SENHA = S.ID
                          AND D.DATA_DESAFIO >= CURRENT DATE)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM DUELOS U
                        WHERE U.ID_SENHA = S.ID)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM SENHAS_TENTATIVAS T
                        WHERE T.ID_SENHA = S.ID
                          AND T.CPF IN (:WS-ID-CPF,
                                        :WS-CPF-ADVERSARIO))
                  AND NOT EXISTS
                      (SELECT 1
                         FROM JOGOS_ATIVOS J
                        WHERE J.ID_SENHA = S.ID
                          AND J.CPF IN (:WS-ID-CPF,
                                        :WS-CPF-ADVERSARIO))
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO NO CONTADOR DE SENHAS'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF
           .
      *----------------------------------------------------------------*
      * PF6 - ACEITA O DUELO DA LINHA INFORMADA. SO O DESAFIADO ACEITA,
      * E SO ENQUANTO O DUELO ESTA PENDENTE E DENTRO DO PRAZO.

       080-ACEITA-DUELO.
           PERFORM 110-LOCALIZA-DUELO

           EXEC SQL
               UPDATE DUELOS
                  SET SITUACAO = 'A'
                WHERE ID_DUELO = :DCLDUE-ID-DUELO
                  AND CPF_DESAFIADO = :WS-ID-CPF
                  AND SITUACAO = 'P'
                  AND PRAZO > CURRENT TIMESTAMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'DUELO ACEITO - PF10 PARA JOGAR'
                                           TO T6MSGO
              WHEN +100
                 MOVE 'SO O DESAFIADO ACEITA, E NO PRAZO'
                                           TO T6MSGO
              WHEN OTHER
                 MOVE 'ERRO AO ACEITAR O DUELO'
                                           TO T6MSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASEU
           .
      *----------------------------------------------------------------*
      * PF9 - RECUSA (DESAFIADO) OU CANCELA (DESAFIANTE) O DUELO DA
      * LINHA INFORMADA, ENQUANTO ELE AINDA NAO FOI ACEITO.

       085-RECUSA-DUELO.
           PERFORM 110-LOCALIZA-DUELO

           EXEC SQL
               UPDATE DUELOS
                  SET SITUACAO = 'R'
                WHERE ID_DUELO = :DCLDUE-ID-DUELO
                  AND (CPF_DESAFIADO = :WS-ID-CPF
                       OR CPF_DESAFIANTE = :WS-ID-CPF)
                  AND SITUACAO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'DUELO RECUSADO'     TO T6MSGO
              WHEN +100
                 MOVE 'DUELO JA ACEITO OU ENCERRADO'
                                           TO T6MSGO
              WHEN OTHER
                 MOVE 'ERRO AO RECUSAR O DUELO'
                                           TO T6MSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASEU
           .
      *----------------------------------------------------------------*
      * PF10 - JOGA O DUELO ACEITO DA LINHA INFORMADA. A CRITICA AQUI
      * SO EVITA MANDAR O JOGADOR AO TABULEIRO PARA SER RECUSADO - O
      * P3O99B0 (116-BUSCA-SENHA-DUELO) REFAZ TODAS AS CRITICAS ANTES
      * DE ABRIR A RODADA.

       090-JOGA-DUELO.
           PERFORM 110-LOCALIZA-DUELO

           EXEC SQL
               SELECT ID_SENHA, SITUACAO,
                      CASE WHEN PRAZO < CURRENT TIMESTAMP
                           THEN 'S' ELSE 'N' END
                 INTO :DCLDUE-ID-SENHA, :DCLDUE-SITUACAO,
                      :WS-APU-PRAZO-VENCIDO
                 FROM DUELOS
                WHERE ID_DUELO = :DCLDUE-ID-DUELO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO CONSULTAR DUELOS'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           IF DCLDUE-SITUACAO NOT EQUAL 'A'
               MOVE 'DUELO NAO ESTA EM DISPUTA'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           IF WS-APU-PRAZO-VENCIDO EQUAL 'S'
               MOVE 'PRAZO DO DUELO ENCERRADO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-JOGADAS
                 FROM SENHAS_TENTATIVAS
                WHERE CPF = :WS-ID-CPF
                  AND ID_SENHA = :DCLDUE-ID-SENHA
                  AND MODO_JOGO = 'X'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO CONSULTAR DUELOS'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           IF WS-QTD-JOGADAS > 0
               MOVE 'VOCE JA JOGOU ESTE DUELO'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

      * FASE 6 DO P3O99B0 = ABRE A RODADA DO DUELO EM WS-ID-DUELO
      * PARA O JOGADOR DO COMMAREA.
           MOVE DCLDUE-ID-DUELO            TO WS-ID-DUELO
           MOVE '6'                        TO WS-FASE

           EXEC CICS XCTL
               PROGRAM('P3O99B0')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       110-LOCALIZA-DUELO.
           IF T6LINI < '1' OR T6LINI > '8'
               MOVE 'INFORME A LINHA DO DUELO (1 A 8)'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           MOVE T6LINI                     TO WS-LIN-ESCOLHIDA

           IF WS-JAN-ID-DUELO(WS-LIN-ESCOLHIDA) NOT NUMERIC
              OR WS-JAN-ID-DUELO(WS-LIN-ESCOLHIDA) EQUAL 0
               MOVE 'LINHA SEM DUELO NA JANELA'
                                            TO T6MSGO
               PERFORM 999-TRATA-FASEU
           END-IF

           MOVE WS-JAN-ID-DUELO(WS-LIN-ESCOLHIDA)
                                           TO DCLDUE-ID-DUELO
           .

       220-PF3.
      * DEVOLVE O TERMINAL A TELA DE LOGIN DO JOGO - A FASE 3 DO
      * P3O99B0 SO REENVIA A TELA DE LOGIN E VOLTA PARA A FASE 0.
           MOVE '3'                        TO WS-FASE

           EXEC CICS XCTL
               PROGRAM('P3O99B0')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO T6MSGO
           PERFORM 999-TRATA-FASEU
           .

       270-PF7.
           IF WS-PAGINA-DUE > 1
               SUBTRACT 1 FROM WS-PAGINA-DUE
           END-IF
           MOVE SPACES                     TO T6MSGO
           PERFORM 999-TRATA-FASEU
           .

       280-PF8.
           PERFORM 890-CONTA-DUELOS
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-DUELOS - 1) / 8) + 1
           IF WS-QTD-DUELOS EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-DUE < WS-TOTAL-PAGINAS
               ADD 1 TO WS-PAGINA-DUE
           END-IF
           MOVE SPACES                     TO T6MSGO
           PERFORM 999-TRATA-FASEU
           .
      *----------------------------------------------------------------*
      * APURACAO DOS DUELOS DO JOGADOR, ANTES DE MONTAR A JANELA:
      * DESAFIO NAO ACEITO NO PRAZO EXPIRA ('X') E DUELO EM DISPUTA
      * QUE JA PODE SER DECIDIDO E ENCERRADO ('E'). FALHA AQUI NAO
      * IMPEDE A TELA - A APURACAO SE REPETE NA PROXIMA MONTAGEM.

       700-APURA-PENDENTES.
           EXEC SQL
               UPDATE DUELOS
                  SET SITUACAO = 'X'
                WHERE SITUACAO = 'P'
                  AND PRAZO < CURRENT TIMESTAMP
                  AND (CPF_DESAFIANTE = :WS-ID-CPF
                       OR CPF_DESAFIADO = :WS-ID-CPF)
           END-EXEC

           EXEC SQL
               DECLARE CUR-APURA CURSOR FOR
                   SELECT ID_DUELO, CPF_DESAFIANTE, CPF_DESAFIADO,
                          ID_SENHA,
                          CASE WHEN PRAZO < CURRENT TIMESTAMP
                               THEN 'S' ELSE 'N' END
                     FROM DUELOS
                    WHERE SITUACAO = 'A'
                      AND (CPF_DESAFIANTE = :WS-ID-CPF
                           OR CPF_DESAFIADO = :WS-ID-CPF)
                    ORDER BY ID_DUELO
           END-EXEC

           EXEC SQL OPEN CUR-APURA END-EXEC

           PERFORM UNTIL SQLCODE NOT EQUAL 0
               EXEC SQL
                   FETCH CUR-APURA
                    INTO :DCLDUE-ID-DUELO, :DCLDUE-CPF-DESAFIANTE,
                         :DCLDUE-CPF-DESAFIADO, :DCLDUE-ID-SENHA,
                         :WS-APU-PRAZO-VENCIDO
               END-EXEC
               IF SQLCODE EQUAL 0
                   PERFORM 780-APURA-DUELO
                   MOVE 0 TO SQLCODE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-APURA END-EXEC
           .
      *----------------------------------------------------------------*
      * APURACAO DE UM DUELO EM DISPUTA (DCLDUE-ID-DUELO, CPFS,
      * ID_SENHA E WS-APU-PRAZO-VENCIDO CARREGADOS). O MESMO CODIGO
      * ESTA NO P3O99B0 - AS REGRAS (VER DCLDUEL) PRECISAM SER
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

       890-CONTA-DUELOS.
      * MESMO CONJUNTO DO CUR-DUELOS: TUDO QUE ESTA EM ABERTO E OS
      * DUELOS FECHADOS DOS ULTIMOS WS-DIAS-HISTORICO-DUELO DIAS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-DUELOS
                 FROM DUELOS
                WHERE (CPF_DESAFIANTE = :WS-ID-CPF
                       OR CPF_DESAFIADO = :WS-ID-CPF)
                  AND (SITUACAO IN ('P', 'A')
                       OR DATA_DESAFIO > CURRENT TIMESTAMP
                                 - :WS-DIAS-HISTORICO-DUELO DAYS)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-DUELOS
           END-IF
           .

       895-BUSCA-NOME-USUARIO.
           EXEC SQL
              SELECT NOME_USUARIO
              INTO :DCLCLI-NOME-USUARIO
              FROM CLIENTES
              WHERE CPF = :WS-ID-CPF
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE DCLCLI-NOME-USUARIO    TO T6USERO
           ELSE
               MOVE SPACES                 TO T6USERO
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE DUELOS - 8 LINHAS DA PAGINA ATUAL, OS MAIS RECENTES
      * PRIMEIRO. O ID DE CADA DUELO MOSTRADO VAI PARA O COMMAREA
      * (WS-JANELA-DUE) PARA O PF6/PF9/PF10 SEGUINTE.

       900-CARREGA-LISTA.
           PERFORM 700-APURA-PENDENTES

           PERFORM 890-CONTA-DUELOS
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-DUELOS - 1) / 8) + 1
           IF WS-QTD-DUELOS EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-DUE EQUAL 0
               MOVE 1 TO WS-PAGINA-DUE
           END-IF
           IF WS-PAGINA-DUE > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-DUE
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-DUE - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO DUE-LIN(WS-IDX)
               MOVE SPACES TO DUE-ADV(WS-IDX)
               MOVE SPACES TO DUE-PAPEL(WS-IDX)
               MOVE SPACES TO DUE-DIF(WS-IDX)
               MOVE SPACES TO DUE-PRAZO(WS-IDX)
               MOVE SPACES TO DUE-SIT(WS-IDX)
               MOVE 0      TO DUE-MINHAS(WS-IDX)
               MOVE 0      TO DUE-DELE(WS-IDX)
               MOVE 0      TO WS-JAN-ID-DUELO(WS-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE CUR-DUELOS CURSOR FOR
                   SELECT D.ID_DUELO, D.CPF_DESAFIANTE,
                          CA.NOME_USUARIO, CB.NOME_USUARIO,
                          D.DIFICULDADE, D.PRAZO, D.SITUACAO,
                          D.VENCEDOR, D.TENT_DESAFIANTE,
                          D.TENT_DESAFIADO
                     FROM DUELOS D, CLIENTES CA, CLIENTES CB
                    WHERE (D.CPF_DESAFIANTE = :WS-ID-CPF
                           OR D.CPF_DESAFIADO = :WS-ID-CPF)
                      AND (D.SITUACAO IN ('P', 'A')
                           OR D.DATA_DESAFIO > CURRENT TIMESTAMP
                                 - :WS-DIAS-HISTORICO-DUELO DAYS)
                      AND CA.CPF = D.CPF_DESAFIANTE
                      AND CB.CPF = D.CPF_DESAFIADO
                    ORDER BY D.DATA_DESAFIO DESC
           END-EXEC

           EXEC SQL OPEN CUR-DUELOS END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR DUELOS' TO T6MSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-DUELOS
                    INTO :DCLDUE-ID-DUELO, :DCLDUE-CPF-DESAFIANTE,
                         :WS-NOME-DESAFIANTE, :WS-NOME-DESAFIADO,
                         :DCLDUE-DIFICULDADE, :DCLDUE-PRAZO,
                         :DCLDUE-SITUACAO, :DCLDUE-VENCEDOR,
                         :DCLDUE-TENT-DESAFIANTE,
                         :DCLDUE-TENT-DESAFIADO
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-DUELOS END-EXEC

           MOVE WS-PAGINA-DUE              TO T6PAGO
           MOVE WS-TOTAL-PAGINAS           TO T6TOTPGO
           .

       905-MONTA-LINHA-JANELA.
      * A LINHA E SEMPRE DO PONTO DE VISTA DO JOGADOR LOGADO: O
      * ADVERSARIO E O OUTRO LADO, E AS TENTATIVAS SAO AS DELE E AS DO
      * ADVERSARIO.
           MOVE WS-QTD-JANELA        TO DUE-LIN(WS-QTD-JANELA)
           MOVE DCLDUE-DIFICULDADE   TO DUE-DIF(WS-QTD-JANELA)
           MOVE DCLDUE-PRAZO(1:10)
                                TO DUE-PRAZO(WS-QTD-JANELA)(1:10)
           MOVE DCLDUE-PRAZO(12:5)
                                TO DUE-PRAZO(WS-QTD-JANELA)(12:5)

           IF DCLDUE-CPF-DESAFIANTE EQUAL WS-ID-CPF
               MOVE 'E'                  TO DUE-PAPEL(WS-QTD-JANELA)
               MOVE WS-NOME-DESAFIADO    TO DUE-ADV(WS-QTD-JANELA)
               MOVE DCLDUE-TENT-DESAFIANTE
                                    TO DUE-MINHAS(WS-QTD-JANELA)
               MOVE DCLDUE-TENT-DESAFIADO
                                    TO DUE-DELE(WS-QTD-JANELA)
           ELSE
               MOVE 'R'                  TO DUE-PAPEL(WS-QTD-JANELA)
               MOVE WS-NOME-DESAFIANTE   TO DUE-ADV(WS-QTD-JANELA)
               MOVE DCLDUE-TENT-DESAFIADO
                                    TO DUE-MINHAS(WS-QTD-JANELA)
               MOVE DCLDUE-TENT-DESAFIANTE
                                    TO DUE-DELE(WS-QTD-JANELA)
           END-IF

           EVALUATE DCLDUE-SITUACAO
              WHEN 'P'
                 MOVE 'AGUARDANDO' TO DUE-SIT(WS-QTD-JANELA)
              WHEN 'A'
                 MOVE 'EM DISPUTA' TO DUE-SIT(WS-QTD-JANELA)
              WHEN 'R'
                 MOVE 'RECUSADO'   TO DUE-SIT(WS-QTD-JANELA)
              WHEN 'X'
                 MOVE 'EXPIRADO'   TO DUE-SIT(WS-QTD-JANELA)
              WHEN 'E'
                 EVALUATE TRUE
                    WHEN DCLDUE-VENCEDOR EQUAL SPACES
                       MOVE 'EMPATE'  TO DUE-SIT(WS-QTD-JANELA)
                    WHEN DCLDUE-VENCEDOR EQUAL WS-ID-CPF
                       MOVE 'VITORIA' TO DUE-SIT(WS-QTD-JANELA)
                    WHEN OTHER
                       MOVE 'DERROTA' TO DUE-SIT(WS-QTD-JANELA)
                 END-EVALUATE
           END-EVALUATE

           MOVE DCLDUE-ID-DUELO      TO WS-JAN-ID-DUELO(WS-QTD-JANELA)
           .

       999-ENCERRA-TRANSACAO.
           EXEC CICS SEND TEXT
              FROM (WS-MSG-ERRO)
              LENGTH(WS-LENGTH)
              ERASE FREEKB ALARM
           END-EXEC

           EXEC CICS RETURN
           END-EXEC
           .

       999-MANDA-TELA-DUE.
           PERFORM 900-CARREGA-LISTA
           PERFORM 895-BUSCA-NOME-USUARIO

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO T6DATAO
           MOVE WS-HORARIO-F                TO T6HORAO

           EXEC CICS SEND
              MAP ('MAPDUE')
              MAPSET('T04MDUE')
              FROM(MAPDUEO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASEU.
           MOVE -1                        TO T6ADVL

           PERFORM 999-MANDA-TELA-DUE
           MOVE 'U'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4F')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MDUE'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
