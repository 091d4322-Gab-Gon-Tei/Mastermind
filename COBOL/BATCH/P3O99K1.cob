      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99K1.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * CALIBRACAO MENSAL DA DIFICULDADE REAL DE CADA SENHA.
      * A DIFICULDADE DE UMA SENHA E A QUE FOI INFORMADA NA CARGA
      * (P3O99L1), E HA SENHAS 'F' QUE DAO MAIS TRABALHO QUE A MAIORIA
      * DAS 'D'. ESTE JOB APURA, PARA CADA DIFICULDADE DA TABELA
      * DIFICULDADES E CADA ID_SENHA DELA, A PARTIR DO HISTORICO EM
      * SENHAS_TENTATIVAS NO PERIODO DO CARTAO PARMIN:
      *   - RODADAS JOGADAS (SO AS JA ENCERRADAS, JOGADAS NA
      *     DIFICULDADE ATUAL DA SENHA E NAO RETIDAS NA REVISAO DE
      *     ANOMALIAS DO P3O99F1),
      *   - VITORIAS E TAXA DE VITORIA,
      *   - MEDIA DE TENTATIVAS NAS VITORIAS,
      *   - MEDIA DE TENTATIVAS EFETIVAS (DERROTA CONTA COMO
      *     MAX_TENTATIVAS + 1), COMPARADA COM A MEDIA DAS DEMAIS
      *     SENHAS DA MESMA DIFICULDADE NUM INDICE PERCENTUAL.
      * SENHA COM INDICE FORA DA FAIXA DA DIFICULDADE E APONTADA E
      * IMPRESSA NO RELATO POR DIFICULDADE, COM A DIFICULDADE SUGERIDA.
      * O RESULTADO VAI PARA SENHAS_CALIBRACAO (VER DCLCAL) - A SENHA
      * APONTADA FICA PENDENTE ('P') E O AGENDADOR DO DESAFIO DO DIA
      * (P3O99D1) NAO A ESCOLHE ATE O OPERADOR MUDA-LA DE DIFICULDADE
      * OU MANTE-LA NO PAINEL DE CALIBRACAO T04PCAL (FT4G).
      * REEXECUTAR O JOB REGRAVA A LINHA DE CADA SENHA - A DECISAO DE
      * MANTER CONTINUA VALENDO ENQUANTO A SENHA SEGUE NA MESMA
      * DIFICULDADE E NO MESMO LADO DA FAIXA, E A DE MUDAR (COM O
      * DESTINO E O OPERADOR) ENQUANTO ELA SEGUE NA DIFICULDADE NOVA.
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM O PARMIN, AS CONTAGENS E A SITUACAO FINAL.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT F-PARM ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT F-RELATORIO ASSIGN TO RELATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  F-PARM
           RECORDING MODE IS F.
       01  FD-PARM-REC.
           05 FD-DATA-INICIAL              PIC X(10).
           05 FILLER                       PIC X(01).
           05 FD-DATA-FINAL                PIC X(10).
           05 FILLER                       PIC X(59).

       FD  F-RELATORIO
           RECORDING MODE IS F.
       01  FD-RELATORIO-REC                PIC X(132).

       WORKING-STORAGE                     SECTION.
       77  WS-FS-PARM                      PIC X(02).
       77  WS-FS-RELATORIO                 PIC X(02).
       77  WS-FIM-CURSOR                   PIC X(01).

       77  WS-DATA-INICIAL                 PIC X(10).
       77  WS-DATA-FINAL                   PIC X(10).

      *----------------------------------------------------------------*
      * LIMIARES DA CALIBRACAO - PARAMETROS DE CONFIGURACAO MANTIDOS
      * AQUI NO MESMO ESTILO DOS LIMIARES DO P3O99F1.
      * WS-MIN-RODADAS: RODADAS ENCERRADAS QUE UMA SENHA PRECISA TER
      *   PARA SER AVALIADA (ABAIXO DISSO E 'I' - POUCA AMOSTRA) E
      *   PARA ENTRAR NA MEDIA DA SUA DIFICULDADE.
      * WS-MIN-SENHAS-DIFIC: SENHAS AVALIADAS QUE UMA DIFICULDADE
      *   PRECISA TER PARA A SUA MEDIA SERVIR DE REFERENCIA.
      * WS-PCT-FAIXA: DISTANCIA, EM PONTOS PERCENTUAIS DO INDICE, A
      *   PARTIR DA QUAL A SENHA SAI DA FAIXA DA DIFICULDADE (COM 25,
      *   INDICE 125 OU MAIS = MAIS DIFICIL, 75 OU MENOS = MAIS FACIL).
      *----------------------------------------------------------------*
       77  WS-MIN-RODADAS                  PIC S9(09) USAGE COMP
                                                      VALUE 30.
       77  WS-MIN-SENHAS-DIFIC             PIC S9(09) USAGE COMP
                                                      VALUE 5.
       77  WS-PCT-FAIXA                    PIC S9(04) USAGE COMP
                                                      VALUE 25.

      *----------------------------------------------------------------*
      * CAMPOS LIDOS DO CURSOR DE APURACAO (UMA LINHA POR SENHA)
      *----------------------------------------------------------------*
       77  WS-ID-SENHA                     PIC S9(09) USAGE COMP.
       77  WS-TAMANHO                      PIC S9(04) USAGE COMP.
       77  WS-SENHA-TEXTO                  PIC X(08).
       77  WS-RODADAS                      PIC S9(09) USAGE COMP.
       77  WS-VITORIAS                     PIC S9(09) USAGE COMP.
       77  WS-SOMA-TENT                    PIC S9(09) USAGE COMP.

      *----------------------------------------------------------------*
      * CAMPOS DE CALCULO DA SENHA
      *----------------------------------------------------------------*
       77  WS-SOMA-EFETIVAS                PIC S9(09) USAGE COMP.
       77  WS-MEDIA-EFETIVA                PIC 9(03)V99.
       77  WS-DISTANCIA                    PIC 9(03)V99.
       77  WS-MENOR-DISTANCIA              PIC 9(03)V99.
       77  WS-CLASSIFICACAO                PIC X(01).
       77  WS-SUGESTAO                     PIC X(01).
       77  WS-SITUACAO                     PIC X(01).
       77  WS-OPERADOR                     PIC X(08).
       77  WS-ALFABETO-OK                  PIC X(01).
       77  WS-QTD-OCORR                    PIC S9(04) USAGE COMP.
       77  WS-POS                          PIC 9(02).

      * LINHA ANTERIOR DA SENHA EM SENHAS_CALIBRACAO, PARA PRESERVAR A
      * DECISAO DE MANTER OU DE MUDAR DO OPERADOR
       77  WS-EXISTE-ANTERIOR              PIC X(01).
       77  WS-ANT-DIFICULDADE              PIC X(01).
       77  WS-ANT-CLASSIFICACAO            PIC X(01).
       77  WS-ANT-SITUACAO                 PIC X(01).
       77  WS-ANT-OPERADOR                 PIC X(08).
       77  WS-ANT-DIFIC-DESTINO            PIC X(01).
       77  WS-DIFIC-DESTINO                PIC X(01).

      * TABELA DE PARAMETROS POR DIFICULDADE (COMPARTILHADA COM O
      * JOGO), CARREGADA DA TABELA DIFICULDADES EM
      * 905-CARREGA-DIFICULDADES
           COPY WSDIFIC.

       77  WS-DIF-IDX                      PIC 9(02).
       77  WS-DIF-IDX2                     PIC 9(02).

      *----------------------------------------------------------------*
      * MEDIAS DE REFERENCIA POR DIFICULDADE - MESMA POSICAO DA
      * ENTRADA CORRESPONDENTE NA WSDIFIC. SO ENTRAM AS SENHAS COM
      * WS-MIN-RODADAS OU MAIS. WS-CDF-VALIDA = 'S' QUANDO A
      * DIFICULDADE TEM WS-MIN-SENHAS-DIFIC SENHAS AVALIADAS.
      *----------------------------------------------------------------*
       01  WS-TB-CALIB-DIF.
           05 WS-CDF-ENTRY OCCURS 10 TIMES.
               10 WS-CDF-SENHAS            PIC S9(09) USAGE COMP.
               10 WS-CDF-RODADAS           PIC S9(09) USAGE COMP.
               10 WS-CDF-VITORIAS          PIC S9(09) USAGE COMP.
               10 WS-CDF-EFETIVAS          PIC S9(09) USAGE COMP.
               10 WS-CDF-MEDIA             PIC 9(03)V99.
               10 WS-CDF-TAXA              PIC 9(03).
               10 WS-CDF-VALIDA            PIC X(01).

      *----------------------------------------------------------------*
      * CONTADORES
      *----------------------------------------------------------------*
       77  WS-DIF-AVALIADAS                PIC 9(07).
       77  WS-DIF-FORA                     PIC 9(07).
       77  WS-DIF-INSUFICIENTES            PIC 9(07).
       77  WS-TOT-SENHAS                   PIC 9(07) VALUE 0.
       77  WS-TOT-FORA                     PIC 9(07) VALUE 0.
       77  WS-TOT-PENDENTES                PIC 9(07) VALUE 0.
       77  WS-TOT-MANTIDAS                 PIC 9(07) VALUE 0.
       77  WS-TOT-INSUFICIENTES            PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * CONTROLE DE PAGINACAO DO ARQUIVO DE IMPRESSAO
      *----------------------------------------------------------------*
       77  WS-LINHA-ATUAL                  PIC 9(02) VALUE 99.
       77  WS-LINHAS-POR-PAGINA            PIC 9(02) VALUE 60.
       77  WS-PAGINA                       PIC 9(04) VALUE 0.

       01  WS-DATA.
           05 WS-ANO                       PIC X(02).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-BRANCO                 PIC X(132) VALUE SPACES.

       01  WS-CAB-PAGINA1.
           05 FILLER                       PIC X(42)
               VALUE 'CALIBRACAO DE DIFICULDADE DAS SENHAS      '.
           05 FILLER                       PIC X(56) VALUE SPACES.
           05 FILLER                       PIC X(08)
                               VALUE 'EMISSAO '.
           05 WS-CAB-DIA                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-ANO                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-HORA                  PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-CAB-MIN                   PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE 'PAG.'.
           05 WS-CAB-PAGINA                PIC Z.ZZ9.

       01  WS-CAB-PAGINA2.
           05 FILLER                       PIC X(18)
                               VALUE 'P3O99K1 - PERIODO '.
           05 WS-CAB-DATA-INICIAL          PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-DATA-FINAL            PIC X(10).
           05 FILLER                       PIC X(91) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05 FILLER                       PIC X(11)
                               VALUE '    SENHA  '.
           05 FILLER                       PIC X(10)
                               VALUE '  RODADAS '.
           05 FILLER                       PIC X(10)
                               VALUE ' VITORIAS '.
           05 FILLER                       PIC X(07)
                               VALUE '  TAXA '.
           05 FILLER                       PIC X(12)
                               VALUE ' MEDIA TENT '.
           05 FILLER                       PIC X(12)
                               VALUE ' MEDIA EFET '.
           05 FILLER                       PIC X(08)
                               VALUE ' INDICE '.
           05 FILLER                       PIC X(15)
                               VALUE ' DESVIO        '.
           05 FILLER                       PIC X(10)
                               VALUE 'SUGESTAO  '.
           05 FILLER                       PIC X(08) VALUE 'SITUACAO'.
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-CAB-DIFICULDADE.
           05 FILLER                       PIC X(12)
                               VALUE 'DIFICULDADE '.
           05 WS-CDI-CODIGO                PIC X(01).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WS-CDI-NOME                  PIC X(10).
           05 FILLER                       PIC X(18)
                               VALUE '  SENHAS AVALIADAS'.
           05 WS-CDI-SENHAS                PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(15)
                               VALUE '  MEDIA EFETIVA'.
           05 WS-CDI-MEDIA                 PIC ZZZ9,99.
           05 FILLER                       PIC X(14)
                               VALUE '  TAXA VITORIA'.
           05 WS-CDI-TAXA                  PIC ZZZ9.
           05 FILLER                       PIC X(01) VALUE '%'.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-CDI-OBS                   PIC X(38).

       01  WS-LINHA-DETALHE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-ID-SENHA              PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-RODADAS               PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-VITORIAS              PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-TAXA                  PIC ZZ9.
           05 FILLER                       PIC X(01) VALUE '%'.
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 WS-DET-MEDIA-TENT            PIC Z9,99.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 WS-DET-MEDIA-EFET            PIC ZZ9,99.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-DET-INDICE                PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-DESVIO                PIC X(14).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-DET-SUGESTAO              PIC X(01).
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 WS-DET-SITUACAO              PIC X(21).
           05 FILLER                       PIC X(16) VALUE SPACES.

       01  WS-LINHA-RODAPE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 FILLER                       PIC X(16)
                               VALUE 'FORA DA FAIXA : '.
           05 WS-ROD-FORA                  PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(28)
                               VALUE '   RODADAS INSUFICIENTES : '.
           05 WS-ROD-INSUFICIENTES         PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(72) VALUE SPACES.

       01  WS-LINHA-TOTAL1.
           05 FILLER                       PIC X(31)
               VALUE 'SENHAS CALIBRADAS            : '.
           05 WS-TOT-SENHAS-ED             PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  WS-LINHA-TOTAL2.
           05 FILLER                       PIC X(31)
               VALUE 'FORA DA FAIXA DA DIFICULDADE : '.
           05 WS-TOT-FORA-ED               PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  WS-LINHA-TOTAL3.
           05 FILLER                       PIC X(31)
               VALUE '  PENDENTES DE REVISAO       : '.
           05 WS-TOT-PENDENTES-ED          PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  WS-LINHA-TOTAL4.
           05 FILLER                       PIC X(31)
               VALUE '  JA MANTIDAS PELO OPERADOR  : '.
           05 WS-TOT-MANTIDAS-ED           PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  WS-LINHA-TOTAL5.
           05 FILLER                       PIC X(31)
               VALUE 'RODADAS INSUFICIENTES        : '.
           05 WS-TOT-INSUFICIENTES-ED      PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLCAL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDIF
           END-EXEC.

           COPY WSEXEC.

           EXEC SQL
              INCLUDE DCLEXEC
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       000-PRINCIPAL.
           PERFORM 960-INICIA-EXECUCAO
           PERFORM 050-ABRE-RELATORIO
           PERFORM 100-LE-PARAMETRO
           PERFORM 905-CARREGA-DIFICULDADES

           PERFORM 200-APURA-MEDIA-DIFICULDADE
               VARYING WS-DIF-IDX FROM 1 BY 1
               UNTIL WS-DIF-IDX > WS-DIF-QTD

           PERFORM 300-CALIBRA-DIFICULDADE
               VARYING WS-DIF-IDX FROM 1 BY 1
               UNTIL WS-DIF-IDX > WS-DIF-QTD

           PERFORM 400-IMPRIME-TOTAIS
           PERFORM 500-FECHA-RELATORIO

           EXEC SQL
               COMMIT
           END-EXEC

           DISPLAY 'P3O99K1 - PERIODO ' WS-DATA-INICIAL ' A '
                   WS-DATA-FINAL
           DISPLAY '  SENHAS CALIBRADAS        : ' WS-TOT-SENHAS
           DISPLAY '  FORA DA FAIXA            : ' WS-TOT-FORA
           DISPLAY '  PENDENTES DE REVISAO     : ' WS-TOT-PENDENTES
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

       050-ABRE-RELATORIO.
           OPEN OUTPUT F-RELATORIO
           IF WS-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO - '
                       'FILE STATUS ' WS-FS-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       100-LE-PARAMETRO.
      * CARTAO PARMIN: DATA INICIAL E FINAL (ISO AAAA-MM-DD) SEPARADAS
      * POR UM ESPACO, MESMO LAYOUT DO CARTAO DO P3O99F1. SEM CARTAO
      * OU CARTAO EM BRANCO, VALE TODO O HISTORICO ATE ONTEM - A
      * DIFICULDADE REAL DA SENHA SE FIRMA COM O ACUMULO DE RODADAS.
      * SEM DATA FINAL, VALE ONTEM.
           MOVE SPACES                     TO WS-DATA-INICIAL
                                              WS-DATA-FINAL

           OPEN INPUT F-PARM
           IF WS-FS-PARM EQUAL '00'
               READ F-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PARM-REC     TO DCLEXE-PARMIN
                       MOVE FD-DATA-INICIAL TO WS-DATA-INICIAL
                       MOVE FD-DATA-FINAL   TO WS-DATA-FINAL
               END-READ
               CLOSE F-PARM
           END-IF

           IF WS-DATA-INICIAL EQUAL SPACES
               MOVE '0001-01-01'           TO WS-DATA-INICIAL
           END-IF

           IF WS-DATA-FINAL EQUAL SPACES
               PERFORM 110-ASSUME-ONTEM
           END-IF

           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY 'PERIODO INVALIDO NO CARTAO PARMIN: '
                       WS-DATA-INICIAL ' A ' WS-DATA-FINAL
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE WS-DATA-INICIAL            TO WS-CAB-DATA-INICIAL
           MOVE WS-DATA-FINAL              TO WS-CAB-DATA-FINAL
           .

       110-ASSUME-ONTEM.
           EXEC SQL
               SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                 INTO :WS-DATA-FINAL
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CALCULAR O DIA DE ONTEM, SQLCODE = '
                       SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

      *----------------------------------------------------------------*
      * PRIMEIRA PASSADA - MEDIA DE REFERENCIA DA DIFICULDADE, SOMANDO
      * AS RODADAS DE TODAS AS SENHAS DELA COM AMOSTRA SUFICIENTE.
      * TODAS AS MEDIAS SAO CALCULADAS ANTES DA SEGUNDA PASSADA PORQUE
      * A SUGESTAO DE DIFICULDADE COMPARA A SENHA COM AS OUTRAS.
      *----------------------------------------------------------------*
       200-APURA-MEDIA-DIFICULDADE.
           MOVE 0          TO WS-CDF-SENHAS(WS-DIF-IDX)
                              WS-CDF-RODADAS(WS-DIF-IDX)
                              WS-CDF-VITORIAS(WS-DIF-IDX)
                              WS-CDF-EFETIVAS(WS-DIF-IDX)
                              WS-CDF-MEDIA(WS-DIF-IDX)
                              WS-CDF-TAXA(WS-DIF-IDX)
           MOVE 'N'        TO WS-CDF-VALIDA(WS-DIF-IDX)

           PERFORM 800-ABRE-CURSOR

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               PERFORM 810-LE-CURSOR
               IF WS-FIM-CURSOR EQUAL 'N'
                  AND WS-RODADAS >= WS-MIN-RODADAS
                   PERFORM 210-CALCULA-EFETIVAS
                   ADD 1                TO WS-CDF-SENHAS(WS-DIF-IDX)
                   ADD WS-RODADAS       TO WS-CDF-RODADAS(WS-DIF-IDX)
                   ADD WS-VITORIAS      TO WS-CDF-VITORIAS(WS-DIF-IDX)
                   ADD WS-SOMA-EFETIVAS TO WS-CDF-EFETIVAS(WS-DIF-IDX)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-CALIB END-EXEC

           IF WS-CDF-RODADAS(WS-DIF-IDX) > 0
               COMPUTE WS-CDF-MEDIA(WS-DIF-IDX) ROUNDED =
                       WS-CDF-EFETIVAS(WS-DIF-IDX) /
                       WS-CDF-RODADAS(WS-DIF-IDX)
               COMPUTE WS-CDF-TAXA(WS-DIF-IDX) ROUNDED =
                       WS-CDF-VITORIAS(WS-DIF-IDX) * 100 /
                       WS-CDF-RODADAS(WS-DIF-IDX)
           END-IF

           IF WS-CDF-SENHAS(WS-DIF-IDX) >= WS-MIN-SENHAS-DIFIC
              AND WS-CDF-MEDIA(WS-DIF-IDX) > 0
               MOVE 'S'    TO WS-CDF-VALIDA(WS-DIF-IDX)
           END-IF
           .

       210-CALCULA-EFETIVAS.
      * TENTATIVAS EFETIVAS DA SENHA: AS DAS VITORIAS MAIS, POR
      * DERROTA (ESGOTOU AS TENTATIVAS OU ABANDONOU), O MAXIMO DA
      * DIFICULDADE MAIS UM - A DERROTA PESA MAIS QUE QUALQUER VITORIA.
           COMPUTE WS-SOMA-EFETIVAS =
                   WS-SOMA-TENT + ((WS-RODADAS - WS-VITORIAS) *
                   (WS-DIF-MAX-TENT(WS-DIF-IDX) + 1))
           .

      *----------------------------------------------------------------*
      * SEGUNDA PASSADA - CALIBRA CADA SENHA DA DIFICULDADE CONTRA A
      * MEDIA DE REFERENCIA, GRAVA SENHAS_CALIBRACAO E IMPRIME AS QUE
      * SAIRAM DA FAIXA.
      *----------------------------------------------------------------*
       300-CALIBRA-DIFICULDADE.
           MOVE 0                          TO WS-DIF-AVALIADAS
                                              WS-DIF-FORA
                                              WS-DIF-INSUFICIENTES
           PERFORM 310-IMPRIME-CAB-DIFICULDADE

           PERFORM 800-ABRE-CURSOR

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               PERFORM 810-LE-CURSOR
               IF WS-FIM-CURSOR EQUAL 'N'
                   PERFORM 320-CALIBRA-SENHA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-CALIB END-EXEC

           MOVE WS-DIF-FORA                TO WS-ROD-FORA
           MOVE WS-DIF-INSUFICIENTES       TO WS-ROD-INSUFICIENTES
           MOVE WS-LINHA-RODAPE            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           PERFORM 915-IMPRIME-BRANCO
           .

       310-IMPRIME-CAB-DIFICULDADE.
           MOVE WS-DIF-CODIGO(WS-DIF-IDX)  TO WS-CDI-CODIGO
           MOVE WS-DIF-NOME(WS-DIF-IDX)    TO WS-CDI-NOME
           MOVE WS-CDF-SENHAS(WS-DIF-IDX)  TO WS-CDI-SENHAS
           MOVE WS-CDF-MEDIA(WS-DIF-IDX)   TO WS-CDI-MEDIA
           MOVE WS-CDF-TAXA(WS-DIF-IDX)    TO WS-CDI-TAXA
           IF WS-CDF-VALIDA(WS-DIF-IDX) EQUAL 'S'
               MOVE SPACES                 TO WS-CDI-OBS
           ELSE
               MOVE '(POUCAS SENHAS AVALIADAS - SEM FAIXA)'
                                           TO WS-CDI-OBS
           END-IF

           MOVE WS-CAB-DIFICULDADE         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       320-CALIBRA-SENHA.
           ADD 1 TO WS-TOT-SENHAS
           PERFORM 210-CALCULA-EFETIVAS

           COMPUTE WS-MEDIA-EFETIVA ROUNDED =
                   WS-SOMA-EFETIVAS / WS-RODADAS

           MOVE WS-ID-SENHA                TO DCLCAL-ID-SENHA
           MOVE WS-DIF-CODIGO(WS-DIF-IDX)  TO DCLCAL-DIFICULDADE
           MOVE WS-RODADAS                 TO DCLCAL-RODADAS
           MOVE WS-VITORIAS                TO DCLCAL-VITORIAS
           COMPUTE DCLCAL-TAXA-VITORIA ROUNDED =
                   WS-VITORIAS * 100 / WS-RODADAS
           IF WS-VITORIAS > 0
               COMPUTE DCLCAL-MEDIA-TENTATIVAS ROUNDED =
                       WS-SOMA-TENT / WS-VITORIAS
           ELSE
               MOVE 0                      TO DCLCAL-MEDIA-TENTATIVAS
           END-IF

           IF WS-CDF-VALIDA(WS-DIF-IDX) EQUAL 'S'
               COMPUTE DCLCAL-INDICE ROUNDED =
                       WS-MEDIA-EFETIVA * 100 / WS-CDF-MEDIA(WS-DIF-IDX)
           ELSE
               MOVE 0                      TO DCLCAL-INDICE
           END-IF

           EVALUATE TRUE
               WHEN WS-CDF-VALIDA(WS-DIF-IDX) NOT EQUAL 'S'
               WHEN WS-RODADAS < WS-MIN-RODADAS
                   MOVE 'I'                TO WS-CLASSIFICACAO
                   ADD 1 TO WS-DIF-INSUFICIENTES
                            WS-TOT-INSUFICIENTES
               WHEN DCLCAL-INDICE >= 100 + WS-PCT-FAIXA
                   MOVE 'A'                TO WS-CLASSIFICACAO
               WHEN DCLCAL-INDICE <= 100 - WS-PCT-FAIXA
                   MOVE 'B'                TO WS-CLASSIFICACAO
               WHEN OTHER
                   MOVE 'N'                TO WS-CLASSIFICACAO
           END-EVALUATE

           IF WS-CLASSIFICACAO NOT EQUAL 'I'
               ADD 1 TO WS-DIF-AVALIADAS
           END-IF

           MOVE SPACES                     TO WS-SUGESTAO
           IF WS-CLASSIFICACAO EQUAL 'A' OR 'B'
               PERFORM 330-SUGERE-DIFICULDADE
           END-IF

           PERFORM 340-DEFINE-SITUACAO
           PERFORM 350-GRAVA-CALIBRACAO

           IF WS-CLASSIFICACAO EQUAL 'A' OR 'B'
               ADD 1 TO WS-DIF-FORA
                        WS-TOT-FORA
               PERFORM 360-IMPRIME-SENHA
           END-IF
           .

      *----------------------------------------------------------------*
      * DIFICULDADE SUGERIDA: ENTRE AS OUTRAS DIFICULDADES COM MEDIA
      * DE REFERENCIA, DO MESMO TAMANHO DE SENHA E CUJO ALFABETO TEM
      * TODAS AS LETRAS DA SENHA (SENAO ELA NAO PODERIA SER JOGADA
      * LA), A DE MEDIA MAIS PROXIMA DA MEDIA DA SENHA - DESDE QUE MAIS
      * PROXIMA QUE A DA DIFICULDADE ATUAL.
      *----------------------------------------------------------------*
       330-SUGERE-DIFICULDADE.
           IF WS-MEDIA-EFETIVA > WS-CDF-MEDIA(WS-DIF-IDX)
               COMPUTE WS-MENOR-DISTANCIA =
                       WS-MEDIA-EFETIVA - WS-CDF-MEDIA(WS-DIF-IDX)
           ELSE
               COMPUTE WS-MENOR-DISTANCIA =
                       WS-CDF-MEDIA(WS-DIF-IDX) - WS-MEDIA-EFETIVA
           END-IF

           PERFORM VARYING WS-DIF-IDX2 FROM 1 BY 1
                   UNTIL WS-DIF-IDX2 > WS-DIF-QTD
               IF WS-DIF-IDX2 NOT EQUAL WS-DIF-IDX
                  AND WS-CDF-VALIDA(WS-DIF-IDX2) EQUAL 'S'
                  AND WS-DIF-TAMANHO(WS-DIF-IDX2) EQUAL WS-TAMANHO
                   PERFORM 335-CONFERE-ALFABETO
                   IF WS-ALFABETO-OK EQUAL 'S'
                       IF WS-MEDIA-EFETIVA > WS-CDF-MEDIA(WS-DIF-IDX2)
                           COMPUTE WS-DISTANCIA = WS-MEDIA-EFETIVA
                                   - WS-CDF-MEDIA(WS-DIF-IDX2)
                       ELSE
                           COMPUTE WS-DISTANCIA =
                                   WS-CDF-MEDIA(WS-DIF-IDX2)
                                   - WS-MEDIA-EFETIVA
                       END-IF
                       IF WS-DISTANCIA < WS-MENOR-DISTANCIA
                           MOVE WS-DISTANCIA TO WS-MENOR-DISTANCIA
                           MOVE WS-DIF-CODIGO(WS-DIF-IDX2)
                                             TO WS-SUGESTAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       335-CONFERE-ALFABETO.
      * MESMA REGRA DA CARGA DE SENHAS (P3O99L1): TODA LETRA DA SENHA
      * PRECISA ESTAR ENTRE AS QTD_LETRAS PRIMEIRAS DO ALFABETO.
           MOVE 'S' TO WS-ALFABETO-OK
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TAMANHO
               MOVE 0 TO WS-QTD-OCORR
               INSPECT WS-DIF-ALFABETO(WS-DIF-IDX2)
                       (1:WS-DIF-QTD-LETRAS(WS-DIF-IDX2))
                   TALLYING WS-QTD-OCORR
                   FOR ALL WS-SENHA-TEXTO(WS-POS:1)
               IF WS-QTD-OCORR EQUAL 0
                   MOVE 'N' TO WS-ALFABETO-OK
               END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * SITUACAO DA LINHA: SENHA FORA DA FAIXA FICA PENDENTE, A MENOS
      * QUE O OPERADOR JA A TENHA MANTIDO NESTA MESMA DIFICULDADE E DO
      * MESMO LADO DA FAIXA - AI A DECISAO DELE CONTINUA VALENDO.
      * SENHA MUDADA PELO OPERADOR CONTINUA 'M', COM O DESTINO E O
      * OPERADOR DA MUDANCA, ENQUANTO ESTIVER NA DIFICULDADE PARA ONDE
      * FOI MUDADA - E O UNICO REGISTRO DE QUEM A MUDOU E PARA ONDE.
      *----------------------------------------------------------------*
       340-DEFINE-SITUACAO.
           MOVE 'N'                        TO WS-EXISTE-ANTERIOR
           MOVE SPACES                     TO WS-OPERADOR
           MOVE SPACES                     TO WS-DIFIC-DESTINO

           EXEC SQL
               SELECT DIFICULDADE, CLASSIFICACAO, SITUACAO, OPERADOR,
                      DIFIC_DESTINO
                 INTO :WS-ANT-DIFICULDADE, :WS-ANT-CLASSIFICACAO,
                      :WS-ANT-SITUACAO, :WS-ANT-OPERADOR,
                      :WS-ANT-DIFIC-DESTINO
                 FROM SENHAS_CALIBRACAO
                WHERE ID_SENHA = :DCLCAL-ID-SENHA
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S'                TO WS-EXISTE-ANTERIOR
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO LER SENHAS_CALIBRACAO, SENHA '
                           WS-ID-SENHA ', SQLCODE = ' SQLCODE
                   PERFORM 500-FECHA-RELATORIO
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE

           IF WS-EXISTE-ANTERIOR EQUAL 'S'
              AND WS-ANT-SITUACAO EQUAL 'M'
              AND WS-ANT-DIFIC-DESTINO EQUAL DCLCAL-DIFICULDADE
               MOVE 'M'                    TO WS-SITUACAO
               MOVE WS-ANT-DIFIC-DESTINO   TO WS-DIFIC-DESTINO
               MOVE WS-ANT-OPERADOR        TO WS-OPERADOR
           ELSE
               IF WS-CLASSIFICACAO EQUAL 'A' OR 'B'
                   IF WS-EXISTE-ANTERIOR EQUAL 'S'
                      AND WS-ANT-SITUACAO EQUAL 'K'
                      AND WS-ANT-DIFICULDADE EQUAL DCLCAL-DIFICULDADE
                      AND WS-ANT-CLASSIFICACAO EQUAL WS-CLASSIFICACAO
                       MOVE 'K'            TO WS-SITUACAO
                       MOVE WS-ANT-OPERADOR
                                           TO WS-OPERADOR
                       ADD 1 TO WS-TOT-MANTIDAS
                   ELSE
                       MOVE 'P'            TO WS-SITUACAO
                       ADD 1 TO WS-TOT-PENDENTES
                   END-IF
               ELSE
                   MOVE 'N'                TO WS-SITUACAO
               END-IF
           END-IF
           .

       350-GRAVA-CALIBRACAO.
           MOVE WS-CLASSIFICACAO           TO DCLCAL-CLASSIFICACAO
           MOVE WS-SUGESTAO                TO DCLCAL-SUGESTAO
           MOVE WS-SITUACAO                TO DCLCAL-SITUACAO
           MOVE WS-DIFIC-DESTINO           TO DCLCAL-DIFIC-DESTINO
           MOVE WS-OPERADOR                TO DCLCAL-OPERADOR

           IF WS-EXISTE-ANTERIOR EQUAL 'S'
               EXEC SQL
                   UPDATE SENHAS_CALIBRACAO
                      SET DIFICULDADE      = :DCLCAL-DIFICULDADE,
                          RODADAS          = :DCLCAL-RODADAS,
                          VITORIAS         = :DCLCAL-VITORIAS,
                          TAXA_VITORIA     = :DCLCAL-TAXA-VITORIA,
                          MEDIA_TENTATIVAS = :DCLCAL-MEDIA-TENTATIVAS,
                          INDICE           = :DCLCAL-INDICE,
                          CLASSIFICACAO    = :DCLCAL-CLASSIFICACAO,
                          SUGESTAO         = :DCLCAL-SUGESTAO,
                          DATA_CALIBRACAO  = CURRENT DATE,
                          SITUACAO         = :DCLCAL-SITUACAO,
                          DIFIC_DESTINO    = :DCLCAL-DIFIC-DESTINO,
                          OPERADOR         = :DCLCAL-OPERADOR
                    WHERE ID_SENHA = :DCLCAL-ID-SENHA
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO SENHAS_CALIBRACAO
                       (ID_SENHA, DIFICULDADE, RODADAS, VITORIAS,
                        TAXA_VITORIA, MEDIA_TENTATIVAS, INDICE,
                        CLASSIFICACAO, SUGESTAO, DATA_CALIBRACAO,
                        SITUACAO, DIFIC_DESTINO, OPERADOR)
                   VALUES
                       (:DCLCAL-ID-SENHA, :DCLCAL-DIFICULDADE,
                        :DCLCAL-RODADAS, :DCLCAL-VITORIAS,
                        :DCLCAL-TAXA-VITORIA, :DCLCAL-MEDIA-TENTATIVAS,
                        :DCLCAL-INDICE, :DCLCAL-CLASSIFICACAO,
                        :DCLCAL-SUGESTAO, CURRENT DATE,
                        :DCLCAL-SITUACAO, :DCLCAL-DIFIC-DESTINO,
                        :DCLCAL-OPERADOR)
               END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR SENHAS_CALIBRACAO, SENHA '
                       WS-ID-SENHA ', SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       360-IMPRIME-SENHA.
           MOVE WS-ID-SENHA                TO WS-DET-ID-SENHA
           MOVE WS-RODADAS                 TO WS-DET-RODADAS
           MOVE WS-VITORIAS                TO WS-DET-VITORIAS
           MOVE DCLCAL-TAXA-VITORIA        TO WS-DET-TAXA
           MOVE DCLCAL-MEDIA-TENTATIVAS    TO WS-DET-MEDIA-TENT
           MOVE WS-MEDIA-EFETIVA           TO WS-DET-MEDIA-EFET
           MOVE DCLCAL-INDICE              TO WS-DET-INDICE

           IF WS-CLASSIFICACAO EQUAL 'A'
               MOVE 'MAIS DIFICIL'         TO WS-DET-DESVIO
           ELSE
               MOVE 'MAIS FACIL'           TO WS-DET-DESVIO
           END-IF

           MOVE WS-SUGESTAO                TO WS-DET-SUGESTAO

           EVALUATE WS-SITUACAO
               WHEN 'K'
                   MOVE 'MANTIDA PELO OPERADOR'
                                           TO WS-DET-SITUACAO
               WHEN 'M'
                   MOVE 'MUDADA PELO OPERADOR'
                                           TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE 'PENDENTE DE REVISAO'
                                           TO WS-DET-SITUACAO
           END-EVALUATE

           MOVE WS-LINHA-DETALHE           TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       400-IMPRIME-TOTAIS.
           MOVE WS-TOT-SENHAS              TO WS-TOT-SENHAS-ED
           MOVE WS-LINHA-TOTAL1            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE WS-TOT-FORA                TO WS-TOT-FORA-ED
           MOVE WS-LINHA-TOTAL2            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE WS-TOT-PENDENTES           TO WS-TOT-PENDENTES-ED
           MOVE WS-LINHA-TOTAL3            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE WS-TOT-MANTIDAS            TO WS-TOT-MANTIDAS-ED
           MOVE WS-LINHA-TOTAL4            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE WS-TOT-INSUFICIENTES       TO WS-TOT-INSUFICIENTES-ED
           MOVE WS-LINHA-TOTAL5            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL

           IF WS-TOT-PENDENTES > 0
               DISPLAY 'AVISO: ' WS-TOT-PENDENTES ' SENHA(S) FORA DA '
                       'FAIXA DA DIFICULDADE - REVISAR NO PAINEL FT4G'
           END-IF
           .

       500-FECHA-RELATORIO.
           CLOSE F-RELATORIO
           .

      *----------------------------------------------------------------*
      * CURSOR DE APURACAO - UMA LINHA POR SENHA DA DIFICULDADE
      * WS-DIF-IDX. A TABELA DE DENTRO RESUME CADA RODADA (CPF +
      * INICIO_RODADA) NA TENTATIVA DA VITORIA, ZERO QUANDO NAO HOUVE
      * VITORIA - A LINHA '*DESIST*' DO P3O99V1 NAO ACERTA NADA E A
      * RODADA ABANDONADA CONTA COMO DERROTA. RODADA AINDA EM JOGOS_
      * ATIVOS NAO TEM RESULTADO E FICA DE FORA, ASSIM COMO A RODADA
      * RETIDA NA REVISAO DE ANOMALIAS (MESMA REGRA DO P3O99R3) E A
      * JOGADA QUANDO A SENHA AINDA ERA DE OUTRA DIFICULDADE.
      *----------------------------------------------------------------*
       800-ABRE-CURSOR.
           MOVE WS-DIF-CODIGO(WS-DIF-IDX)  TO DCLCAL-DIFICULDADE

           EXEC SQL
               DECLARE CUR-CALIB CURSOR FOR
                   SELECT R.ID_SENHA, R.TAMANHO, R.SENHA_TEXTO,
                          COUNT(*),
                          SUM(CASE WHEN R.TENT_VITORIA > 0
                                   THEN 1 ELSE 0 END),
                          SUM(R.TENT_VITORIA)
                     FROM (SELECT T.ID_SENHA, S.TAMANHO,
                                  S.SENHA_TEXTO, T.CPF,
                                  T.INICIO_RODADA,
                                  MAX(CASE WHEN T.ACERTOS_POS_CERTA
                                                = S.TAMANHO
                                           THEN T.TENTATIVA_NUM
                                           ELSE 0 END)
                                      AS TENT_VITORIA
                             FROM SENHAS_TENTATIVAS T, SENHAS S
                            WHERE S.DIFICULDADE = :DCLCAL-DIFICULDADE
                              AND S.ID = T.ID_SENHA
                              AND T.DIFICULDADE = S.DIFICULDADE
                              AND DATE(T.INICIO_RODADA)
                                  BETWEEN :WS-DATA-INICIAL
                                      AND :WS-DATA-FINAL
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM JOGOS_ATIVOS J
                                    WHERE J.CPF = T.CPF
                                      AND J.ID_SENHA = T.ID_SENHA
                                      AND J.INICIO_RODADA =
                                          T.INICIO_RODADA)
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM RODADAS_REVISAO V
                                    WHERE V.CPF = T.CPF
                                      AND V.ID_SENHA = T.ID_SENHA
                                      AND V.INICIO_RODADA =
                                          T.INICIO_RODADA
                                      AND V.SITUACAO <> 'L')
                            GROUP BY T.ID_SENHA, S.TAMANHO,
                                     S.SENHA_TEXTO, T.CPF,
                                     T.INICIO_RODADA) AS R
                    GROUP BY R.ID_SENHA, R.TAMANHO, R.SENHA_TEXTO
                    ORDER BY R.ID_SENHA
           END-EXEC

           EXEC SQL OPEN CUR-CALIB END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CURSOR DA DIFICULDADE '
                       DCLCAL-DIFICULDADE ', SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       810-LE-CURSOR.
           EXEC SQL
               FETCH CUR-CALIB
                INTO :WS-ID-SENHA, :WS-TAMANHO, :WS-SENHA-TEXTO,
                     :WS-RODADAS, :WS-VITORIAS, :WS-SOMA-TENT
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'S' TO WS-FIM-CURSOR
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DA DIFICULDADE '
                           DCLCAL-DIFICULDADE ', SQLCODE = ' SQLCODE
                   PERFORM 500-FECHA-RELATORIO
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

       900-IMPRIME-LINHA-REL.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               PERFORM 920-IMPRIME-CABECALHO
           END-IF
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .

       905-CARREGA-DIFICULDADES.
      * CARREGA A TABELA DIFICULDADES PARA A WSDIFIC EM MEMORIA NO
      * INICIO DO JOB - MESMO PARAGRAFO DE CARGA DO JOGO E DA CARGA
      * DE SENHAS (VER DCLDIF).
           MOVE 0                          TO WS-DIF-QTD

           EXEC SQL
               DECLARE CUR-DIFIC CURSOR FOR
                   SELECT CODIGO, NOME, TAMANHO, MAX_TENTATIVAS,
                          TENT_DICA, QTD_LETRAS, ALFABETO
                     FROM DIFICULDADES
                    ORDER BY CODIGO
           END-EXEC

           EXEC SQL OPEN CUR-DIFIC END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO LER DIFICULDADES, SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           PERFORM UNTIL SQLCODE NOT EQUAL 0
               EXEC SQL
                   FETCH CUR-DIFIC
                    INTO :DCLDIF-CODIGO, :DCLDIF-NOME,
                         :DCLDIF-TAMANHO, :DCLDIF-MAX-TENTATIVAS,
                         :DCLDIF-TENT-DICA, :DCLDIF-QTD-LETRAS,
                         :DCLDIF-ALFABETO
               END-EXEC
               IF SQLCODE EQUAL 0 AND WS-DIF-QTD < 10
                   ADD 1 TO WS-DIF-QTD
                   MOVE DCLDIF-CODIGO
                              TO WS-DIF-CODIGO(WS-DIF-QTD)
                   MOVE DCLDIF-NOME
                              TO WS-DIF-NOME(WS-DIF-QTD)
                   MOVE DCLDIF-TAMANHO
                              TO WS-DIF-TAMANHO(WS-DIF-QTD)
                   MOVE DCLDIF-MAX-TENTATIVAS
                              TO WS-DIF-MAX-TENT(WS-DIF-QTD)
                   MOVE DCLDIF-TENT-DICA
                              TO WS-DIF-TENT-DICA(WS-DIF-QTD)
                   MOVE DCLDIF-QTD-LETRAS
                              TO WS-DIF-QTD-LETRAS(WS-DIF-QTD)
                   MOVE DCLDIF-ALFABETO
                              TO WS-DIF-ALFABETO(WS-DIF-QTD)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-DIFIC END-EXEC

           IF WS-DIF-QTD EQUAL 0
               DISPLAY 'TABELA DIFICULDADES VAZIA - '
                       'CALIBRACAO ABORTADA'
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       915-IMPRIME-BRANCO.
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       920-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                 TO WS-CAB-DIA
           MOVE WS-MES                 TO WS-CAB-MES
           MOVE WS-ANO                 TO WS-CAB-ANO
           MOVE WS-HORA                TO WS-CAB-HORA
           MOVE WS-MIN                 TO WS-CAB-MIN
           MOVE WS-PAGINA              TO WS-CAB-PAGINA

           MOVE 0                      TO WS-LINHA-ATUAL

           MOVE WS-CAB-PAGINA1         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-PAGINA2         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-COLUNAS         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 4 TO WS-LINHA-ATUAL
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99K1'                  TO DCLEXE-JOB
           MOVE SPACES                     TO DCLEXE-PARMIN
           MOVE 0                          TO DCLEXE-LIDOS
                                              DCLEXE-GRAVADOS
                                              DCLEXE-REJEITADOS

           EXEC SQL
               SELECT CHAR(DATE(CURRENT TIMESTAMP - 18 HOURS), ISO),
                      CURRENT TIMESTAMP
                 INTO :DCLEXE-DATA-NEGOCIO, :DCLEXE-INICIO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO OBTER O DIA DE NEGOCIO, SQLCODE = '
                       SQLCODE
               STOP RUN
           END-IF

           MOVE 'N'                        TO WS-EXE-PULAR
           PERFORM 961-CHECA-DEPENDENCIA
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-QTD
                  OR WS-EXE-PULAR EQUAL 'S'

           IF WS-EXE-PULAR EQUAL 'S'
               MOVE 'S'                    TO DCLEXE-SITUACAO
               MOVE WS-EXE-MSG-DEPENDENCIA TO DCLEXE-MENSAGEM
           ELSE
               MOVE 'E'                    TO DCLEXE-SITUACAO
               MOVE 'EM EXECUCAO'          TO DCLEXE-MENSAGEM
           END-IF

           EXEC SQL
               INSERT INTO EXECUCAO_CONTROLE
                   (JOB, DATA_NEGOCIO, INICIO, FIM, PARMIN,
                    LIDOS, GRAVADOS, REJEITADOS, SITUACAO, MENSAGEM)
               VALUES
                   (:DCLEXE-JOB, :DCLEXE-DATA-NEGOCIO, :DCLEXE-INICIO,
                    :DCLEXE-INICIO, :DCLEXE-PARMIN, :DCLEXE-LIDOS,
                    :DCLEXE-GRAVADOS, :DCLEXE-REJEITADOS,
                    :DCLEXE-SITUACAO, :DCLEXE-MENSAGEM)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO REGISTRAR A EXECUCAO, SQLCODE = '
                       SQLCODE
               STOP RUN
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC

           IF WS-EXE-PULAR EQUAL 'S'
               DISPLAY 'P3O99K1 NAO EXECUTADO NO DIA DE NEGOCIO '
                       DCLEXE-DATA-NEGOCIO ': ' DCLEXE-MENSAGEM
               STOP RUN
           END-IF
           .

       961-CHECA-DEPENDENCIA.
      * SITUACAO DA ULTIMA EXECUCAO DO JOB ANTERIOR NO DIA DE NEGOCIO -
      * UMA REEXECUCAO QUE TERMINOU OK LIBERA OS JOBS SEGUINTES.
           IF WS-DEP-JOB (WS-DEP-IDX) EQUAL DCLEXE-JOB
               MOVE WS-DEP-ANTERIOR (WS-DEP-IDX) TO DCLEXE-DEP-JOB

               EXEC SQL
                   SELECT A.SITUACAO
                     INTO :DCLEXE-DEP-SITUACAO
                     FROM EXECUCAO_CONTROLE A
                    WHERE A.JOB = :DCLEXE-DEP-JOB
                      AND A.DATA_NEGOCIO = :DCLEXE-DATA-NEGOCIO
                      AND A.INICIO =
                          (SELECT MAX(B.INICIO)
                             FROM EXECUCAO_CONTROLE B
                            WHERE B.JOB = A.JOB
                              AND B.DATA_NEGOCIO = A.DATA_NEGOCIO)
               END-EXEC

               MOVE DCLEXE-DEP-JOB         TO WS-EXE-MSG-DEP-JOB
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 0
                    AND DCLEXE-DEP-SITUACAO EQUAL 'O'
                       CONTINUE
                   WHEN SQLCODE EQUAL 0
                       MOVE 'S'            TO WS-EXE-PULAR
                       EVALUATE DCLEXE-DEP-SITUACAO
                           WHEN 'E'
                               MOVE 'AINDA EM EXECUCAO OU CAIU'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                           WHEN 'F'
                               MOVE 'TERMINOU COM ERRO'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                           WHEN OTHER
                               MOVE 'TAMBEM NAO FOI EXECUTADO'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                       END-EVALUATE
                   WHEN SQLCODE EQUAL +100
                       MOVE 'S'            TO WS-EXE-PULAR
                       MOVE 'SEM EXECUCAO NO DIA DE NEGOCIO'
                                           TO WS-EXE-MSG-DEP-MOTIVO
                   WHEN OTHER
                       DISPLAY 'ERRO AO CONSULTAR A EXECUCAO DE '
                               DCLEXE-DEP-JOB ', SQLCODE = ' SQLCODE
                       STOP RUN
               END-EVALUATE
           END-IF
           .

       965-TERMINA-EXECUCAO.
           MOVE 'O'                        TO DCLEXE-SITUACAO
           MOVE 'TERMINO NORMAL'           TO DCLEXE-MENSAGEM
           PERFORM 967-GRAVA-TERMINO
           .

       966-ABORTA-EXECUCAO.
      * SAIDA DE TODO ERRO QUE INTERROMPE O JOB: FECHA A EXECUCAO COMO
      * TERMINADA COM ERRO E PARA. O QUE JA FOI FEITO FICA GRAVADO,
      * COMO NO TERMINO NORMAL DO PROGRAMA.
           IF SQLCODE EQUAL 0
               MOVE 'TERMINO COM ERRO - VER A SYSOUT DO JOB'
                                           TO DCLEXE-MENSAGEM
           ELSE
               MOVE SQLCODE                TO WS-EXE-MSG-SQLCODE
               MOVE WS-EXE-MSG-ERRO        TO DCLEXE-MENSAGEM
           END-IF
           MOVE 'F'                        TO DCLEXE-SITUACAO
           PERFORM 967-GRAVA-TERMINO
           STOP RUN
           .

       967-GRAVA-TERMINO.
           PERFORM 969-APURA-CONTAGENS

           EXEC SQL
               UPDATE EXECUCAO_CONTROLE
                  SET FIM        = CURRENT TIMESTAMP,
                      PARMIN     = :DCLEXE-PARMIN,
                      LIDOS      = :DCLEXE-LIDOS,
                      GRAVADOS   = :DCLEXE-GRAVADOS,
                      REJEITADOS = :DCLEXE-REJEITADOS,
                      SITUACAO   = :DCLEXE-SITUACAO,
                      MENSAGEM   = :DCLEXE-MENSAGEM
                WHERE JOB    = :DCLEXE-JOB
                  AND INICIO = :DCLEXE-INICIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO REGISTRAR O TERMINO DA EXECUCAO, '
                       'SQLCODE = ' SQLCODE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC
           .

       969-APURA-CONTAGENS.
      * LIDOS E GRAVADOS = SENHAS CALIBRADAS (LINHAS GRAVADAS EM
      * SENHAS_CALIBRACAO).
           MOVE WS-TOT-SENHAS              TO DCLEXE-LIDOS
                                              DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
