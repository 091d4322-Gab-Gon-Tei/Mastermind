      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99F1.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * VARREDURA NOTURNA DE ANOMALIAS DE JOGO SOBRE SENHAS_TENTATIVAS.
      * OS RANKINGS (P3O99R1/R2) E O CAMPEONATO MENSAL (P3O99R3) SAO
      * APURADOS DIRETO DAS TENTATIVAS GRAVADAS, SEM NINGUEM CONFERIR
      * SE A VITORIA FOI LEGITIMA. ESTE JOB APONTA, PARA O PERIODO DO
      * CARTAO PARMIN (MESMA CONVENCAO DO P3O99S1 - SEM CARTAO, SO O
      * DIA DE ONTEM), AS RODADAS SUSPEITAS DE QUATRO TIPOS:
      *   1 - CPF QUE VENCE NA TENTATIVA 1 REPETIDAMENTE NO PERIODO
      *   2 - DOIS CPFS COM AS MESMAS TENTATIVAS, LINHA A LINHA, NO
      *       MESMO DESAFIO DO DIA (COLA ENTRE JOGADORES)
      *   3 - 1A TENTATIVA IGUAL A SENHA DA RODADA QUANDO A SENHA NUNCA
      *       FOI MOSTRADA AO JOGADOR, MAS JA TINHA SIDO REVELADA A
      *       OUTRO JOGADOR ANTES DO INICIO DA RODADA (SENHA VAZADA)
      *   4 - RODADAS COM INTERVALOS ENTRE TENTATIVAS MAIS CURTOS DO
      *       QUE UMA PESSOA CONSEGUE DIGITAR (JOGO AUTOMATIZADO)
      * CADA RODADA APONTADA VAI PARA RODADAS_REVISAO (VER DCLREV) EM
      * SITUACAO 'P' - O CAMPEONATO MENSAL A DEIXA DE FORA ATE O
      * OPERADOR LIBERA-LA NO PAINEL DE REVISAO T04PREV (FT4E). A
      * REEXECUCAO DO JOB NO MESMO PERIODO NAO DUPLICA NADA (O -803 DA
      * CHAVE E CONTADO COMO 'JA APONTADA') E NAO REABRE RODADA JA
      * LIBERADA. O RELATORIO SAI NO MESMO PADRAO DO P3O99S1 (ARQUIVO
      * RELATO, CABECALHO DE PAGINA, TOTAL POR TIPO E TOTAL GERAL), COM
      * O CPF MASCARADO.
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM O PARMIN, AS CONTAGENS E A SITUACAO FINAL.
      * SO RODA DEPOIS QUE P3O99V1 TERMINOU OK NO MESMO DIA DE
      * NEGOCIO (DEPENDENCIAS NA WSEXEC).
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
       77  WS-EXCECOES-TIPO                PIC 9(07).
       77  WS-EXCECOES-TOTAL               PIC 9(09) VALUE 0.
       77  WS-RODADAS-NOVAS                PIC 9(07) VALUE 0.
       77  WS-RODADAS-JA-APONTADAS         PIC 9(07) VALUE 0.

       77  WS-DATA-INICIAL                 PIC X(10).
       77  WS-DATA-FINAL                   PIC X(10).

      *----------------------------------------------------------------*
      * LIMIARES DA VARREDURA - PARAMETROS DE CONFIGURACAO MANTIDOS
      * AQUI NO MESMO ESTILO DOS LIMIARES DO P3O99S1.
      * WS-MIN-VIT-PRIMEIRA: VITORIAS NA TENTATIVA 1 DE UM CPF NO
      *   PERIODO A PARTIR DAS QUAIS TODAS ELAS ENTRAM NO TIPO 1 (UMA
      *   VITORIA DE PRIMEIRA AVULSA E SORTE, NAO ANOMALIA).
      * WS-MIN-TENT-IGUAIS: TAMANHO MINIMO DA RODADA DE DESAFIO PARA
      *   A COINCIDENCIA LINHA A LINHA DO TIPO 2 VALER (DUAS RODADAS
      *   DE UMA TENTATIVA SO SAO IGUAIS POR DEFINICAO).
      * WS-MIN-SEGUNDOS: INTERVALO ENTRE DUAS TENTATIVAS SEGUIDAS,
      *   EM SEGUNDOS, ABAIXO DO QUAL A DIGITACAO NAO E HUMANA (LER O
      *   RETORNO, DIGITAR ATE 8 LETRAS E TECLAR ENTER).
      * WS-MIN-RAPIDAS: QUANTIDADE DE INTERVALOS ABAIXO DE
      *   WS-MIN-SEGUNDOS NUMA MESMA RODADA PARA ELA ENTRAR NO TIPO 4.
      *----------------------------------------------------------------*
       77  WS-MIN-VIT-PRIMEIRA             PIC S9(04) USAGE COMP
                                                      VALUE 3.
       77  WS-MIN-TENT-IGUAIS              PIC S9(04) USAGE COMP
                                                      VALUE 2.
       77  WS-MIN-SEGUNDOS                 PIC S9(09) USAGE COMP
                                                      VALUE 2.
       77  WS-MIN-RAPIDAS                  PIC S9(04) USAGE COMP
                                                      VALUE 2.

      *----------------------------------------------------------------*
      * CAMPOS LIDOS DOS CURSORES
      *----------------------------------------------------------------*
       77  WS-NOME-USUARIO                 PIC X(08).
       77  WS-NOME-USUARIO-2               PIC X(08).
       77  WS-CPF                          PIC X(11).
       77  WS-CPF-2                        PIC X(11).
       77  WS-ID-SENHA                     PIC S9(09) USAGE COMP.
       77  WS-INICIO-RODADA                PIC X(26).
       77  WS-INICIO-RODADA-2              PIC X(26).
       77  WS-DIFICULDADE                  PIC X(01).
       77  WS-MODO-JOGO                    PIC X(01).
       77  WS-DATA-TENTATIVA               PIC X(10).
       77  WS-QTD-OCORR                    PIC S9(09) USAGE COMP.
       77  WS-MENOR-INTERVALO              PIC S9(09) USAGE COMP.

      * CAMPOS DE EDICAO PARA MONTAR O COMPLEMENTO DO DETALHE (STRING
      * NAO ACEITA CAMPOS COMP)
       77  WS-ID-SENHA-ED                  PIC 9(09).
       77  WS-QTD-OCORR-ED                 PIC 9(05).
       77  WS-INTERVALO-ED                 PIC 9(05).

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
           05 FILLER                       PIC X(40)
               VALUE 'ANOMALIAS DE JOGO PARA REVISAO - P3O99F1'.
           05 FILLER                       PIC X(58) VALUE SPACES.
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
           05 FILLER                       PIC X(08) VALUE 'PERIODO '.
           05 WS-CAB-DATA-INICIAL          PIC X(10).
           05 FILLER                       PIC X(03) VALUE ' A '.
           05 WS-CAB-DATA-FINAL            PIC X(10).
           05 FILLER                       PIC X(101) VALUE SPACES.

       01  WS-CAB-TIPO.
           05 FILLER                       PIC X(05) VALUE 'TIPO '.
           05 WS-TIPO-NUM                  PIC 9(01).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WS-TIPO-DESCRICAO            PIC X(60).
           05 FILLER                       PIC X(63) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-USUARIO               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CPF                   PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-DIFICULDADE           PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-MODO                  PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-COMPLEMENTO           PIC X(70).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-REVISAO               PIC X(12).
           05 FILLER                       PIC X(14) VALUE SPACES.

       01  WS-LINHA-TOTAL-TIPO.
           05 FILLER                       PIC X(26)
               VALUE 'TOTAL DE RODADAS DO TIPO  '.
           05 WS-TOT-TIPO-NUM              PIC 9(01).
           05 FILLER                       PIC X(03) VALUE ' : '.
           05 WS-TOT-TIPO                  PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(95) VALUE SPACES.

       01  WS-LINHA-TOTAL-GERAL.
           05 FILLER                       PIC X(30)
               VALUE 'TOTAL GERAL DE APONTAMENTOS  :'.
           05 WS-TOT-GERAL                 PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  WS-LINHA-TOTAL-NOVAS.
           05 FILLER                       PIC X(30)
               VALUE 'NOVOS EM RODADAS_REVISAO     :'.
           05 WS-TOT-NOVAS                 PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

       01  WS-LINHA-TOTAL-ANTIGAS.
           05 FILLER                       PIC X(30)
               VALUE 'JA APONTADOS ANTERIORMENTE   :'.
           05 WS-TOT-ANTIGAS               PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

      *----------------------------------------------------------------*
      * CPF MASCARADO NA COPIA PUBLICADA - SO OS 3 PRIMEIROS E OS 2
      * ULTIMOS DIGITOS APARECEM (EX.: 123.***.***-09).
      *----------------------------------------------------------------*
       01  WS-CPF-MASCARADO.
           05 WS-CPF-MASC-INICIO           PIC X(03).
           05 FILLER                       PIC X(09) VALUE '.***.***-'.
           05 WS-CPF-MASC-FIM              PIC X(02).

           EXEC SQL
              INCLUDE DCLREV
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

           PERFORM 200-CHECA-VITORIA-PRIMEIRA
           PERFORM 210-CHECA-DESAFIO-IDENTICO
           PERFORM 220-CHECA-SENHA-NAO-MOSTRADA
           PERFORM 230-CHECA-DIGITACAO-RAPIDA

           PERFORM 940-IMPRIME-TOTAL-GERAL
           PERFORM 850-CONFIRMA-REVISAO
           PERFORM 500-FECHA-RELATORIO

           DISPLAY 'P3O99F1 - PERIODO ' WS-DATA-INICIAL ' A '
                   WS-DATA-FINAL
           DISPLAY '  APONTAMENTOS NO PERIODO  : ' WS-EXCECOES-TOTAL
           DISPLAY '  NOVOS PARA REVISAO       : ' WS-RODADAS-NOVAS
           DISPLAY '  JA APONTADOS ANTES       : '
                   WS-RODADAS-JA-APONTADAS
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
      * POR UM ESPACO. SEM CARTAO OU CARTAO EM BRANCO, O PERIODO E
      * SOMENTE O DIA DE ONTEM (RODADA NOTURNA NORMAL).
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
               PERFORM 110-ASSUME-ONTEM
           END-IF

           IF WS-DATA-FINAL EQUAL SPACES
               MOVE WS-DATA-INICIAL        TO WS-DATA-FINAL
           END-IF

           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY 'PERIODO INVALIDO NO CARTAO PARMIN: '
                       WS-DATA-INICIAL ' A ' WS-DATA-FINAL
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       110-ASSUME-ONTEM.
           EXEC SQL
               SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                 INTO :WS-DATA-INICIAL
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CALCULAR O DIA DE ONTEM, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

      *----------------------------------------------------------------*
      * TIPO 1 - CPF COM VITORIAS NA TENTATIVA 1 ACIMA DO LIMIAR NO
      * PERIODO. TODAS AS VITORIAS DE PRIMEIRA DESSE CPF NO PERIODO
      * VAO PARA REVISAO (O OPERADOR LIBERA AS QUE FOREM SORTE).
      *----------------------------------------------------------------*
       200-CHECA-VITORIA-PRIMEIRA.
           MOVE 1 TO WS-TIPO-NUM
           MOVE 'VITORIAS REPETIDAS NA PRIMEIRA TENTATIVA'
                                           TO WS-TIPO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-TIPO

           EXEC SQL
               DECLARE CUR-F1 CURSOR FOR
                   SELECT T.CPF, C.NOME_USUARIO, T.ID_SENHA,
                          T.INICIO_RODADA, T.DIFICULDADE,
                          T.MODO_JOGO, CHAR(T.DATA_TENTATIVA, ISO)
                     FROM SENHAS_TENTATIVAS T, SENHAS S, CLIENTES C
                    WHERE T.TENTATIVA_NUM = 1
                      AND S.ID = T.ID_SENHA
                      AND T.ACERTOS_POS_CERTA = S.TAMANHO
                      AND C.CPF = T.CPF
                      AND T.DATA_TENTATIVA
                          BETWEEN :WS-DATA-INICIAL AND :WS-DATA-FINAL
                      AND T.CPF IN
                          (SELECT T2.CPF
                             FROM SENHAS_TENTATIVAS T2, SENHAS S2
                            WHERE T2.TENTATIVA_NUM = 1
                              AND S2.ID = T2.ID_SENHA
                              AND T2.ACERTOS_POS_CERTA = S2.TAMANHO
                              AND T2.DATA_TENTATIVA
                                  BETWEEN :WS-DATA-INICIAL
                                      AND :WS-DATA-FINAL
                            GROUP BY T2.CPF
                           HAVING COUNT(*) >= :WS-MIN-VIT-PRIMEIRA)
                    ORDER BY C.NOME_USUARIO, T.INICIO_RODADA
           END-EXEC

           EXEC SQL OPEN CUR-F1 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-F1
                    INTO :WS-CPF, :WS-NOME-USUARIO, :WS-ID-SENHA,
                         :WS-INICIO-RODADA, :WS-DIFICULDADE,
                         :WS-MODO-JOGO, :WS-DATA-TENTATIVA
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   MOVE SPACES             TO WS-DET-COMPLEMENTO
                   MOVE WS-ID-SENHA        TO WS-ID-SENHA-ED
                   STRING 'VITORIA NA TENTATIVA 1 EM '
                          WS-DATA-TENTATIVA ' - SENHA '
                          WS-ID-SENHA-ED
                       DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
                   PERFORM 800-APONTA-RODADA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-F1 END-EXEC
           PERFORM 930-IMPRIME-TOTAL-TIPO
           .

      *----------------------------------------------------------------*
      * TIPO 2 - DUAS RODADAS DO MESMO DESAFIO DO DIA (MESMA ID_SENHA,
      * MODO 'D'), DE CPFS DIFERENTES, COM AS MESMAS TENTATIVAS NA
      * MESMA ORDEM E NENHUMA A MAIS DE NENHUM DOS LADOS. AS LINHAS
      * '*DESIST*' DA VARREDURA P3O99V1 NAO SAO TENTATIVAS E FICAM DE
      * FORA DA COMPARACAO. AS DUAS RODADAS DO PAR VAO PARA REVISAO,
      * CADA UMA APONTANDO O OUTRO USUARIO.
      *----------------------------------------------------------------*
       210-CHECA-DESAFIO-IDENTICO.
           MOVE 2 TO WS-TIPO-NUM
           MOVE 'DESAFIO COM TENTATIVAS IDENTICAS ENTRE DOIS CPFS'
                                           TO WS-TIPO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-TIPO

           EXEC SQL
               DECLARE CUR-F2 CURSOR FOR
                   SELECT A.CPF, CA.NOME_USUARIO, A.INICIO_RODADA,
                          B.CPF, CB.NOME_USUARIO, B.INICIO_RODADA,
                          A.ID_SENHA, A.DIFICULDADE, COUNT(*)
                     FROM SENHAS_TENTATIVAS A, SENHAS_TENTATIVAS B,
                          CLIENTES CA, CLIENTES CB
                    WHERE A.MODO_JOGO = 'D'
                      AND B.MODO_JOGO = 'D'
                      AND B.ID_SENHA = A.ID_SENHA
                      AND B.CPF > A.CPF
                      AND B.TENTATIVA_NUM = A.TENTATIVA_NUM
                      AND B.TENTATIVA_TEXTO = A.TENTATIVA_TEXTO
                      AND A.TENTATIVA_TEXTO <> '*DESIST*'
                      AND CA.CPF = A.CPF
                      AND CB.CPF = B.CPF
                      AND DATE(A.INICIO_RODADA)
                          BETWEEN :WS-DATA-INICIAL AND :WS-DATA-FINAL
                    GROUP BY A.CPF, CA.NOME_USUARIO, A.INICIO_RODADA,
                             B.CPF, CB.NOME_USUARIO, B.INICIO_RODADA,
                             A.ID_SENHA, A.DIFICULDADE
                   HAVING COUNT(*) >= :WS-MIN-TENT-IGUAIS
                      AND COUNT(*) =
                          (SELECT COUNT(*)
                             FROM SENHAS_TENTATIVAS X
                            WHERE X.CPF = A.CPF
                              AND X.ID_SENHA = A.ID_SENHA
                              AND X.INICIO_RODADA = A.INICIO_RODADA
                              AND X.TENTATIVA_TEXTO <> '*DESIST*')
                      AND COUNT(*) =
                          (SELECT COUNT(*)
                             FROM SENHAS_TENTATIVAS Y
                            WHERE Y.CPF = B.CPF
                              AND Y.ID_SENHA = B.ID_SENHA
                              AND Y.INICIO_RODADA = B.INICIO_RODADA
                              AND Y.TENTATIVA_TEXTO <> '*DESIST*')
                    ORDER BY A.ID_SENHA, CA.NOME_USUARIO
           END-EXEC

           EXEC SQL OPEN CUR-F2 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-F2
                    INTO :WS-CPF, :WS-NOME-USUARIO, :WS-INICIO-RODADA,
                         :WS-CPF-2, :WS-NOME-USUARIO-2,
                         :WS-INICIO-RODADA-2, :WS-ID-SENHA,
                         :WS-DIFICULDADE, :WS-QTD-OCORR
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   PERFORM 215-APONTA-PAR-DESAFIO
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-F2 END-EXEC
           PERFORM 930-IMPRIME-TOTAL-TIPO
           .

       215-APONTA-PAR-DESAFIO.
           MOVE 'D'                        TO WS-MODO-JOGO
           MOVE WS-ID-SENHA                TO WS-ID-SENHA-ED
           MOVE WS-QTD-OCORR               TO WS-QTD-OCORR-ED

      * PRIMEIRA RODADA DO PAR, APONTANDO O SEGUNDO USUARIO
           MOVE SPACES                     TO WS-DET-COMPLEMENTO
           STRING 'IGUAL A ' WS-NOME-USUARIO-2 ' NO DESAFIO SENHA '
                  WS-ID-SENHA-ED ' - ' WS-QTD-OCORR-ED ' TENTATIVAS'
               DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
           PERFORM 800-APONTA-RODADA

      * SEGUNDA RODADA DO PAR, APONTANDO O PRIMEIRO USUARIO
           MOVE WS-CPF-2                   TO WS-CPF
           MOVE WS-INICIO-RODADA-2         TO WS-INICIO-RODADA
           MOVE SPACES                     TO WS-DET-COMPLEMENTO
           STRING 'IGUAL A ' WS-NOME-USUARIO ' NO DESAFIO SENHA '
                  WS-ID-SENHA-ED ' - ' WS-QTD-OCORR-ED ' TENTATIVAS'
               DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
           MOVE WS-NOME-USUARIO-2          TO WS-NOME-USUARIO
           PERFORM 800-APONTA-RODADA
           .

      *----------------------------------------------------------------*
      * TIPO 3 - 1A TENTATIVA IGUAL AO SENHA_TEXTO DA PROPRIA RODADA,
      * SEM QUE O JOGADOR TENHA VISTO ESSA SENHA ANTES (A SENHA SO E
      * MOSTRADA NO TABULEIRO QUANDO A RODADA E VENCIDA - VER
      * 999-TRATA-VITORIA DO P3O99B0 - ENTAO 'VISTA' = VITORIA ANTERIOR
      * DO CPF NA MESMA ID_SENHA, NA TABELA VIVA OU NO HISTORICO
      * RECARREGADO) E COM A SENHA JA REVELADA A OUTRO CPF ANTES DO
      * INICIO DA RODADA. E O DESENHO DA SENHA VAZADA ENTRE JOGADORES -
      * TIPICAMENTE NO DESAFIO DO DIA, QUE TODOS JOGAM. A COMPARACAO
      * COM AS DEMAIS SENHAS DO BANCO FICOU DE FORA DE PROPOSITO: NOS
      * ALFABETOS CURTOS A COINCIDENCIA DA 1A TENTATIVA COM ALGUMA
      * SENHA CADASTRADA E COMUM E SO GERARIA RUIDO NA REVISAO.
      *----------------------------------------------------------------*
       220-CHECA-SENHA-NAO-MOSTRADA.
           MOVE 3 TO WS-TIPO-NUM
           MOVE 'PRIMEIRA TENTATIVA IGUAL A SENHA NUNCA MOSTRADA'
                                           TO WS-TIPO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-TIPO

           EXEC SQL
               DECLARE CUR-F3 CURSOR FOR
                   SELECT T.CPF, C.NOME_USUARIO, T.ID_SENHA,
                          T.INICIO_RODADA, T.DIFICULDADE,
                          T.MODO_JOGO, CHAR(T.DATA_TENTATIVA, ISO)
                     FROM SENHAS_TENTATIVAS T, SENHAS S, CLIENTES C
                    WHERE T.TENTATIVA_NUM = 1
                      AND S.ID = T.ID_SENHA
                      AND T.TENTATIVA_TEXTO = S.SENHA_TEXTO
                      AND C.CPF = T.CPF
                      AND T.DATA_TENTATIVA
                          BETWEEN :WS-DATA-INICIAL AND :WS-DATA-FINAL
                      AND NOT EXISTS
                          (SELECT 1
                             FROM SENHAS_TENTATIVAS V
                            WHERE V.CPF = T.CPF
                              AND V.ID_SENHA = T.ID_SENHA
                              AND V.ACERTOS_POS_CERTA = S.TAMANHO
                              AND V.INICIO_RODADA < T.INICIO_RODADA)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM SENHAS_HISTORICO H
                            WHERE H.CPF = T.CPF
                              AND H.ID_SENHA = T.ID_SENHA
                              AND H.ACERTOS_POS_CERTA = S.TAMANHO)
                      AND EXISTS
                          (SELECT 1
                             FROM SENHAS_TENTATIVAS O
                            WHERE O.CPF <> T.CPF
                              AND O.ID_SENHA = T.ID_SENHA
                              AND O.ACERTOS_POS_CERTA = S.TAMANHO
                              AND TIMESTAMP(O.DATA_TENTATIVA,
                                            O.HORA_TENTATIVA)
                                  < T.INICIO_RODADA)
                    ORDER BY C.NOME_USUARIO, T.INICIO_RODADA
           END-EXEC

           EXEC SQL OPEN CUR-F3 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-F3
                    INTO :WS-CPF, :WS-NOME-USUARIO, :WS-ID-SENHA,
                         :WS-INICIO-RODADA, :WS-DIFICULDADE,
                         :WS-MODO-JOGO, :WS-DATA-TENTATIVA
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   MOVE SPACES             TO WS-DET-COMPLEMENTO
                   MOVE WS-ID-SENHA        TO WS-ID-SENHA-ED
                   STRING 'ACERTOU DE PRIMEIRA A SENHA '
                          WS-ID-SENHA-ED ' EM ' WS-DATA-TENTATIVA
                          ' - JA REVELADA A OUTRO'
                       DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
                   PERFORM 800-APONTA-RODADA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-F3 END-EXEC
           PERFORM 930-IMPRIME-TOTAL-TIPO
           .

      *----------------------------------------------------------------*
      * TIPO 4 - RODADAS COM PELO MENOS WS-MIN-RAPIDAS INTERVALOS
      * ENTRE TENTATIVAS SEGUIDAS (N E N+1 DA MESMA RODADA) ABAIXO DE
      * WS-MIN-SEGUNDOS. O INTERVALO E CALCULADO POR DAYS E
      * MIDNIGHT_SECONDS, COMO O TEMPO DECORRIDO DO P3O99R2. A LINHA
      * '*DESIST*' DA VARREDURA NAO E DIGITACAO E NAO ENTRA NA CONTA.
      *----------------------------------------------------------------*
       230-CHECA-DIGITACAO-RAPIDA.
           MOVE 4 TO WS-TIPO-NUM
           MOVE 'INTERVALO ENTRE TENTATIVAS ABAIXO DO HUMANO'
                                           TO WS-TIPO-DESCRICAO
           PERFORM 900-IMPRIME-CAB-TIPO

           EXEC SQL
               DECLARE CUR-F4 CURSOR FOR
                   SELECT A.CPF, C.NOME_USUARIO, A.ID_SENHA,
                          A.INICIO_RODADA, A.DIFICULDADE,
                          A.MODO_JOGO, COUNT(*),
                          MIN((DAYS(B.DATA_TENTATIVA)
                               - DAYS(A.DATA_TENTATIVA)) * 86400
                              + MIDNIGHT_SECONDS(B.HORA_TENTATIVA)
                              - MIDNIGHT_SECONDS(A.HORA_TENTATIVA))
                     FROM SENHAS_TENTATIVAS A, SENHAS_TENTATIVAS B,
                          CLIENTES C
                    WHERE B.CPF = A.CPF
                      AND B.ID_SENHA = A.ID_SENHA
                      AND B.INICIO_RODADA = A.INICIO_RODADA
                      AND B.TENTATIVA_NUM = A.TENTATIVA_NUM + 1
                      AND B.TENTATIVA_TEXTO <> '*DESIST*'
                      AND C.CPF = A.CPF
                      AND A.DATA_TENTATIVA
                          BETWEEN :WS-DATA-INICIAL AND :WS-DATA-FINAL
                      AND (DAYS(B.DATA_TENTATIVA)
                           - DAYS(A.DATA_TENTATIVA)) * 86400
                          + MIDNIGHT_SECONDS(B.HORA_TENTATIVA)
                          - MIDNIGHT_SECONDS(A.HORA_TENTATIVA)
                          < :WS-MIN-SEGUNDOS
                    GROUP BY A.CPF, C.NOME_USUARIO, A.ID_SENHA,
                             A.INICIO_RODADA, A.DIFICULDADE,
                             A.MODO_JOGO
                   HAVING COUNT(*) >= :WS-MIN-RAPIDAS
                    ORDER BY C.NOME_USUARIO, A.INICIO_RODADA
           END-EXEC

           EXEC SQL OPEN CUR-F4 END-EXEC
           PERFORM 290-TESTA-ABERTURA

           MOVE 'N' TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-F4
                    INTO :WS-CPF, :WS-NOME-USUARIO, :WS-ID-SENHA,
                         :WS-INICIO-RODADA, :WS-DIFICULDADE,
                         :WS-MODO-JOGO, :WS-QTD-OCORR,
                         :WS-MENOR-INTERVALO
               END-EXEC
               PERFORM 291-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   MOVE SPACES             TO WS-DET-COMPLEMENTO
                   MOVE WS-QTD-OCORR       TO WS-QTD-OCORR-ED
                   MOVE WS-MENOR-INTERVALO TO WS-INTERVALO-ED
                   STRING WS-QTD-OCORR-ED ' INTERVALOS RAPIDOS - '
                          'MENOR DE ' WS-INTERVALO-ED ' SEGUNDOS'
                       DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
                   PERFORM 800-APONTA-RODADA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-F4 END-EXEC
           PERFORM 930-IMPRIME-TOTAL-TIPO
           .

      *----------------------------------------------------------------*
      * ROTINAS COMUNS DE CURSOR E DE IMPRESSAO
      *----------------------------------------------------------------*
       290-TESTA-ABERTURA.
           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR CURSOR DO TIPO ' WS-TIPO-NUM
                       ', SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       291-TESTA-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'S' TO WS-FIM-CURSOR
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DO TIPO ' WS-TIPO-NUM
                           ', SQLCODE = ' SQLCODE
                   PERFORM 500-FECHA-RELATORIO
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * GRAVA A RODADA APONTADA EM RODADAS_REVISAO (SITUACAO 'P') E
      * IMPRIME A LINHA DE DETALHE. O -803 E UMA RODADA QUE JA ESTAVA
      * NA TABELA PARA O MESMO TIPO (REEXECUCAO OU PERIODO SOBREPOSTO)
      * - A SITUACAO GRAVADA NAO E TOCADA, ENTAO UMA RODADA JA LIBERADA
      * PELO OPERADOR CONTINUA LIBERADA.
      *----------------------------------------------------------------*
       800-APONTA-RODADA.
           MOVE WS-CPF                     TO DCLREV-CPF
           MOVE WS-ID-SENHA                TO DCLREV-ID-SENHA
           MOVE WS-INICIO-RODADA           TO DCLREV-INICIO-RODADA
           MOVE WS-TIPO-NUM                TO DCLREV-TIPO-ANOMALIA
           MOVE WS-DIFICULDADE             TO DCLREV-DIFICULDADE
           MOVE WS-MODO-JOGO               TO DCLREV-MODO-JOGO
           MOVE WS-DET-COMPLEMENTO         TO DCLREV-DETALHE

           EXEC SQL
               INSERT INTO RODADAS_REVISAO
                   (CPF, ID_SENHA, INICIO_RODADA, TIPO_ANOMALIA,
                    DIFICULDADE, MODO_JOGO, DETALHE, DATA_DETECCAO,
                    SITUACAO, OPERADOR)
               VALUES
                   (:DCLREV-CPF, :DCLREV-ID-SENHA,
                    :DCLREV-INICIO-RODADA, :DCLREV-TIPO-ANOMALIA,
                    :DCLREV-DIFICULDADE, :DCLREV-MODO-JOGO,
                    :DCLREV-DETALHE, CURRENT DATE, 'P', ' ')
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-RODADAS-NOVAS
                   MOVE 'NOVA'             TO WS-DET-REVISAO
               WHEN -803
                   ADD 1 TO WS-RODADAS-JA-APONTADAS
                   MOVE 'JA APONTADA'      TO WS-DET-REVISAO
               WHEN OTHER
                   DISPLAY 'ERRO AO GRAVAR RODADAS_REVISAO, SQLCODE = '
                           SQLCODE
                   PERFORM 500-FECHA-RELATORIO
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE

           MOVE WS-NOME-USUARIO            TO WS-DET-USUARIO
           PERFORM 950-MASCARA-CPF
           MOVE WS-DIFICULDADE             TO WS-DET-DIFICULDADE
           MOVE WS-MODO-JOGO               TO WS-DET-MODO
           PERFORM 920-IMPRIME-DETALHE
           .

       850-CONFIRMA-REVISAO.
           EXEC SQL
               COMMIT
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO NO COMMIT DE RODADAS_REVISAO, SQLCODE = '
                       SQLCODE
               PERFORM 500-FECHA-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       900-IMPRIME-CAB-TIPO.
           MOVE 0 TO WS-EXCECOES-TIPO
           PERFORM 915-IMPRIME-BRANCO
           MOVE WS-CAB-TIPO            TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       905-IMPRIME-LINHA-REL.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               PERFORM 925-IMPRIME-CABECALHO
           END-IF
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .

       915-IMPRIME-BRANCO.
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       920-IMPRIME-DETALHE.
           ADD 1 TO WS-EXCECOES-TIPO
           ADD 1 TO WS-EXCECOES-TOTAL
           MOVE WS-LINHA-DETALHE       TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       925-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                 TO WS-CAB-DIA
           MOVE WS-MES                 TO WS-CAB-MES
           MOVE WS-ANO                 TO WS-CAB-ANO
           MOVE WS-HORA                TO WS-CAB-HORA
           MOVE WS-MIN                 TO WS-CAB-MIN
           MOVE WS-PAGINA              TO WS-CAB-PAGINA

           MOVE WS-DATA-INICIAL        TO WS-CAB-DATA-INICIAL
           MOVE WS-DATA-FINAL          TO WS-CAB-DATA-FINAL

           MOVE 0                      TO WS-LINHA-ATUAL

           MOVE WS-CAB-PAGINA1         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-PAGINA2         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 3 TO WS-LINHA-ATUAL
           .

       930-IMPRIME-TOTAL-TIPO.
           MOVE WS-TIPO-NUM            TO WS-TOT-TIPO-NUM
           MOVE WS-EXCECOES-TIPO       TO WS-TOT-TIPO
           MOVE WS-LINHA-TOTAL-TIPO    TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       940-IMPRIME-TOTAL-GERAL.
           PERFORM 915-IMPRIME-BRANCO
           MOVE WS-EXCECOES-TOTAL      TO WS-TOT-GERAL
           MOVE WS-LINHA-TOTAL-GERAL   TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           MOVE WS-RODADAS-NOVAS       TO WS-TOT-NOVAS
           MOVE WS-LINHA-TOTAL-NOVAS   TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           MOVE WS-RODADAS-JA-APONTADAS
                                       TO WS-TOT-ANTIGAS
           MOVE WS-LINHA-TOTAL-ANTIGAS TO FD-RELATORIO-REC
           PERFORM 905-IMPRIME-LINHA-REL
           .

       950-MASCARA-CPF.
           MOVE WS-CPF(1:3)            TO WS-CPF-MASC-INICIO
           MOVE WS-CPF(10:2)           TO WS-CPF-MASC-FIM
           MOVE WS-CPF-MASCARADO       TO WS-DET-CPF
           .

       500-FECHA-RELATORIO.
           CLOSE F-RELATORIO
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99F1'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99F1 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS = APONTAMENTOS NO PERIODO, GRAVADOS = RODADAS NOVAS
      * PARA REVISAO.
           MOVE WS-EXCECOES-TOTAL          TO DCLEXE-LIDOS
           MOVE WS-RODADAS-NOVAS           TO DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
