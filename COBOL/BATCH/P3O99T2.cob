      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99T2.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * CLASSIFICACAO MENSAL DA LIGA ENTRE DEPARTAMENTOS. PARTE DOS
      * MESMOS PONTOS POR JOGADOR DO CAMPEONATO MENSAL (CAMPEONATO_
      * MENSAL, GRAVADO PELO P3O99R3 - AS DIFICULDADES SAO SOMADAS) E
      * SOMA OS PONTOS DE CADA JOGADOR NA EQUIPE A QUE ELE ESTA LIGADO
      * NO MOMENTO DA APURACAO (COD_EQUIPE DE CLIENTES - VER DCLEQUI).
      * SO ENTRAM AS EQUIPES ATIVAS COM PELO MENOS UM MEMBRO. PARA
      * CADA EQUIPE SAEM O TOTAL DE PONTOS, OS MEMBROS, QUANTOS DELES
      * PONTUARAM, A MEDIA POR CABECA (TOTAL / MEMBROS) E OS
      * WS-MAX-DESTAQUES JOGADORES QUE MAIS CONTRIBUIRAM. A POSICAO E
      * PELO TOTAL DE PONTOS E, NO EMPATE, PELA MAIOR MEDIA.
      * O RELATO SEGUE AS CONVENCOES DO P3O99R3 (NOME_USUARIO, CPF
      * MASCARADO, TOTAIS), E A CLASSIFICACAO E GRAVADA EM
      * CLASSIFICACAO_EQUIPES (VER DCLCLEQ), DE ONDE O EXTRATO DO
      * PORTAL P3O99X1 A MANDA PARA A INTRANET.
      * CARTAO PARMIN: MES 'AAAA-MM'; SEM CARTAO, O MES ANTERIOR.
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM O PARMIN, AS CONTAGENS E A SITUACAO FINAL.
      * SO RODA DEPOIS QUE O P3O99R3 TERMINOU OK NO MESMO DIA DE
      * NEGOCIO (DEPENDENCIA NA WSEXEC).
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
           05 FD-ANO-MES                   PIC X(07).
           05 FILLER                       PIC X(73).

       FD  F-RELATORIO
           RECORDING MODE IS F.
       01  FD-RELATORIO-REC                PIC X(132).

       WORKING-STORAGE                     SECTION.
       77  WS-FS-PARM                      PIC X(02).
       77  WS-FS-RELATORIO                 PIC X(02).
       77  WS-FIM-CURSOR                   PIC X(01).

       77  WS-ANO-MES                      PIC X(07).
       77  WS-DATA-INICIAL                 PIC X(10).
       77  WS-DATA-FINAL                   PIC X(10).

       77  WS-QTD-MES                      PIC S9(09) USAGE COMP.
       77  WS-QTD-SEM-EQUIPE               PIC S9(09) USAGE COMP.
       77  WS-QTD-MEMBROS                  PIC S9(09) USAGE COMP.
       77  WS-PONTOS-JOGADOR               PIC S9(09) USAGE COMP.
       77  WS-TOT-JOGADORES                PIC 9(07) VALUE 0.
       77  WS-TOT-GRAVADAS                 PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * TABELA DAS EQUIPES DA CLASSIFICACAO - CABE EM MEMORIA (UMA
      * LINHA POR EQUIPE ATIVA COM MEMBROS). ESTOURO E AVISADO E O
      * EXCEDENTE FICA FORA DA CLASSIFICACAO. CADA EQUIPE GUARDA OS
      * WS-MAX-DESTAQUES JOGADORES DE MAIS PONTOS NO MES.
      *----------------------------------------------------------------*
       77  WS-EQU-QTD                      PIC 9(04) VALUE 0.
       77  WS-EQU-MAX                      PIC 9(04) VALUE 200.
       77  WS-EQU-ESTOURO                  PIC X(01) VALUE 'N'.
       77  WS-EQU-ACHOU                    PIC 9(04).
       77  WS-MAX-DESTAQUES                PIC 9(01) VALUE 3.
       77  WS-DES-IDX                      PIC 9(01).
       77  WS-IDX                          PIC 9(04).
       77  WS-IDX2                         PIC 9(04).
       77  WS-TROCOU                       PIC X(01).

       01  WS-EQU-TAB.
           05 WS-EQU-ENTRY OCCURS 200 TIMES.
               10 WS-EQU-COD               PIC X(04).
               10 WS-EQU-NOME              PIC X(30).
               10 WS-EQU-MEMBROS           PIC 9(05).
               10 WS-EQU-PONTUADOS         PIC 9(05).
               10 WS-EQU-PONTOS            PIC 9(07).
               10 WS-EQU-MEDIA             PIC 9(05)V99.
               10 WS-EQU-DES-QTD           PIC 9(01).
               10 WS-EQU-DESTAQUE OCCURS 3 TIMES.
                   15 WS-EQU-DES-NOME      PIC X(08).
                   15 WS-EQU-DES-CPF       PIC X(11).
                   15 WS-EQU-DES-PONTOS    PIC 9(05).

       01  WS-EQU-TEMP                     PIC X(131).

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
               VALUE 'LIGA DE EQUIPES - P3O99T2               '.
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
           05 FILLER                       PIC X(04) VALUE 'MES '.
           05 WS-CAB-ANO-MES               PIC X(07).
           05 FILLER                       PIC X(121) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05 FILLER                       PIC X(05) VALUE 'POS '.
           05 FILLER                       PIC X(07) VALUE 'EQUIPE '.
           05 FILLER                       PIC X(32) VALUE 'NOME'.
           05 FILLER                       PIC X(09) VALUE 'MEMBROS  '.
           05 FILLER                       PIC X(11)
                               VALUE 'PONTUADOS  '.
           05 FILLER                       PIC X(11)
                               VALUE '    PONTOS '.
           05 FILLER                       PIC X(10)
                               VALUE '     MEDIA'.
           05 FILLER                       PIC X(47) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05 WS-DET-POS                   PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-EQUIPE                PIC X(04).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-DET-NOME                  PIC X(30).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-MEMBROS               PIC ZZ.ZZ9.
           05 FILLER                       PIC X(05) VALUE SPACES.
           05 WS-DET-PONTUADOS             PIC ZZ.ZZ9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-DET-PONTOS                PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-MEDIA                 PIC ZZ.ZZ9,99.
           05 FILLER                       PIC X(47) VALUE SPACES.

       01  WS-LINHA-DESTAQUE.
           05 FILLER                       PIC X(12) VALUE SPACES.
           05 FILLER                       PIC X(09) VALUE 'DESTAQUE '.
           05 WS-DES-ORDEM                 PIC 9(01).
           05 FILLER                       PIC X(02) VALUE '. '.
           05 WS-DES-USUARIO               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DES-CPF                   PIC X(14).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-DES-PONTOS                PIC ZZ.ZZ9.
           05 FILLER                       PIC X(07) VALUE ' PONTOS'.
           05 FILLER                       PIC X(67) VALUE SPACES.

       01  WS-LINHA-TOTAL-EQUIPES.
           05 FILLER                       PIC X(31)
               VALUE 'EQUIPES CLASSIFICADAS        : '.
           05 WS-TOT-EQUIPES               PIC ZZ.ZZ9.
           05 FILLER                       PIC X(95) VALUE SPACES.

       01  WS-LINHA-TOTAL-PONTUADOS.
           05 FILLER                       PIC X(31)
               VALUE 'PONTUADOS EM EQUIPES         : '.
           05 WS-TOT-PONTUADOS             PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(92) VALUE SPACES.

       01  WS-LINHA-TOTAL-SEM-EQUIPE.
           05 FILLER                       PIC X(31)
               VALUE 'PONTUADOS SEM EQUIPE ATIVA   : '.
           05 WS-TOT-SEM-EQUIPE            PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(92) VALUE SPACES.

      *----------------------------------------------------------------*
      * CPF MASCARADO NA COPIA PUBLICADA - SO OS 3 PRIMEIROS E OS 2
      * ULTIMOS DIGITOS APARECEM (EX.: 123.***.***-09).
      *----------------------------------------------------------------*
       01  WS-CPF-MASCARADO.
           05 WS-CPF-MASC-INICIO           PIC X(03).
           05 FILLER                       PIC X(09) VALUE '.***.***-'.
           05 WS-CPF-MASC-FIM              PIC X(02).

           EXEC SQL
              INCLUDE DCLEQUI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCLEQ
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
           PERFORM 150-CONFERE-CAMPEONATO
           PERFORM 200-CARREGA-EQUIPES

           IF WS-EQU-ESTOURO EQUAL 'S'
               DISPLAY 'AVISO: MAIS DE ' WS-EQU-MAX ' EQUIPES COM '
                       'MEMBROS - EXCEDENTE FORA DA CLASSIFICACAO'
           END-IF

           PERFORM 300-APURA-JOGADORES
           PERFORM 400-ORDENA-CLASSIFICACAO
           PERFORM 500-IMPRIME-CLASSIFICACAO
           PERFORM 600-GRAVA-CLASSIFICACAO
           PERFORM 700-FECHA-RELATORIO
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
      * CARTAO PARMIN: MES 'AAAA-MM'. SEM CARTAO OU CARTAO EM BRANCO,
      * O MES ANTERIOR (RODADA NORMAL DO PRIMEIRO DIA UTIL DO MES,
      * LOGO DEPOIS DO P3O99R3).
           MOVE SPACES                     TO WS-ANO-MES

           OPEN INPUT F-PARM
           IF WS-FS-PARM EQUAL '00'
               READ F-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PARM-REC     TO DCLEXE-PARMIN
                       MOVE FD-ANO-MES     TO WS-ANO-MES
               END-READ
               CLOSE F-PARM
           END-IF

           IF WS-ANO-MES EQUAL SPACES
               PERFORM 110-ASSUME-MES-ANTERIOR
           END-IF

           MOVE SPACES                     TO WS-DATA-INICIAL
           STRING WS-ANO-MES '-01'
               DELIMITED BY SIZE INTO WS-DATA-INICIAL

           EXEC SQL
               SELECT CHAR(LAST_DAY(DATE(:WS-DATA-INICIAL)), ISO)
                 INTO :WS-DATA-FINAL
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'MES INVALIDO NO CARTAO PARMIN: ' WS-ANO-MES
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       110-ASSUME-MES-ANTERIOR.
           EXEC SQL
               SELECT CHAR(CURRENT DATE - 1 MONTH, ISO)
                 INTO :WS-DATA-INICIAL
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CALCULAR O MES ANTERIOR, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE WS-DATA-INICIAL(1:7)       TO WS-ANO-MES
           .

       150-CONFERE-CAMPEONATO.
      * SEM A CLASSIFICACAO DO MES EM CAMPEONATO_MENSAL NAO HA O QUE
      * SOMAR - UMA LIGA TODA ZERADA NAO PODE SUBSTITUIR A DO PORTAL.
      * TAMBEM CONTA QUEM PONTUOU NO MES SEM ESTAR EM EQUIPE ATIVA,
      * PARA O TOTAL DO RELATO.
           MOVE WS-ANO-MES                 TO DCLCEQ-ANO-MES

           EXEC SQL
               SELECT COUNT(DISTINCT M.CPF),
                      COUNT(DISTINCT
                            CASE WHEN E.COD_EQUIPE IS NULL
                                 THEN M.CPF END)
                 INTO :WS-QTD-MES, :WS-QTD-SEM-EQUIPE
                 FROM CAMPEONATO_MENSAL M
                      INNER JOIN CLIENTES C
                         ON C.CPF = M.CPF
                      LEFT OUTER JOIN EQUIPES E
                         ON E.COD_EQUIPE = C.COD_EQUIPE
                        AND E.ATIVA = 'S'
                WHERE M.ANO_MES = :DCLCEQ-ANO-MES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO LER CAMPEONATO_MENSAL, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           IF WS-QTD-MES EQUAL 0
               DISPLAY 'MES ' WS-ANO-MES ' SEM CLASSIFICACAO EM '
                       'CAMPEONATO_MENSAL - RODAR O P3O99R3 ANTES'
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

      *----------------------------------------------------------------*
      * EQUIPES ATIVAS COM PELO MENOS UM MEMBRO, COM A CONTAGEM DE
      * MEMBROS - A EQUIPE SEM NENHUM PONTO NO MES TAMBEM E
      * CLASSIFICADA (NO FIM DA TABELA).
      *----------------------------------------------------------------*
       200-CARREGA-EQUIPES.
           EXEC SQL
               DECLARE CUR-EQUIPES CURSOR FOR
                   SELECT E.COD_EQUIPE, E.NOME, COUNT(*)
                     FROM EQUIPES E, CLIENTES C
                    WHERE E.ATIVA = 'S'
                      AND C.COD_EQUIPE = E.COD_EQUIPE
                    GROUP BY E.COD_EQUIPE, E.NOME
                    ORDER BY E.COD_EQUIPE
           END-EXEC

           EXEC SQL
               OPEN CUR-EQUIPES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR DE EQUIPES, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE 'N'                        TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-EQUIPES
                       INTO :DCLEQU-COD-EQUIPE, :DCLEQU-NOME,
                            :WS-QTD-MEMBROS
               END-EXEC
               PERFORM 290-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   PERFORM 210-INCLUI-EQUIPE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-EQUIPES
           END-EXEC
           .

       210-INCLUI-EQUIPE.
           IF WS-EQU-QTD >= WS-EQU-MAX
               MOVE 'S'                    TO WS-EQU-ESTOURO
           ELSE
               ADD 1 TO WS-EQU-QTD
               MOVE DCLEQU-COD-EQUIPE      TO WS-EQU-COD(WS-EQU-QTD)
               MOVE DCLEQU-NOME            TO WS-EQU-NOME(WS-EQU-QTD)
               MOVE WS-QTD-MEMBROS         TO WS-EQU-MEMBROS(WS-EQU-QTD)
               MOVE 0                      TO WS-EQU-PONTUADOS
                                              (WS-EQU-QTD)
               MOVE 0                      TO WS-EQU-PONTOS(WS-EQU-QTD)
               MOVE 0                      TO WS-EQU-MEDIA(WS-EQU-QTD)
               MOVE 0                      TO WS-EQU-DES-QTD
                                              (WS-EQU-QTD)
           END-IF
           .

      *----------------------------------------------------------------*
      * PONTOS DO MES POR JOGADOR DE EQUIPE ATIVA, SOMADAS AS
      * DIFICULDADES, NA ORDEM DE EQUIPE E PONTOS DECRESCENTES - OS
      * PRIMEIROS DE CADA EQUIPE SAO OS DESTAQUES. O NOME_USUARIO E O
      * ATUAL DE CLIENTES.
      *----------------------------------------------------------------*
       300-APURA-JOGADORES.
           EXEC SQL
               DECLARE CUR-JOGADORES CURSOR FOR
                   SELECT C.COD_EQUIPE, M.CPF, C.NOME_USUARIO,
                          SUM(M.PONTOS_TOTAL)
                     FROM CAMPEONATO_MENSAL M, CLIENTES C, EQUIPES E
                    WHERE M.ANO_MES = :DCLCEQ-ANO-MES
                      AND C.CPF = M.CPF
                      AND E.COD_EQUIPE = C.COD_EQUIPE
                      AND E.ATIVA = 'S'
                    GROUP BY C.COD_EQUIPE, M.CPF, C.NOME_USUARIO
                    ORDER BY 1, 4 DESC, 3
           END-EXEC

           EXEC SQL
               OPEN CUR-JOGADORES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR DE JOGADORES, '
                       'SQLCODE = ' SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE 'N'                        TO WS-FIM-CURSOR
           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-JOGADORES
                       INTO :DCLCLI-COD-EQUIPE, :DCLCLI-CPF,
                            :DCLCLI-NOME-USUARIO, :WS-PONTOS-JOGADOR
               END-EXEC
               PERFORM 290-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   ADD 1 TO WS-TOT-JOGADORES
                   PERFORM 310-ACUMULA-JOGADOR
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-JOGADORES
           END-EXEC
           .

       310-ACUMULA-JOGADOR.
      * EQUIPE QUE FICOU FORA POR ESTOURO DA TABELA NAO E ACHADA.
           MOVE 0 TO WS-EQU-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EQU-QTD
               IF WS-EQU-COD(WS-IDX) EQUAL DCLCLI-COD-EQUIPE
                   MOVE WS-IDX TO WS-EQU-ACHOU
               END-IF
           END-PERFORM

           IF WS-EQU-ACHOU > 0
               ADD 1                  TO WS-EQU-PONTUADOS(WS-EQU-ACHOU)
               ADD WS-PONTOS-JOGADOR  TO WS-EQU-PONTOS(WS-EQU-ACHOU)
               IF WS-EQU-DES-QTD(WS-EQU-ACHOU) < WS-MAX-DESTAQUES
                   ADD 1 TO WS-EQU-DES-QTD(WS-EQU-ACHOU)
                   MOVE WS-EQU-DES-QTD(WS-EQU-ACHOU) TO WS-DES-IDX
                   MOVE DCLCLI-NOME-USUARIO
                               TO WS-EQU-DES-NOME(WS-EQU-ACHOU
                                                  WS-DES-IDX)
                   MOVE DCLCLI-CPF
                               TO WS-EQU-DES-CPF(WS-EQU-ACHOU
                                                 WS-DES-IDX)
                   MOVE WS-PONTOS-JOGADOR
                               TO WS-EQU-DES-PONTOS(WS-EQU-ACHOU
                                                    WS-DES-IDX)
               END-IF
           END-IF
           .

       290-TESTA-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'S' TO WS-FIM-CURSOR
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DA APURACAO, SQLCODE = '
                           SQLCODE
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

       400-ORDENA-CLASSIFICACAO.
      * MEDIA POR CABECA DE CADA EQUIPE E BOLHA SIMPLES POR PONTOS
      * DECRESCENTES, MEDIA DECRESCENTE E CODIGO - O VOLUME E PEQUENO
      * (UMA LINHA POR EQUIPE).
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-EQU-QTD
               COMPUTE WS-EQU-MEDIA(WS-IDX) ROUNDED =
                       WS-EQU-PONTOS(WS-IDX) / WS-EQU-MEMBROS(WS-IDX)
           END-PERFORM

           MOVE 'S' TO WS-TROCOU
           PERFORM UNTIL WS-TROCOU EQUAL 'N'
               MOVE 'N' TO WS-TROCOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-EQU-QTD
                   COMPUTE WS-IDX2 = WS-IDX + 1
                   IF WS-EQU-PONTOS(WS-IDX) < WS-EQU-PONTOS(WS-IDX2)
                      OR (WS-EQU-PONTOS(WS-IDX) EQUAL
                          WS-EQU-PONTOS(WS-IDX2)
                          AND WS-EQU-MEDIA(WS-IDX) <
                              WS-EQU-MEDIA(WS-IDX2))
                      OR (WS-EQU-PONTOS(WS-IDX) EQUAL
                          WS-EQU-PONTOS(WS-IDX2)
                          AND WS-EQU-MEDIA(WS-IDX) EQUAL
                              WS-EQU-MEDIA(WS-IDX2)
                          AND WS-EQU-COD(WS-IDX) >
                              WS-EQU-COD(WS-IDX2))
                       MOVE WS-EQU-ENTRY(WS-IDX)  TO WS-EQU-TEMP
                       MOVE WS-EQU-ENTRY(WS-IDX2) TO WS-EQU-ENTRY
                                                     (WS-IDX)
                       MOVE WS-EQU-TEMP           TO WS-EQU-ENTRY
                                                     (WS-IDX2)
                       MOVE 'S' TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       500-IMPRIME-CLASSIFICACAO.
           PERFORM 510-IMPRIME-EQUIPE
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-EQU-QTD
           PERFORM 915-IMPRIME-BRANCO
           MOVE WS-EQU-QTD                 TO WS-TOT-EQUIPES
           MOVE WS-LINHA-TOTAL-EQUIPES     TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE WS-TOT-JOGADORES           TO WS-TOT-PONTUADOS
           MOVE WS-LINHA-TOTAL-PONTUADOS   TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE WS-QTD-SEM-EQUIPE          TO WS-TOT-SEM-EQUIPE
           MOVE WS-LINHA-TOTAL-SEM-EQUIPE  TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       510-IMPRIME-EQUIPE.
      * A EQUIPE E SEUS DESTAQUES FICAM NA MESMA PAGINA.
           IF WS-LINHA-ATUAL + WS-EQU-DES-QTD(WS-IDX) + 2
              > WS-LINHAS-POR-PAGINA
               MOVE 99                     TO WS-LINHA-ATUAL
           END-IF
           PERFORM 915-IMPRIME-BRANCO
           MOVE WS-IDX                     TO WS-DET-POS
           MOVE WS-EQU-COD(WS-IDX)         TO WS-DET-EQUIPE
           MOVE WS-EQU-NOME(WS-IDX)        TO WS-DET-NOME
           MOVE WS-EQU-MEMBROS(WS-IDX)     TO WS-DET-MEMBROS
           MOVE WS-EQU-PONTUADOS(WS-IDX)   TO WS-DET-PONTUADOS
           MOVE WS-EQU-PONTOS(WS-IDX)      TO WS-DET-PONTOS
           MOVE WS-EQU-MEDIA(WS-IDX)       TO WS-DET-MEDIA
           MOVE WS-LINHA-DETALHE           TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           PERFORM 520-IMPRIME-DESTAQUE
               VARYING WS-DES-IDX FROM 1 BY 1
               UNTIL WS-DES-IDX > WS-EQU-DES-QTD(WS-IDX)
           .

       520-IMPRIME-DESTAQUE.
           MOVE WS-EQU-DES-CPF(WS-IDX WS-DES-IDX)(1:3)
                                           TO WS-CPF-MASC-INICIO
           MOVE WS-EQU-DES-CPF(WS-IDX WS-DES-IDX)(10:2)
                                           TO WS-CPF-MASC-FIM
           MOVE WS-DES-IDX                 TO WS-DES-ORDEM
           MOVE WS-EQU-DES-NOME(WS-IDX WS-DES-IDX)
                                           TO WS-DES-USUARIO
           MOVE WS-CPF-MASCARADO           TO WS-DES-CPF
           MOVE WS-EQU-DES-PONTOS(WS-IDX WS-DES-IDX)
                                           TO WS-DES-PONTOS
           MOVE WS-LINHA-DESTAQUE          TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

      *----------------------------------------------------------------*
      * GRAVA A CLASSIFICACAO EM CLASSIFICACAO_EQUIPES - COMO NO
      * P3O99R3, AS LINHAS ANTERIORES DO MESMO MES SAO APAGADAS ANTES
      * (REPROCESSO SOB DEMANDA).
      *----------------------------------------------------------------*
       600-GRAVA-CLASSIFICACAO.
           EXEC SQL
               DELETE FROM CLASSIFICACAO_EQUIPES
                WHERE ANO_MES = :DCLCEQ-ANO-MES
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY 'ERRO AO LIMPAR O MES ANTERIOR, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           PERFORM 610-GRAVA-LINHA-CLASS
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-EQU-QTD

           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO NO COMMIT DA CLASSIFICACAO, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       610-GRAVA-LINHA-CLASS.
           MOVE WS-IDX                     TO DCLCEQ-POSICAO
           MOVE WS-EQU-COD(WS-IDX)         TO DCLCEQ-COD-EQUIPE
           MOVE WS-EQU-NOME(WS-IDX)        TO DCLCEQ-NOME
           MOVE WS-EQU-MEMBROS(WS-IDX)     TO DCLCEQ-MEMBROS
           MOVE WS-EQU-PONTUADOS(WS-IDX)   TO DCLCEQ-PONTUADOS
           MOVE WS-EQU-PONTOS(WS-IDX)      TO DCLCEQ-PONTOS-TOTAL
           MOVE WS-EQU-MEDIA(WS-IDX)       TO DCLCEQ-MEDIA
           EXEC SQL
               INSERT INTO CLASSIFICACAO_EQUIPES
                   (ANO_MES, POSICAO, COD_EQUIPE, NOME, MEMBROS,
                    PONTUADOS, PONTOS_TOTAL, MEDIA)
               VALUES
                   (:DCLCEQ-ANO-MES, :DCLCEQ-POSICAO,
                    :DCLCEQ-COD-EQUIPE, :DCLCEQ-NOME,
                    :DCLCEQ-MEMBROS, :DCLCEQ-PONTUADOS,
                    :DCLCEQ-PONTOS-TOTAL, :DCLCEQ-MEDIA)
           END-EXEC
           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR A CLASSIFICACAO, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           ADD 1 TO WS-TOT-GRAVADAS
           .

       700-FECHA-RELATORIO.
           CLOSE F-RELATORIO
           .

       900-IMPRIME-LINHA-REL.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               PERFORM 920-IMPRIME-CABECALHO
           END-IF
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
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
           MOVE WS-ANO-MES             TO WS-CAB-ANO-MES
           MOVE 0                      TO WS-LINHA-ATUAL
           MOVE WS-CAB-PAGINA1         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-PAGINA2         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 3 TO WS-LINHA-ATUAL
      * A LINHA DE COLUNAS SE REPETE EM TODA PAGINA.
           MOVE WS-CAB-COLUNAS         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99T2'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99T2 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS = JOGADORES DE EQUIPE ATIVA PONTUADOS NO MES, GRAVADOS =
      * EQUIPES GRAVADAS EM CLASSIFICACAO_EQUIPES.
           MOVE WS-TOT-JOGADORES           TO DCLEXE-LIDOS
           MOVE WS-TOT-GRAVADAS            TO DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
