      *       USADAS E O RESULTADO 'V'/'D'/'A' (VITORIA, DERROTA,
      *       ABANDONO - A LINHA '*DESIST*' DA VARREDURA P3O99V1 SO
      *       MARCA O ABANDONO, NUNCA CONTA COMO TENTATIVA);
      *   REGISTRO '2' = UMA EQUIPE DA LIGA ENTRE DEPARTAMENTOS NA
      *       CLASSIFICACAO DO ULTIMO MES APURADO PELO P3O99T2 (VER
      *       DCLCLEQ): MES, POSICAO, CODIGO E NOME DA EQUIPE, MEMBROS,
      *       PONTUADOS, PONTOS E MEDIA POR CABECA (2 DECIMAIS
      *       IMPLICITAS). SAI TODA NOITE, INDEPENDENTE DO PERIODO;
      *   REGISTRO '9' = TRAILER COM A CONTAGEM DE DETALHES, O
      *       PERIODO E A CONTAGEM DE EQUIPES, PARA O RECEPTOR VALIDAR
      *       A COMPLETUDE.
      * RODADA ENCERRADA = TEM VITORIA, TEM FECHO DE ABANDONO OU
      * ESGOTOU O MAXIMO DE TENTATIVAS DA DIFICULDADE (TABELA
      * DIFICULDADES); A DATA DE NEGOCIO DA RODADA E A DA SUA ULTIMA
      * LINHA NO HISTORICO.
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM O PARMIN, AS CONTAGENS E A SITUACAO FINAL.
      * SO RODA DEPOIS QUE P3O99V1 TERMINOU OK NO MESMO DIA DE
      * NEGOCIO (DEPENDENCIAS NA WSEXEC).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-TIMESTAMP-GERACAO            PIC X(26).

       77  WS-TOT-DETALHES                 PIC 9(09) VALUE 0.
       77  WS-TOT-EQUIPES                  PIC 9(05) VALUE 0.
       77  WS-FIM-EQUIPES                  PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * CAMPOS LIDOS DO CURSOR DE RODADAS ENCERRADAS
           05 WS-DET-DATA                  PIC X(10).
           05 FILLER                       PIC X(42) VALUE SPACES.

       01  WS-REG-EQUIPE.
           05 FILLER                       PIC X(01) VALUE '2'.
           05 WS-EQU-ANO-MES               PIC X(07).
           05 WS-EQU-POSICAO               PIC 9(03).
           05 WS-EQU-CODIGO                PIC X(04).
           05 WS-EQU-NOME                  PIC X(30).
           05 WS-EQU-MEMBROS               PIC 9(05).
           05 WS-EQU-PONTUADOS             PIC 9(05).
           05 WS-EQU-PONTOS                PIC 9(07).
           05 WS-EQU-MEDIA                 PIC 9(05)V99.
           05 FILLER                       PIC X(11) VALUE SPACES.

       01  WS-REG-TRAILER.
           05 FILLER                       PIC X(01) VALUE '9'.
           05 WS-TRL-QTD-DETALHES          PIC 9(09).
           05 WS-TRL-DATA-INICIAL          PIC X(10).
           05 WS-TRL-DATA-FINAL            PIC X(10).
           05 WS-TRL-QTD-EQUIPES           PIC 9(05).
           05 FILLER                       PIC X(45) VALUE SPACES.

      *----------------------------------------------------------------*
      * CPF MASCARADO NA INTERFACE - MESMA MASCARA DOS RELATORIOS
           05 FILLER                       PIC X(09) VALUE '.***.***-'.
           05 WS-CPF-MASC-FIM              PIC X(02).

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
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       000-PRINCIPAL.
           PERFORM 960-INICIA-EXECUCAO
           PERFORM 100-LE-PARAMETRO
           PERFORM 150-ABRE-EXTRACAO
           PERFORM 200-GRAVA-HEADER
           PERFORM 400-PROCESSA-RODADA
               UNTIL WS-FIM-CURSOR EQUAL 'S'
           PERFORM 500-FECHA-CURSOR
           PERFORM 550-GRAVA-EQUIPES
           PERFORM 600-GRAVA-TRAILER
           PERFORM 700-FECHA-EXTRACAO
           PERFORM 910-IMPRIME-RESUMO
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PARM-REC     TO DCLEXE-PARMIN
                       MOVE FD-DATA-INICIAL TO WS-DATA-INICIAL
                       MOVE FD-DATA-FINAL   TO WS-DATA-FINAL
               END-READ
           IF WS-DATA-FINAL < WS-DATA-INICIAL
               DISPLAY 'PERIODO INVALIDO NO CARTAO PARMIN: '
                       WS-DATA-INICIAL ' A ' WS-DATA-FINAL
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CALCULAR O DIA DE ONTEM, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           IF WS-FS-EXTRACAO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE INTERFACE - '
                       'FILE STATUS ' WS-FS-EXTRACAO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO NO CARIMBO DE GERACAO, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE WS-DATA-INICIAL            TO WS-HDR-DATA-INICIAL

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR, SQLCODE = ' SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DA EXTRACAO, SQLCODE = '
                           SQLCODE
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

           END-EXEC
           .

      *----------------------------------------------------------------*
      * CLASSIFICACAO DA LIGA DE EQUIPES DO ULTIMO MES GRAVADO EM
      * CLASSIFICACAO_EQUIPES, NA ORDEM DE POSICAO. SEM NENHUM MES
      * APURADO NAO SAI REGISTRO '2'.
      *----------------------------------------------------------------*
       550-GRAVA-EQUIPES.
           EXEC SQL
               DECLARE CUR-EQUIPES CURSOR FOR
                   SELECT ANO_MES, POSICAO, COD_EQUIPE, NOME, MEMBROS,
                          PONTUADOS, PONTOS_TOTAL, MEDIA
                     FROM CLASSIFICACAO_EQUIPES
                    WHERE ANO_MES =
                          (SELECT MAX(ANO_MES)
                             FROM CLASSIFICACAO_EQUIPES)
                    ORDER BY POSICAO
           END-EXEC

           EXEC SQL
               OPEN CUR-EQUIPES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR DE EQUIPES, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE 'N'                        TO WS-FIM-EQUIPES
           PERFORM UNTIL WS-FIM-EQUIPES EQUAL 'S'
               EXEC SQL
                   FETCH CUR-EQUIPES
                       INTO :DCLCEQ-ANO-MES, :DCLCEQ-POSICAO,
                            :DCLCEQ-COD-EQUIPE, :DCLCEQ-NOME,
                            :DCLCEQ-MEMBROS, :DCLCEQ-PONTUADOS,
                            :DCLCEQ-PONTOS-TOTAL, :DCLCEQ-MEDIA
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE DCLCEQ-ANO-MES      TO WS-EQU-ANO-MES
                       MOVE DCLCEQ-POSICAO      TO WS-EQU-POSICAO
                       MOVE DCLCEQ-COD-EQUIPE   TO WS-EQU-CODIGO
                       MOVE DCLCEQ-NOME         TO WS-EQU-NOME
                       MOVE DCLCEQ-MEMBROS      TO WS-EQU-MEMBROS
                       MOVE DCLCEQ-PONTUADOS    TO WS-EQU-PONTUADOS
                       MOVE DCLCEQ-PONTOS-TOTAL TO WS-EQU-PONTOS
                       MOVE DCLCEQ-MEDIA        TO WS-EQU-MEDIA
                       MOVE WS-REG-EQUIPE       TO FD-EXTRACAO-REC
                       PERFORM 900-GRAVA-REGISTRO
                       ADD 1 TO WS-TOT-EQUIPES
                   WHEN +100
                       MOVE 'S' TO WS-FIM-EQUIPES
                   WHEN OTHER
                       DISPLAY 'ERRO NO FETCH DAS EQUIPES, SQLCODE = '
                               SQLCODE
                       PERFORM 966-ABORTA-EXECUCAO
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE CUR-EQUIPES
           END-EXEC
           .

       600-GRAVA-TRAILER.
           MOVE WS-TOT-DETALHES            TO WS-TRL-QTD-DETALHES
           MOVE WS-TOT-EQUIPES             TO WS-TRL-QTD-EQUIPES
           MOVE WS-DATA-INICIAL            TO WS-TRL-DATA-INICIAL
           MOVE WS-DATA-FINAL              TO WS-TRL-DATA-FINAL

           IF WS-FS-EXTRACAO NOT EQUAL '00'
               DISPLAY 'ERRO DE GRAVACAO NA INTERFACE - FILE STATUS '
                       WS-FS-EXTRACAO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           DISPLAY 'PERIODO              : ' WS-DATA-INICIAL ' A '
                   WS-DATA-FINAL
           DISPLAY 'RODADAS EXTRAIDAS    : ' WS-TOT-DETALHES
           DISPLAY 'EQUIPES DA LIGA      : ' WS-TOT-EQUIPES
           DISPLAY '================================================='
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99X1'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99X1 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS E GRAVADOS = RODADAS EXTRAIDAS (REGISTROS DE DETALHE)
      * MAIS AS EQUIPES DA LIGA (REGISTROS '2').
           COMPUTE DCLEXE-LIDOS = WS-TOT-DETALHES + WS-TOT-EQUIPES
           MOVE DCLEXE-LIDOS               TO DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
