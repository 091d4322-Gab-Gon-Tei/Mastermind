      * VITORIAS PONTUADAS. A CLASSIFICACAO FINAL TAMBEM E GRAVADA EM
      * CAMPEONATO_MENSAL (VER DCLCAMP) PARA O QUADRO DE HONRA ANUAL.
      * CARTAO PARMIN: MES 'AAAA-MM'; SEM CARTAO, O MES ANTERIOR.
      * RODADAS APONTADAS PELA VARREDURA DE ANOMALIAS P3O99F1 FICAM DE
      * FORA DA APURACAO (NOS DOIS MODOS) ENQUANTO TIVEREM LINHA EM
      * RODADAS_REVISAO NAO LIBERADA PELO OPERADOR (VER DCLREV) - POR
      * ISSO O JOB RODA DEPOIS DA VARREDURA E DA REVISAO DO MES.
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM O PARMIN, AS CONTAGENS E A SITUACAO FINAL.
      * SO RODA DEPOIS QUE P3O99R1, P3O99R2 E P3O99F1 TERMINARAM OK
      * NO MESMO DIA DE NEGOCIO (DEPENDENCIAS NA WSEXEC).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
              INCLUDE DCLCAMP
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
           PERFORM 050-ABRE-RELATORIO
           PERFORM 100-LE-PARAMETRO

           PERFORM 500-IMPRIME-CLASSIFICACAO
           PERFORM 600-GRAVA-CLASSIFICACAO
           PERFORM 700-FECHA-RELATORIO
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

           IF WS-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO - '
                       'FILE STATUS ' WS-FS-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PARM-REC     TO DCLEXE-PARMIN
                       MOVE FD-ANO-MES     TO WS-ANO-MES
               END-READ
               CLOSE F-PARM

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'MES INVALIDO NO CARTAO PARMIN: ' WS-ANO-MES
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CALCULAR O MES ANTERIOR, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE WS-DATA-INICIAL(1:7)       TO WS-ANO-MES
                     AND C.CPF = T.CPF
                     AND T.DATA_TENTATIVA
                         BETWEEN :WS-DATA-INICIAL AND :WS-DATA-FINAL
                     AND NOT EXISTS
                         (SELECT 1 FROM RODADAS_REVISAO R
                           WHERE R.CPF = T.CPF
                             AND R.ID_SENHA = T.ID_SENHA
                             AND R.INICIO_RODADA = T.INICIO_RODADA
                             AND R.SITUACAO <> 'L')
                   GROUP BY T.DATA_TENTATIVA, T.DIFICULDADE, T.CPF,
                            C.NOME_USUARIO
                   ORDER BY T.DATA_TENTATIVA, T.DIFICULDADE,
           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR NORMAL, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE SPACES                     TO WS-DATA-ANTERIOR
      * APURACAO DO DESAFIO DO DIA - MESMO CURSOR DA CLASSIFICACAO DO
      * P3O99R2 (MENOS TENTATIVAS E, NO EMPATE, MENOR TEMPO ENTRE O
      * INICIO DA RODADA E A TENTATIVA VENCEDORA), SOBRE O MES.
      * NOS DOIS CURSORES, RODADA EM REVISAO NAO LIBERADA NAO PONTUA.
      *----------------------------------------------------------------*
       300-APURA-DESAFIO.
           EXEC SQL
                     AND D.DATA_DESAFIO = DATE(T.INICIO_RODADA)
                     AND D.DATA_DESAFIO
                         BETWEEN :WS-DATA-INICIAL AND :WS-DATA-FINAL
                     AND NOT EXISTS
                         (SELECT 1 FROM RODADAS_REVISAO R
                           WHERE R.CPF = T.CPF
                             AND R.ID_SENHA = T.ID_SENHA
                             AND R.INICIO_RODADA = T.INICIO_RODADA
                             AND R.SITUACAO <> 'L')
                   ORDER BY 1, 2, 5, 6
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR DESAFIO, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE SPACES                     TO WS-DATA-ANTERIOR
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DA APURACAO, SQLCODE = '
                           SQLCODE
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY 'ERRO AO LIMPAR O MES ANTERIOR, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE SPACES                     TO WS-DIFICULDADE-ANTERIOR
           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO NO COMMIT DA CLASSIFICACAO, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR A CLASSIFICACAO, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

           WRITE FD-RELATORIO-REC
           ADD 3 TO WS-LINHA-ATUAL
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99R3'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99R3 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS E GRAVADOS = JOGADORES PONTUADOS NO MES.
           MOVE WS-ACU-QTD                 TO DCLEXE-LIDOS
                                              DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
