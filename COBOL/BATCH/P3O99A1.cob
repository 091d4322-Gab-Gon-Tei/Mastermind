      * REAPARECEM E O JOB SEGUE DO PONTO ONDE PAROU. NO MAXIMO O
      * ULTIMO BLOCO NAO COMMITADO E DESCARREGADO DE NOVO NA GERACAO
      * SEGUINTE (O EXPURGO EM SI NUNCA PERDE LINHA).
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM O PARMIN, AS CONTAGENS E A SITUACAO FINAL.
      * SO RODA DEPOIS QUE P3O99V1 TERMINOU OK NO MESMO DIA DE
      * NEGOCIO (DEPENDENCIAS NA WSEXEC).
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
              INCLUDE DCLTENT
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
           PERFORM 150-ABRE-ARQUIVO
           PERFORM 900-IMPRIME-CABECALHO
           PERFORM 350-COMMIT-BLOCO
           PERFORM 500-FECHA-ARQUIVO
           PERFORM 910-IMPRIME-RESUMO
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

           IF WS-FS-PARM NOT EQUAL '00'
               DISPLAY 'PARMIN OBRIGATORIO (DATA DE CORTE) - '
                       'FILE STATUS ' WS-FS-PARM
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           READ F-PARM
               AT END
                   DISPLAY 'PARMIN VAZIO - INFORME A DATA DE CORTE'
                   PERFORM 966-ABORTA-EXECUCAO
               NOT AT END
                   MOVE FD-PARM-REC         TO DCLEXE-PARMIN
                   MOVE FD-DATA-CORTE      TO WS-DATA-CORTE
                   IF FD-TAM-BLOCO IS NUMERIC
                       MOVE FD-TAM-BLOCO   TO WS-TAM-BLOCO

           IF WS-DATA-CORTE EQUAL SPACES
               DISPLAY 'DATA DE CORTE AUSENTE NO CARTAO PARMIN'
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           IF WS-TAM-BLOCO EQUAL 0
           IF WS-FS-ARQUIVO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DESCARGA - '
                       'FILE STATUS ' WS-FS-ARQUIVO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .


           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR, SQLCODE = ' SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DO EXPURGO, SQLCODE = '
                           SQLCODE
                   PERFORM 400-FECHA-CURSOR
                   PERFORM 500-FECHA-ARQUIVO
                   PERFORM 966-ABORTA-EXECUCAO
           END-EVALUATE
           .

                       WS-FS-ARQUIVO
               PERFORM 400-FECHA-CURSOR
               PERFORM 500-FECHA-ARQUIVO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           ADD 1 TO WS-TOT-DESCARREGADAS
           .
           ELSE
               DISPLAY 'ERRO NO DELETE POSICIONADO, SQLCODE = '
                       SQLCODE
               PERFORM 400-FECHA-CURSOR
               PERFORM 500-FECHA-ARQUIVO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

               ELSE
                   DISPLAY 'ERRO NO COMMIT DO BLOCO, SQLCODE = '
                           SQLCODE
      * NO COMMIT FINAL O CURSOR JA FOI FECHADO PELO 000-PRINCIPAL.
                   IF WS-FIM-CURSOR NOT EQUAL 'S'
                       PERFORM 400-FECHA-CURSOR
                   END-IF
                   PERFORM 500-FECHA-ARQUIVO
                   PERFORM 966-ABORTA-EXECUCAO
               END-IF
           END-IF
           .
           DISPLAY 'BLOCOS COMMITADOS    : ' WS-TOT-COMMITS
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
           MOVE 'P3O99A1'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99A1 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS = LINHAS DESCARREGADAS NO ARQSAIDA, GRAVADOS = LINHAS
      * APAGADAS DO HISTORICO.
           MOVE WS-TOT-DESCARREGADAS       TO DCLEXE-LIDOS
           MOVE WS-TOT-APAGADAS            TO DCLEXE-GRAVADOS
           MOVE 0                          TO DCLEXE-REJEITADOS
           .
