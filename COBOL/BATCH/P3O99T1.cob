      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99T1.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * CARGA EM LOTE DAS EQUIPES DA LIGA ENTRE DEPARTAMENTOS E DO
      * VINCULO DOS JOGADORES AS EQUIPES (VER DCLEQUI E O COD_EQUIPE
      * DO DCLCLI) - O MESMO QUE O PAINEL T04PEQU (FT4K) FAZ UM A UM,
      * PARA A MONTAGEM INICIAL DA LIGA E AS REORGANIZACOES DE AREA.
      * O ARQUIVO TEM DOIS TIPOS DE REGISTRO, PROCESSADOS NA ORDEM EM
      * QUE VEM (AS EQUIPES ANTES DOS JOGADORES QUE VAO PARA ELAS):
      *   'E' = EQUIPE: CODIGO, NOME, DEPARTAMENTO E SITUACAO S/N (EM
      *         BRANCO = 'S'). EQUIPE JA CADASTRADA E ATUALIZADA.
      *   'J' = JOGADOR: CODIGO DA EQUIPE E CPF. CODIGO EM BRANCO
      *         DESLIGA O JOGADOR DA EQUIPE ATUAL. SO EQUIPE ATIVA
      *         RECEBE JOGADOR. CADA VINCULO ALTERADO DEIXA TRILHA EM
      *         ADMIN_AUDITORIA (ACAO 'Q', OPERADOR 'P3O99T1').
      * REGISTRO RECUSADO SAI NA SYSOUT E NAO PARA A CARGA; O JOGADOR
      * QUE JA ESTA NA EQUIPE INFORMADA E SO CONTADO, PARA O MESMO
      * ARQUIVO PODER SER REPROCESSADO.
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
           SELECT F-EQUIPES-CARGA ASSIGN TO EQUIPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EQUIPES-CARGA.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  F-EQUIPES-CARGA
           RECORDING MODE IS F.
       01  FD-EQUIPE-REC.
           05 FD-TIPO                      PIC X(01).
           05 FD-EQU-CODIGO                PIC X(04).
           05 FD-EQU-NOME                  PIC X(30).
           05 FD-EQU-DEPARTAMENTO          PIC X(10).
           05 FD-EQU-ATIVA                 PIC X(01).
           05 FILLER                       PIC X(34).
       01  FD-JOGADOR-REC.
           05 FILLER                       PIC X(01).
           05 FD-JOG-CODIGO                PIC X(04).
           05 FD-JOG-CPF                   PIC X(11).
           05 FILLER                       PIC X(64).

       WORKING-STORAGE                     SECTION.
       77  WS-FS-EQUIPES-CARGA             PIC X(02).
       77  WS-FIM-ARQUIVO                  PIC X(01) VALUE 'N'.
       77  WS-LINHA-INVALIDA               PIC X(01).
       77  WS-EQUIPE-ANTERIOR              PIC X(04).

       77  WS-TOT-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-EQU-INCLUIDAS            PIC 9(07) VALUE 0.
       77  WS-TOT-EQU-ALTERADAS            PIC 9(07) VALUE 0.
       77  WS-TOT-VINCULOS                 PIC 9(07) VALUE 0.
       77  WS-TOT-SEM-ALTERACAO            PIC 9(07) VALUE 0.
       77  WS-TOT-REJEITADOS               PIC 9(07) VALUE 0.

           EXEC SQL
              INCLUDE DCLEQUI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLADM
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
           PERFORM 100-ABRE-ARQUIVO
           PERFORM 200-PROCESSA-ARQUIVO
               UNTIL WS-FIM-ARQUIVO EQUAL 'S'
           PERFORM 300-FECHA-ARQUIVO
           PERFORM 900-IMPRIME-RESUMO
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

       100-ABRE-ARQUIVO.
           OPEN INPUT F-EQUIPES-CARGA
           IF WS-FS-EQUIPES-CARGA NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE CARGA DE EQUIPES - '
                       'FILE STATUS ' WS-FS-EQUIPES-CARGA
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           PERFORM 110-LE-PROXIMO-REGISTRO
           .

       110-LE-PROXIMO-REGISTRO.
           READ F-EQUIPES-CARGA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF WS-FS-EQUIPES-CARGA NOT EQUAL '00'
                       DISPLAY 'ERRO DE LEITURA NO ARQUIVO DE CARGA - '
                               'FILE STATUS ' WS-FS-EQUIPES-CARGA
                       PERFORM 966-ABORTA-EXECUCAO
                   ELSE
                       ADD 1 TO WS-TOT-LIDOS
                   END-IF
           END-READ
           .

       200-PROCESSA-ARQUIVO.
           MOVE 'N' TO WS-LINHA-INVALIDA

           EVALUATE FD-TIPO
               WHEN 'E'
                   PERFORM 210-VALIDA-EQUIPE
                   IF WS-LINHA-INVALIDA EQUAL 'N'
                       PERFORM 220-GRAVA-EQUIPE
                   END-IF
               WHEN 'J'
                   PERFORM 230-VALIDA-JOGADOR
                   IF WS-LINHA-INVALIDA EQUAL 'N'
                       PERFORM 240-GRAVA-VINCULO
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-LINHA-INVALIDA
                   DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                           ' REJEITADO - TIPO DE REGISTRO INVALIDO: '
                           FD-TIPO
           END-EVALUATE

           IF WS-LINHA-INVALIDA EQUAL 'S'
               ADD 1 TO WS-TOT-REJEITADOS
           END-IF

           PERFORM 110-LE-PROXIMO-REGISTRO
           .

       210-VALIDA-EQUIPE.
      * MESMAS CRITICAS DO PAINEL T04PEQU.
           EVALUATE TRUE
               WHEN FD-EQU-CODIGO(1:1) EQUAL SPACE
                   MOVE 'S' TO WS-LINHA-INVALIDA
                   DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                           ' REJEITADO - EQUIPE SEM CODIGO'
               WHEN FD-EQU-NOME EQUAL SPACES
                   MOVE 'S' TO WS-LINHA-INVALIDA
                   DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                           ' REJEITADO - EQUIPE SEM NOME: '
                           FD-EQU-CODIGO
               WHEN FD-EQU-ATIVA NOT EQUAL 'S' AND 'N' AND SPACE
                   MOVE 'S' TO WS-LINHA-INVALIDA
                   DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                           ' REJEITADO - SITUACAO DEVE SER S OU N: '
                           FD-EQU-ATIVA
           END-EVALUATE
           .

       220-GRAVA-EQUIPE.
           MOVE FD-EQU-CODIGO              TO DCLEQU-COD-EQUIPE
           MOVE FD-EQU-NOME                TO DCLEQU-NOME
           MOVE FD-EQU-DEPARTAMENTO        TO DCLEQU-DEPARTAMENTO
           IF FD-EQU-ATIVA EQUAL SPACE
               MOVE 'S'                    TO DCLEQU-ATIVA
           ELSE
               MOVE FD-EQU-ATIVA           TO DCLEQU-ATIVA
           END-IF
           MOVE 'P3O99T1'                  TO DCLEQU-OPERADOR

           EXEC SQL
               UPDATE EQUIPES
                  SET NOME = :DCLEQU-NOME,
                      DEPARTAMENTO = :DCLEQU-DEPARTAMENTO,
                      ATIVA = :DCLEQU-ATIVA,
                      OPERADOR = :DCLEQU-OPERADOR,
                      DATA_ALTERACAO = CURRENT TIMESTAMP
                WHERE COD_EQUIPE = :DCLEQU-COD-EQUIPE
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TOT-EQU-ALTERADAS
               WHEN +100
                   EXEC SQL
                       INSERT INTO EQUIPES
                           (COD_EQUIPE, NOME, DEPARTAMENTO, ATIVA,
                            OPERADOR, DATA_ALTERACAO)
                       VALUES
                           (:DCLEQU-COD-EQUIPE, :DCLEQU-NOME,
                            :DCLEQU-DEPARTAMENTO, :DCLEQU-ATIVA,
                            :DCLEQU-OPERADOR, CURRENT TIMESTAMP)
                   END-EXEC
                   IF SQLCODE EQUAL 0
                       ADD 1 TO WS-TOT-EQU-INCLUIDAS
                   ELSE
                       MOVE 'S' TO WS-LINHA-INVALIDA
                       DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                               ' REJEITADO - ERRO DE INSERT, SQLCODE = '
                               SQLCODE
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-LINHA-INVALIDA
                   DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                           ' REJEITADO - ERRO DE UPDATE, SQLCODE = '
                           SQLCODE
           END-EVALUATE
           .

       230-VALIDA-JOGADOR.
           IF FD-JOG-CPF IS NOT NUMERIC
               MOVE 'S' TO WS-LINHA-INVALIDA
               DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                       ' REJEITADO - CPF INVALIDO: ' FD-JOG-CPF
           ELSE
               MOVE FD-JOG-CPF             TO DCLCLI-CPF
               EXEC SQL
                   SELECT NOME_USUARIO, COD_EQUIPE, SITUACAO_RH
                     INTO :DCLCLI-NOME-USUARIO, :DCLCLI-COD-EQUIPE,
                          :DCLCLI-SITUACAO-RH
                     FROM CLIENTES
                    WHERE CPF = :DCLCLI-CPF
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE DCLCLI-COD-EQUIPE TO WS-EQUIPE-ANTERIOR
                   WHEN +100
                       MOVE 'S' TO WS-LINHA-INVALIDA
                       DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                               ' REJEITADO - CPF SEM CADASTRO: '
                               FD-JOG-CPF
                   WHEN OTHER
                       DISPLAY 'ERRO AO LER CLIENTES, SQLCODE = '
                               SQLCODE
                       PERFORM 966-ABORTA-EXECUCAO
               END-EVALUATE
           END-IF

      * FUNCIONARIO DESLIGADO PELO RH (P3O99H1) NAO VOLTA PARA EQUIPE -
      * SO O DESLIGAMENTO DE UM VINCULO QUE TENHA SOBRADO E ACEITO.
           IF WS-LINHA-INVALIDA EQUAL 'N'
              AND FD-JOG-CODIGO NOT EQUAL SPACES
              AND DCLCLI-SITUACAO-RH EQUAL 'D'
               MOVE 'S' TO WS-LINHA-INVALIDA
               DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                       ' REJEITADO - FUNCIONARIO DESLIGADO: '
                       FD-JOG-CPF
           END-IF

           IF WS-LINHA-INVALIDA EQUAL 'N'
              AND FD-JOG-CODIGO NOT EQUAL SPACES
               MOVE FD-JOG-CODIGO          TO DCLEQU-COD-EQUIPE
               EXEC SQL
                   SELECT ATIVA
                     INTO :DCLEQU-ATIVA
                     FROM EQUIPES
                    WHERE COD_EQUIPE = :DCLEQU-COD-EQUIPE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE EQUAL 0 AND DCLEQU-ATIVA EQUAL 'S'
                       CONTINUE
                   WHEN SQLCODE EQUAL 0
                       MOVE 'S' TO WS-LINHA-INVALIDA
                       DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                               ' REJEITADO - EQUIPE DESATIVADA: '
                               FD-JOG-CODIGO
                   WHEN SQLCODE EQUAL +100
                       MOVE 'S' TO WS-LINHA-INVALIDA
                       DISPLAY 'REGISTRO ' WS-TOT-LIDOS
                               ' REJEITADO - EQUIPE NAO CADASTRADA: '
                               FD-JOG-CODIGO
                   WHEN OTHER
                       DISPLAY 'ERRO AO LER EQUIPES, SQLCODE = '
                               SQLCODE
                       PERFORM 966-ABORTA-EXECUCAO
               END-EVALUATE
           END-IF
           .

       240-GRAVA-VINCULO.
           IF FD-JOG-CODIGO EQUAL WS-EQUIPE-ANTERIOR
               ADD 1 TO WS-TOT-SEM-ALTERACAO
           ELSE
               MOVE FD-JOG-CODIGO          TO DCLCLI-COD-EQUIPE

               EXEC SQL
                   UPDATE CLIENTES
                      SET COD_EQUIPE = :DCLCLI-COD-EQUIPE
                    WHERE CPF = :DCLCLI-CPF
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   DISPLAY 'ERRO AO GRAVAR O VINCULO DO CPF '
                           DCLCLI-CPF ', SQLCODE = ' SQLCODE
                   PERFORM 966-ABORTA-EXECUCAO
               END-IF

               PERFORM 250-GRAVA-ADMIN-AUDITORIA
               ADD 1 TO WS-TOT-VINCULOS
           END-IF
           .

       250-GRAVA-ADMIN-AUDITORIA.
      * COMO NO PAINEL, VINCULO SEM TRILHA NAO FICA: A FALHA DESFAZ
      * A CARGA DESDE O INICIO (O ARQUIVO PODE SER REPROCESSADO).
           MOVE 'P3O99T1'                  TO DCLADM-OPERADOR
           MOVE DCLCLI-CPF                 TO DCLADM-CPF
           MOVE DCLCLI-NOME-USUARIO        TO DCLADM-NOME-USUARIO
           MOVE 'Q'                        TO DCLADM-ACAO
           MOVE 'LOTE'                     TO DCLADM-EIBTRMID

           EXEC SQL
               INSERT INTO ADMIN_AUDITORIA
                   (OPERADOR, CPF, NOME_USUARIO, ACAO, EIBTRMID,
                    DATA_ACAO, HORA_ACAO)
               VALUES
                   (:DCLADM-OPERADOR, :DCLADM-CPF,
                    :DCLADM-NOME-USUARIO, :DCLADM-ACAO,
                    :DCLADM-EIBTRMID, CURRENT DATE, CURRENT TIME)
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR ADMIN_AUDITORIA DO CPF '
                       DCLCLI-CPF ', SQLCODE = ' SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 0                      TO WS-TOT-EQU-INCLUIDAS
                                              WS-TOT-EQU-ALTERADAS
                                              WS-TOT-VINCULOS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       300-FECHA-ARQUIVO.
           CLOSE F-EQUIPES-CARGA
           .

       900-IMPRIME-RESUMO.
           DISPLAY '================================================='
           DISPLAY 'CARGA DE EQUIPES - P3O99T1 - RESUMO'
           DISPLAY 'REGISTROS LIDOS      : ' WS-TOT-LIDOS
           DISPLAY 'EQUIPES INCLUIDAS    : ' WS-TOT-EQU-INCLUIDAS
           DISPLAY 'EQUIPES ALTERADAS    : ' WS-TOT-EQU-ALTERADAS
           DISPLAY 'VINCULOS GRAVADOS    : ' WS-TOT-VINCULOS
           DISPLAY 'JA NA EQUIPE         : ' WS-TOT-SEM-ALTERACAO
           DISPLAY 'REGISTROS REJEITADOS : ' WS-TOT-REJEITADOS
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
           MOVE 'P3O99T1'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99T1 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS = REGISTROS DO ARQUIVO DE CARGA, GRAVADOS = EQUIPES
      * INCLUIDAS OU ALTERADAS MAIS VINCULOS GRAVADOS, REJEITADOS =
      * REGISTROS RECUSADOS.
           MOVE WS-TOT-LIDOS               TO DCLEXE-LIDOS
           COMPUTE DCLEXE-GRAVADOS = WS-TOT-EQU-INCLUIDAS
                                   + WS-TOT-EQU-ALTERADAS
                                   + WS-TOT-VINCULOS
           MOVE WS-TOT-REJEITADOS          TO DCLEXE-REJEITADOS
           .
