      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PMON.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * MONITOR DE SESSOES EM JOGO (TRANSACAO FT4I). ATE AQUI A
      * OPERACAO SO SABIA QUEM ESTAVA JOGANDO PELA VARREDURA NOTURNA
      * P3O99V1, HORAS DEPOIS. ESTE PAINEL:
      *   - LISTA AS LINHAS ATUAIS DE JOGOS_ATIVOS (USUARIO, TERMINAL,
      *     DIFICULDADE, MODO_JOGO, INICIO DA RODADA, TENTATIVAS JA
      *     FEITAS E MINUTOS DESDE A ULTIMA_ATUALIZACAO), DA MAIS
      *     PARADA PARA A MAIS RECENTE, NUMA JANELA DE 8 LINHAS
      *     NUMERADAS - PF7/PF8 PAGINAM. ENTER APLICA OS FILTROS
      *     (DIFICULDADE, MODO, TERMINAL E MINUTOS MINIMOS PARADA);
      *   - PF5 ENCERRA A SESSAO DA LINHA INFORMADA;
      *   - PF6 ENCERRA TODAS AS SESSOES PARADAS DA LISTA NA TELA (COM
      *     OS MESMOS FILTROS) - PARADA E A SESSAO COM A
      *     ULTIMA_ATUALIZACAO MAIS ANTIGA QUE OS MINUTOS DO FILTRO OU,
      *     SEM ELE, QUE WS-MIN-SESSAO-VIVA (A MESMA JANELA DE SESSAO
      *     VIVA DO LOGIN DO P3O99B0). COM O FILTRO 0000 ENCERRA TODAS -
      *     E O QUE SE USA PARA ESVAZIAR O SISTEMA ANTES DO EXPURGO
      *     P3O99A1 OU DE UMA PARADA DO DB2.
      * A SESSAO E ENCERRADA COMO A VARREDURA P3O99V1 ENCERRA: LINHA DE
      * ABANDONO '*DESIST*' NA RODADA (DERROTA NO HISTORICO) E O
      * CHECKPOINT APAGADO. O TABULEIRO DO JOGADOR, SE AINDA ESTIVER
      * ABERTO, RECEBE 'SESSAO ENCERRADA' NO PROXIMO ENTER
      * (205-VERIFICA-POSSE DO P3O99B0).
      * TODO ENCERRAMENTO EXIGE O CAMPO OPERADOR PREENCHIDO E GERA UMA
      * LINHA EM ADMIN_AUDITORIA (VER DCLADM) NA MESMA UNIDADE DE
      * TRABALHO - SEM TRILHA, A SESSAO NAO E ENCERRADA.
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
      * PARAMETRO DE SESSAO PARADA - MESMO VALOR DE WS-MIN-SESSAO-VIVA
      * DO P3O99B0: SESSAO SEM ATUALIZACAO HA MAIS TEMPO QUE ISSO JA
      * NAO E CONSIDERADA VIVA PELO LOGIN.
      *----------------------------------------------------------------*
       77  WS-MIN-SESSAO-VIVA              PIC S9(04) COMP VALUE 30.
       77  WS-MIN-CORTE                    PIC S9(09) USAGE COMP.

      * LINHA DE ABANDONO GRAVADA NA RODADA ENCERRADA - MESMO MARCADOR
      * DA VARREDURA P3O99V1, DOCUMENTADO EM DCLTENT.
       77  WS-MARCA-DESISTENCIA            PIC X(08) VALUE '*DESIST*'.
       77  WS-ULTIMA-TENTATIVA             PIC S9(04) USAGE COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DA JANELA DE SESSOES
      *----------------------------------------------------------------*
       77  WS-IDX                          PIC 9(02).
       77  WS-QTD-SESSOES                  PIC S9(09) USAGE COMP.
       77  WS-TOTAL-PAGINAS                PIC 9(02).
       77  WS-LINHA-INICIAL                PIC S9(09) USAGE COMP.
       77  WS-LINHA-CURSOR                 PIC S9(09) USAGE COMP.
       77  WS-QTD-JANELA                   PIC 9(02).
       77  WS-LIN-ESCOLHIDA                PIC 9(01).
       77  WS-QTD-TENTATIVAS               PIC S9(09) USAGE COMP.
       77  WS-MIN-PARADO                   PIC S9(09) USAGE COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DO ENCERRAMENTO DE SESSAO (150-ENCERRA-SESSAO)
      * WS-ENCERRA-RESULTADO: 'O' = ENCERRADA, 'J' = JA TINHA SIDO
      * ENCERRADA (PELO JOGO, PELA VARREDURA OU POR OUTRO OPERADOR),
      * 'F' = FALHA - NADA FOI FEITO.
      *----------------------------------------------------------------*
       77  WS-ENCERRA-RESULTADO            PIC X(01).
       77  WS-QTD-ENCERRADAS               PIC 9(03).
       77  WS-QTD-FALHAS                   PIC 9(03).
       77  WS-QTD-ENCERRADAS-F             PIC ZZ9.
       77  WS-QTD-FALHAS-F                 PIC ZZ9.

      * SESSOES PARADAS DO PF6 - AS CHAVES SAO LIDAS TODAS ANTES DE
      * ENCERRAR, PORQUE CADA ENCERRAMENTO TERMINA COM SYNCPOINT (QUE
      * FECHA O CURSOR). NO MAXIMO WS-MAX-PARADAS POR PF6; SOBRANDO,
      * O OPERADOR TECLA PF6 DE NOVO.
       77  WS-MAX-PARADAS                  PIC 9(02) VALUE 50.
       77  WS-QTD-PARADAS                  PIC 9(02).
       77  WS-PAR-IDX                      PIC 9(02).
       01  WS-TB-PARADAS.
           05 WS-PARADA OCCURS 50 TIMES.
              10 WS-PAR-CPF                PIC X(11).
              10 WS-PAR-NOME-USUARIO       PIC X(08).
              10 WS-PAR-ID-SENHA           PIC S9(09) USAGE COMP.
              10 WS-PAR-INICIO-RODADA      PIC X(26).
              10 WS-PAR-DIFICULDADE        PIC X(01).
              10 WS-PAR-MODO-JOGO          PIC X(01).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * A FASE 'M' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRO
      * CONTEUDO (OU EIBCALEN ZERO) SIGNIFICA PRIMEIRA ENTRADA PELA
      * TRANSACAO FT4I. ALEM DA PAGINA, O COMMAREA LEVA OS FILTROS DA
      * LISTA NA TELA (O PF6 ENCERRA DENTRO DELES) E A CHAVE DAS 8
      * SESSOES MOSTRADAS, PARA O PF5 ENCERRAR EXATAMENTE A RODADA QUE
      * O OPERADOR VIU - SE O JOGADOR JA COMECOU OUTRA, NADA E TOCADO.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-PAGINA-MON                PIC 9(02).
           05 WS-FLT-DIFICULDADE           PIC X(01).
           05 WS-FLT-MODO-JOGO             PIC X(01).
           05 WS-FLT-EIBTRMID              PIC X(04).
           05 WS-FLT-INFORMOU-MIN          PIC X(01).
           05 WS-FLT-MIN                   PIC 9(04).
           05 WS-JANELA-MON OCCURS 8 TIMES.
              10 WS-JAN-CPF                PIC X(11).
              10 WS-JAN-NOME-USUARIO       PIC X(08).
              10 WS-JAN-ID-SENHA           PIC 9(09).
              10 WS-JAN-INICIO-RODADA      PIC X(26).
              10 WS-JAN-DIFICULDADE        PIC X(01).
              10 WS-JAN-MODO-JOGO          PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE AO MONITOR DE SESSOES
           COPY T04MMON.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLJOGO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTENT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLADM
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
              MOVE ' '                     TO WS-FASE
           END-IF

           EVALUATE WS-FASE
              WHEN 'M' PERFORM 050-FASEM
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - ENVIA A TELA COM A PRIMEIRA PAGINA DE TODAS
      * AS SESSOES EM JOGO, SEM FILTRO.

       040-ENTRADA.
           MOVE LOW-VALUES                 TO MAPMONO
           MOVE 1                          TO WS-PAGINA-MON
           MOVE SPACES                     TO WS-FLT-DIFICULDADE
           MOVE SPACES                     TO WS-FLT-MODO-JOGO
           MOVE SPACES                     TO WS-FLT-EIBTRMID
           MOVE 'N'                        TO WS-FLT-INFORMOU-MIN
           MOVE 0                          TO WS-FLT-MIN
           MOVE 'ENTER FILTRA - PF5 LINHA/PF6 PARADAS'
                                            TO TAMSGO
           PERFORM 999-TRATA-FASEM
           .

       050-FASEM.
           EXEC CICS HANDLE AID
              ENTER   (060-FILTRA)
              PF5     (070-ENCERRA-LINHA)
              PF6     (080-ENCERRA-PARADAS)
              PF7     (270-PF7)
              PF8     (280-PF8)
              PF3     (220-PF3)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPMON')
              MAPSET('T04MMON')
              INTO  (MAPMONI)
           END-EXEC
           .
      *----------------------------------------------------------------*
      * ENTER - APLICA OS FILTROS DIGITADOS (EM BRANCO, SEM FILTRO) E
      * VOLTA PARA A PRIMEIRA PAGINA.

       060-FILTRA.
           IF TAMODOI NOT EQUAL SPACES AND LOW-VALUES
              AND TAMODOI NOT EQUAL 'N' AND 'D' AND 'X'
               MOVE 'MODO DE JOGO DEVE SER N, D OU X'
                                            TO TAMSGO
               PERFORM 999-TRATA-FASEM
           END-IF

           IF TAMINI NOT EQUAL SPACES AND LOW-VALUES
              AND TAMINI IS NOT NUMERIC
               MOVE 'MINUTOS PARADA DEVE SER NUMERICO'
                                            TO TAMSGO
               PERFORM 999-TRATA-FASEM
           END-IF

           MOVE SPACES                     TO WS-FLT-DIFICULDADE
           MOVE SPACES                     TO WS-FLT-MODO-JOGO
           MOVE SPACES                     TO WS-FLT-EIBTRMID
           MOVE 'N'                        TO WS-FLT-INFORMOU-MIN
           MOVE 0                          TO WS-FLT-MIN

           IF TADIFI NOT EQUAL SPACES AND LOW-VALUES
               MOVE TADIFI                 TO WS-FLT-DIFICULDADE
           END-IF
           IF TAMODOI NOT EQUAL SPACES AND LOW-VALUES
               MOVE TAMODOI                TO WS-FLT-MODO-JOGO
           END-IF
           IF TATERMI NOT EQUAL SPACES AND LOW-VALUES
               MOVE TATERMI                TO WS-FLT-EIBTRMID
           END-IF
           IF TAMINI NOT EQUAL SPACES AND LOW-VALUES
               MOVE 'S'                    TO WS-FLT-INFORMOU-MIN
               MOVE TAMINI                 TO WS-FLT-MIN
           END-IF

           MOVE 1                          TO WS-PAGINA-MON
           MOVE 'LISTA ATUALIZADA'         TO TAMSGO
           PERFORM 999-TRATA-FASEM
           .
      *----------------------------------------------------------------*
      * PF5 - ENCERRA A SESSAO DA LINHA INFORMADA.

       070-ENCERRA-LINHA.
           PERFORM 100-CRITICA-OPERADOR

           IF TALINI < '1' OR TALINI > '8'
               MOVE 'INFORME A LINHA DA SESSAO (1 A 8)'
                                            TO TAMSGO
               PERFORM 999-TRATA-FASEM
           END-IF

           MOVE TALINI                     TO WS-LIN-ESCOLHIDA

           IF WS-JAN-CPF(WS-LIN-ESCOLHIDA) EQUAL SPACES
               MOVE 'LINHA SEM SESSAO NA JANELA'
                                            TO TAMSGO
               PERFORM 999-TRATA-FASEM
           END-IF

           MOVE WS-JAN-CPF(WS-LIN-ESCOLHIDA)
                                           TO DCLJOGO-CPF
           MOVE WS-JAN-NOME-USUARIO(WS-LIN-ESCOLHIDA)
                                           TO DCLCLI-NOME-USUARIO
           MOVE WS-JAN-ID-SENHA(WS-LIN-ESCOLHIDA)
                                           TO DCLJOGO-ID-SENHA
           MOVE WS-JAN-INICIO-RODADA(WS-LIN-ESCOLHIDA)
                                           TO DCLJOGO-INICIO-RODADA
           MOVE WS-JAN-DIFICULDADE(WS-LIN-ESCOLHIDA)
                                           TO DCLJOGO-DIFICULDADE
           MOVE WS-JAN-MODO-JOGO(WS-LIN-ESCOLHIDA)
                                           TO DCLJOGO-MODO-JOGO

           PERFORM 150-ENCERRA-SESSAO

           EVALUATE WS-ENCERRA-RESULTADO
              WHEN 'O'
                 MOVE SPACES               TO TAMSGO
                 STRING 'SESSAO DE ' DCLCLI-NOME-USUARIO
                        ' ENCERRADA'
                     DELIMITED BY SIZE INTO TAMSGO
              WHEN 'J'
                 MOVE 'SESSAO JA TINHA SIDO ENCERRADA'
                                           TO TAMSGO
              WHEN OTHER
                 MOVE 'FALHA AO ENCERRAR - NADA FOI FEITO'
                                           TO TAMSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASEM
           .
      *----------------------------------------------------------------*
      * PF6 - ENCERRA AS SESSOES PARADAS DENTRO DOS FILTROS DA LISTA.
      * CADA SESSAO E UMA UNIDADE DE TRABALHO: UMA FALHA NAO DESFAZ AS
      * QUE JA FORAM ENCERRADAS.

       080-ENCERRA-PARADAS.
           PERFORM 100-CRITICA-OPERADOR

           IF WS-FLT-INFORMOU-MIN EQUAL 'S'
               MOVE WS-FLT-MIN             TO WS-MIN-CORTE
           ELSE
               MOVE WS-MIN-SESSAO-VIVA     TO WS-MIN-CORTE
           END-IF

           PERFORM 160-LE-PARADAS

           MOVE 0                          TO WS-QTD-ENCERRADAS
           MOVE 0                          TO WS-QTD-FALHAS
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-QTD-PARADAS
               MOVE WS-PAR-CPF(WS-PAR-IDX)     TO DCLJOGO-CPF
               MOVE WS-PAR-NOME-USUARIO(WS-PAR-IDX)
                                           TO DCLCLI-NOME-USUARIO
               MOVE WS-PAR-ID-SENHA(WS-PAR-IDX)
                                           TO DCLJOGO-ID-SENHA
               MOVE WS-PAR-INICIO-RODADA(WS-PAR-IDX)
                                           TO DCLJOGO-INICIO-RODADA
               MOVE WS-PAR-DIFICULDADE(WS-PAR-IDX)
                                           TO DCLJOGO-DIFICULDADE
               MOVE WS-PAR-MODO-JOGO(WS-PAR-IDX)
                                           TO DCLJOGO-MODO-JOGO
               PERFORM 150-ENCERRA-SESSAO
               EVALUATE WS-ENCERRA-RESULTADO
                  WHEN 'O'
                     ADD 1 TO WS-QTD-ENCERRADAS
                     EXEC CICS SYNCPOINT
                     END-EXEC
                  WHEN 'F'
                     ADD 1 TO WS-QTD-FALHAS
               END-EVALUATE
           END-PERFORM

           MOVE WS-QTD-ENCERRADAS          TO WS-QTD-ENCERRADAS-F
           MOVE WS-QTD-FALHAS              TO WS-QTD-FALHAS-F
           MOVE SPACES                     TO TAMSGO
           IF WS-QTD-PARADAS >= WS-MAX-PARADAS
               STRING WS-QTD-ENCERRADAS-F ' ENCERRADAS, '
                      WS-QTD-FALHAS-F ' FALHAS - PF6 DE NOVO'
                   DELIMITED BY SIZE INTO TAMSGO
           ELSE
               STRING WS-QTD-ENCERRADAS-F ' SESSOES ENCERRADAS, '
                      WS-QTD-FALHAS-F ' FALHAS'
                   DELIMITED BY SIZE INTO TAMSGO
           END-IF
           MOVE 1                          TO WS-PAGINA-MON
           PERFORM 999-TRATA-FASEM
           .

       100-CRITICA-OPERADOR.
      * NENHUM ENCERRAMENTO SAI SEM O OPERADOR ASSINADO - E ELE QUEM
      * VAI PARA ADMIN_AUDITORIA.
           IF TAOPERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O OPERADOR RESPONSAVEL'
                                            TO TAMSGO
               PERFORM 999-TRATA-FASEM
           END-IF
           .

       120-GRAVA-ADMIN-AUDITORIA.
      * MESMA TRILHA DO T04POPE, NA MESMA UNIDADE DE TRABALHO DO
      * ENCERRAMENTO - QUEM CHAMA DESFAZ TUDO SE ESTA LINHA NAO GRAVA.
           MOVE TAOPERI                    TO DCLADM-OPERADOR
           MOVE DCLJOGO-CPF                TO DCLADM-CPF
           MOVE DCLCLI-NOME-USUARIO        TO DCLADM-NOME-USUARIO
           MOVE 'E'                        TO DCLADM-ACAO
           MOVE EIBTRMID                   TO DCLADM-EIBTRMID

           EXEC SQL
               INSERT INTO ADMIN_AUDITORIA
                   (OPERADOR, CPF, NOME_USUARIO, ACAO, EIBTRMID,
                    DATA_ACAO, HORA_ACAO)
               VALUES
                   (:DCLADM-OPERADOR, :DCLADM-CPF,
                    :DCLADM-NOME-USUARIO, :DCLADM-ACAO,
                    :DCLADM-EIBTRMID, CURRENT DATE, CURRENT TIME)
           END-EXEC
           .
      *----------------------------------------------------------------*
      * ENCERRA UMA SESSAO COMO A VARREDURA P3O99V1 (310/320): LINHA DE
      * ABANDONO COM O NUMERO SEGUINTE AO DA ULTIMA TENTATIVA DA RODADA
      * E CHECKPOINT APAGADO, MAIS A TRILHA. O DELETE VEM PRIMEIRO E SO
      * ACHA A LINHA SE O CHECKPOINT AINDA E DA MESMA RODADA - SE O
      * JOGADOR TERMINOU A RODADA (OU COMECOU OUTRA) DEPOIS QUE A TELA
      * FOI MONTADA, NADA E TOCADO. O LOCK DO DELETE SEGURA O
      * 205-VERIFICA-POSSE DO JOGO ATE O FIM DA UNIDADE DE TRABALHO.

       150-ENCERRA-SESSAO.
           MOVE 'O'                        TO WS-ENCERRA-RESULTADO

           EXEC SQL
               DELETE FROM JOGOS_ATIVOS
                WHERE CPF = :DCLJOGO-CPF
                  AND ID_SENHA = :DCLJOGO-ID-SENHA
                  AND INICIO_RODADA = :DCLJOGO-INICIO-RODADA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'J'                  TO WS-ENCERRA-RESULTADO
              WHEN OTHER
                 MOVE 'F'                  TO WS-ENCERRA-RESULTADO
           END-EVALUATE

           IF WS-ENCERRA-RESULTADO EQUAL 'O'
               MOVE 0                      TO WS-ULTIMA-TENTATIVA

               EXEC SQL
                   SELECT COALESCE(MAX(TENTATIVA_NUM), 0)
                     INTO :WS-ULTIMA-TENTATIVA
                     FROM SENHAS_TENTATIVAS
                    WHERE CPF = :DCLJOGO-CPF
                      AND ID_SENHA = :DCLJOGO-ID-SENHA
                      AND INICIO_RODADA = :DCLJOGO-INICIO-RODADA
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   MOVE 'F'                TO WS-ENCERRA-RESULTADO
               END-IF
           END-IF

           IF WS-ENCERRA-RESULTADO EQUAL 'O'
               ADD 1 TO WS-ULTIMA-TENTATIVA

               EXEC SQL
                   INSERT INTO SENHAS_TENTATIVAS
                       (CPF, ID_SENHA, DIFICULDADE, TENTATIVA_NUM,
                        TENTATIVA_TEXTO, ACERTOS_POS_CERTA,
                        ACERTOS_POS_ERRADA, DATA_TENTATIVA,
                        HORA_TENTATIVA, INICIO_RODADA, MODO_JOGO)
                   VALUES
                       (:DCLJOGO-CPF, :DCLJOGO-ID-SENHA,
                        :DCLJOGO-DIFICULDADE, :WS-ULTIMA-TENTATIVA,
                        :WS-MARCA-DESISTENCIA, 0, 0,
                        CURRENT DATE, CURRENT TIME,
                        :DCLJOGO-INICIO-RODADA, :DCLJOGO-MODO-JOGO)
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   MOVE 'F'                TO WS-ENCERRA-RESULTADO
               END-IF
           END-IF

           IF WS-ENCERRA-RESULTADO EQUAL 'O'
               PERFORM 120-GRAVA-ADMIN-AUDITORIA
               IF SQLCODE NOT EQUAL 0
                   MOVE 'F'                TO WS-ENCERRA-RESULTADO
               END-IF
           END-IF

      * SOB CICS O DESFAZER E PELO SYNCPOINT DA TASK (SQL ROLLBACK E
      * REJEITADO PELO ATTACHMENT COM -926) - O CHECKPOINT VOLTA E A
      * RODADA CONTINUA EM JOGO.
           IF WS-ENCERRA-RESULTADO EQUAL 'F'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           END-IF
           .
      *----------------------------------------------------------------*
      * CHAVES DAS SESSOES PARADAS DENTRO DOS FILTROS DA LISTA, DA MAIS
      * PARADA PARA A MAIS RECENTE, ATE WS-MAX-PARADAS.

       160-LE-PARADAS.
           MOVE 0                          TO WS-QTD-PARADAS

           EXEC SQL
               DECLARE CUR-PARADAS CURSOR FOR
                   SELECT J.CPF, COALESCE(C.NOME_USUARIO, ' '),
                          J.ID_SENHA, J.INICIO_RODADA,
                          J.DIFICULDADE, J.MODO_JOGO
                     FROM JOGOS_ATIVOS J
                          LEFT OUTER JOIN CLIENTES C
                            ON C.CPF = J.CPF
                    WHERE (:WS-FLT-DIFICULDADE = ' '
                           OR J.DIFICULDADE = :WS-FLT-DIFICULDADE)
                      AND (:WS-FLT-MODO-JOGO = ' '
                           OR J.MODO_JOGO = :WS-FLT-MODO-JOGO)
                      AND (:WS-FLT-EIBTRMID = ' '
                           OR J.EIBTRMID = :WS-FLT-EIBTRMID)
                      AND J.ULTIMA_ATUALIZACAO <=
                          CURRENT TIMESTAMP - :WS-MIN-CORTE MINUTES
                    ORDER BY J.ULTIMA_ATUALIZACAO, J.CPF
           END-EXEC

           EXEC SQL OPEN CUR-PARADAS END-EXEC

           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-PARADAS >= WS-MAX-PARADAS
               EXEC SQL
                   FETCH CUR-PARADAS
                    INTO :DCLJOGO-CPF, :DCLCLI-NOME-USUARIO,
                         :DCLJOGO-ID-SENHA, :DCLJOGO-INICIO-RODADA,
                         :DCLJOGO-DIFICULDADE, :DCLJOGO-MODO-JOGO
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-QTD-PARADAS
                   MOVE DCLJOGO-CPF
                               TO WS-PAR-CPF(WS-QTD-PARADAS)
                   MOVE DCLCLI-NOME-USUARIO
                               TO WS-PAR-NOME-USUARIO(WS-QTD-PARADAS)
                   MOVE DCLJOGO-ID-SENHA
                               TO WS-PAR-ID-SENHA(WS-QTD-PARADAS)
                   MOVE DCLJOGO-INICIO-RODADA
                               TO WS-PAR-INICIO-RODADA(WS-QTD-PARADAS)
                   MOVE DCLJOGO-DIFICULDADE
                               TO WS-PAR-DIFICULDADE(WS-QTD-PARADAS)
                   MOVE DCLJOGO-MODO-JOGO
                               TO WS-PAR-MODO-JOGO(WS-QTD-PARADAS)
               END-IF
           END-PERFORM

           IF SQLCODE < 0
               EXEC SQL CLOSE CUR-PARADAS END-EXEC
               MOVE 'ERRO AO LER AS SESSOES PARADAS'
                                            TO TAMSGO
               PERFORM 999-TRATA-FASEM
           END-IF

           EXEC SQL CLOSE CUR-PARADAS END-EXEC
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO FT4I'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO TAMSGO
           PERFORM 999-TRATA-FASEM
           .

       270-PF7.
           IF WS-PAGINA-MON > 1
               SUBTRACT 1 FROM WS-PAGINA-MON
           END-IF
           MOVE SPACES                     TO TAMSGO
           PERFORM 999-TRATA-FASEM
           .

       280-PF8.
           PERFORM 890-CONTA-SESSOES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-SESSOES - 1) / 8) + 1
           IF WS-QTD-SESSOES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-MON < WS-TOTAL-PAGINAS
               ADD 1 TO WS-PAGINA-MON
           END-IF
           MOVE SPACES                     TO TAMSGO
           PERFORM 999-TRATA-FASEM
           .

       890-CONTA-SESSOES.
           MOVE WS-FLT-MIN                 TO WS-MIN-CORTE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-SESSOES
                 FROM JOGOS_ATIVOS J
                WHERE (:WS-FLT-DIFICULDADE = ' '
                       OR J.DIFICULDADE = :WS-FLT-DIFICULDADE)
                  AND (:WS-FLT-MODO-JOGO = ' '
                       OR J.MODO_JOGO = :WS-FLT-MODO-JOGO)
                  AND (:WS-FLT-EIBTRMID = ' '
                       OR J.EIBTRMID = :WS-FLT-EIBTRMID)
                  AND J.ULTIMA_ATUALIZACAO <=
                      CURRENT TIMESTAMP - :WS-MIN-CORTE MINUTES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-SESSOES
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE SESSOES - 8 LINHAS DA PAGINA ATUAL, DA MAIS PARADA
      * PARA A MAIS RECENTE. AS TENTATIVAS CONTAM SO AS LINHAS DA
      * RODADA EM ANDAMENTO (MESMO INICIO_RODADA) E OS MINUTOS SAO
      * CONTADOS POR DAYS/MIDNIGHT_SECONDS, COMO OS TEMPOS DO DUELO.
      * A CHAVE DE CADA LINHA MOSTRADA VAI PARA O COMMAREA
      * (WS-JANELA-MON) PARA O PF5.

       900-CARREGA-LISTA.
           PERFORM 890-CONTA-SESSOES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-SESSOES - 1) / 8) + 1
           IF WS-QTD-SESSOES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-MON EQUAL 0
               MOVE 1 TO WS-PAGINA-MON
           END-IF
           IF WS-PAGINA-MON > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-MON
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-MON - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO MON-LIN(WS-IDX)
               MOVE SPACES TO MON-USER(WS-IDX)
               MOVE SPACES TO MON-TERM(WS-IDX)
               MOVE SPACES TO MON-DIF(WS-IDX)
               MOVE SPACES TO MON-MODO(WS-IDX)
               MOVE SPACES TO MON-INICIO(WS-IDX)
               MOVE 0      TO MON-TENT(WS-IDX)
               MOVE 0      TO MON-MIN(WS-IDX)
               MOVE SPACES TO WS-JAN-CPF(WS-IDX)
               MOVE SPACES TO WS-JAN-NOME-USUARIO(WS-IDX)
               MOVE 0      TO WS-JAN-ID-SENHA(WS-IDX)
               MOVE SPACES TO WS-JAN-INICIO-RODADA(WS-IDX)
               MOVE SPACES TO WS-JAN-DIFICULDADE(WS-IDX)
               MOVE SPACES TO WS-JAN-MODO-JOGO(WS-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE CUR-SESSOES CURSOR FOR
                   SELECT J.CPF, COALESCE(C.NOME_USUARIO, ' '),
                          J.EIBTRMID, J.ID_SENHA, J.DIFICULDADE,
                          J.MODO_JOGO, J.INICIO_RODADA,
                          (SELECT COUNT(*)
                             FROM SENHAS_TENTATIVAS T
                            WHERE T.CPF = J.CPF
                              AND T.ID_SENHA = J.ID_SENHA
                              AND T.INICIO_RODADA = J.INICIO_RODADA
                              AND T.TENTATIVA_TEXTO <> '*DESIST*'),
                          ((DAYS(CURRENT TIMESTAMP)
                            - DAYS(J.ULTIMA_ATUALIZACAO)) * 86400
                           + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                           - MIDNIGHT_SECONDS(J.ULTIMA_ATUALIZACAO))
                           / 60
                     FROM JOGOS_ATIVOS J
                          LEFT OUTER JOIN CLIENTES C
                            ON C.CPF = J.CPF
                    WHERE (:WS-FLT-DIFICULDADE = ' '
                           OR J.DIFICULDADE = :WS-FLT-DIFICULDADE)
                      AND (:WS-FLT-MODO-JOGO = ' '
                           OR J.MODO_JOGO = :WS-FLT-MODO-JOGO)
                      AND (:WS-FLT-EIBTRMID = ' '
                           OR J.EIBTRMID = :WS-FLT-EIBTRMID)
                      AND J.ULTIMA_ATUALIZACAO <=
                          CURRENT TIMESTAMP - :WS-MIN-CORTE MINUTES
                    ORDER BY J.ULTIMA_ATUALIZACAO, J.CPF
           END-EXEC

           EXEC SQL OPEN CUR-SESSOES END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR AS SESSOES'
                                            TO TAMSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-SESSOES
                    INTO :DCLJOGO-CPF, :DCLCLI-NOME-USUARIO,
                         :DCLJOGO-EIBTRMID, :DCLJOGO-ID-SENHA,
                         :DCLJOGO-DIFICULDADE, :DCLJOGO-MODO-JOGO,
                         :DCLJOGO-INICIO-RODADA, :WS-QTD-TENTATIVAS,
                         :WS-MIN-PARADO
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-SESSOES END-EXEC

           MOVE WS-QTD-SESSOES             TO TAQTDO
           MOVE WS-PAGINA-MON              TO TAPAGO
           MOVE WS-TOTAL-PAGINAS           TO TATOTPGO
           .

       905-MONTA-LINHA-JANELA.
           IF WS-MIN-PARADO > 99999
               MOVE 99999 TO WS-MIN-PARADO
           END-IF

           MOVE WS-QTD-JANELA        TO MON-LIN(WS-QTD-JANELA)
           MOVE DCLCLI-NOME-USUARIO  TO MON-USER(WS-QTD-JANELA)
           MOVE DCLJOGO-EIBTRMID     TO MON-TERM(WS-QTD-JANELA)
           MOVE DCLJOGO-DIFICULDADE  TO MON-DIF(WS-QTD-JANELA)
           MOVE DCLJOGO-MODO-JOGO    TO MON-MODO(WS-QTD-JANELA)
           MOVE DCLJOGO-INICIO-RODADA(1:10)
                                TO MON-INICIO(WS-QTD-JANELA)(1:10)
           MOVE DCLJOGO-INICIO-RODADA(12:5)
                                TO MON-INICIO(WS-QTD-JANELA)(12:5)
           MOVE WS-QTD-TENTATIVAS    TO MON-TENT(WS-QTD-JANELA)
           MOVE WS-MIN-PARADO        TO MON-MIN(WS-QTD-JANELA)

           MOVE DCLJOGO-CPF          TO WS-JAN-CPF(WS-QTD-JANELA)
           MOVE DCLCLI-NOME-USUARIO
                              TO WS-JAN-NOME-USUARIO(WS-QTD-JANELA)
           MOVE DCLJOGO-ID-SENHA     TO WS-JAN-ID-SENHA(WS-QTD-JANELA)
           MOVE DCLJOGO-INICIO-RODADA
                              TO WS-JAN-INICIO-RODADA(WS-QTD-JANELA)
           MOVE DCLJOGO-DIFICULDADE
                              TO WS-JAN-DIFICULDADE(WS-QTD-JANELA)
           MOVE DCLJOGO-MODO-JOGO
                              TO WS-JAN-MODO-JOGO(WS-QTD-JANELA)
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

       999-MANDA-TELA-MON.
           PERFORM 900-CARREGA-LISTA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO TADATAO
           MOVE WS-HORARIO-F                TO TAHORAO

           EXEC CICS SEND
              MAP ('MAPMON')
              MAPSET('T04MMON')
              FROM(MAPMONO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASEM.
           MOVE -1                        TO TAOPERL

           PERFORM 999-MANDA-TELA-MON
           MOVE 'M'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4I')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MMON'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
