      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PREV.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * PAINEL DE REVISAO DE RODADAS SUSPEITAS (TRANSACAO FT4E).
      * A VARREDURA NOTURNA DE ANOMALIAS (P3O99F1) GRAVA AS RODADAS
      * APONTADAS EM RODADAS_REVISAO COM SITUACAO 'P', E O CAMPEONATO
      * MENSAL (P3O99R3) AS DEIXA DE FORA ATE ALGUEM DECIDIR. ESTE
      * PAINEL, NO MESMO MOLDE DO CONSOLE DE OPERACAO T04POPE:
      *   - LISTA AS RODADAS PENDENTES (USUARIO, TIPO DE ANOMALIA,
      *     DIFICULDADE, MODO, INICIO DA RODADA E A EVIDENCIA), NUMA
      *     JANELA DE 8 LINHAS NUMERADAS, PF7/PF8 PAGINAM;
      *   - PF5 LIBERA A RODADA DA LINHA INFORMADA (SITUACAO 'L' - ELA
      *     VOLTA A PONTUAR NA PROXIMA EXECUCAO DO P3O99R3);
      *   - PF6 CONFIRMA A FRAUDE (SITUACAO 'C' - A RODADA FICA FORA
      *     DO CAMPEONATO DE VEZ).
      * A DECISAO VALE PARA A RODADA INTEIRA: TODAS AS LINHAS PENDENTES
      * DELA (UMA POR TIPO DE ANOMALIA) SAO FECHADAS JUNTAS. TODA ACAO
      * EXIGE O CAMPO OPERADOR PREENCHIDO, QUE FICA GRAVADO NA PROPRIA
      * RODADAS_REVISAO E NUMA LINHA DE ADMIN_AUDITORIA (VER DCLADM).
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
      * VARIAVEIS DA JANELA DE RODADAS PENDENTES
      *----------------------------------------------------------------*
       77  WS-IDX                          PIC 9(02).
       77  WS-QTD-PENDENTES                PIC S9(09) USAGE COMP.
       77  WS-TOTAL-PAGINAS                PIC 9(02).
       77  WS-LINHA-INICIAL                PIC S9(09) USAGE COMP.
       77  WS-LINHA-CURSOR                 PIC S9(09) USAGE COMP.
       77  WS-QTD-JANELA                   PIC 9(02).
       77  WS-LIN-ESCOLHIDA                PIC 9(01).
       77  WS-NOVA-SITUACAO                PIC X(01).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * A FASE 'R' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRO
      * CONTEUDO (OU EIBCALEN ZERO) SIGNIFICA PRIMEIRA ENTRADA PELA
      * TRANSACAO FT4E. ALEM DA PAGINA, O COMMAREA LEVA A CHAVE DAS 8
      * RODADAS MOSTRADAS NA JANELA, PARA A DECISAO CAIR EXATAMENTE NA
      * LINHA QUE O OPERADOR VIU (A LISTA PODE TER MUDADO NO MEIO).
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-PAGINA-REV                PIC 9(02).
           05 WS-JANELA-REV OCCURS 8 TIMES.
              10 WS-JAN-CPF                PIC X(11).
              10 WS-JAN-ID-SENHA           PIC 9(09).
              10 WS-JAN-INICIO-RODADA      PIC X(26).
              10 WS-JAN-NOME-USUARIO       PIC X(08).
      *----------------------------------------------------------------*

      *MAPA REFERENTE AO PAINEL DE REVISAO
           COPY T04MREV.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLREV
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
              WHEN 'R' PERFORM 050-FASER
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - ENVIA A TELA COM A PRIMEIRA PAGINA DA
      * JANELA DE RODADAS PENDENTES.

       040-ENTRADA.
           MOVE LOW-VALUES                 TO MAPREVO
           MOVE 1                          TO WS-PAGINA-REV
           MOVE 'INFORME OPERADOR E LINHA - PF5/PF6 AGEM'
                                            TO T5MSGO
           PERFORM 999-TRATA-FASER
           .

       050-FASER.
           EXEC CICS HANDLE AID
              ENTER   (060-ATUALIZA)
              PF5     (070-LIBERA-RODADA)
              PF6     (080-CONFIRMA-FRAUDE)
              PF7     (270-PF7)
              PF8     (280-PF8)
              PF3     (220-PF3)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPREV')
              MAPSET('T04MREV')
              INTO  (MAPREVI)
           END-EXEC
           .

       060-ATUALIZA.
           MOVE 'LISTA ATUALIZADA'         TO T5MSGO
           PERFORM 999-TRATA-FASER
           .
      *----------------------------------------------------------------*
      * PF5 - LIBERA A RODADA DA LINHA INFORMADA: AS LINHAS PENDENTES
      * DELA PASSAM A 'L' E A RODADA VOLTA AO CAMPEONATO.

       070-LIBERA-RODADA.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-LOCALIZA-RODADA

           MOVE 'L'                        TO WS-NOVA-SITUACAO
           PERFORM 130-DECIDE-RODADA

           MOVE 'L'                        TO DCLADM-ACAO
           PERFORM 120-GRAVA-ADMIN-AUDITORIA

           MOVE 'RODADA LIBERADA PARA O CAMPEONATO'
                                            TO T5MSGO
           PERFORM 999-TRATA-FASER
           .
      *----------------------------------------------------------------*
      * PF6 - CONFIRMA A FRAUDE NA RODADA DA LINHA INFORMADA: AS
      * LINHAS PENDENTES DELA PASSAM A 'C' E ELA NAO PONTUA MAIS.

       080-CONFIRMA-FRAUDE.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-LOCALIZA-RODADA

           MOVE 'C'                        TO WS-NOVA-SITUACAO
           PERFORM 130-DECIDE-RODADA

           MOVE 'F'                        TO DCLADM-ACAO
           PERFORM 120-GRAVA-ADMIN-AUDITORIA

           MOVE 'FRAUDE CONFIRMADA - RODADA EXCLUIDA'
                                            TO T5MSGO
           PERFORM 999-TRATA-FASER
           .

       100-CRITICA-OPERADOR.
      * NENHUMA DECISAO SAI SEM O OPERADOR ASSINADO - E ELE QUEM VAI
      * PARA RODADAS_REVISAO E PARA A TRILHA DE ADMIN_AUDITORIA.
           IF T5OPERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O OPERADOR RESPONSAVEL'
                                            TO T5MSGO
               PERFORM 999-TRATA-FASER
           END-IF
           .

       110-LOCALIZA-RODADA.
           IF T5LINI < '1' OR T5LINI > '8'
               MOVE 'INFORME A LINHA DA RODADA (1 A 8)'
                                            TO T5MSGO
               PERFORM 999-TRATA-FASER
           END-IF

           MOVE T5LINI                     TO WS-LIN-ESCOLHIDA

           IF WS-JAN-CPF(WS-LIN-ESCOLHIDA) EQUAL SPACES
                                           OR LOW-VALUES
               MOVE 'LINHA SEM RODADA NA JANELA'
                                            TO T5MSGO
               PERFORM 999-TRATA-FASER
           END-IF

           MOVE WS-JAN-CPF(WS-LIN-ESCOLHIDA)
                                           TO DCLREV-CPF
                                              DCLCLI-CPF
           MOVE WS-JAN-ID-SENHA(WS-LIN-ESCOLHIDA)
                                           TO DCLREV-ID-SENHA
           MOVE WS-JAN-INICIO-RODADA(WS-LIN-ESCOLHIDA)
                                           TO DCLREV-INICIO-RODADA
           MOVE WS-JAN-NOME-USUARIO(WS-LIN-ESCOLHIDA)
                                           TO DCLCLI-NOME-USUARIO
           .

       120-GRAVA-ADMIN-AUDITORIA.
      * MESMA REGRA DO T04POPE: A FALHA DE GRAVACAO DA TRILHA DERRUBA
      * A DECISAO - DECISAO DE REVISAO SEM TRILHA NAO PODE FICAR.
           MOVE T5OPERI                    TO DCLADM-OPERADOR
           MOVE DCLCLI-CPF                 TO DCLADM-CPF
           MOVE DCLCLI-NOME-USUARIO        TO DCLADM-NOME-USUARIO
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

      * SOB CICS O DESFAZER E PELO SYNCPOINT DA TASK (SQL ROLLBACK E
      * REJEITADO PELO ATTACHMENT COM -926) - ISSO DESFAZ TAMBEM O
      * UPDATE DE RODADAS_REVISAO DA DECISAO.
           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'FALHA NA TRILHA - ACAO DESFEITA'
                                            TO T5MSGO
               PERFORM 999-TRATA-FASER
           END-IF
           .

       130-DECIDE-RODADA.
      * SO AS LINHAS AINDA PENDENTES SAO TOCADAS - SE OUTRO OPERADOR
      * DECIDIU A RODADA ENQUANTO ESTA TELA ESTAVA ABERTA, O UPDATE
      * NAO ACHA NADA (+100) E A DECISAO DELE PREVALECE.
           MOVE T5OPERI                    TO DCLREV-OPERADOR
           MOVE WS-NOVA-SITUACAO           TO DCLREV-SITUACAO

           EXEC SQL
               UPDATE RODADAS_REVISAO
                  SET SITUACAO = :DCLREV-SITUACAO,
                      OPERADOR = :DCLREV-OPERADOR
                WHERE CPF = :DCLREV-CPF
                  AND ID_SENHA = :DCLREV-ID-SENHA
                  AND INICIO_RODADA = :DCLREV-INICIO-RODADA
                  AND SITUACAO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'RODADA JA REVISADA POR OUTRO OPERADOR'
                                           TO T5MSGO
                 PERFORM 999-TRATA-FASER
              WHEN OTHER
                 MOVE 'ERRO AO GRAVAR A DECISAO DA REVISAO'
                                           TO T5MSGO
                 PERFORM 999-TRATA-FASER
           END-EVALUATE
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO FT4E'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO T5MSGO
           PERFORM 999-TRATA-FASER
           .

       270-PF7.
           IF WS-PAGINA-REV > 1
               SUBTRACT 1 FROM WS-PAGINA-REV
           END-IF
           MOVE SPACES                     TO T5MSGO
           PERFORM 999-TRATA-FASER
           .

       280-PF8.
           PERFORM 890-CONTA-PENDENTES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-PENDENTES - 1) / 8) + 1
           IF WS-QTD-PENDENTES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-REV < WS-TOTAL-PAGINAS
               ADD 1 TO WS-PAGINA-REV
           END-IF
           MOVE SPACES                     TO T5MSGO
           PERFORM 999-TRATA-FASER
           .

       890-CONTA-PENDENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-PENDENTES
                 FROM RODADAS_REVISAO
                WHERE SITUACAO = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-PENDENTES
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE RODADAS PENDENTES - 8 LINHAS DA PAGINA ATUAL, AS MAIS
      * ANTIGAS PRIMEIRO. A CHAVE DE CADA LINHA MOSTRADA VAI PARA O
      * COMMAREA (WS-JANELA-REV) PARA O PF5/PF6 SEGUINTE.

       900-CARREGA-LISTA.
           PERFORM 890-CONTA-PENDENTES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-PENDENTES - 1) / 8) + 1
           IF WS-QTD-PENDENTES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-REV EQUAL 0
               MOVE 1 TO WS-PAGINA-REV
           END-IF
           IF WS-PAGINA-REV > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-REV
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-REV - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO REV-LIN(WS-IDX)
               MOVE SPACES TO REV-USER(WS-IDX)
               MOVE SPACES TO REV-TIPO(WS-IDX)
               MOVE SPACES TO REV-DIF(WS-IDX)
               MOVE SPACES TO REV-MODO(WS-IDX)
               MOVE SPACES TO REV-INICIO(WS-IDX)
               MOVE SPACES TO REV-DETALHE(WS-IDX)
               MOVE SPACES TO WS-JAN-CPF(WS-IDX)
               MOVE 0      TO WS-JAN-ID-SENHA(WS-IDX)
               MOVE SPACES TO WS-JAN-INICIO-RODADA(WS-IDX)
               MOVE SPACES TO WS-JAN-NOME-USUARIO(WS-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE CUR-REV CURSOR FOR
                   SELECT R.CPF, C.NOME_USUARIO, R.ID_SENHA,
                          R.INICIO_RODADA, R.TIPO_ANOMALIA,
                          R.DIFICULDADE, R.MODO_JOGO, R.DETALHE
                     FROM RODADAS_REVISAO R, CLIENTES C
                    WHERE R.SITUACAO = 'P'
                      AND C.CPF = R.CPF
                    ORDER BY R.DATA_DETECCAO, C.NOME_USUARIO,
                             R.INICIO_RODADA, R.TIPO_ANOMALIA
           END-EXEC

           EXEC SQL OPEN CUR-REV END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR RODADAS PENDENTES'
                                            TO T5MSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-REV
                    INTO :DCLREV-CPF, :DCLCLI-NOME-USUARIO,
                         :DCLREV-ID-SENHA, :DCLREV-INICIO-RODADA,
                         :DCLREV-TIPO-ANOMALIA, :DCLREV-DIFICULDADE,
                         :DCLREV-MODO-JOGO, :DCLREV-DETALHE
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-REV END-EXEC

           MOVE WS-PAGINA-REV              TO T5PAGO
           MOVE WS-TOTAL-PAGINAS           TO T5TOTPGO
           .

       905-MONTA-LINHA-JANELA.
           MOVE WS-QTD-JANELA        TO REV-LIN(WS-QTD-JANELA)
           MOVE DCLCLI-NOME-USUARIO  TO REV-USER(WS-QTD-JANELA)
           MOVE DCLREV-TIPO-ANOMALIA TO REV-TIPO(WS-QTD-JANELA)
           MOVE DCLREV-DIFICULDADE   TO REV-DIF(WS-QTD-JANELA)
           MOVE DCLREV-MODO-JOGO     TO REV-MODO(WS-QTD-JANELA)
           MOVE DCLREV-INICIO-RODADA(1:10)
                                TO REV-INICIO(WS-QTD-JANELA)(1:10)
           MOVE DCLREV-INICIO-RODADA(12:5)
                                TO REV-INICIO(WS-QTD-JANELA)(12:5)
           MOVE DCLREV-DETALHE       TO REV-DETALHE(WS-QTD-JANELA)

           MOVE DCLREV-CPF           TO WS-JAN-CPF(WS-QTD-JANELA)
           MOVE DCLREV-ID-SENHA      TO WS-JAN-ID-SENHA(WS-QTD-JANELA)
           MOVE DCLREV-INICIO-RODADA
                               TO WS-JAN-INICIO-RODADA(WS-QTD-JANELA)
           MOVE DCLCLI-NOME-USUARIO
                               TO WS-JAN-NOME-USUARIO(WS-QTD-JANELA)
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

       999-MANDA-TELA-REV.
           PERFORM 900-CARREGA-LISTA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO T5DATAO
           MOVE WS-HORARIO-F                TO T5HORAO

           EXEC CICS SEND
              MAP ('MAPREV')
              MAPSET('T04MREV')
              FROM(MAPREVO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASER.
           MOVE -1                        TO T5OPERL

           PERFORM 999-MANDA-TELA-REV
           MOVE 'R'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4E')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MREV'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
