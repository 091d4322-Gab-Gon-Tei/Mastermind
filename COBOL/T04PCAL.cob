      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PCAL.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * PAINEL DE CALIBRACAO DE DIFICULDADE DAS SENHAS (TRANSACAO
      * FT4G). A CALIBRACAO MENSAL (P3O99K1) GRAVA EM SENHAS_CALIBRACAO
      * COM SITUACAO 'P' AS SENHAS QUE O HISTORICO DE JOGO MOSTROU
      * FORA DA FAIXA DA SUA DIFICULDADE, E O AGENDADOR DO DESAFIO DO
      * DIA (P3O99D1) AS DEIXA DE FORA ATE ALGUEM DECIDIR. ESTE
      * PAINEL, NO MESMO MOLDE DO PAINEL DE REVISAO T04PREV:
      *   - LISTA AS SENHAS PENDENTES (ID, DIFICULDADE ATUAL, RODADAS,
      *     TAXA DE VITORIA, MEDIA DE TENTATIVAS, INDICE, LADO DO
      *     DESVIO E DIFICULDADE SUGERIDA), NUMA JANELA DE 8 LINHAS
      *     NUMERADAS, PF7/PF8 PAGINAM;
      *   - PF5 MUDA A SENHA DA LINHA INFORMADA PARA A DIFICULDADE
      *     DIGITADA (EM BRANCO, A SUGERIDA) - SITUACAO 'M'. A SENHA
      *     PRECISA CABER NA DIFICULDADE DE DESTINO (MESMO TAMANHO E
      *     LETRAS DO ALFABETO DELA, A REGRA DA CARGA P3O99L1) E NAO
      *     PODE ESTAR AGENDADA NUM DESAFIO DO DIA AINDA POR VIR NEM
      *     NUM DUELO EM ABERTO, QUE SAO DA DIFICULDADE ATUAL;
      *   - PF6 MANTEM A SENHA NA DIFICULDADE ATUAL - SITUACAO 'K', ELA
      *     VOLTA A SER ELEGIVEL PARA O DESAFIO DO DIA.
      * TODA ACAO EXIGE O CAMPO OPERADOR PREENCHIDO, QUE FICA GRAVADO
      * NA PROPRIA SENHAS_CALIBRACAO (VER DCLCAL).
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
      * VARIAVEIS DA JANELA DE SENHAS PENDENTES
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
      * VARIAVEIS DA CRITICA DA DIFICULDADE DE DESTINO
      *----------------------------------------------------------------*
       77  WS-DIF-ORIGEM                   PIC X(01).
       77  WS-DIF-DESTINO                  PIC X(01).
       77  WS-QTD-BLOQUEIOS                PIC S9(09) USAGE COMP.
       77  WS-QTD-OCORR                    PIC S9(04) USAGE COMP.
       77  WS-POS                          PIC S9(04) USAGE COMP.
       77  WS-ALFABETO-OK                  PIC X(01).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * A FASE 'K' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRO
      * CONTEUDO (OU EIBCALEN ZERO) SIGNIFICA PRIMEIRA ENTRADA PELA
      * TRANSACAO FT4G. ALEM DA PAGINA, O COMMAREA LEVA A SENHA, A
      * DIFICULDADE E A SUGESTAO DAS 8 LINHAS MOSTRADAS NA JANELA, PARA
      * A DECISAO CAIR EXATAMENTE NA LINHA QUE O OPERADOR VIU.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-PAGINA-CAL                PIC 9(02).
           05 WS-JANELA-CAL OCCURS 8 TIMES.
              10 WS-JAN-ID-SENHA           PIC 9(09).
              10 WS-JAN-DIFICULDADE        PIC X(01).
              10 WS-JAN-SUGESTAO           PIC X(01).
      *----------------------------------------------------------------*

      *MAPA REFERENTE AO PAINEL DE CALIBRACAO
           COPY T04MCAL.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLCAL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDIF
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDIA
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
              MOVE ' '                     TO WS-FASE
           END-IF

           EVALUATE WS-FASE
              WHEN 'K' PERFORM 050-FASEK
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - ENVIA A TELA COM A PRIMEIRA PAGINA DA
      * JANELA DE SENHAS PENDENTES.

       040-ENTRADA.
           MOVE LOW-VALUES                 TO MAPCALO
           MOVE 1                          TO WS-PAGINA-CAL
           MOVE 'INFORME OPERADOR E LINHA - PF5/PF6 AGEM'
                                            TO T7MSGO
           PERFORM 999-TRATA-FASEK
           .

       050-FASEK.
           EXEC CICS HANDLE AID
              ENTER   (060-ATUALIZA)
              PF5     (070-MUDA-DIFICULDADE)
              PF6     (080-MANTEM-SENHA)
              PF7     (270-PF7)
              PF8     (280-PF8)
              PF3     (220-PF3)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPCAL')
              MAPSET('T04MCAL')
              INTO  (MAPCALI)
           END-EXEC
           .

       060-ATUALIZA.
           MOVE 'LISTA ATUALIZADA'         TO T7MSGO
           PERFORM 999-TRATA-FASEK
           .
      *----------------------------------------------------------------*
      * PF5 - MUDA A SENHA DA LINHA INFORMADA PARA A DIFICULDADE DE
      * DESTINO: A LINHA DA CALIBRACAO PASSA A 'M' E A SENHA PASSA A
      * SER SORTEADA NA DIFICULDADE NOVA.

       070-MUDA-DIFICULDADE.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-LOCALIZA-SENHA
           PERFORM 140-CRITICA-DESTINO

           MOVE 'M'                        TO WS-NOVA-SITUACAO
           MOVE WS-DIF-DESTINO             TO DCLCAL-DIFIC-DESTINO
           PERFORM 130-DECIDE-SENHA
           PERFORM 150-MUDA-SENHA

           MOVE SPACES                     TO T7MSGO
           STRING 'SENHA MUDADA PARA A DIFICULDADE '
                  WS-DIF-DESTINO
               DELIMITED BY SIZE INTO T7MSGO
           PERFORM 999-TRATA-FASEK
           .
      *----------------------------------------------------------------*
      * PF6 - MANTEM A SENHA DA LINHA INFORMADA NA DIFICULDADE ATUAL:
      * A LINHA DA CALIBRACAO PASSA A 'K' E A SENHA VOLTA A PODER SER
      * DESAFIO DO DIA.

       080-MANTEM-SENHA.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-LOCALIZA-SENHA

           MOVE 'K'                        TO WS-NOVA-SITUACAO
           MOVE SPACES                     TO DCLCAL-DIFIC-DESTINO
           PERFORM 130-DECIDE-SENHA

           MOVE 'SENHA MANTIDA NA DIFICULDADE ATUAL'
                                            TO T7MSGO
           PERFORM 999-TRATA-FASEK
           .

       100-CRITICA-OPERADOR.
      * NENHUMA DECISAO SAI SEM O OPERADOR ASSINADO - E ELE QUEM VAI
      * PARA SENHAS_CALIBRACAO.
           IF T7OPERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O OPERADOR RESPONSAVEL'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF
           .

       110-LOCALIZA-SENHA.
           IF T7LINI < '1' OR T7LINI > '8'
               MOVE 'INFORME A LINHA DA SENHA (1 A 8)'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           MOVE T7LINI                     TO WS-LIN-ESCOLHIDA

           IF WS-JAN-ID-SENHA(WS-LIN-ESCOLHIDA) EQUAL 0
               MOVE 'LINHA SEM SENHA NA JANELA'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           MOVE WS-JAN-ID-SENHA(WS-LIN-ESCOLHIDA)
                                           TO DCLCAL-ID-SENHA
                                              DCLSNH-ID
           MOVE WS-JAN-DIFICULDADE(WS-LIN-ESCOLHIDA)
                                           TO WS-DIF-ORIGEM
           .

       130-DECIDE-SENHA.
      * SO A LINHA AINDA PENDENTE E TOCADA - SE OUTRO OPERADOR
      * DECIDIU A SENHA ENQUANTO ESTA TELA ESTAVA ABERTA, O UPDATE
      * NAO ACHA NADA (+100) E A DECISAO DELE PREVALECE.
           MOVE T7OPERI                    TO DCLCAL-OPERADOR
           MOVE WS-NOVA-SITUACAO           TO DCLCAL-SITUACAO

           EXEC SQL
               UPDATE SENHAS_CALIBRACAO
                  SET SITUACAO = :DCLCAL-SITUACAO,
                      DIFIC_DESTINO = :DCLCAL-DIFIC-DESTINO,
                      OPERADOR = :DCLCAL-OPERADOR
                WHERE ID_SENHA = :DCLCAL-ID-SENHA
                  AND SITUACAO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'SENHA JA REVISADA POR OUTRO OPERADOR'
                                           TO T7MSGO
                 PERFORM 999-TRATA-FASEK
              WHEN OTHER
                 MOVE 'ERRO AO GRAVAR A DECISAO DA CALIBRACAO'
                                           TO T7MSGO
                 PERFORM 999-TRATA-FASEK
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * CRITICA DA DIFICULDADE DE DESTINO - A MESMA REGRA DE TAMANHO E
      * ALFABETO DA CARGA DE SENHAS (P3O99L1), MAIS OS COMPROMISSOS JA
      * ASSUMIDOS NA DIFICULDADE ATUAL (DESAFIO DO DIA AGENDADO DE HOJE
      * EM DIANTE E DUELO AINDA NAO APURADO).

       140-CRITICA-DESTINO.
           IF T7DIFI EQUAL SPACES OR LOW-VALUES
               MOVE WS-JAN-SUGESTAO(WS-LIN-ESCOLHIDA)
                                           TO WS-DIF-DESTINO
           ELSE
               MOVE T7DIFI                 TO WS-DIF-DESTINO
           END-IF

           IF WS-DIF-DESTINO EQUAL SPACES
               MOVE 'SEM SUGESTAO - INFORME A DIFICULDADE'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           IF WS-DIF-DESTINO EQUAL WS-DIF-ORIGEM
               MOVE 'DIFICULDADE DE DESTINO IGUAL A ATUAL'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           MOVE WS-DIF-DESTINO             TO DCLDIF-CODIGO

           EXEC SQL
               SELECT TAMANHO, QTD_LETRAS, ALFABETO
                 INTO :DCLDIF-TAMANHO, :DCLDIF-QTD-LETRAS,
                      :DCLDIF-ALFABETO
                 FROM DIFICULDADES
                WHERE CODIGO = :DCLDIF-CODIGO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'DIFICULDADE DE DESTINO INEXISTENTE'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           EXEC SQL
               SELECT TAMANHO, SENHA_TEXTO
                 INTO :DCLSNH-TAMANHO, :DCLSNH-SENHA-TEXTO
                 FROM SENHAS
                WHERE ID = :DCLSNH-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'SENHA NAO ENCONTRADA'  TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           IF DCLSNH-TAMANHO NOT EQUAL DCLDIF-TAMANHO
               MOVE 'TAMANHO DA SENHA NAO CABE NO DESTINO'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           MOVE 'S'                        TO WS-ALFABETO-OK
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > DCLSNH-TAMANHO
               MOVE 0 TO WS-QTD-OCORR
               INSPECT DCLDIF-ALFABETO(1:DCLDIF-QTD-LETRAS)
                   TALLYING WS-QTD-OCORR
                   FOR ALL DCLSNH-SENHA-TEXTO(WS-POS:1)
               IF WS-QTD-OCORR EQUAL 0
                   MOVE 'N' TO WS-ALFABETO-OK
               END-IF
           END-PERFORM

           IF WS-ALFABETO-OK EQUAL 'N'
               MOVE 'LETRA DA SENHA FORA DO ALFABETO DESTINO'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           MOVE DCLSNH-ID                  TO DCLDIA-ID-SENHA

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-BLOQUEIOS
                 FROM SENHAS_DO_DIA
                WHERE ID_SENHA = :DCLDIA-ID-SENHA
                  AND DATA_DESAFIO >= CURRENT DATE
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-QTD-BLOQUEIOS > 0
               MOVE 'SENHA AGENDADA EM DESAFIO DO DIA'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF

           MOVE DCLSNH-ID                  TO DCLDUE-ID-SENHA

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-BLOQUEIOS
                 FROM DUELOS
                WHERE ID_SENHA = :DCLDUE-ID-SENHA
                  AND SITUACAO IN ('P', 'A')
           END-EXEC

           IF SQLCODE NOT EQUAL 0 OR WS-QTD-BLOQUEIOS > 0
               MOVE 'SENHA EM DUELO AINDA NAO APURADO'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF
           .

       150-MUDA-SENHA.
      * A SENHA SO MUDA SE AINDA ESTA NA DIFICULDADE QUE O OPERADOR
      * VIU NA JANELA. AS RODADAS EM ANDAMENTO NAO SAO AFETADAS - A
      * DIFICULDADE DA RODADA ESTA GRAVADA EM JOGOS_ATIVOS.
           MOVE WS-DIF-DESTINO             TO DCLSNH-DIFICULDADE
           MOVE WS-DIF-ORIGEM              TO DCLCAL-DIFICULDADE

           EXEC SQL
               UPDATE SENHAS
                  SET DIFICULDADE = :DCLSNH-DIFICULDADE
                WHERE ID = :DCLSNH-ID
                  AND DIFICULDADE = :DCLCAL-DIFICULDADE
           END-EXEC

      * SOB CICS O DESFAZER E PELO SYNCPOINT DA TASK (SQL ROLLBACK E
      * REJEITADO PELO ATTACHMENT COM -926) - ISSO DESFAZ TAMBEM O
      * UPDATE DE SENHAS_CALIBRACAO DA DECISAO.
           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'SENHA NAO MUDOU - ACAO DESFEITA'
                                            TO T7MSGO
               PERFORM 999-TRATA-FASEK
           END-IF
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO FT4G'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO T7MSGO
           PERFORM 999-TRATA-FASEK
           .

       270-PF7.
           IF WS-PAGINA-CAL > 1
               SUBTRACT 1 FROM WS-PAGINA-CAL
           END-IF
           MOVE SPACES                     TO T7MSGO
           PERFORM 999-TRATA-FASEK
           .

       280-PF8.
           PERFORM 890-CONTA-PENDENTES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-PENDENTES - 1) / 8) + 1
           IF WS-QTD-PENDENTES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-CAL < WS-TOTAL-PAGINAS
               ADD 1 TO WS-PAGINA-CAL
           END-IF
           MOVE SPACES                     TO T7MSGO
           PERFORM 999-TRATA-FASEK
           .

       890-CONTA-PENDENTES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-PENDENTES
                 FROM SENHAS_CALIBRACAO
                WHERE SITUACAO = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-PENDENTES
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE SENHAS PENDENTES - 8 LINHAS DA PAGINA ATUAL, POR
      * DIFICULDADE E, DENTRO DELA, DO MAIOR DESVIO PARA CIMA AO MAIOR
      * PARA BAIXO. A SENHA, A DIFICULDADE E A SUGESTAO DE CADA LINHA
      * MOSTRADA VAO PARA O COMMAREA (WS-JANELA-CAL) PARA O PF5/PF6.

       900-CARREGA-LISTA.
           PERFORM 890-CONTA-PENDENTES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-PENDENTES - 1) / 8) + 1
           IF WS-QTD-PENDENTES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-CAL EQUAL 0
               MOVE 1 TO WS-PAGINA-CAL
           END-IF
           IF WS-PAGINA-CAL > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-CAL
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-CAL - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO CAL-LIN(WS-IDX)
               MOVE 0      TO CAL-ID(WS-IDX)
               MOVE SPACES TO CAL-DIF(WS-IDX)
               MOVE 0      TO CAL-RODADAS(WS-IDX)
               MOVE 0      TO CAL-TAXA(WS-IDX)
               MOVE 0      TO CAL-MEDIA(WS-IDX)
               MOVE 0      TO CAL-INDICE(WS-IDX)
               MOVE SPACES TO CAL-DESVIO(WS-IDX)
               MOVE SPACES TO CAL-SUG(WS-IDX)
               MOVE 0      TO WS-JAN-ID-SENHA(WS-IDX)
               MOVE SPACES TO WS-JAN-DIFICULDADE(WS-IDX)
               MOVE SPACES TO WS-JAN-SUGESTAO(WS-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE CUR-CAL CURSOR FOR
                   SELECT ID_SENHA, DIFICULDADE, RODADAS,
                          TAXA_VITORIA, MEDIA_TENTATIVAS, INDICE,
                          CLASSIFICACAO, SUGESTAO
                     FROM SENHAS_CALIBRACAO
                    WHERE SITUACAO = 'P'
                    ORDER BY DIFICULDADE, INDICE DESC, ID_SENHA
           END-EXEC

           EXEC SQL OPEN CUR-CAL END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR SENHAS PENDENTES'
                                            TO T7MSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-CAL
                    INTO :DCLCAL-ID-SENHA, :DCLCAL-DIFICULDADE,
                         :DCLCAL-RODADAS, :DCLCAL-TAXA-VITORIA,
                         :DCLCAL-MEDIA-TENTATIVAS, :DCLCAL-INDICE,
                         :DCLCAL-CLASSIFICACAO, :DCLCAL-SUGESTAO
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-CAL END-EXEC

           MOVE WS-PAGINA-CAL              TO T7PAGO
           MOVE WS-TOTAL-PAGINAS           TO T7TOTPGO
           .

       905-MONTA-LINHA-JANELA.
           MOVE WS-QTD-JANELA        TO CAL-LIN(WS-QTD-JANELA)
           MOVE DCLCAL-ID-SENHA      TO CAL-ID(WS-QTD-JANELA)
           MOVE DCLCAL-DIFICULDADE   TO CAL-DIF(WS-QTD-JANELA)
           MOVE DCLCAL-RODADAS       TO CAL-RODADAS(WS-QTD-JANELA)
           MOVE DCLCAL-TAXA-VITORIA  TO CAL-TAXA(WS-QTD-JANELA)
           MOVE DCLCAL-MEDIA-TENTATIVAS
                                     TO CAL-MEDIA(WS-QTD-JANELA)
           MOVE DCLCAL-INDICE        TO CAL-INDICE(WS-QTD-JANELA)
           MOVE DCLCAL-CLASSIFICACAO TO CAL-DESVIO(WS-QTD-JANELA)
           MOVE DCLCAL-SUGESTAO      TO CAL-SUG(WS-QTD-JANELA)

           MOVE DCLCAL-ID-SENHA      TO WS-JAN-ID-SENHA(WS-QTD-JANELA)
           MOVE DCLCAL-DIFICULDADE
                                TO WS-JAN-DIFICULDADE(WS-QTD-JANELA)
           MOVE DCLCAL-SUGESTAO TO WS-JAN-SUGESTAO(WS-QTD-JANELA)
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

       999-MANDA-TELA-CAL.
           PERFORM 900-CARREGA-LISTA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO T7DATAO
           MOVE WS-HORARIO-F                TO T7HORAO

           EXEC CICS SEND
              MAP ('MAPCAL')
              MAPSET('T04MCAL')
              FROM(MAPCALO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASEK.
           MOVE -1                        TO T7OPERL

           PERFORM 999-MANDA-TELA-CAL
           MOVE 'K'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4G')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MCAL'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
