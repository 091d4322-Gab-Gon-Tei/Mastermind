      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PCON.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * CONSULTA DE RODADAS PARA O ATENDIMENTO (TRANSACAO FT4H). QUANDO
      * UM JOGADOR CONTESTA UMA PONTUACAO, O ATENDIMENTO PRECISAVA
      * PEDIR UM SELECT AO DBA. ESTE PAINEL, AO LADO DO CONSOLE DE
      * OPERACAO T04POPE E COM A MESMA REGRA DE OPERADOR ASSINADO:
      *   - ENTER LISTA AS RODADAS DO CPF INFORMADO CUJO INICIO CAI NO
      *     PERIODO PEDIDO (DIFICULDADE, MODO_JOGO, INICIO_RODADA,
      *     RESULTADO E TENTATIVAS), DA MAIS RECENTE PARA A MAIS
      *     ANTIGA, NUMA JANELA DE 8 LINHAS NUMERADAS - PF7/PF8
      *     PAGINAM;
      *   - PF5 ABRE A RODADA DA LINHA INFORMADA (MAPA MAPRND): CADA
      *     TENTATIVA COM ACERTOS_POS_CERTA/ACERTOS_POS_ERRADA, A
      *     SENHA REVELADA (SO COM A RODADA FECHADA) E SE A RODADA FOI
      *     FECHADA PELA VARREDURA P3O99V1 - PF7/PF8 PAGINAM AS
      *     TENTATIVAS E PF6 VOLTA A LISTA.
      * AS RODADAS VEM DE SENHAS_TENTATIVAS E TAMBEM DE
      * SENHAS_HISTORICO, ONDE FICAM OS MESES JA EXPURGADOS PELO
      * P3O99A1 E RECARREGADOS PELO P3O99A2.
      * TODA CONSULTA (LISTA OU RODADA ABERTA) EXIGE O CAMPO OPERADOR
      * PREENCHIDO E GERA UMA LINHA EM ADMIN_AUDITORIA (VER DCLADM) -
      * SEM TRILHA, A CONSULTA NAO E MOSTRADA.
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
      * VARIAVEIS DA CRITICA DO PERIODO - A DATA VEM DA TELA COMO
      * DD/MM/AAAA E VAI PARA O SQL COMO AAAA-MM-DD.
      *----------------------------------------------------------------*
       01  WS-DATA-TELA                    PIC X(10).
       01  WS-DATA-TELA-R REDEFINES WS-DATA-TELA.
           05 WS-DT-DIA                    PIC X(02).
           05 WS-DT-BARRA1                 PIC X(01).
           05 WS-DT-MES                    PIC X(02).
           05 WS-DT-BARRA2                 PIC X(01).
           05 WS-DT-ANO                    PIC X(04).

       01  WS-DATA-ISO.
           05 WS-ISO-ANO                   PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-ISO-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-ISO-DIA                   PIC X(02).

       77  WS-DATA-OK                      PIC X(01).
       77  WS-DATA-INI-ISO                 PIC X(10).
       77  WS-DATA-FIM-ISO                 PIC X(10).

      *----------------------------------------------------------------*
      * VARIAVEIS DAS JANELAS DE RODADAS E DE TENTATIVAS
      *----------------------------------------------------------------*
       77  WS-IDX                          PIC 9(02).
       77  WS-QTD-LINHAS                   PIC S9(09) USAGE COMP.
       77  WS-TOTAL-PAGINAS                PIC 9(02).
       77  WS-LINHA-INICIAL                PIC S9(09) USAGE COMP.
       77  WS-LINHA-CURSOR                 PIC S9(09) USAGE COMP.
       77  WS-QTD-JANELA                   PIC 9(02).
       77  WS-LIN-ESCOLHIDA                PIC 9(01).

      *----------------------------------------------------------------*
      * VARIAVEIS DO RESUMO DE CADA RODADA (CURSOR CUR-RODADAS)
      *----------------------------------------------------------------*
       77  WS-QTD-TENTATIVAS               PIC S9(09) USAGE COMP.
       77  WS-IND-VITORIA                  PIC S9(09) USAGE COMP.
       77  WS-IND-DESIST                   PIC S9(09) USAGE COMP.
       77  WS-QTD-ATIVA                    PIC S9(09) USAGE COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * A FASE 'Q' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRO
      * CONTEUDO (OU EIBCALEN ZERO) SIGNIFICA PRIMEIRA ENTRADA PELA
      * TRANSACAO FT4H. WS-VISAO DIZ QUAL DOS DOIS MAPAS ESTA NA TELA
      * ('L' = LISTA DE RODADAS, 'D' = DETALHE DA RODADA ABERTA). O
      * COMMAREA LEVA A CONSULTA JA AUDITADA (CPF E PERIODO), PARA A
      * PAGINACAO NAO VIRAR UMA CONSULTA NOVA, E A CHAVE E O RESUMO DAS
      * 8 RODADAS MOSTRADAS, PARA O PF5 ABRIR EXATAMENTE A RODADA QUE
      * O OPERADOR VIU.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-VISAO                     PIC X(01).
           05 WS-PAGINA-CON                PIC 9(02).
           05 WS-PAGINA-RND                PIC 9(02).
           05 WS-CON-CPF                   PIC X(11).
           05 WS-CON-NOME-USUARIO          PIC X(08).
           05 WS-CON-DATA-INI              PIC X(10).
           05 WS-CON-DATA-FIM              PIC X(10).
           05 WS-JANELA-CON OCCURS 8 TIMES.
              10 WS-JAN-ID-SENHA           PIC 9(09).
              10 WS-JAN-INICIO-RODADA      PIC X(26).
              10 WS-JAN-DIFICULDADE        PIC X(01).
              10 WS-JAN-MODO-JOGO          PIC X(01).
              10 WS-JAN-RESULTADO          PIC X(08).
              10 WS-JAN-TENTATIVAS         PIC 9(02).
           05 WS-RODADA-ABERTA.
              10 WS-RND-ID-SENHA           PIC 9(09).
              10 WS-RND-INICIO-RODADA      PIC X(26).
              10 WS-RND-DIFICULDADE        PIC X(01).
              10 WS-RND-MODO-JOGO          PIC X(01).
              10 WS-RND-RESULTADO          PIC X(08).
              10 WS-RND-TENTATIVAS         PIC 9(02).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A LISTA DE RODADAS
           COPY T04MCON.
      *MAPA REFERENTE AO DETALHE DA RODADA
           COPY T04MRND.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTENT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLHIST
           END-EXEC.

           EXEC SQL
              INCLUDE DCLSENHA
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJOGO
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
              WHEN 'Q' PERFORM 050-FASEQ
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - ENVIA A LISTA AINDA VAZIA, ESPERANDO O CPF
      * E O PERIODO DA CONSULTA.

       040-ENTRADA.
           MOVE LOW-VALUES                 TO MAPCONO
           MOVE 'L'                        TO WS-VISAO
           MOVE 1                          TO WS-PAGINA-CON
           MOVE 1                          TO WS-PAGINA-RND
           MOVE SPACES                     TO WS-CON-CPF
           MOVE SPACES                     TO WS-CON-NOME-USUARIO
           MOVE SPACES                     TO WS-CON-DATA-INI
           MOVE SPACES                     TO WS-CON-DATA-FIM
           MOVE 'INFORME OPERADOR, CPF E PERIODO - ENTER'
                                            TO T8MSGO
           PERFORM 999-TRATA-FASEQ
           .

       050-FASEQ.
           IF WS-VISAO EQUAL 'D'
               EXEC CICS HANDLE AID
                  ENTER   (065-ATUALIZA-RODADA)
                  PF6     (080-VOLTA-LISTA)
                  PF7     (270-PF7)
                  PF8     (280-PF8)
                  PF3     (220-PF3)
                  ANYKEY  (250-ANYKEY)
               END-EXEC

               EXEC CICS RECEIVE
                  MAP   ('MAPRND')
                  MAPSET('T04MCON')
                  INTO  (MAPRNDI)
               END-EXEC
           ELSE
               EXEC CICS HANDLE AID
                  ENTER   (060-CONSULTA)
                  PF5     (070-ABRE-RODADA)
                  PF7     (270-PF7)
                  PF8     (280-PF8)
                  PF3     (220-PF3)
                  ANYKEY  (250-ANYKEY)
               END-EXEC

               EXEC CICS RECEIVE
                  MAP   ('MAPCON')
                  MAPSET('T04MCON')
                  INTO  (MAPCONI)
               END-EXEC
           END-IF
           .
      *----------------------------------------------------------------*
      * ENTER NA LISTA - CONSULTA NOVA: CRITICA CPF E PERIODO, GRAVA A
      * TRILHA E MOSTRA A PRIMEIRA PAGINA DAS RODADAS ENCONTRADAS.

       060-CONSULTA.
           MOVE SPACES                     TO WS-CON-CPF
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-CRITICA-CPF
           PERFORM 150-CRITICA-PERIODO

           MOVE WS-DATA-INI-ISO            TO WS-CON-DATA-INI
           MOVE WS-DATA-FIM-ISO            TO WS-CON-DATA-FIM
           MOVE DCLCLI-CPF                 TO WS-CON-CPF
           PERFORM 890-CONTA-RODADAS

           IF SQLCODE NOT EQUAL 0
               MOVE SPACES                 TO WS-CON-CPF
               MOVE 'DATA INVALIDA NO PERIODO'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF

           MOVE 'C'                        TO DCLADM-ACAO
           PERFORM 120-GRAVA-ADMIN-AUDITORIA

           MOVE DCLCLI-NOME-USUARIO        TO WS-CON-NOME-USUARIO
           MOVE 1                          TO WS-PAGINA-CON
           IF WS-QTD-LINHAS EQUAL 0
               MOVE 'NENHUMA RODADA NO PERIODO'
                                            TO T8MSGO
           ELSE
               MOVE 'INFORME A LINHA E TECLE PF5 PARA ABRIR'
                                            TO T8MSGO
           END-IF
           PERFORM 999-TRATA-FASEQ
           .

       065-ATUALIZA-RODADA.
           MOVE 'TENTATIVAS ATUALIZADAS'   TO T9MSGO
           PERFORM 999-TRATA-FASEQ
           .
      *----------------------------------------------------------------*
      * PF5 NA LISTA - ABRE A RODADA DA LINHA INFORMADA, COM TRILHA
      * PROPRIA (A LISTA SO MOSTRA O RESUMO; AQUI APARECEM AS
      * TENTATIVAS E A SENHA).

       070-ABRE-RODADA.
           PERFORM 100-CRITICA-OPERADOR

           IF WS-CON-CPF EQUAL SPACES OR LOW-VALUES
               MOVE 'FACA A CONSULTA ANTES DE ABRIR A RODADA'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF

           IF T8LINI < '1' OR T8LINI > '8'
               MOVE 'INFORME A LINHA DA RODADA (1 A 8)'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF

           MOVE T8LINI                     TO WS-LIN-ESCOLHIDA

           IF WS-JAN-ID-SENHA(WS-LIN-ESCOLHIDA) EQUAL 0
               MOVE 'LINHA SEM RODADA NA JANELA'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF

           MOVE WS-CON-CPF                 TO DCLCLI-CPF
           MOVE WS-CON-NOME-USUARIO        TO DCLCLI-NOME-USUARIO
           MOVE 'V'                        TO DCLADM-ACAO
           PERFORM 120-GRAVA-ADMIN-AUDITORIA

           MOVE WS-JANELA-CON(WS-LIN-ESCOLHIDA)
                                           TO WS-RODADA-ABERTA
           MOVE LOW-VALUES                 TO MAPRNDO
           MOVE 'D'                        TO WS-VISAO
           MOVE 1                          TO WS-PAGINA-RND
           MOVE 'PF6 VOLTA A LISTA - PF7/PF8 PAGINAM'
                                            TO T9MSGO
           PERFORM 999-TRATA-FASEQ
           .

       080-VOLTA-LISTA.
           MOVE LOW-VALUES                 TO MAPCONO
           MOVE 'L'                        TO WS-VISAO
           MOVE SPACES                     TO T8MSGO
           PERFORM 999-TRATA-FASEQ
           .

       100-CRITICA-OPERADOR.
      * NENHUMA CONSULTA SAI SEM O OPERADOR ASSINADO - E ELE QUEM VAI
      * PARA ADMIN_AUDITORIA.
           IF T8OPERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O OPERADOR RESPONSAVEL'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF
           .

       110-CRITICA-CPF.
           IF T8CPFI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O CPF DO JOGADOR'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF

           MOVE T8CPFI                     TO DCLCLI-CPF

           EXEC SQL
               SELECT NOME_USUARIO
                 INTO :DCLCLI-NOME-USUARIO
                 FROM CLIENTES
                WHERE CPF = :DCLCLI-CPF
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'CPF NAO CADASTRADO'  TO T8MSGO
                 PERFORM 999-TRATA-FASEQ
              WHEN OTHER
                 MOVE 'ERRO AO LER O CADASTRO DO JOGADOR'
                                            TO T8MSGO
                 PERFORM 999-TRATA-FASEQ
           END-EVALUATE
           .

       120-GRAVA-ADMIN-AUDITORIA.
      * MESMA TRILHA DO T04POPE. A CONSULTA NAO ALTERA NADA, MAS UMA
      * CONSULTA SEM TRILHA E O QUE O COMPLIANCE VETOU - SE A LINHA NAO
      * GRAVA, O PAINEL RECUSA MOSTRAR OS DADOS.
           MOVE T8OPERI                    TO DCLADM-OPERADOR
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
      * REJEITADO PELO ATTACHMENT COM -926).
           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               IF DCLADM-ACAO EQUAL 'C'
                   MOVE SPACES             TO WS-CON-CPF
               END-IF
               MOVE 'FALHA NA TRILHA - CONSULTA RECUSADA'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF
           .
      *----------------------------------------------------------------*
      * CRITICA DO PERIODO - DD/MM/AAAA NOS DOIS CAMPOS. INICIO EM
      * BRANCO NAO LIMITA PARA TRAS E FIM EM BRANCO NAO LIMITA PARA
      * A FRENTE. UMA DATA QUE PASSA AQUI MAS NAO EXISTE (31/02) E
      * RECUSADA PELO PROPRIO DB2 NA CONTAGEM (890).

       150-CRITICA-PERIODO.
           IF T8DTINII EQUAL SPACES OR LOW-VALUES
               MOVE '0001-01-01'           TO WS-DATA-INI-ISO
           ELSE
               MOVE T8DTINII               TO WS-DATA-TELA
               PERFORM 160-CONVERTE-DATA
               IF WS-DATA-OK EQUAL 'N'
                   MOVE 'DATA INICIAL INVALIDA (DD/MM/AAAA)'
                                            TO T8MSGO
                   PERFORM 999-TRATA-FASEQ
               END-IF
               MOVE WS-DATA-ISO            TO WS-DATA-INI-ISO
           END-IF

           IF T8DTFIMI EQUAL SPACES OR LOW-VALUES
               MOVE '9999-12-31'           TO WS-DATA-FIM-ISO
           ELSE
               MOVE T8DTFIMI               TO WS-DATA-TELA
               PERFORM 160-CONVERTE-DATA
               IF WS-DATA-OK EQUAL 'N'
                   MOVE 'DATA FINAL INVALIDA (DD/MM/AAAA)'
                                            TO T8MSGO
                   PERFORM 999-TRATA-FASEQ
               END-IF
               MOVE WS-DATA-ISO            TO WS-DATA-FIM-ISO
           END-IF

           IF WS-DATA-INI-ISO > WS-DATA-FIM-ISO
               MOVE 'DATA INICIAL MAIOR QUE A FINAL'
                                            TO T8MSGO
               PERFORM 999-TRATA-FASEQ
           END-IF
           .

       160-CONVERTE-DATA.
           MOVE 'S'                        TO WS-DATA-OK

           IF WS-DT-DIA NOT NUMERIC OR WS-DT-MES NOT NUMERIC
              OR WS-DT-ANO NOT NUMERIC
              OR WS-DT-BARRA1 NOT EQUAL '/'
              OR WS-DT-BARRA2 NOT EQUAL '/'
               MOVE 'N'                    TO WS-DATA-OK
           ELSE
               IF WS-DT-DIA < '01' OR WS-DT-DIA > '31'
                  OR WS-DT-MES < '01' OR WS-DT-MES > '12'
                  OR WS-DT-ANO < '0001'
                   MOVE 'N'                TO WS-DATA-OK
               END-IF
           END-IF

           MOVE WS-DT-ANO                  TO WS-ISO-ANO
           MOVE WS-DT-MES                  TO WS-ISO-MES
           MOVE WS-DT-DIA                  TO WS-ISO-DIA
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO FT4H'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           IF WS-VISAO EQUAL 'D'
               MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO T9MSGO
           ELSE
               MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO T8MSGO
           END-IF
           PERFORM 999-TRATA-FASEQ
           .

       270-PF7.
           IF WS-VISAO EQUAL 'D'
               IF WS-PAGINA-RND > 1
                   SUBTRACT 1 FROM WS-PAGINA-RND
               END-IF
               MOVE SPACES                 TO T9MSGO
           ELSE
               IF WS-PAGINA-CON > 1
                   SUBTRACT 1 FROM WS-PAGINA-CON
               END-IF
               MOVE SPACES                 TO T8MSGO
           END-IF
           PERFORM 999-TRATA-FASEQ
           .

       280-PF8.
           IF WS-VISAO EQUAL 'D'
               PERFORM 895-CONTA-TENTATIVAS
               COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-LINHAS - 1) / 8) + 1
               IF WS-QTD-LINHAS EQUAL 0
                   MOVE 1 TO WS-TOTAL-PAGINAS
               END-IF
               IF WS-PAGINA-RND < WS-TOTAL-PAGINAS
                   ADD 1 TO WS-PAGINA-RND
               END-IF
               MOVE SPACES                 TO T9MSGO
           ELSE
               PERFORM 890-CONTA-RODADAS
               COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-LINHAS - 1) / 8) + 1
               IF WS-QTD-LINHAS EQUAL 0
                   MOVE 1 TO WS-TOTAL-PAGINAS
               END-IF
               IF WS-PAGINA-CON < WS-TOTAL-PAGINAS
                   ADD 1 TO WS-PAGINA-CON
               END-IF
               MOVE SPACES                 TO T8MSGO
           END-IF
           PERFORM 999-TRATA-FASEQ
           .
      *----------------------------------------------------------------*
      * CONTAGENS PARA A PAGINACAO. AS RODADAS JA EXPURGADAS PELO
      * P3O99A1 SAEM INTEIRAS DA TABELA VIVA, ENTAO UMA RODADA ESTA OU
      * TODA EM SENHAS_TENTATIVAS OU TODA EM SENHAS_HISTORICO - O
      * UNION SO DESCARTA AS LINHAS REPETIDAS DA PROPRIA HISTORICO.

       890-CONTA-RODADAS.
           MOVE 0                          TO WS-QTD-LINHAS
           IF WS-CON-CPF NOT EQUAL SPACES AND LOW-VALUES
               MOVE WS-CON-CPF             TO DCLTENT-CPF

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-QTD-LINHAS
                     FROM (SELECT ID_SENHA, INICIO_RODADA
                             FROM SENHAS_TENTATIVAS
                            WHERE CPF = :DCLTENT-CPF
                              AND DATE(INICIO_RODADA)
                                  BETWEEN :WS-CON-DATA-INI
                                      AND :WS-CON-DATA-FIM
                           UNION
                           SELECT ID_SENHA, INICIO_RODADA
                             FROM SENHAS_HISTORICO
                            WHERE CPF = :DCLTENT-CPF
                              AND DATE(INICIO_RODADA)
                                  BETWEEN :WS-CON-DATA-INI
                                      AND :WS-CON-DATA-FIM) AS R
               END-EXEC
           END-IF
           .

       895-CONTA-TENTATIVAS.
           MOVE WS-CON-CPF                 TO DCLTENT-CPF
           MOVE WS-RND-ID-SENHA            TO DCLTENT-ID-SENHA
           MOVE WS-RND-INICIO-RODADA       TO DCLTENT-INICIO-RODADA

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-LINHAS
                 FROM (SELECT ID
                         FROM SENHAS_TENTATIVAS
                        WHERE CPF = :DCLTENT-CPF
                          AND ID_SENHA = :DCLTENT-ID-SENHA
                          AND INICIO_RODADA = :DCLTENT-INICIO-RODADA
                       UNION
                       SELECT ID
                         FROM SENHAS_HISTORICO
                        WHERE CPF = :DCLTENT-CPF
                          AND ID_SENHA = :DCLTENT-ID-SENHA
                          AND INICIO_RODADA = :DCLTENT-INICIO-RODADA)
                      AS R
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-LINHAS
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE RODADAS - 8 LINHAS DA PAGINA ATUAL, DA MAIS RECENTE
      * PARA A MAIS ANTIGA. RESULTADO DA RODADA:
      *   EM JOGO  - AINDA TEM CHECKPOINT EM JOGOS_ATIVOS;
      *   VITORIA  - ALGUMA TENTATIVA ACERTOU TODAS AS POSICOES;
      *   ABANDONO - FECHADA PELA VARREDURA P3O99V1 ('*DESIST*');
      *   DERROTA  - AS DEMAIS (ESGOTOU AS TENTATIVAS).
      * A CHAVE E O RESUMO DE CADA LINHA MOSTRADA VAO PARA O COMMAREA
      * (WS-JANELA-CON) PARA O PF5.

       900-CARREGA-LISTA.
           PERFORM 890-CONTA-RODADAS
           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-LINHAS
           END-IF
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-LINHAS - 1) / 8) + 1
           IF WS-QTD-LINHAS EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-CON EQUAL 0
               MOVE 1 TO WS-PAGINA-CON
           END-IF
           IF WS-PAGINA-CON > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-CON
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-CON - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO CON-LIN(WS-IDX)
               MOVE SPACES TO CON-DIF(WS-IDX)
               MOVE SPACES TO CON-MODO(WS-IDX)
               MOVE SPACES TO CON-INICIO(WS-IDX)
               MOVE SPACES TO CON-RESULT(WS-IDX)
               MOVE 0      TO CON-TENT(WS-IDX)
               MOVE 0      TO WS-JAN-ID-SENHA(WS-IDX)
               MOVE SPACES TO WS-JAN-INICIO-RODADA(WS-IDX)
               MOVE SPACES TO WS-JAN-DIFICULDADE(WS-IDX)
               MOVE SPACES TO WS-JAN-MODO-JOGO(WS-IDX)
               MOVE SPACES TO WS-JAN-RESULTADO(WS-IDX)
               MOVE 0      TO WS-JAN-TENTATIVAS(WS-IDX)
           END-PERFORM

           MOVE WS-CON-NOME-USUARIO        TO T8USERO
           MOVE WS-PAGINA-CON              TO T8PAGO
           MOVE WS-TOTAL-PAGINAS           TO T8TOTPGO

           IF WS-QTD-LINHAS > 0
               PERFORM 902-LE-RODADAS
           END-IF
           .

       902-LE-RODADAS.
           MOVE WS-CON-CPF                 TO DCLTENT-CPF

           EXEC SQL
               DECLARE CUR-RODADAS CURSOR FOR
                   SELECT R.ID_SENHA, R.INICIO_RODADA,
                          MIN(R.DIFICULDADE), MIN(R.MODO_JOGO),
                          SUM(CASE WHEN R.TENTATIVA_TEXTO = '*DESIST*'
                                   THEN 0 ELSE 1 END),
                          MAX(CASE WHEN R.ACERTOS_POS_CERTA
                                        = S.TAMANHO
                                   THEN 1 ELSE 0 END),
                          MAX(CASE WHEN R.TENTATIVA_TEXTO = '*DESIST*'
                                   THEN 1 ELSE 0 END)
                     FROM (SELECT ID, ID_SENHA, INICIO_RODADA,
                                  DIFICULDADE, MODO_JOGO,
                                  TENTATIVA_TEXTO, ACERTOS_POS_CERTA
                             FROM SENHAS_TENTATIVAS
                            WHERE CPF = :DCLTENT-CPF
                              AND DATE(INICIO_RODADA)
                                  BETWEEN :WS-CON-DATA-INI
                                      AND :WS-CON-DATA-FIM
                           UNION
                           SELECT ID, ID_SENHA, INICIO_RODADA,
                                  DIFICULDADE, MODO_JOGO,
                                  TENTATIVA_TEXTO, ACERTOS_POS_CERTA
                             FROM SENHAS_HISTORICO
                            WHERE CPF = :DCLTENT-CPF
                              AND DATE(INICIO_RODADA)
                                  BETWEEN :WS-CON-DATA-INI
                                      AND :WS-CON-DATA-FIM) AS R,
                          SENHAS S
                    WHERE S.ID = R.ID_SENHA
                    GROUP BY R.ID_SENHA, R.INICIO_RODADA
                    ORDER BY R.INICIO_RODADA DESC, R.ID_SENHA
           END-EXEC

           EXEC SQL OPEN CUR-RODADAS END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR AS RODADAS'
                                            TO T8MSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-RODADAS
                    INTO :DCLTENT-ID-SENHA, :DCLTENT-INICIO-RODADA,
                         :DCLTENT-DIFICULDADE, :DCLTENT-MODO-JOGO,
                         :WS-QTD-TENTATIVAS, :WS-IND-VITORIA,
                         :WS-IND-DESIST
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-RODADAS END-EXEC
           .

       905-MONTA-LINHA-JANELA.
           PERFORM 906-APURA-RESULTADO

           MOVE WS-QTD-JANELA        TO CON-LIN(WS-QTD-JANELA)
           MOVE DCLTENT-DIFICULDADE  TO CON-DIF(WS-QTD-JANELA)
           MOVE DCLTENT-MODO-JOGO    TO CON-MODO(WS-QTD-JANELA)
           MOVE DCLTENT-INICIO-RODADA(1:10)
                                TO CON-INICIO(WS-QTD-JANELA)(1:10)
           MOVE DCLTENT-INICIO-RODADA(12:5)
                                TO CON-INICIO(WS-QTD-JANELA)(12:5)
           MOVE WS-JAN-RESULTADO(WS-QTD-JANELA)
                                     TO CON-RESULT(WS-QTD-JANELA)
           MOVE WS-QTD-TENTATIVAS    TO CON-TENT(WS-QTD-JANELA)

           MOVE DCLTENT-ID-SENHA     TO WS-JAN-ID-SENHA(WS-QTD-JANELA)
           MOVE DCLTENT-INICIO-RODADA
                              TO WS-JAN-INICIO-RODADA(WS-QTD-JANELA)
           MOVE DCLTENT-DIFICULDADE
                              TO WS-JAN-DIFICULDADE(WS-QTD-JANELA)
           MOVE DCLTENT-MODO-JOGO
                              TO WS-JAN-MODO-JOGO(WS-QTD-JANELA)
           MOVE WS-QTD-TENTATIVAS
                              TO WS-JAN-TENTATIVAS(WS-QTD-JANELA)
           .

       906-APURA-RESULTADO.
      * SINGLETON POR LINHA MOSTRADA (NO MAXIMO 8) - FORA DO CURSOR,
      * QUE AGRUPA A TABELA VIVA COM A HISTORICA.
           MOVE DCLTENT-CPF                TO DCLJOGO-CPF
           MOVE DCLTENT-ID-SENHA           TO DCLJOGO-ID-SENHA
           MOVE DCLTENT-INICIO-RODADA      TO DCLJOGO-INICIO-RODADA

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-ATIVA
                 FROM JOGOS_ATIVOS
                WHERE CPF = :DCLJOGO-CPF
                  AND ID_SENHA = :DCLJOGO-ID-SENHA
                  AND INICIO_RODADA = :DCLJOGO-INICIO-RODADA
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-ATIVA
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-ATIVA > 0
                   MOVE 'EM JOGO'  TO WS-JAN-RESULTADO(WS-QTD-JANELA)
               WHEN WS-IND-VITORIA > 0
                   MOVE 'VITORIA'  TO WS-JAN-RESULTADO(WS-QTD-JANELA)
               WHEN WS-IND-DESIST > 0
                   MOVE 'ABANDONO' TO WS-JAN-RESULTADO(WS-QTD-JANELA)
               WHEN OTHER
                   MOVE 'DERROTA'  TO WS-JAN-RESULTADO(WS-QTD-JANELA)
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * DETALHE DA RODADA ABERTA - CABECALHO COM O RESUMO QUE VEIO DA
      * LISTA, A SENHA E A MARCA DA VARREDURA, E 8 TENTATIVAS DA PAGINA
      * ATUAL NA ORDEM EM QUE FORAM FEITAS. A LINHA DE FECHO
      * '*DESIST*' APARECE COMO A ULTIMA, COM A DATA DA VARREDURA.

       910-CARREGA-TENTATIVAS.
           PERFORM 895-CONTA-TENTATIVAS
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-LINHAS - 1) / 8) + 1
           IF WS-QTD-LINHAS EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-RND EQUAL 0
               MOVE 1 TO WS-PAGINA-RND
           END-IF
           IF WS-PAGINA-RND > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-RND
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-RND - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO RND-NUM(WS-IDX)
               MOVE SPACES TO RND-TEXTO(WS-IDX)
               MOVE 0      TO RND-CERTA(WS-IDX)
               MOVE 0      TO RND-ERRADA(WS-IDX)
               MOVE SPACES TO RND-DATA(WS-IDX)
               MOVE SPACES TO RND-HORA(WS-IDX)
           END-PERFORM

           MOVE WS-CON-NOME-USUARIO        TO T9USERO
           MOVE WS-CON-CPF                 TO T9CPFO
           MOVE WS-RND-DIFICULDADE         TO T9DIFO
           MOVE WS-RND-MODO-JOGO           TO T9MODOO
           MOVE SPACES                     TO T9INICIOO
           MOVE WS-RND-INICIO-RODADA(1:10) TO T9INICIOO(1:10)
           MOVE WS-RND-INICIO-RODADA(12:5) TO T9INICIOO(12:5)
           MOVE WS-RND-RESULTADO           TO T9RESULTO
           MOVE WS-RND-TENTATIVAS          TO T9TENTO

           IF WS-RND-RESULTADO EQUAL 'ABANDONO'
               MOVE 'SIM'                  TO T9V1O
           ELSE
               MOVE 'NAO'                  TO T9V1O
           END-IF

           PERFORM 915-LE-SENHA

           MOVE WS-PAGINA-RND              TO T9PAGO
           MOVE WS-TOTAL-PAGINAS           TO T9TOTPGO

           EXEC SQL
               DECLARE CUR-TENTATIVAS CURSOR FOR
                   SELECT R.TENTATIVA_NUM, R.TENTATIVA_TEXTO,
                          R.ACERTOS_POS_CERTA, R.ACERTOS_POS_ERRADA,
                          CHAR(R.DATA_TENTATIVA, ISO),
                          CHAR(R.HORA_TENTATIVA, ISO)
                     FROM (SELECT ID, TENTATIVA_NUM, TENTATIVA_TEXTO,
                                  ACERTOS_POS_CERTA,
                                  ACERTOS_POS_ERRADA,
                                  DATA_TENTATIVA, HORA_TENTATIVA
                             FROM SENHAS_TENTATIVAS
                            WHERE CPF = :DCLTENT-CPF
                              AND ID_SENHA = :DCLTENT-ID-SENHA
                              AND INICIO_RODADA =
                                  :DCLTENT-INICIO-RODADA
                           UNION
                           SELECT ID, TENTATIVA_NUM, TENTATIVA_TEXTO,
                                  ACERTOS_POS_CERTA,
                                  ACERTOS_POS_ERRADA,
                                  DATA_TENTATIVA, HORA_TENTATIVA
                             FROM SENHAS_HISTORICO
                            WHERE CPF = :DCLTENT-CPF
                              AND ID_SENHA = :DCLTENT-ID-SENHA
                              AND INICIO_RODADA =
                                  :DCLTENT-INICIO-RODADA) AS R
                    ORDER BY R.TENTATIVA_NUM, R.ID
           END-EXEC

           MOVE WS-CON-CPF                 TO DCLTENT-CPF
           MOVE WS-RND-ID-SENHA            TO DCLTENT-ID-SENHA
           MOVE WS-RND-INICIO-RODADA       TO DCLTENT-INICIO-RODADA

           EXEC SQL OPEN CUR-TENTATIVAS END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR AS TENTATIVAS'
                                            TO T9MSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-TENTATIVAS
                    INTO :DCLTENT-TENTATIVA-NUM,
                         :DCLTENT-TENTATIVA-TEXTO,
                         :DCLTENT-ACERTOS-POS-CERTA,
                         :DCLTENT-ACERTOS-POS-ERRADA,
                         :DCLTENT-DATA-TENTATIVA,
                         :DCLTENT-HORA-TENTATIVA
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 912-MONTA-LINHA-TENTATIVA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-TENTATIVAS END-EXEC
           .

       912-MONTA-LINHA-TENTATIVA.
           MOVE DCLTENT-TENTATIVA-NUM  TO RND-NUM(WS-QTD-JANELA)
           MOVE DCLTENT-TENTATIVA-TEXTO
                                       TO RND-TEXTO(WS-QTD-JANELA)
           MOVE DCLTENT-ACERTOS-POS-CERTA
                                       TO RND-CERTA(WS-QTD-JANELA)
           MOVE DCLTENT-ACERTOS-POS-ERRADA
                                       TO RND-ERRADA(WS-QTD-JANELA)
           MOVE DCLTENT-DATA-TENTATIVA TO RND-DATA(WS-QTD-JANELA)
           MOVE DCLTENT-HORA-TENTATIVA TO RND-HORA(WS-QTD-JANELA)
           .

       915-LE-SENHA.
      * A SENHA SO E REVELADA COM A RODADA FECHADA - COM ELA EM JOGO, O
      * ATENDIMENTO NAO PODE SER O CAMINHO PARA O JOGADOR DESCOBRI-LA.
           IF WS-RND-RESULTADO EQUAL 'EM JOGO'
               MOVE ALL '*'                TO T9SENHAO
           ELSE
               MOVE WS-RND-ID-SENHA        TO DCLSNH-ID

               EXEC SQL
                   SELECT SENHA_TEXTO
                     INTO :DCLSNH-SENHA-TEXTO
                     FROM SENHAS
                    WHERE ID = :DCLSNH-ID
               END-EXEC

               IF SQLCODE EQUAL 0
                   MOVE DCLSNH-SENHA-TEXTO TO T9SENHAO
               ELSE
                   MOVE SPACES             TO T9SENHAO
               END-IF
           END-IF
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

       999-MANDA-TELA-CON.
           PERFORM 900-CARREGA-LISTA
           PERFORM 999-DATA-HORA

           MOVE WS-DATA-F                  TO T8DATAO
           MOVE WS-HORARIO-F               TO T8HORAO

           EXEC CICS SEND
              MAP ('MAPCON')
              MAPSET('T04MCON')
              FROM(MAPCONO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-MANDA-TELA-RND.
           PERFORM 910-CARREGA-TENTATIVAS
           PERFORM 999-DATA-HORA

           MOVE WS-DATA-F                  TO T9DATAO
           MOVE WS-HORARIO-F               TO T9HORAO

           EXEC CICS SEND
              MAP ('MAPRND')
              MAPSET('T04MCON')
              FROM(MAPRNDO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-DATA-HORA.
           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F
           .

       999-TRATA-FASEQ.
           IF WS-VISAO EQUAL 'D'
               MOVE -1                    TO T9DUML
               PERFORM 999-MANDA-TELA-RND
           ELSE
               MOVE -1                    TO T8OPERL
               PERFORM 999-MANDA-TELA-CON
           END-IF
           MOVE 'Q'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4H')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MCON'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
