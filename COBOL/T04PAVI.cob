      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PAVI.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * MANUTENCAO DOS AVISOS AOS JOGADORES E DAS JANELAS DE
      * MANUTENCAO (TRANSACAO FT4J - VER DCLAVISO). A TELA DE LOGIN DO
      * P3O99B0 SO TINHA O TEXTO FIXO DE ORIENTACAO; POR AQUI A
      * OPERACAO AVISA UMA PARADA, UMA DIFICULDADE NOVA OU O PRAZO DE
      * UM CAMPEONATO, E O JOGO MOSTRA OS AVISOS ATIVOS NO LOGIN E NO
      * TABULEIRO. UMA JANELA DE MANUTENCAO (TIPO 'M') FAZ O JOGO
      * PARAR DE COMECAR RODADAS NOVAS NOS MINUTOS DE ANTECEDENCIA E
      * RECUSAR O LOGIN DURANTE A JANELA.
      * A TELA LISTA OS AVISOS AINDA NAO VENCIDOS (8 POR PAGINA,
      * PF7/PF8 PAGINAM) E ACEITA:
      *   ENTER = INCLUI O AVISO DIGITADO. INICIO EM BRANCO = AGORA;
      *           HORA DO FIM EM BRANCO = 23:59; PRIORIDADE EM BRANCO
      *           = 5; ANTECEDENCIA DA JANELA 'M' EM BRANCO =
      *           WS-ANT-PADRAO MINUTOS
      *   PF6   = ENCERRA O AVISO DA LINHA INFORMADA (O FIM PASSA A
      *           SER AGORA - A LINHA FICA NA TABELA COMO HISTORICO)
      *   PF3   = ENCERRA A TRANSACAO
      * TODA GRAVACAO EXIGE O CAMPO OPERADOR PREENCHIDO, QUE FICA NA
      * PROPRIA LINHA DO AVISO. ADMIN_AUDITORIA NAO E USADA - ELA E
      * CHAVEADA POR CONTA DE JOGADOR.
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
      * VARIAVEIS DE CRITICA DO INICIO E DO FIM DIGITADOS
      * DATA DD/MM/AAAA E HORA HH:MM, MONTADAS NO TIMESTAMP DO DB2
      * (AAAA-MM-DD-HH.MM.00.000000). UMA DATA QUE PASSA AQUI MAS NAO
      * EXISTE (31/02) E RECUSADA PELO PROPRIO DB2 NO INSERT.
      *----------------------------------------------------------------*
       01  WS-DATA-TELA.
           05 WS-DT-DIA                    PIC X(02).
           05 WS-DT-BARRA1                 PIC X(01).
           05 WS-DT-MES                    PIC X(02).
           05 WS-DT-BARRA2                 PIC X(01).
           05 WS-DT-ANO                    PIC X(04).

       01  WS-HORA-TELA.
           05 WS-HR-HORA                   PIC X(02).
           05 WS-HR-SEP                    PIC X(01).
           05 WS-HR-MIN                    PIC X(02).

       01  WS-TS-MONTADO.
           05 WS-TS-ANO                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TS-MES                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TS-DIA                    PIC X(02).
           05 FILLER                       PIC X(01) VALUE '-'.
           05 WS-TS-HORA                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '.'.
           05 WS-TS-MIN                    PIC X(02).
           05 FILLER                       PIC X(10) VALUE
                                           '.00.000000'.

       77  WS-DATA-OK                      PIC X(01).
       77  WS-AGORA                        PIC X(26).

      * VALORES ASSUMIDOS QUANDO O CAMPO VEM EM BRANCO
       77  WS-PRIO-PADRAO                  PIC 9(01) VALUE 5.
       77  WS-ANT-PADRAO                   PIC 9(03) VALUE 30.
       77  WS-PRIO-NUM                     PIC 9(01).
       77  WS-ANT-NUM                      PIC 9(03).

      *----------------------------------------------------------------*
      * VARIAVEIS DA JANELA DE AVISOS
      *----------------------------------------------------------------*
       77  WS-IDX                          PIC 9(02).
       77  WS-QTD-AVISOS                   PIC S9(09) USAGE COMP.
       77  WS-TOTAL-PAGINAS                PIC 9(02).
       77  WS-LINHA-INICIAL                PIC S9(09) USAGE COMP.
       77  WS-LINHA-CURSOR                 PIC S9(09) USAGE COMP.
       77  WS-QTD-JANELA                   PIC 9(02).
       77  WS-LIN-ESCOLHIDA                PIC 9(01).
       77  WS-SITUACAO                     PIC X(06).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * A FASE 'A' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRO
      * CONTEUDO (OU EIBCALEN ZERO) SIGNIFICA PRIMEIRA ENTRADA PELA
      * TRANSACAO FT4J. O COMMAREA LEVA A PAGINA E O ID DOS 8 AVISOS
      * MOSTRADOS, PARA O PF6 ENCERRAR EXATAMENTE O QUE O OPERADOR
      * VIU.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-PAGINA-AVI                PIC 9(02).
           05 WS-JANELA-AVI OCCURS 8 TIMES.
              10 WS-JAN-ID-AVISO           PIC 9(09).
      *----------------------------------------------------------------*

      *MAPA REFERENTE A MANUTENCAO DE AVISOS
           COPY T04MAVI.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLAVISO
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
              WHEN 'A' PERFORM 050-FASEA
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - ENVIA A TELA COM A PRIMEIRA PAGINA DOS
      * AVISOS AINDA NAO VENCIDOS.

       040-ENTRADA.
           MOVE LOW-VALUES                 TO MAPAVIO
           MOVE 1                          TO WS-PAGINA-AVI
           MOVE 'ENTER INCLUI - PF6 ENCERRA A LINHA'
                                            TO TBMSGO
           PERFORM 999-TRATA-FASEA
           .

       050-FASEA.
           EXEC CICS HANDLE AID
              ENTER   (060-INCLUI)
              PF6     (070-ENCERRA-LINHA)
              PF7     (270-PF7)
              PF8     (280-PF8)
              PF3     (220-PF3)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPAVI')
              MAPSET('T04MAVI')
              INTO  (MAPAVII)
           END-EXEC
           .
      *----------------------------------------------------------------*
      * ENTER - INCLUI O AVISO DIGITADO. AS CRITICAS FICAM EM 110 A
      * 140; QUALQUER ERRO REDESENHA A TELA COM A MENSAGEM E NAO GRAVA
      * NADA.

       060-INCLUI.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-CRITICA-AVISO
           PERFORM 120-CRITICA-PERIODO

           MOVE TBOPERI                    TO DCLAVI-OPERADOR

           EXEC SQL
               INSERT INTO AVISOS
                   (TIPO, TEXTO, INICIO, FIM, PRIORIDADE,
                    ANTECEDENCIA_MIN, OPERADOR, DATA_ALTERACAO)
               VALUES
                   (:DCLAVI-TIPO, :DCLAVI-TEXTO, :DCLAVI-INICIO,
                    :DCLAVI-FIM, :DCLAVI-PRIORIDADE,
                    :DCLAVI-ANTECEDENCIA-MIN, :DCLAVI-OPERADOR,
                    CURRENT TIMESTAMP)
           END-EXEC

      * -180/-181 = DATA OU HORA QUE PASSOU NA CRITICA DE FORMATO MAS
      * NAO EXISTE NO CALENDARIO.
           EVALUATE SQLCODE
              WHEN 0
                 IF DCLAVI-TIPO EQUAL 'M'
                     MOVE 'JANELA DE MANUTENCAO INCLUIDA'
                                           TO TBMSGO
                 ELSE
                     MOVE 'AVISO INCLUIDO'  TO TBMSGO
                 END-IF
              WHEN -180
              WHEN -181
                 MOVE 'DATA OU HORA INEXISTENTE'
                                           TO TBMSGO
              WHEN OTHER
                 MOVE 'ERRO AO INCLUIR O AVISO'
                                           TO TBMSGO
           END-EVALUATE
           MOVE 1                          TO WS-PAGINA-AVI
           PERFORM 999-TRATA-FASEA
           .
      *----------------------------------------------------------------*
      * PF6 - ENCERRA O AVISO DA LINHA INFORMADA: O FIM PASSA A SER
      * AGORA (E O INICIO TAMBEM, SE AINDA ERA FUTURO), ENTAO ELE SAI
      * DAS TELAS DO JOGO NA INTERACAO SEGUINTE - E, SE FOR UMA JANELA
      * DE MANUTENCAO, O LOGIN E AS RODADAS NOVAS VOLTAM NA HORA.

       070-ENCERRA-LINHA.
           PERFORM 100-CRITICA-OPERADOR

           IF TBLINI < '1' OR TBLINI > '8'
               MOVE 'INFORME A LINHA DO AVISO (1 A 8)'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF

           MOVE TBLINI                     TO WS-LIN-ESCOLHIDA

           IF WS-JAN-ID-AVISO(WS-LIN-ESCOLHIDA) EQUAL 0
               MOVE 'LINHA SEM AVISO NA JANELA'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF

           MOVE WS-JAN-ID-AVISO(WS-LIN-ESCOLHIDA)
                                           TO DCLAVI-ID-AVISO
           MOVE TBOPERI                    TO DCLAVI-OPERADOR

           EXEC SQL
               UPDATE AVISOS
                  SET INICIO = CASE
                                 WHEN INICIO > CURRENT TIMESTAMP
                                 THEN CURRENT TIMESTAMP
                                 ELSE INICIO
                               END,
                      FIM = CURRENT TIMESTAMP,
                      OPERADOR = :DCLAVI-OPERADOR,
                      DATA_ALTERACAO = CURRENT TIMESTAMP
                WHERE ID_AVISO = :DCLAVI-ID-AVISO
                  AND FIM > CURRENT TIMESTAMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'AVISO ENCERRADO'    TO TBMSGO
              WHEN +100
                 MOVE 'AVISO JA ESTAVA ENCERRADO'
                                           TO TBMSGO
              WHEN OTHER
                 MOVE 'ERRO AO ENCERRAR O AVISO'
                                           TO TBMSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASEA
           .

       100-CRITICA-OPERADOR.
      * NENHUMA GRAVACAO SAI SEM O OPERADOR ASSINADO - ELE FICA NA
      * LINHA DO AVISO.
           IF TBOPERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O OPERADOR RESPONSAVEL'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF
           .
      *----------------------------------------------------------------*
      * CRITICA DE TIPO, TEXTO, PRIORIDADE E ANTECEDENCIA.

       110-CRITICA-AVISO.
           IF TBTIPOI NOT EQUAL 'A' AND 'M'
               MOVE 'TIPO DEVE SER A (AVISO) OU M (MANUT.)'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF
           MOVE TBTIPOI                    TO DCLAVI-TIPO

           IF TBTEXTOI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O TEXTO DO AVISO'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF
           MOVE TBTEXTOI                   TO DCLAVI-TEXTO
           INSPECT DCLAVI-TEXTO REPLACING ALL LOW-VALUE BY SPACE

           IF TBPRIOI EQUAL SPACE OR LOW-VALUE
               MOVE WS-PRIO-PADRAO         TO WS-PRIO-NUM
           ELSE
               IF TBPRIOI < '1' OR TBPRIOI > '9'
                   MOVE 'PRIORIDADE DEVE SER DE 1 A 9'
                                            TO TBMSGO
                   PERFORM 999-TRATA-FASEA
               END-IF
               MOVE TBPRIOI                TO WS-PRIO-NUM
           END-IF
           MOVE WS-PRIO-NUM                TO DCLAVI-PRIORIDADE

      * A ANTECEDENCIA SO EXISTE NA JANELA DE MANUTENCAO.
           IF DCLAVI-TIPO EQUAL 'A'
               IF TBANTI NOT EQUAL SPACES AND LOW-VALUES
                  AND TBANTI NOT EQUAL '000'
                   MOVE 'ANTECEDENCIA SO VALE PARA O TIPO M'
                                            TO TBMSGO
                   PERFORM 999-TRATA-FASEA
               END-IF
               MOVE 0                      TO WS-ANT-NUM
           ELSE
               IF TBANTI EQUAL SPACES OR LOW-VALUES
                   MOVE WS-ANT-PADRAO      TO WS-ANT-NUM
               ELSE
                   IF TBANTI IS NOT NUMERIC
                       MOVE 'ANTECEDENCIA DEVE SER NUMERICA (MIN)'
                                            TO TBMSGO
                       PERFORM 999-TRATA-FASEA
                   END-IF
                   MOVE TBANTI             TO WS-ANT-NUM
               END-IF
           END-IF
           MOVE WS-ANT-NUM                 TO DCLAVI-ANTECEDENCIA-MIN
           .
      *----------------------------------------------------------------*
      * CRITICA DO INICIO E DO FIM. O FIM E OBRIGATORIO E PRECISA SER
      * POSTERIOR AO INICIO E AO MOMENTO ATUAL - UM AVISO JA VENCIDO
      * NUNCA APARECERIA.

       120-CRITICA-PERIODO.
           EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :WS-AGORA
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF TBDTINII EQUAL SPACES OR LOW-VALUES
               MOVE WS-AGORA               TO DCLAVI-INICIO
           ELSE
               MOVE TBDTINII               TO WS-DATA-TELA
               IF TBHRINII EQUAL SPACES OR LOW-VALUES
                   MOVE '00:00'            TO WS-HORA-TELA
               ELSE
                   MOVE TBHRINII           TO WS-HORA-TELA
               END-IF
               PERFORM 130-MONTA-TIMESTAMP
               IF WS-DATA-OK EQUAL 'N'
                   MOVE 'INICIO INVALIDO (DD/MM/AAAA HH:MM)'
                                            TO TBMSGO
                   PERFORM 999-TRATA-FASEA
               END-IF
               MOVE WS-TS-MONTADO          TO DCLAVI-INICIO
           END-IF

           IF TBDTFIMI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME A DATA DO FIM DO AVISO'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF
           MOVE TBDTFIMI                   TO WS-DATA-TELA
           IF TBHRFIMI EQUAL SPACES OR LOW-VALUES
               MOVE '23:59'                TO WS-HORA-TELA
           ELSE
               MOVE TBHRFIMI               TO WS-HORA-TELA
           END-IF
           PERFORM 130-MONTA-TIMESTAMP
           IF WS-DATA-OK EQUAL 'N'
               MOVE 'FIM INVALIDO (DD/MM/AAAA HH:MM)'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF
           MOVE WS-TS-MONTADO              TO DCLAVI-FIM

           IF DCLAVI-FIM NOT > DCLAVI-INICIO
               MOVE 'FIM PRECISA SER DEPOIS DO INICIO'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF

           IF DCLAVI-FIM NOT > WS-AGORA
               MOVE 'FIM JA PASSOU - AVISO NAO APARECERIA'
                                            TO TBMSGO
               PERFORM 999-TRATA-FASEA
           END-IF
           .

       130-MONTA-TIMESTAMP.
           MOVE 'S'                        TO WS-DATA-OK

           IF WS-DT-DIA NOT NUMERIC OR WS-DT-MES NOT NUMERIC
              OR WS-DT-ANO NOT NUMERIC
              OR WS-DT-BARRA1 NOT EQUAL '/'
              OR WS-DT-BARRA2 NOT EQUAL '/'
              OR WS-HR-HORA NOT NUMERIC OR WS-HR-MIN NOT NUMERIC
              OR WS-HR-SEP NOT EQUAL ':'
               MOVE 'N'                    TO WS-DATA-OK
           ELSE
               IF WS-DT-DIA < '01' OR WS-DT-DIA > '31'
                  OR WS-DT-MES < '01' OR WS-DT-MES > '12'
                  OR WS-DT-ANO < '0001'
                  OR WS-HR-HORA > '23' OR WS-HR-MIN > '59'
                   MOVE 'N'                TO WS-DATA-OK
               END-IF
           END-IF

           MOVE WS-DT-ANO                  TO WS-TS-ANO
           MOVE WS-DT-MES                  TO WS-TS-MES
           MOVE WS-DT-DIA                  TO WS-TS-DIA
           MOVE WS-HR-HORA                 TO WS-TS-HORA
           MOVE WS-HR-MIN                  TO WS-TS-MIN
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO FT4J'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO TBMSGO
           PERFORM 999-TRATA-FASEA
           .

       270-PF7.
           IF WS-PAGINA-AVI > 1
               SUBTRACT 1 FROM WS-PAGINA-AVI
           END-IF
           MOVE SPACES                     TO TBMSGO
           PERFORM 999-TRATA-FASEA
           .

       280-PF8.
           PERFORM 890-CONTA-AVISOS
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-AVISOS - 1) / 8) + 1
           IF WS-QTD-AVISOS EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-AVI < WS-TOTAL-PAGINAS
               ADD 1 TO WS-PAGINA-AVI
           END-IF
           MOVE SPACES                     TO TBMSGO
           PERFORM 999-TRATA-FASEA
           .

       890-CONTA-AVISOS.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-AVISOS
                 FROM AVISOS
                WHERE FIM > CURRENT TIMESTAMP
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-AVISOS
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE AVISOS - 8 LINHAS DA PAGINA ATUAL, PELA ORDEM DE
      * INICIO. A SITUACAO E CALCULADA PELO DB2 COM O MESMO CRITERIO
      * QUE O P3O99B0 USA PARA MOSTRAR O AVISO E TRAVAR O JOGO. O ID DE
      * CADA LINHA MOSTRADA VAI PARA O COMMAREA (WS-JANELA-AVI) PARA
      * O PF6.

       900-CARREGA-LISTA.
           PERFORM 890-CONTA-AVISOS
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-AVISOS - 1) / 8) + 1
           IF WS-QTD-AVISOS EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-AVI EQUAL 0
               MOVE 1 TO WS-PAGINA-AVI
           END-IF
           IF WS-PAGINA-AVI > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-AVI
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-AVI - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE 0      TO AVI-LIN(WS-IDX)
               MOVE SPACES TO AVI-TIPO(WS-IDX)
               MOVE 0      TO AVI-PRIO(WS-IDX)
               MOVE SPACES TO AVI-INICIO(WS-IDX)
               MOVE SPACES TO AVI-FIM(WS-IDX)
               MOVE 0      TO AVI-ANT(WS-IDX)
               MOVE SPACES TO AVI-SIT(WS-IDX)
               MOVE SPACES TO AVI-OPER(WS-IDX)
               MOVE SPACES TO AVI-TEXTO(WS-IDX)
               MOVE 0      TO WS-JAN-ID-AVISO(WS-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE CUR-AVISOS CURSOR FOR
                   SELECT ID_AVISO, TIPO, TEXTO, INICIO, FIM,
                          PRIORIDADE, ANTECEDENCIA_MIN, OPERADOR,
                          CASE
                            WHEN INICIO <= CURRENT TIMESTAMP
                            THEN 'ATIVO '
                            WHEN TIPO = 'M'
                             AND INICIO - ANTECEDENCIA_MIN MINUTES
                                 <= CURRENT TIMESTAMP
                            THEN 'PREVIA'
                            ELSE 'AGEND '
                          END
                     FROM AVISOS
                    WHERE FIM > CURRENT TIMESTAMP
                    ORDER BY INICIO, ID_AVISO
           END-EXEC

           EXEC SQL OPEN CUR-AVISOS END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR OS AVISOS'
                                            TO TBMSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-AVISOS
                    INTO :DCLAVI-ID-AVISO, :DCLAVI-TIPO,
                         :DCLAVI-TEXTO, :DCLAVI-INICIO, :DCLAVI-FIM,
                         :DCLAVI-PRIORIDADE,
                         :DCLAVI-ANTECEDENCIA-MIN, :DCLAVI-OPERADOR,
                         :WS-SITUACAO
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-AVISOS END-EXEC

           MOVE WS-PAGINA-AVI              TO TBPAGO
           MOVE WS-TOTAL-PAGINAS           TO TBTOTPGO
           .

       905-MONTA-LINHA-JANELA.
           MOVE WS-QTD-JANELA        TO AVI-LIN(WS-QTD-JANELA)
           MOVE DCLAVI-TIPO          TO AVI-TIPO(WS-QTD-JANELA)
           MOVE DCLAVI-PRIORIDADE    TO AVI-PRIO(WS-QTD-JANELA)
           MOVE DCLAVI-INICIO(1:10)
                                TO AVI-INICIO(WS-QTD-JANELA)(1:10)
           MOVE DCLAVI-INICIO(12:5)
                                TO AVI-INICIO(WS-QTD-JANELA)(12:5)
           MOVE DCLAVI-FIM(1:10)
                                TO AVI-FIM(WS-QTD-JANELA)(1:10)
           MOVE DCLAVI-FIM(12:5)
                                TO AVI-FIM(WS-QTD-JANELA)(12:5)
           MOVE DCLAVI-ANTECEDENCIA-MIN
                                TO AVI-ANT(WS-QTD-JANELA)
           MOVE WS-SITUACAO          TO AVI-SIT(WS-QTD-JANELA)
           MOVE DCLAVI-OPERADOR      TO AVI-OPER(WS-QTD-JANELA)
           MOVE DCLAVI-TEXTO         TO AVI-TEXTO(WS-QTD-JANELA)

           MOVE DCLAVI-ID-AVISO      TO WS-JAN-ID-AVISO(WS-QTD-JANELA)
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

       999-MANDA-TELA-AVI.
           PERFORM 900-CARREGA-LISTA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO TBDATAO
           MOVE WS-HORARIO-F                TO TBHORAO

           EXEC CICS SEND
              MAP ('MAPAVI')
              MAPSET('T04MAVI')
              FROM(MAPAVIO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASEA.
           MOVE -1                        TO TBOPERL

           PERFORM 999-MANDA-TELA-AVI
           MOVE 'A'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4J')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MAVI'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
