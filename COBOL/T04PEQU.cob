      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T04PEQU.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * CADASTRO DAS EQUIPES DA LIGA ENTRE DEPARTAMENTOS (TRANSACAO
      * FT4K - VER DCLEQUI) E VINCULO DOS JOGADORES AS EQUIPES
      * (COD_EQUIPE DE CLIENTES). A CLASSIFICACAO MENSAL DAS EQUIPES E
      * APURADA PELO P3O99T2; A CARGA EM LOTE DAS EQUIPES E DOS
      * VINCULOS E O P3O99T1.
      * A TELA LISTA AS EQUIPES COM O NUMERO DE JOGADORES LIGADOS (8
      * POR PAGINA, PF7/PF8 PAGINAM) E ACEITA:
      *   ENTER = INCLUI A EQUIPE DIGITADA (CODIGO E NOME OBRIGATORIOS;
      *           SITUACAO EM BRANCO = 'S')
      *   PF5   = ALTERA A EQUIPE DO CODIGO INFORMADO - NOME,
      *           DEPARTAMENTO E SITUACAO EM BRANCO FICAM COMO ESTAO;
      *           DEPARTAMENTO '*' APAGA O DEPARTAMENTO
      *   PF6   = LIGA O USUARIO INFORMADO A EQUIPE DO CODIGO; CODIGO
      *           EM BRANCO DESLIGA O USUARIO DA EQUIPE ATUAL
      *   PF3   = ENCERRA A TRANSACAO
      * TODA GRAVACAO EXIGE O CAMPO OPERADOR PREENCHIDO. NA EQUIPE ELE
      * FICA NA PROPRIA LINHA; O VINCULO DO JOGADOR VAI PARA
      * ADMIN_AUDITORIA (ACAO 'Q').
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
      * VARIAVEIS DA JANELA DE EQUIPES
      *----------------------------------------------------------------*
       77  WS-IDX                          PIC 9(02).
       77  WS-QTD-EQUIPES                  PIC S9(09) USAGE COMP.
       77  WS-TOTAL-PAGINAS                PIC 9(02).
       77  WS-LINHA-INICIAL                PIC S9(09) USAGE COMP.
       77  WS-LINHA-CURSOR                 PIC S9(09) USAGE COMP.
       77  WS-QTD-JANELA                   PIC 9(02).
       77  WS-QTD-MEMBROS                  PIC S9(09) USAGE COMP.

      * EQUIPE ATUAL DO JOGADOR NO VINCULO (PF6)
       77  WS-EQUIPE-ANTERIOR              PIC X(04).

      *----------------------------------------------------------------*
      * VARIAVEIS DA DFHCOMMAREA
      * A FASE 'E' E EXCLUSIVA DESTE PROGRAMA - QUALQUER OUTRO
      * CONTEUDO (OU EIBCALEN ZERO) SIGNIFICA PRIMEIRA ENTRADA PELA
      * TRANSACAO FT4K.
       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).
           05 WS-PAGINA-EQU                PIC 9(02).
      *----------------------------------------------------------------*

      *MAPA REFERENTE AO CADASTRO DE EQUIPES
           COPY T04MEQU.
      *COMANDO TECLAS PRESSIONADAS
           COPY DFHAID.
      *CARACTERES E ATRIBUTOS
           COPY DFHBMSCA.

           EXEC SQL
              INCLUDE DCLEQUI
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
              WHEN 'E' PERFORM 050-FASEE
              WHEN OTHER PERFORM 040-ENTRADA
           END-EVALUATE
           .
      *----------------------------------------------------------------*
      * PRIMEIRA ENTRADA - ENVIA A TELA COM A PRIMEIRA PAGINA DAS
      * EQUIPES CADASTRADAS.

       040-ENTRADA.
           MOVE LOW-VALUES                 TO MAPEQUO
           MOVE 1                          TO WS-PAGINA-EQU
           MOVE 'ENTER INCLUI - PF5 ALTERA - PF6 VINCULA'
                                            TO TCMSGO
           PERFORM 999-TRATA-FASEE
           .

       050-FASEE.
           EXEC CICS HANDLE AID
              ENTER   (060-INCLUI)
              PF5     (070-ALTERA)
              PF6     (080-VINCULA)
              PF7     (270-PF7)
              PF8     (280-PF8)
              PF3     (220-PF3)
              ANYKEY  (250-ANYKEY)
           END-EXEC

           EXEC CICS RECEIVE
              MAP   ('MAPEQU')
              MAPSET('T04MEQU')
              INTO  (MAPEQUI)
           END-EXEC
           .
      *----------------------------------------------------------------*
      * ENTER - INCLUI A EQUIPE DIGITADA.

       060-INCLUI.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-CRITICA-CODIGO

           IF TCNOMEI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O NOME DA EQUIPE'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF
           MOVE TCNOMEI                    TO DCLEQU-NOME
           INSPECT DCLEQU-NOME REPLACING ALL LOW-VALUE BY SPACE

           MOVE TCDEPI                     TO DCLEQU-DEPARTAMENTO
           INSPECT DCLEQU-DEPARTAMENTO REPLACING ALL LOW-VALUE BY SPACE
           IF DCLEQU-DEPARTAMENTO EQUAL '*'
               MOVE SPACES                 TO DCLEQU-DEPARTAMENTO
           END-IF

           IF TCATIVAI EQUAL SPACE OR LOW-VALUE
               MOVE 'S'                    TO DCLEQU-ATIVA
           ELSE
               PERFORM 120-CRITICA-SITUACAO
           END-IF

           MOVE TCOPERI                    TO DCLEQU-OPERADOR

           EXEC SQL
               INSERT INTO EQUIPES
                   (COD_EQUIPE, NOME, DEPARTAMENTO, ATIVA, OPERADOR,
                    DATA_ALTERACAO)
               VALUES
                   (:DCLEQU-COD-EQUIPE, :DCLEQU-NOME,
                    :DCLEQU-DEPARTAMENTO, :DCLEQU-ATIVA,
                    :DCLEQU-OPERADOR, CURRENT TIMESTAMP)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'EQUIPE INCLUIDA'    TO TCMSGO
              WHEN -803
                 MOVE 'EQUIPE JA CADASTRADA - PF5 ALTERA'
                                           TO TCMSGO
              WHEN OTHER
                 MOVE 'ERRO AO INCLUIR A EQUIPE'
                                           TO TCMSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASEE
           .
      *----------------------------------------------------------------*
      * PF5 - ALTERA A EQUIPE DO CODIGO INFORMADO. SO O QUE FOI
      * DIGITADO MUDA. DESATIVAR NAO DESLIGA OS JOGADORES - A EQUIPE
      * SO SAI DA CLASSIFICACAO E PARA DE RECEBER VINCULOS NOVOS.

       070-ALTERA.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 110-CRITICA-CODIGO
           PERFORM 130-LOCALIZA-EQUIPE

           IF TCNOMEI NOT EQUAL SPACES AND LOW-VALUES
               MOVE TCNOMEI                TO DCLEQU-NOME
               INSPECT DCLEQU-NOME REPLACING ALL LOW-VALUE BY SPACE
           END-IF

           IF TCDEPI NOT EQUAL SPACES AND LOW-VALUES
               MOVE TCDEPI                 TO DCLEQU-DEPARTAMENTO
               INSPECT DCLEQU-DEPARTAMENTO
                       REPLACING ALL LOW-VALUE BY SPACE
               IF DCLEQU-DEPARTAMENTO EQUAL '*'
                   MOVE SPACES             TO DCLEQU-DEPARTAMENTO
               END-IF
           END-IF

           IF TCATIVAI NOT EQUAL SPACE AND LOW-VALUE
               PERFORM 120-CRITICA-SITUACAO
           END-IF

           MOVE TCOPERI                    TO DCLEQU-OPERADOR

           EXEC SQL
               UPDATE EQUIPES
                  SET NOME = :DCLEQU-NOME,
                      DEPARTAMENTO = :DCLEQU-DEPARTAMENTO,
                      ATIVA = :DCLEQU-ATIVA,
                      OPERADOR = :DCLEQU-OPERADOR,
                      DATA_ALTERACAO = CURRENT TIMESTAMP
                WHERE COD_EQUIPE = :DCLEQU-COD-EQUIPE
           END-EXEC

           IF SQLCODE EQUAL 0
               MOVE 'EQUIPE ALTERADA'      TO TCMSGO
           ELSE
               MOVE 'ERRO AO ALTERAR A EQUIPE'
                                           TO TCMSGO
           END-IF
           PERFORM 999-TRATA-FASEE
           .
      *----------------------------------------------------------------*
      * PF6 - LIGA O USUARIO A EQUIPE DO CODIGO (SO EQUIPE ATIVA) OU,
      * COM O CODIGO EM BRANCO, DESLIGA O USUARIO DA EQUIPE ATUAL. O
      * VINCULO VALE PARA A PROXIMA APURACAO DO P3O99T2, INCLUSIVE DE
      * UM MES JA PASSADO QUE FOR REAPURADO.

       080-VINCULA.
           PERFORM 100-CRITICA-OPERADOR
           PERFORM 140-LOCALIZA-CLIENTE
           MOVE DCLCLI-COD-EQUIPE          TO WS-EQUIPE-ANTERIOR

           IF TCCODI EQUAL SPACES OR LOW-VALUES
               IF WS-EQUIPE-ANTERIOR EQUAL SPACES
                   MOVE 'USUARIO NAO ESTA EM NENHUMA EQUIPE'
                                            TO TCMSGO
                   PERFORM 999-TRATA-FASEE
               END-IF
               MOVE SPACES                 TO DCLEQU-COD-EQUIPE
           ELSE
               PERFORM 110-CRITICA-CODIGO
               PERFORM 130-LOCALIZA-EQUIPE
               IF DCLEQU-ATIVA NOT EQUAL 'S'
                   MOVE 'EQUIPE DESATIVADA - NAO ACEITA VINCULO'
                                            TO TCMSGO
                   PERFORM 999-TRATA-FASEE
               END-IF
               IF DCLEQU-COD-EQUIPE EQUAL WS-EQUIPE-ANTERIOR
                   MOVE 'USUARIO JA ESTA NESTA EQUIPE'
                                            TO TCMSGO
                   PERFORM 999-TRATA-FASEE
               END-IF
           END-IF

           MOVE DCLEQU-COD-EQUIPE          TO DCLCLI-COD-EQUIPE

           EXEC SQL
               UPDATE CLIENTES
                  SET COD_EQUIPE = :DCLCLI-COD-EQUIPE
                WHERE CPF = :DCLCLI-CPF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO GRAVAR O VINCULO'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF

           MOVE 'Q'                        TO DCLADM-ACAO
           PERFORM 150-GRAVA-ADMIN-AUDITORIA

           IF DCLCLI-COD-EQUIPE EQUAL SPACES
               MOVE 'USUARIO DESLIGADO DA EQUIPE'
                                            TO TCMSGO
           ELSE
               MOVE 'USUARIO LIGADO A EQUIPE'
                                            TO TCMSGO
           END-IF
           PERFORM 999-TRATA-FASEE
           .

       100-CRITICA-OPERADOR.
      * NENHUMA GRAVACAO SAI SEM O OPERADOR ASSINADO - ELE FICA NA
      * LINHA DA EQUIPE OU NA TRILHA DE ADMIN_AUDITORIA.
           IF TCOPERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O OPERADOR RESPONSAVEL'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF
           .

       110-CRITICA-CODIGO.
           IF TCCODI EQUAL SPACES OR LOW-VALUES
              OR TCCODI(1:1) EQUAL SPACE OR LOW-VALUE
               MOVE 'INFORME O CODIGO DA EQUIPE'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF
           MOVE TCCODI                     TO DCLEQU-COD-EQUIPE
           INSPECT DCLEQU-COD-EQUIPE REPLACING ALL LOW-VALUE BY SPACE
           .

       120-CRITICA-SITUACAO.
           IF TCATIVAI NOT EQUAL 'S' AND 'N'
               MOVE 'SITUACAO DEVE SER S (ATIVA) OU N'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF
           MOVE TCATIVAI                   TO DCLEQU-ATIVA
           .

       130-LOCALIZA-EQUIPE.
           EXEC SQL
               SELECT NOME, DEPARTAMENTO, ATIVA
                 INTO :DCLEQU-NOME, :DCLEQU-DEPARTAMENTO,
                      :DCLEQU-ATIVA
                 FROM EQUIPES
                WHERE COD_EQUIPE = :DCLEQU-COD-EQUIPE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'EQUIPE NAO CADASTRADA'
                                           TO TCMSGO
                 PERFORM 999-TRATA-FASEE
              WHEN OTHER
                 MOVE 'ERRO AO CONSULTAR A EQUIPE'
                                           TO TCMSGO
                 PERFORM 999-TRATA-FASEE
           END-EVALUATE
           .

       140-LOCALIZA-CLIENTE.
           IF TCUSERI EQUAL SPACES OR LOW-VALUES
               MOVE 'INFORME O USUARIO A VINCULAR'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF

           MOVE TCUSERI                    TO DCLCLI-NOME-USUARIO

           EXEC SQL
              SELECT CPF
                    ,NOME_USUARIO
                    ,COD_EQUIPE
                    ,SITUACAO_RH
              INTO :DCLCLI-CPF
                   ,:DCLCLI-NOME-USUARIO
                   ,:DCLCLI-COD-EQUIPE
                   ,:DCLCLI-SITUACAO-RH
              FROM CLIENTES
              WHERE NOME_USUARIO = :DCLCLI-NOME-USUARIO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'USUARIO NAO ENCONTRADO'
                                           TO TCMSGO
                 PERFORM 999-TRATA-FASEE
              WHEN OTHER
                 MOVE 'ERRO AO CONSULTAR USUARIO'
                                           TO TCMSGO
                 PERFORM 999-TRATA-FASEE
           END-EVALUATE

      * CONTA ELIMINADA PELA LGPD (VER DCLCLI) NAO ENTRA EM EQUIPE.
           IF DCLCLI-CPF(1:4) EQUAL 'ANON'
               MOVE 'CONTA ELIMINADA - NAO ACEITA VINCULO'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF

      * FUNCIONARIO DESLIGADO PELO RH (P3O99H1) NAO ENTRA EM EQUIPE -
      * COM O CODIGO EM BRANCO, O DESLIGAMENTO DA EQUIPE SEGUE ACEITO.
           IF DCLCLI-SITUACAO-RH EQUAL 'D'
              AND TCCODI NOT EQUAL SPACES
              AND TCCODI NOT EQUAL LOW-VALUES
               MOVE 'DESLIGADO PELO RH - NAO ACEITA VINCULO'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF
           .

       150-GRAVA-ADMIN-AUDITORIA.
      * COMO NO T04POPE, A FALHA DE GRAVACAO DA TRILHA DESFAZ O
      * VINCULO.
           MOVE TCOPERI                    TO DCLADM-OPERADOR
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

           IF SQLCODE NOT EQUAL 0
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'FALHA NA TRILHA - ACAO DESFEITA'
                                            TO TCMSGO
               PERFORM 999-TRATA-FASEE
           END-IF
           .

       220-PF3.
           MOVE +80                        TO WS-LENGTH
           MOVE 'FIM NORMAL DA TRANSACAO FT4K'
                                           TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA!'
                                           TO TCMSGO
           PERFORM 999-TRATA-FASEE
           .

       270-PF7.
           IF WS-PAGINA-EQU > 1
               SUBTRACT 1 FROM WS-PAGINA-EQU
           END-IF
           MOVE SPACES                     TO TCMSGO
           PERFORM 999-TRATA-FASEE
           .

       280-PF8.
           PERFORM 890-CONTA-EQUIPES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-EQUIPES - 1) / 8) + 1
           IF WS-QTD-EQUIPES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-EQU < WS-TOTAL-PAGINAS
               ADD 1 TO WS-PAGINA-EQU
           END-IF
           MOVE SPACES                     TO TCMSGO
           PERFORM 999-TRATA-FASEE
           .

       890-CONTA-EQUIPES.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-QTD-EQUIPES
                 FROM EQUIPES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 0 TO WS-QTD-EQUIPES
           END-IF
           .
      *----------------------------------------------------------------*
      * JANELA DE EQUIPES - 8 LINHAS DA PAGINA ATUAL, PELA ORDEM DE
      * CODIGO, COM OS JOGADORES LIGADOS A CADA UMA.

       900-CARREGA-LISTA.
           PERFORM 890-CONTA-EQUIPES
           COMPUTE WS-TOTAL-PAGINAS = ((WS-QTD-EQUIPES - 1) / 8) + 1
           IF WS-QTD-EQUIPES EQUAL 0
               MOVE 1 TO WS-TOTAL-PAGINAS
           END-IF
           IF WS-PAGINA-EQU EQUAL 0
               MOVE 1 TO WS-PAGINA-EQU
           END-IF
           IF WS-PAGINA-EQU > WS-TOTAL-PAGINAS
               MOVE WS-TOTAL-PAGINAS TO WS-PAGINA-EQU
           END-IF

           COMPUTE WS-LINHA-INICIAL = ((WS-PAGINA-EQU - 1) * 8) + 1

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE SPACES TO EQU-COD(WS-IDX)
               MOVE SPACES TO EQU-NOME(WS-IDX)
               MOVE SPACES TO EQU-DEP(WS-IDX)
               MOVE SPACES TO EQU-ATIVA(WS-IDX)
               MOVE 0      TO EQU-MEMBROS(WS-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE CUR-EQUIPES CURSOR FOR
                   SELECT E.COD_EQUIPE, E.NOME, E.DEPARTAMENTO,
                          E.ATIVA,
                          (SELECT COUNT(*)
                             FROM CLIENTES C
                            WHERE C.COD_EQUIPE = E.COD_EQUIPE)
                     FROM EQUIPES E
                    ORDER BY E.COD_EQUIPE
           END-EXEC

           EXEC SQL OPEN CUR-EQUIPES END-EXEC

           IF SQLCODE NOT EQUAL 0
               MOVE 'ERRO AO LISTAR AS EQUIPES'
                                            TO TCMSGO
           END-IF

           MOVE 0                          TO WS-LINHA-CURSOR
           MOVE 0                          TO WS-QTD-JANELA
           PERFORM UNTIL SQLCODE NOT EQUAL 0
                      OR WS-QTD-JANELA >= 8
               EXEC SQL
                   FETCH CUR-EQUIPES
                    INTO :DCLEQU-COD-EQUIPE, :DCLEQU-NOME,
                         :DCLEQU-DEPARTAMENTO, :DCLEQU-ATIVA,
                         :WS-QTD-MEMBROS
               END-EXEC
               IF SQLCODE EQUAL 0
                   ADD 1 TO WS-LINHA-CURSOR
                   IF WS-LINHA-CURSOR >= WS-LINHA-INICIAL
                       ADD 1 TO WS-QTD-JANELA
                       PERFORM 905-MONTA-LINHA-JANELA
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-EQUIPES END-EXEC

           MOVE WS-PAGINA-EQU              TO TCPAGO
           MOVE WS-TOTAL-PAGINAS           TO TCTOTPGO
           .

       905-MONTA-LINHA-JANELA.
           MOVE DCLEQU-COD-EQUIPE    TO EQU-COD(WS-QTD-JANELA)
           MOVE DCLEQU-NOME          TO EQU-NOME(WS-QTD-JANELA)
           MOVE DCLEQU-DEPARTAMENTO  TO EQU-DEP(WS-QTD-JANELA)
           MOVE DCLEQU-ATIVA         TO EQU-ATIVA(WS-QTD-JANELA)
           MOVE WS-QTD-MEMBROS       TO EQU-MEMBROS(WS-QTD-JANELA)
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

       999-MANDA-TELA-EQU.
           PERFORM 900-CARREGA-LISTA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                     TO WS-DIA-F
           MOVE WS-MES                     TO WS-MES-F
           MOVE WS-ANO                     TO WS-ANO-F

           MOVE WS-HORA                    TO WS-HORA-F
           MOVE WS-MIN                     TO WS-MIN-F
           MOVE WS-SEG                     TO WS-SEG-F

           MOVE WS-DATA-F                   TO TCDATAO
           MOVE WS-HORARIO-F                TO TCHORAO

           EXEC CICS SEND
              MAP ('MAPEQU')
              MAPSET('T04MEQU')
              FROM(MAPEQUO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .

       999-TRATA-FASEE.
           MOVE -1                        TO TCOPERL

           PERFORM 999-MANDA-TELA-EQU
           MOVE 'E'                       TO WS-FASE

           EXEC CICS RETURN
               TRANSID('FT4K')
               COMMAREA(WS-DFHCOMMAREA)
               LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .

       999-MAPFAIL.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO MAPA T04MEQU'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

       999-ERROR.
           MOVE +80                        TO WS-LENGTH
           MOVE 'ERRO GENERICO'   TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
