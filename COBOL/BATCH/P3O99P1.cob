      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99P1.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * ATENDIMENTO DOS PEDIDOS DE TITULAR DA LGPD. O CPF DO JOGADOR
      * ESTA ESPALHADO POR CLIENTES, SENHAS_TENTATIVAS,
      * SENHAS_HISTORICO, JOGOS_ATIVOS, LOGIN_AUDITORIA,
      * ADMIN_AUDITORIA, CONQUISTAS, CAMPEONATO_MENSAL,
      * RODADAS_REVISAO, DUELOS E NAS GERACOES ARQSAIDA DO
      * ARQUIVAMENTO P3O99A1 - E CADA PEDIDO VIRAVA UM SQL DIGITADO A
      * MAO TABELA POR TABELA. ESTE JOB LE O ARQUIVO PEDIDOS (UM
      * REGISTRO POR CPF, COM A FUNCAO E O PROTOCOLO DO ATENDIMENTO)
      * E, CONFORME A FUNCAO:
      *   'A' = ACESSO - IMPRIME NO ARQUIVO EXTRATO, EM PAGINAS
      *         PROPRIAS (CABECALHO COM O CPF E O PROTOCOLO, PAGINACAO
      *         REINICIADA), TUDO O QUE HA DO CPF EM CADA TABELA E NAS
      *         GERACOES ARQUIVADAS LIDAS NO DD ARQENTRA;
      *   'E' = ELIMINACAO - TROCA O TITULAR POR UM PSEUDONIMO (VER
      *         DCLLGPD) EM TODAS AS TABELAS, NO LUGAR DE APAGAR AS
      *         LINHAS, PARA QUE RANKINGS, CAMPEONATOS, DUELOS E
      *         ESTATISTICAS JA APURADOS CONTINUEM FECHANDO. A RODADA
      *         EM ANDAMENTO E ENCERRADA COMO ABANDONO (MESMA LINHA
      *         '*DESIST*' DA VARREDURA P3O99V1), OS DUELOS AINDA SEM
      *         ACEITE SAO CANCELADOS E A CONTA EM CLIENTES FICA
      *         BLOQUEADA, COM SENHA QUE NENHUM CODIGO DE
      *         910-CODIFICA-SENHA REPRODUZ. NO FIM DO JOB, SE HOUVE
      *         ELIMINACAO, AS GERACOES DE ARQENTRA SAO COPIADAS PARA
      *         UMA GERACAO NOVA ARQSAIDA COM OS MESMOS PSEUDONIMOS -
      *         A OPERACAO CATALOGA A GERACAO NOVA NO LUGAR DAS LIDAS.
      * CADA PEDIDO E UMA UNIDADE DE TRABALHO: AS ALTERACOES E A LINHA
      * DE CONFORMIDADE EM LGPD_REGISTRO (O QUE FOI TOCADO EM CADA
      * TABELA) SAO CONFIRMADAS JUNTAS, E UM ERRO DE BANCO DESFAZ O
      * PEDIDO E O REGISTRA COMO FALHA. O RELATO LISTA TODOS OS
      * PEDIDOS DO ARQUIVO NO PADRAO DO P3O99F1, COM O CPF MASCARADO.
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
           SELECT F-PEDIDOS ASSIGN TO PEDIDOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-ARQUIVO ASSIGN TO ARQENTRA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT F-NOVA-GERACAO ASSIGN TO ARQSAIDA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NOVA-GERACAO.

           SELECT F-EXTRATO ASSIGN TO EXTRATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT F-RELATORIO ASSIGN TO RELATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  F-PEDIDOS
           RECORDING MODE IS F.
       01  FD-PEDIDO-REC.
           05 FD-PED-FUNCAO                PIC X(01).
           05 FILLER                       PIC X(01).
           05 FD-PED-CPF                   PIC X(11).
           05 FILLER                       PIC X(01).
           05 FD-PED-PROTOCOLO             PIC X(12).
           05 FILLER                       PIC X(54).

       FD  F-ARQUIVO
           RECORDING MODE IS F.
      * REGISTRO COMPARTILHADO COM O ARQUIVAMENTO P3O99A1.
           COPY ARQTENT.

      * GERACAO NOVA - MESMO LAYOUT ARQTENT, GRAVADA A PARTIR DO
      * REGISTRO LIDO (SO O CPF MUDA).
       FD  F-NOVA-GERACAO
           RECORDING MODE IS F.
       01  FD-NOVA-GERACAO-REC             PIC X(91).

       FD  F-EXTRATO
           RECORDING MODE IS F.
       01  FD-EXTRATO-REC                  PIC X(132).

       FD  F-RELATORIO
           RECORDING MODE IS F.
       01  FD-RELATORIO-REC                PIC X(132).

       WORKING-STORAGE                     SECTION.
       77  WS-FS-PEDIDOS                   PIC X(02).
       77  WS-FS-ARQUIVO                   PIC X(02).
       77  WS-FS-NOVA-GERACAO              PIC X(02).
       77  WS-FS-EXTRATO                   PIC X(02).
       77  WS-FS-RELATORIO                 PIC X(02).
       77  WS-FIM-PEDIDOS                  PIC X(01) VALUE 'N'.
       77  WS-FIM-ARQUIVO                  PIC X(01).
       77  WS-FIM-CURSOR                   PIC X(01).
       77  WS-ERRO-PEDIDO                  PIC X(01).

       77  WS-FUNCAO                       PIC X(01).
       77  WS-CPF                          PIC X(11).
       77  WS-PROTOCOLO                    PIC X(12).
       77  WS-RESULTADO                    PIC X(01).
       77  WS-SEQUENCIAL                   PIC S9(09) USAGE COMP
                                                      VALUE 0.
       77  WS-SECAO                        PIC X(20).
       77  WS-QTD-SECAO                    PIC S9(09) USAGE COMP.
       77  WS-QTD-ACHADOS                  PIC S9(09) USAGE COMP.
       77  WS-ULTIMA-TENTATIVA             PIC S9(04) USAGE COMP.
       77  WS-DESCRICAO                    PIC X(36).

       77  WS-TOT-PEDIDOS                  PIC 9(07) VALUE 0.
       77  WS-TOT-ACESSOS                  PIC 9(07) VALUE 0.
       77  WS-TOT-ELIMINACOES              PIC 9(07) VALUE 0.
       77  WS-TOT-NADA-ENCONTRADO          PIC 9(07) VALUE 0.
       77  WS-TOT-RECUSADOS                PIC 9(07) VALUE 0.
       77  WS-TOT-FALHAS                   PIC 9(07) VALUE 0.
       77  WS-TOT-ARQ-LIDOS                PIC 9(09) VALUE 0.
       77  WS-TOT-ARQ-TROCADOS             PIC 9(09) VALUE 0.

      * LINHA DE ABANDONO DA RODADA EM ANDAMENTO DO TITULAR ELIMINADO
      * - MESMO MARCADOR DOCUMENTADO EM DCLTENT.
       77  WS-MARCA-DESISTENCIA            PIC X(08) VALUE '*DESIST*'.
      * SENHA DA CONTA ELIMINADA - 910-CODIFICA-SENHA SO GERA LETRAS,
      * ENTAO NENHUMA SENHA DIGITADA CONFERE COM ESTE CODIGO.
       77  WS-SENHA-ANULADA                PIC X(08) VALUE '********'.

      *----------------------------------------------------------------*
      * PSEUDONIMO DO TITULAR ELIMINADO, MONTADO COM O SEQUENCIAL DO
      * PEDIDO EM LGPD_REGISTRO (VER DCLLGPD) - UNICO POR CONSTRUCAO E
      * SEM NENHUMA RELACAO COM O CPF OU O NOME ORIGINAIS.
      *----------------------------------------------------------------*
       01  WS-PSEUDONIMO-CPF.
           05 FILLER                       PIC X(04) VALUE 'ANON'.
           05 WS-PSEUDO-CPF-NUM            PIC 9(07).

       01  WS-PSEUDONIMO-NOME.
           05 FILLER                       PIC X(01) VALUE '#'.
           05 WS-PSEUDO-NOME-NUM           PIC 9(07).

      *----------------------------------------------------------------*
      * ELIMINACOES CONFIRMADAS NO JOB - CPF ORIGINAL E PSEUDONIMO,
      * GUARDADOS SO EM MEMORIA ATE A COPIA DAS GERACOES ARQUIVADAS NO
      * FIM DO JOB (A TABELA DE CONFORMIDADE NUNCA GUARDA O CPF). O
      * LIMITE DE 500 POR EXECUCAO COBRE COM FOLGA O VOLUME DE
      * PEDIDOS; ACIMA DELE O PEDIDO E RECUSADO E VOLTA NO LOTE
      * SEGUINTE.
      *----------------------------------------------------------------*
       77  WS-ELI-QTD                      PIC 9(04) VALUE 0.
       77  WS-ELI-MAX                      PIC 9(04) VALUE 500.
       77  WS-IDX                          PIC 9(04).

       01  WS-ELI-TAB.
           05 WS-ELI-ENTRY OCCURS 500 TIMES.
               10 WS-ELI-CPF               PIC X(11).
               10 WS-ELI-PSEUDO            PIC X(11).
               10 WS-ELI-SEQUENCIAL        PIC S9(09) USAGE COMP.
               10 WS-ELI-QTD-ARQ           PIC S9(09) USAGE COMP.

      * CAMPOS DE EDICAO PARA MONTAR AS LINHAS DO EXTRATO (STRING
      * NAO ACEITA CAMPOS COMP)
       77  WS-ED-NUM9                      PIC 9(09).
       77  WS-ED-NUM4                      PIC 9(04).
       77  WS-ED-NUM4-B                    PIC 9(04).
       77  WS-ED-NUM4-C                    PIC 9(04).
       77  WS-ED-NUM4-D                    PIC 9(04).
       77  WS-ED-NUM4-E                    PIC 9(04).

      *----------------------------------------------------------------*
      * CONTROLE DE PAGINACAO DOS DOIS ARQUIVOS DE IMPRESSAO - O
      * EXTRATO RECOMECA A PAGINACAO EM CADA TITULAR.
      *----------------------------------------------------------------*
       77  WS-LINHA-ATUAL                  PIC 9(02) VALUE 99.
       77  WS-LINHAS-POR-PAGINA            PIC 9(02) VALUE 60.
       77  WS-PAGINA                       PIC 9(04) VALUE 0.
       77  WS-LINHA-EXT                    PIC 9(02) VALUE 99.
       77  WS-PAGINA-EXT                   PIC 9(04) VALUE 0.

       01  WS-DATA.
           05 WS-ANO                       PIC X(02).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

      *----------------------------------------------------------------*
      * CPF MASCARADO NO RELATO E NO REGISTRO DE CONFORMIDADE - SO OS
      * 3 PRIMEIROS E OS 2 ULTIMOS DIGITOS APARECEM, COMO NO P3O99F1.
      *----------------------------------------------------------------*
       01  WS-CPF-MASCARADO.
           05 WS-CPF-MASC-INICIO           PIC X(03).
           05 FILLER                       PIC X(09) VALUE '.***.***-'.
           05 WS-CPF-MASC-FIM              PIC X(02).

      *----------------------------------------------------------------*
      * LINHAS DO RELATO (REGISTRO DE CONFORMIDADE DO LOTE)
      *----------------------------------------------------------------*
       01  WS-LINHA-BRANCO                 PIC X(132) VALUE SPACES.
      * LINHA PENDENTE GUARDADA ENQUANTO O CABECALHO DE PAGINA USA O
      * MESMO BUFFER DO ARQUIVO (RELATO OU EXTRATO).
       01  WS-LINHA-GUARDA                 PIC X(132).

       01  WS-CAB-PAGINA1.
           05 FILLER                       PIC X(40)
               VALUE 'PEDIDOS DE TITULAR LGPD - P3O99P1       '.
           05 FILLER                       PIC X(58) VALUE SPACES.
           05 FILLER                       PIC X(08)
                               VALUE 'EMISSAO '.
           05 WS-CAB-DIA                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-MES                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-ANO                   PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-HORA                  PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-CAB-MIN                   PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE 'PAG.'.
           05 WS-CAB-PAGINA                PIC Z.ZZ9.

       01  WS-CAB-PAGINA2.
           05 FILLER                       PIC X(11) VALUE 'REGISTRO'.
           05 FILLER                       PIC X(14) VALUE 'PROTOCOLO'.
           05 FILLER                       PIC X(16) VALUE 'FUNCAO'.
           05 FILLER                       PIC X(16) VALUE 'CPF'.
           05 FILLER                       PIC X(13) VALUE 'PSEUDONIMO'.
           05 FILLER                       PIC X(30) VALUE 'RESULTADO'.
           05 FILLER                       PIC X(32) VALUE SPACES.

       01  WS-LINHA-PEDIDO.
           05 WS-PED-SEQUENCIAL            PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PED-PROTOCOLO             PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PED-FUNCAO                PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PED-CPF                   PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PED-PSEUDONIMO            PIC X(11).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-PED-RESULTADO             PIC X(30).
           05 FILLER                       PIC X(32) VALUE SPACES.

      * LINHAS TOCADAS EM CADA TABELA, LOGO ABAIXO DA LINHA DO PEDIDO
       01  WS-LINHA-QTD.
           05 FILLER                       PIC X(06) VALUE 'CLI'.
           05 WS-QTD-CLI                   PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'TENT'.
           05 WS-QTD-TENT                  PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'HIST'.
           05 WS-QTD-HIST                  PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'ATIVO'.
           05 WS-QTD-ATIVO                 PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'LOGIN'.
           05 WS-QTD-LOGIN                 PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'ADMIN'.
           05 WS-QTD-ADMIN                 PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'CONQ'.
           05 WS-QTD-CONQ                  PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'CAMP'.
           05 WS-QTD-CAMP                  PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'REVIS'.
           05 WS-QTD-REVIS                 PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'DUELO'.
           05 WS-QTD-DUELO                 PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 FILLER                       PIC X(06) VALUE 'ARQ'.
           05 WS-QTD-ARQ                   PIC ZZZZ9.
           05 FILLER                       PIC X(01) VALUE SPACES.

       01  WS-LINHA-ARQ-PSEUDO.
           05 FILLER                       PIC X(11)
                               VALUE 'PSEUDONIMO '.
           05 WS-ARQ-PSEUDO                PIC X(11).
           05 FILLER                       PIC X(24)
                               VALUE ' - TENTATIVAS ARQUIVADAS'.
           05 FILLER                       PIC X(03) VALUE ' : '.
           05 WS-ARQ-QTD                   PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(75) VALUE SPACES.

       01  WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO                PIC X(30).
           05 WS-TOT-VALOR                 PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(94) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINHAS DO EXTRATO DO TITULAR
      *----------------------------------------------------------------*
       01  WS-CAB-EXT1.
           05 FILLER                       PIC X(40)
               VALUE 'EXTRATO DE DADOS PESSOAIS LGPD - P3O99P1'.
           05 FILLER                       PIC X(58) VALUE SPACES.
           05 FILLER                       PIC X(08)
                               VALUE 'EMISSAO '.
           05 WS-CAB-EXT-DIA               PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-EXT-MES               PIC X(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WS-CAB-EXT-ANO               PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACES.
           05 WS-CAB-EXT-HORA              PIC X(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WS-CAB-EXT-MIN               PIC X(02).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 FILLER                       PIC X(04) VALUE 'PAG.'.
           05 WS-CAB-EXT-PAGINA            PIC Z.ZZ9.

       01  WS-CAB-EXT2.
           05 FILLER                       PIC X(12)
                               VALUE 'TITULAR CPF '.
           05 WS-CAB-EXT-CPF               PIC X(11).
           05 FILLER                       PIC X(13)
                               VALUE '   PROTOCOLO '.
           05 WS-CAB-EXT-PROTOCOLO         PIC X(12).
           05 FILLER                       PIC X(12)
                               VALUE '   REGISTRO '.
           05 WS-CAB-EXT-REGISTRO          PIC ZZZZZZZZ9.
           05 FILLER                       PIC X(63) VALUE SPACES.

       01  WS-EXT-SECAO.
           05 WS-EXT-SEC-TABELA            PIC X(20).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WS-EXT-SEC-DESCRICAO         PIC X(60).
           05 FILLER                       PIC X(49) VALUE SPACES.

       01  WS-EXT-LINHA.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-EXT-TEXTO                 PIC X(128).

       01  WS-EXT-TOTAL-SECAO.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(20)
                               VALUE 'LINHAS NESTA SECAO: '.
           05 WS-EXT-QTD                   PIC ZZZZ.ZZ9.
           05 FILLER                       PIC X(100) VALUE SPACES.

      * TENTATIVAS - MESMO DETALHE PARA SENHAS_TENTATIVAS,
      * SENHAS_HISTORICO E AS GERACOES ARQUIVADAS
       01  WS-EXT-CAB-TENT.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 FILLER                       PIC X(28)
                               VALUE 'INICIO DA RODADA'.
           05 FILLER                       PIC X(11) VALUE 'SENHA'.
           05 FILLER                       PIC X(04) VALUE 'D'.
           05 FILLER                       PIC X(04) VALUE 'M'.
           05 FILLER                       PIC X(06) VALUE 'TENT'.
           05 FILLER                       PIC X(12) VALUE 'TEXTO'.
           05 FILLER                       PIC X(08) VALUE 'CERTAS'.
           05 FILLER                       PIC X(06) VALUE 'ERRAD.'.
           05 FILLER                       PIC X(12) VALUE 'DATA'.
           05 FILLER                       PIC X(08) VALUE 'HORA'.
           05 FILLER                       PIC X(29) VALUE SPACES.

       01  WS-EXT-DET-TENT.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-EXT-T-INICIO              PIC X(26).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-EXT-T-SENHA               PIC 9(09).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-EXT-T-DIF                 PIC X(01).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-EXT-T-MODO                PIC X(01).
           05 FILLER                       PIC X(03) VALUE SPACES.
           05 WS-EXT-T-NUM                 PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-EXT-T-TEXTO               PIC X(08).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-EXT-T-CERTA               PIC Z9.
           05 FILLER                       PIC X(06) VALUE SPACES.
           05 WS-EXT-T-ERRADA              PIC Z9.
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WS-EXT-T-DATA                PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-EXT-T-HORA                PIC X(08).
           05 FILLER                       PIC X(29) VALUE SPACES.

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLTENT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLJOGO
           END-EXEC.

           EXEC SQL
              INCLUDE DCLAUDIT
           END-EXEC.

           EXEC SQL
              INCLUDE DCLADM
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCONQ
           END-EXEC.

           EXEC SQL
              INCLUDE DCLCAMP
           END-EXEC.

           EXEC SQL
              INCLUDE DCLREV
           END-EXEC.

           EXEC SQL
              INCLUDE DCLDUEL
           END-EXEC.

           EXEC SQL
              INCLUDE DCLLGPD
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
           PERFORM 050-ABRE-ARQUIVOS
           PERFORM 060-VERIFICA-ARQUIVADAS
           PERFORM 100-OBTEM-SEQUENCIAL

           PERFORM 110-LE-PEDIDO
           PERFORM 200-PROCESSA-PEDIDO
               UNTIL WS-FIM-PEDIDOS EQUAL 'S'

           IF WS-ELI-QTD > 0
               PERFORM 700-PSEUDONIMIZA-ARQUIVADAS
           END-IF

           PERFORM 940-IMPRIME-TOTAIS
           PERFORM 500-FECHA-ARQUIVOS

           DISPLAY 'P3O99P1 - PEDIDOS DE TITULAR LGPD'
           DISPLAY '  PEDIDOS LIDOS            : ' WS-TOT-PEDIDOS
           DISPLAY '  ACESSOS ATENDIDOS        : ' WS-TOT-ACESSOS
           DISPLAY '  ELIMINACOES ATENDIDAS    : ' WS-TOT-ELIMINACOES
           DISPLAY '  NADA ENCONTRADO          : '
                   WS-TOT-NADA-ENCONTRADO
           DISPLAY '  RECUSADOS                : ' WS-TOT-RECUSADOS
           DISPLAY '  FALHAS (REENVIAR)        : ' WS-TOT-FALHAS
           IF WS-ELI-QTD > 0
               DISPLAY '  GERACAO NOVA ARQSAIDA    : '
                       WS-TOT-ARQ-LIDOS ' LINHAS, '
                       WS-TOT-ARQ-TROCADOS ' PSEUDONIMIZADAS'
               DISPLAY '  CATALOGAR A GERACAO NOVA NO LUGAR DAS '
                       'GERACOES LIDAS EM ARQENTRA'
           END-IF
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

       050-ABRE-ARQUIVOS.
           OPEN OUTPUT F-RELATORIO
           IF WS-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO - '
                       'FILE STATUS ' WS-FS-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           OPEN OUTPUT F-EXTRATO
           IF WS-FS-EXTRATO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO EXTRATO - '
                       'FILE STATUS ' WS-FS-EXTRATO
               CLOSE F-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           OPEN INPUT F-PEDIDOS
           IF WS-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO PEDIDOS - '
                       'FILE STATUS ' WS-FS-PEDIDOS
               CLOSE F-RELATORIO
               CLOSE F-EXTRATO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       060-VERIFICA-ARQUIVADAS.
      * AS GERACOES SAO RELIDAS POR CADA ACESSO E COPIADAS NO FIM SE
      * HOUVER ELIMINACAO. A ELIMINACAO E CONFIRMADA NO BANCO ANTES DA
      * COPIA E O CPF ORIGINAL NAO FICA GUARDADO EM LUGAR NENHUM -
      * ENTAO O DD ARQENTRA TEM DE ESTAR LEGIVEL ANTES DO PRIMEIRO
      * PEDIDO, OU NADA E PROCESSADO.
           OPEN INPUT F-ARQUIVO
           IF WS-FS-ARQUIVO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR AS GERACOES ARQENTRA - '
                       'FILE STATUS ' WS-FS-ARQUIVO
               PERFORM 500-FECHA-ARQUIVOS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           CLOSE F-ARQUIVO
           .

       100-OBTEM-SEQUENCIAL.
           EXEC SQL
               SELECT COALESCE(MAX(SEQUENCIAL), 0)
                 INTO :WS-SEQUENCIAL
                 FROM LGPD_REGISTRO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO LER LGPD_REGISTRO, SQLCODE = ' SQLCODE
               PERFORM 500-FECHA-ARQUIVOS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       110-LE-PEDIDO.
      * REGISTRO PEDIDOS: FUNCAO ('A' OU 'E'), UM ESPACO, CPF EM 11
      * DIGITOS, UM ESPACO E O PROTOCOLO DO ATENDIMENTO. REGISTRO EM
      * BRANCO E PULADO.
           READ F-PEDIDOS
               AT END
                   MOVE 'S' TO WS-FIM-PEDIDOS
           END-READ

           PERFORM UNTIL WS-FIM-PEDIDOS EQUAL 'S'
                      OR FD-PEDIDO-REC NOT EQUAL SPACES
               READ F-PEDIDOS
                   AT END
                       MOVE 'S' TO WS-FIM-PEDIDOS
               END-READ
           END-PERFORM
           .

      *----------------------------------------------------------------*
      * UM PEDIDO DO ARQUIVO - VALIDA, ATENDE CONFORME A FUNCAO, GRAVA
      * A LINHA DE CONFORMIDADE (CONFIRMANDO O PEDIDO) E IMPRIME.
      *----------------------------------------------------------------*
       200-PROCESSA-PEDIDO.
           ADD 1 TO WS-TOT-PEDIDOS
           ADD 1 TO WS-SEQUENCIAL

           MOVE FD-PED-FUNCAO              TO WS-FUNCAO
           MOVE FD-PED-CPF                 TO WS-CPF
           MOVE FD-PED-PROTOCOLO           TO WS-PROTOCOLO
           MOVE 'N'                        TO WS-ERRO-PEDIDO
           MOVE 0                          TO WS-QTD-ACHADOS
           INITIALIZE DCLLGPD-LGPD-REGISTRO
           PERFORM 220-MASCARA-CPF

           PERFORM 210-VALIDA-PEDIDO

           IF WS-RESULTADO EQUAL SPACES
               EVALUATE WS-FUNCAO
                   WHEN 'A'
                       PERFORM 300-EXTRAI-TITULAR
                   WHEN 'E'
                       PERFORM 600-ELIMINA-TITULAR
               END-EVALUATE
           END-IF

           PERFORM 800-GRAVA-REGISTRO
           PERFORM 850-IMPRIME-PEDIDO

           PERFORM 110-LE-PEDIDO
           .

       210-VALIDA-PEDIDO.
           MOVE SPACES                     TO WS-RESULTADO

           IF WS-FUNCAO NOT EQUAL 'A' AND WS-FUNCAO NOT EQUAL 'E'
               DISPLAY 'PEDIDO ' WS-SEQUENCIAL
                       ' RECUSADO - FUNCAO INVALIDA: ' WS-FUNCAO
               MOVE 'R'                    TO WS-RESULTADO
           END-IF

           IF WS-CPF IS NOT NUMERIC
               DISPLAY 'PEDIDO ' WS-SEQUENCIAL
                       ' RECUSADO - CPF INVALIDO: ' WS-CPF
               MOVE 'R'                    TO WS-RESULTADO
           END-IF

           IF WS-RESULTADO EQUAL SPACES
              AND WS-FUNCAO EQUAL 'E'
              AND WS-ELI-QTD NOT < WS-ELI-MAX
               DISPLAY 'PEDIDO ' WS-SEQUENCIAL
                       ' RECUSADO - LIMITE DE ' WS-ELI-MAX
                       ' ELIMINACOES POR EXECUCAO'
               MOVE 'R'                    TO WS-RESULTADO
           END-IF
           .

       220-MASCARA-CPF.
           MOVE WS-CPF(1:3)                TO WS-CPF-MASC-INICIO
           MOVE WS-CPF(10:2)               TO WS-CPF-MASC-FIM
           .

      *----------------------------------------------------------------*
      * FUNCAO 'A' - EXTRATO DO TITULAR, UMA SECAO POR TABELA E UMA
      * PARA AS GERACOES ARQUIVADAS. SO ENTRA O QUE E DO PROPRIO
      * TITULAR: DE DUELOS E DA REVISAO DE ANOMALIAS NAO SAI O CPF NEM
      * O NOME DO OUTRO JOGADOR, E A SENHA DE ACESSO SO EXISTE
      * CODIFICADA (VER DCLCLI) - NAO HA COMO DEVOLVE-LA.
      *----------------------------------------------------------------*
       300-EXTRAI-TITULAR.
           MOVE WS-CPF                     TO WS-CAB-EXT-CPF
           MOVE WS-PROTOCOLO               TO WS-CAB-EXT-PROTOCOLO
           MOVE WS-SEQUENCIAL              TO WS-CAB-EXT-REGISTRO
           MOVE 0                          TO WS-PAGINA-EXT
           MOVE 99                         TO WS-LINHA-EXT

           PERFORM 310-EXTRAI-CLIENTES
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 315-EXTRAI-TENTATIVAS
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 320-EXTRAI-HISTORICO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 325-EXTRAI-JOGO-ATIVO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 330-EXTRAI-LOGIN
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 335-EXTRAI-ADMIN
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 340-EXTRAI-CONQUISTAS
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 345-EXTRAI-CAMPEONATO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 350-EXTRAI-REVISAO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 355-EXTRAI-DUELOS
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 360-EXTRAI-ARQUIVADAS
           END-IF

           PERFORM 915-IMPRIME-BRANCO-EXT
           MOVE SPACES                     TO WS-EXT-TEXTO
           IF WS-ERRO-PEDIDO EQUAL 'N'
               MOVE 'FIM DO EXTRATO'       TO WS-EXT-TEXTO
           ELSE
               MOVE 'EXTRATO INCOMPLETO - REENVIAR O PEDIDO'
                                           TO WS-EXT-TEXTO
           END-IF
           MOVE WS-EXT-LINHA               TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT
           .

       310-EXTRAI-CLIENTES.
           MOVE 'CLIENTES'                 TO WS-SECAO
           MOVE 'CADASTRO DO JOGADOR'      TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               SELECT NOME_USUARIO, FALHAS_LOGIN, BLOQUEADO,
                      SENHA_TEMPORARIA, COD_EQUIPE, SITUACAO_RH, NOME,
                      DEPARTAMENTO, CHAR(DATA_ADMISSAO, ISO),
                      CHAR(DATA_DEMISSAO, ISO)
                 INTO :DCLCLI-NOME-USUARIO, :DCLCLI-FALHAS-LOGIN,
                      :DCLCLI-BLOQUEADO, :DCLCLI-SENHA-TEMPORARIA,
                      :DCLCLI-COD-EQUIPE, :DCLCLI-SITUACAO-RH,
                      :DCLCLI-NOME, :DCLCLI-DEPARTAMENTO,
                      :DCLCLI-DATA-ADMISSAO, :DCLCLI-DATA-DEMISSAO
                 FROM CLIENTES
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 390-TESTA-SQL
           IF SQLCODE EQUAL 0
               MOVE DCLCLI-FALHAS-LOGIN    TO WS-ED-NUM4
               MOVE SPACES                 TO WS-EXT-TEXTO
               STRING 'USUARIO ' DCLCLI-NOME-USUARIO
                      '  FALHAS DE LOGIN ' WS-ED-NUM4
                      '  BLOQUEADO ' DCLCLI-BLOQUEADO
                      '  SENHA TEMPORARIA ' DCLCLI-SENHA-TEMPORARIA
                      '  SENHA DE ACESSO: GUARDADA SO CODIFICADA'
                      '  EQUIPE ' DCLCLI-COD-EQUIPE
                   DELIMITED BY SIZE INTO WS-EXT-TEXTO
               PERFORM 930-IMPRIME-DETALHE-EXT
      * DADOS TRAZIDOS DO CADASTRO DO RH PELO P3O99H1 - MESMA LINHA
      * DE CLIENTES, SO CONTINUADA.
               MOVE SPACES                 TO WS-EXT-TEXTO
               STRING 'NOME ' DCLCLI-NOME
                      '  DEPTO ' DCLCLI-DEPARTAMENTO
                      '  RH ' DCLCLI-SITUACAO-RH
                      '  ADMISSAO ' DCLCLI-DATA-ADMISSAO
                      '  DEMISSAO ' DCLCLI-DATA-DEMISSAO
                   DELIMITED BY SIZE INTO WS-EXT-TEXTO
               MOVE WS-EXT-LINHA           TO FD-EXTRATO-REC
               PERFORM 910-IMPRIME-LINHA-EXT
           END-IF

           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-CLIENTES
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       315-EXTRAI-TENTATIVAS.
           MOVE 'SENHAS_TENTATIVAS'        TO WS-SECAO
           MOVE 'TENTATIVAS DAS RODADAS JOGADAS'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT
           MOVE WS-EXT-CAB-TENT            TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT

           EXEC SQL
               DECLARE CUR-P-TENT CURSOR FOR
                   SELECT INICIO_RODADA, ID_SENHA, DIFICULDADE,
                          MODO_JOGO, TENTATIVA_NUM, TENTATIVA_TEXTO,
                          ACERTOS_POS_CERTA, ACERTOS_POS_ERRADA,
                          DATA_TENTATIVA, HORA_TENTATIVA
                     FROM SENHAS_TENTATIVAS
                    WHERE CPF = :WS-CPF
                    ORDER BY INICIO_RODADA, TENTATIVA_NUM
           END-EXEC

           EXEC SQL OPEN CUR-P-TENT END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-TENT
                    INTO :DCLTENT-INICIO-RODADA, :DCLTENT-ID-SENHA,
                         :DCLTENT-DIFICULDADE, :DCLTENT-MODO-JOGO,
                         :DCLTENT-TENTATIVA-NUM,
                         :DCLTENT-TENTATIVA-TEXTO,
                         :DCLTENT-ACERTOS-POS-CERTA,
                         :DCLTENT-ACERTOS-POS-ERRADA,
                         :DCLTENT-DATA-TENTATIVA,
                         :DCLTENT-HORA-TENTATIVA
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   PERFORM 316-MONTA-TENTATIVA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-TENT END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-TENTATIVAS
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       316-MONTA-TENTATIVA.
           MOVE DCLTENT-INICIO-RODADA      TO WS-EXT-T-INICIO
           MOVE DCLTENT-ID-SENHA           TO WS-EXT-T-SENHA
           MOVE DCLTENT-DIFICULDADE        TO WS-EXT-T-DIF
           MOVE DCLTENT-MODO-JOGO          TO WS-EXT-T-MODO
           MOVE DCLTENT-TENTATIVA-NUM      TO WS-EXT-T-NUM
           MOVE DCLTENT-TENTATIVA-TEXTO    TO WS-EXT-T-TEXTO
           MOVE DCLTENT-ACERTOS-POS-CERTA  TO WS-EXT-T-CERTA
           MOVE DCLTENT-ACERTOS-POS-ERRADA TO WS-EXT-T-ERRADA
           MOVE DCLTENT-DATA-TENTATIVA     TO WS-EXT-T-DATA
           MOVE DCLTENT-HORA-TENTATIVA     TO WS-EXT-T-HORA
           PERFORM 935-IMPRIME-TENTATIVA-EXT
           .

       320-EXTRAI-HISTORICO.
           MOVE 'SENHAS_HISTORICO'         TO WS-SECAO
           MOVE 'TENTATIVAS RECARREGADAS DO ARQUIVO (P3O99A2)'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT
           MOVE WS-EXT-CAB-TENT            TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT

           EXEC SQL
               DECLARE CUR-P-HIST CURSOR FOR
                   SELECT INICIO_RODADA, ID_SENHA, DIFICULDADE,
                          MODO_JOGO, TENTATIVA_NUM, TENTATIVA_TEXTO,
                          ACERTOS_POS_CERTA, ACERTOS_POS_ERRADA,
                          DATA_TENTATIVA, HORA_TENTATIVA
                     FROM SENHAS_HISTORICO
                    WHERE CPF = :WS-CPF
                    ORDER BY INICIO_RODADA, TENTATIVA_NUM
           END-EXEC

           EXEC SQL OPEN CUR-P-HIST END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-HIST
                    INTO :DCLTENT-INICIO-RODADA, :DCLTENT-ID-SENHA,
                         :DCLTENT-DIFICULDADE, :DCLTENT-MODO-JOGO,
                         :DCLTENT-TENTATIVA-NUM,
                         :DCLTENT-TENTATIVA-TEXTO,
                         :DCLTENT-ACERTOS-POS-CERTA,
                         :DCLTENT-ACERTOS-POS-ERRADA,
                         :DCLTENT-DATA-TENTATIVA,
                         :DCLTENT-HORA-TENTATIVA
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   PERFORM 316-MONTA-TENTATIVA
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-HIST END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-HISTORICO
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       325-EXTRAI-JOGO-ATIVO.
           MOVE 'JOGOS_ATIVOS'             TO WS-SECAO
           MOVE 'RODADA EM ANDAMENTO (CHECKPOINT)'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               SELECT ID_SENHA, DIFICULDADE, MODO_JOGO, EIBTRMID,
                      INICIO_RODADA, ULTIMA_ATUALIZACAO
                 INTO :DCLJOGO-ID-SENHA, :DCLJOGO-DIFICULDADE,
                      :DCLJOGO-MODO-JOGO, :DCLJOGO-EIBTRMID,
                      :DCLJOGO-INICIO-RODADA,
                      :DCLJOGO-ULTIMA-ATUALIZACAO
                 FROM JOGOS_ATIVOS
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 390-TESTA-SQL
           IF SQLCODE EQUAL 0
               MOVE DCLJOGO-ID-SENHA       TO WS-ED-NUM9
               MOVE SPACES                 TO WS-EXT-TEXTO
               STRING 'SENHA ' WS-ED-NUM9
                      '  DIF ' DCLJOGO-DIFICULDADE
                      '  MODO ' DCLJOGO-MODO-JOGO
                      '  TERMINAL ' DCLJOGO-EIBTRMID
                      '  INICIO ' DCLJOGO-INICIO-RODADA
                      '  ULTIMO LANCE ' DCLJOGO-ULTIMA-ATUALIZACAO
                   DELIMITED BY SIZE INTO WS-EXT-TEXTO
               PERFORM 930-IMPRIME-DETALHE-EXT
           END-IF

           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-JOGOS-ATIVOS
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       330-EXTRAI-LOGIN.
           MOVE 'LOGIN_AUDITORIA'          TO WS-SECAO
           MOVE 'TENTATIVAS DE LOGIN NO JOGO'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               DECLARE CUR-P-LOGIN CURSOR FOR
                   SELECT DATA_LOGIN, HORA_LOGIN, EIBTRMID,
                          NOME_USUARIO, RESULTADO
                     FROM LOGIN_AUDITORIA
                    WHERE CPF = :WS-CPF
                    ORDER BY DATA_LOGIN, HORA_LOGIN
           END-EXEC

           EXEC SQL OPEN CUR-P-LOGIN END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-LOGIN
                    INTO :DCLAUD-DATA-LOGIN, :DCLAUD-HORA-LOGIN,
                         :DCLAUD-EIBTRMID, :DCLAUD-NOME-USUARIO,
                         :DCLAUD-RESULTADO
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   EVALUATE DCLAUD-RESULTADO
                       WHEN 'S' MOVE 'SUCESSO'  TO WS-DESCRICAO
                       WHEN 'F' MOVE 'SENHA INCORRETA'
                                                TO WS-DESCRICAO
                       WHEN 'B' MOVE 'CONTA BLOQUEADA'
                                                TO WS-DESCRICAO
                       WHEN 'D' MOVE 'ACESSO ENCERRADO PELO RH'
                                                TO WS-DESCRICAO
                       WHEN OTHER MOVE SPACES   TO WS-DESCRICAO
                   END-EVALUATE
                   MOVE SPACES             TO WS-EXT-TEXTO
                   STRING DCLAUD-DATA-LOGIN ' ' DCLAUD-HORA-LOGIN
                          '  TERMINAL ' DCLAUD-EIBTRMID
                          '  USUARIO ' DCLAUD-NOME-USUARIO
                          '  RESULTADO ' DCLAUD-RESULTADO
                          ' - ' WS-DESCRICAO
                       DELIMITED BY SIZE INTO WS-EXT-TEXTO
                   PERFORM 930-IMPRIME-DETALHE-EXT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-LOGIN END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-LOGIN
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       335-EXTRAI-ADMIN.
           MOVE 'ADMIN_AUDITORIA'          TO WS-SECAO
           MOVE 'ACOES DE OPERADOR SOBRE A CONTA'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               DECLARE CUR-P-ADMIN CURSOR FOR
                   SELECT DATA_ACAO, HORA_ACAO, OPERADOR, ACAO,
                          EIBTRMID
                     FROM ADMIN_AUDITORIA
                    WHERE CPF = :WS-CPF
                    ORDER BY DATA_ACAO, HORA_ACAO
           END-EXEC

           EXEC SQL OPEN CUR-P-ADMIN END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-ADMIN
                    INTO :DCLADM-DATA-ACAO, :DCLADM-HORA-ACAO,
                         :DCLADM-OPERADOR, :DCLADM-ACAO,
                         :DCLADM-EIBTRMID
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   EVALUATE DCLADM-ACAO
                       WHEN 'D' MOVE 'DESBLOQUEIO DA CONTA'
                                                TO WS-DESCRICAO
                       WHEN 'T' MOVE 'SENHA TEMPORARIA EMITIDA'
                                                TO WS-DESCRICAO
                       WHEN 'L' MOVE 'RODADA LIBERADA NA REVISAO'
                                                TO WS-DESCRICAO
                       WHEN 'F' MOVE 'FRAUDE CONFIRMADA NA REVISAO'
                                                TO WS-DESCRICAO
                       WHEN 'C'
                           MOVE 'CONSULTA DE RODADAS PELO ATENDIMENTO'
                                                TO WS-DESCRICAO
                       WHEN 'V'
                           MOVE 'DETALHE DE RODADA PELO ATENDIMENTO'
                                                TO WS-DESCRICAO
                       WHEN 'E' MOVE 'SESSAO ENCERRADA PELO MONITOR'
                                                TO WS-DESCRICAO
                       WHEN 'Q' MOVE 'VINCULO DE EQUIPE ALTERADO'
                                                TO WS-DESCRICAO
                       WHEN 'I' MOVE 'PRE-CADASTRO PELO RH'
                                                TO WS-DESCRICAO
                       WHEN 'R' MOVE 'CONTA DESATIVADA PELO RH'
                                                TO WS-DESCRICAO
                       WHEN 'A' MOVE 'CONTA REATIVADA PELO RH'
                                                TO WS-DESCRICAO
                       WHEN OTHER
                           MOVE SPACES          TO WS-DESCRICAO
                           STRING 'ACAO NAO DESCRITA: ' DCLADM-ACAO
                               DELIMITED BY SIZE INTO WS-DESCRICAO
                   END-EVALUATE
                   MOVE SPACES             TO WS-EXT-TEXTO
                   STRING DCLADM-DATA-ACAO ' ' DCLADM-HORA-ACAO
                          '  OPERADOR ' DCLADM-OPERADOR
                          '  TERMINAL ' DCLADM-EIBTRMID
                          '  ACAO ' DCLADM-ACAO
                          ' - ' WS-DESCRICAO
                       DELIMITED BY SIZE INTO WS-EXT-TEXTO
                   PERFORM 930-IMPRIME-DETALHE-EXT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-ADMIN END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-ADMIN
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       340-EXTRAI-CONQUISTAS.
           MOVE 'CONQUISTAS'               TO WS-SECAO
           MOVE 'CONQUISTAS RECEBIDAS'     TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               DECLARE CUR-P-CONQ CURSOR FOR
                   SELECT CODIGO, DATA_CONQUISTA
                     FROM CONQUISTAS
                    WHERE CPF = :WS-CPF
                    ORDER BY DATA_CONQUISTA, CODIGO
           END-EXEC

           EXEC SQL OPEN CUR-P-CONQ END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-CONQ
                    INTO :DCLCONQ-CODIGO, :DCLCONQ-DATA-CONQUISTA
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   MOVE SPACES             TO WS-EXT-TEXTO
                   STRING 'CONQUISTA ' DCLCONQ-CODIGO
                          '  RECEBIDA EM ' DCLCONQ-DATA-CONQUISTA
                       DELIMITED BY SIZE INTO WS-EXT-TEXTO
                   PERFORM 930-IMPRIME-DETALHE-EXT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-CONQ END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-CONQUISTAS
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       345-EXTRAI-CAMPEONATO.
           MOVE 'CAMPEONATO_MENSAL'        TO WS-SECAO
           MOVE 'CLASSIFICACOES NO CAMPEONATO MENSAL'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               DECLARE CUR-P-CAMP CURSOR FOR
                   SELECT ANO_MES, DIFICULDADE, POSICAO, NOME_USUARIO,
                          PONTOS_NORMAL, PONTOS_DESAFIO, PONTOS_TOTAL,
                          TOTAL_TENTATIVAS
                     FROM CAMPEONATO_MENSAL
                    WHERE CPF = :WS-CPF
                    ORDER BY ANO_MES, DIFICULDADE
           END-EXEC

           EXEC SQL OPEN CUR-P-CAMP END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-CAMP
                    INTO :DCLCAMP-ANO-MES, :DCLCAMP-DIFICULDADE,
                         :DCLCAMP-POSICAO, :DCLCAMP-NOME-USUARIO,
                         :DCLCAMP-PONTOS-NORMAL,
                         :DCLCAMP-PONTOS-DESAFIO,
                         :DCLCAMP-PONTOS-TOTAL,
                         :DCLCAMP-TOTAL-TENTATIVAS
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   MOVE DCLCAMP-POSICAO    TO WS-ED-NUM4
                   MOVE DCLCAMP-PONTOS-NORMAL
                                           TO WS-ED-NUM4-B
                   MOVE DCLCAMP-PONTOS-DESAFIO
                                           TO WS-ED-NUM4-C
                   MOVE DCLCAMP-PONTOS-TOTAL
                                           TO WS-ED-NUM4-D
                   MOVE DCLCAMP-TOTAL-TENTATIVAS
                                           TO WS-ED-NUM4-E
                   MOVE SPACES             TO WS-EXT-TEXTO
                   STRING 'MES ' DCLCAMP-ANO-MES
                          '  DIF ' DCLCAMP-DIFICULDADE
                          '  POSICAO ' WS-ED-NUM4
                          '  USUARIO ' DCLCAMP-NOME-USUARIO
                          '  PONTOS NORMAL ' WS-ED-NUM4-B
                          ' DESAFIO ' WS-ED-NUM4-C
                          ' TOTAL ' WS-ED-NUM4-D
                          '  TENTATIVAS ' WS-ED-NUM4-E
                       DELIMITED BY SIZE INTO WS-EXT-TEXTO
                   PERFORM 930-IMPRIME-DETALHE-EXT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-CAMP END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-CAMPEONATO
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       350-EXTRAI-REVISAO.
           MOVE 'RODADAS_REVISAO'          TO WS-SECAO
           MOVE 'RODADAS APONTADAS NA REVISAO DE ANOMALIAS'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               DECLARE CUR-P-REV CURSOR FOR
                   SELECT INICIO_RODADA, ID_SENHA, TIPO_ANOMALIA,
                          SITUACAO, DATA_DETECCAO
                     FROM RODADAS_REVISAO
                    WHERE CPF = :WS-CPF
                    ORDER BY INICIO_RODADA, TIPO_ANOMALIA
           END-EXEC

           EXEC SQL OPEN CUR-P-REV END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-REV
                    INTO :DCLREV-INICIO-RODADA, :DCLREV-ID-SENHA,
                         :DCLREV-TIPO-ANOMALIA, :DCLREV-SITUACAO,
                         :DCLREV-DATA-DETECCAO
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   EVALUATE DCLREV-SITUACAO
                       WHEN 'P' MOVE 'PENDENTE DE REVISAO'
                                                TO WS-DESCRICAO
                       WHEN 'L' MOVE 'LIBERADA'  TO WS-DESCRICAO
                       WHEN 'C' MOVE 'FRAUDE CONFIRMADA'
                                                TO WS-DESCRICAO
                       WHEN OTHER MOVE SPACES   TO WS-DESCRICAO
                   END-EVALUATE
                   MOVE DCLREV-ID-SENHA    TO WS-ED-NUM9
                   MOVE SPACES             TO WS-EXT-TEXTO
                   STRING 'RODADA ' DCLREV-INICIO-RODADA
                          '  SENHA ' WS-ED-NUM9
                          '  TIPO ' DCLREV-TIPO-ANOMALIA
                          '  APONTADA EM ' DCLREV-DATA-DETECCAO
                          '  ' WS-DESCRICAO
                       DELIMITED BY SIZE INTO WS-EXT-TEXTO
                   PERFORM 930-IMPRIME-DETALHE-EXT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-REV END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-REVISAO
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       355-EXTRAI-DUELOS.
           MOVE 'DUELOS'                   TO WS-SECAO
           MOVE 'DUELOS DESAFIADOS OU RECEBIDOS'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT

           EXEC SQL
               DECLARE CUR-P-DUELO CURSOR FOR
                   SELECT ID_DUELO, CPF_DESAFIANTE, DIFICULDADE,
                          DATA_DESAFIO, SITUACAO, VENCEDOR
                     FROM DUELOS
                    WHERE CPF_DESAFIANTE = :WS-CPF
                       OR CPF_DESAFIADO = :WS-CPF
                    ORDER BY DATA_DESAFIO
           END-EXEC

           EXEC SQL OPEN CUR-P-DUELO END-EXEC
           PERFORM 390-TESTA-SQL

           PERFORM UNTIL WS-FIM-CURSOR EQUAL 'S'
               EXEC SQL
                   FETCH CUR-P-DUELO
                    INTO :DCLDUE-ID-DUELO, :DCLDUE-CPF-DESAFIANTE,
                         :DCLDUE-DIFICULDADE, :DCLDUE-DATA-DESAFIO,
                         :DCLDUE-SITUACAO, :DCLDUE-VENCEDOR
               END-EXEC
               PERFORM 391-TESTA-FETCH
               IF WS-FIM-CURSOR EQUAL 'N'
                   PERFORM 356-MONTA-DUELO
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CUR-P-DUELO END-EXEC
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-DUELOS
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       356-MONTA-DUELO.
      * O ADVERSARIO NAO APARECE - SO O PAPEL DO TITULAR E O DESFECHO.
           EVALUATE DCLDUE-SITUACAO
               WHEN 'P' MOVE 'AGUARDANDO ACEITE'   TO WS-DESCRICAO
               WHEN 'A' MOVE 'EM DISPUTA'          TO WS-DESCRICAO
               WHEN 'R' MOVE 'RECUSADO/CANCELADO'  TO WS-DESCRICAO
               WHEN 'X' MOVE 'EXPIRADO SEM ACEITE' TO WS-DESCRICAO
               WHEN 'E'
                   EVALUATE TRUE
                       WHEN DCLDUE-VENCEDOR EQUAL SPACES
                           MOVE 'ENCERRADO - EMPATE' TO WS-DESCRICAO
                       WHEN DCLDUE-VENCEDOR EQUAL WS-CPF
                           MOVE 'ENCERRADO - VENCEU' TO WS-DESCRICAO
                       WHEN OTHER
                           MOVE 'ENCERRADO - PERDEU' TO WS-DESCRICAO
                   END-EVALUATE
               WHEN OTHER MOVE SPACES               TO WS-DESCRICAO
           END-EVALUATE

           MOVE DCLDUE-ID-DUELO            TO WS-ED-NUM9
           MOVE SPACES                     TO WS-EXT-TEXTO
           IF DCLDUE-CPF-DESAFIANTE EQUAL WS-CPF
               STRING 'DUELO ' WS-ED-NUM9
                      '  DESAFIANTE  DIF ' DCLDUE-DIFICULDADE
                      '  EM ' DCLDUE-DATA-DESAFIO
                      '  ' WS-DESCRICAO
                   DELIMITED BY SIZE INTO WS-EXT-TEXTO
           ELSE
               STRING 'DUELO ' WS-ED-NUM9
                      '  DESAFIADO   DIF ' DCLDUE-DIFICULDADE
                      '  EM ' DCLDUE-DATA-DESAFIO
                      '  ' WS-DESCRICAO
                   DELIMITED BY SIZE INTO WS-EXT-TEXTO
           END-IF
           PERFORM 930-IMPRIME-DETALHE-EXT
           .

       360-EXTRAI-ARQUIVADAS.
      * AS GERACOES SAO LIDAS DE PONTA A PONTA PARA CADA TITULAR - O
      * VOLUME DE PEDIDOS E PEQUENO. UMA TENTATIVA DESCARREGADA DUAS
      * VEZES POR REINICIO DO P3O99A1 (VER P3O99A2) SAI DUAS VEZES.
           MOVE 'ARQUIVO ARQSAIDA'         TO WS-SECAO
           MOVE 'TENTATIVAS EXPURGADAS PELO ARQUIVAMENTO (P3O99A1)'
                                           TO WS-EXT-SEC-DESCRICAO
           PERFORM 920-IMPRIME-SECAO-EXT
           MOVE WS-EXT-CAB-TENT            TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT

           OPEN INPUT F-ARQUIVO
           IF WS-FS-ARQUIVO NOT EQUAL '00'
               DISPLAY 'ERRO AO REABRIR AS GERACOES ARQENTRA - '
                       'FILE STATUS ' WS-FS-ARQUIVO
               MOVE 'S'                    TO WS-ERRO-PEDIDO
           ELSE
               MOVE 'N'                    TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 'S'
                   READ F-ARQUIVO
                       AT END
                           MOVE 'S'        TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF WS-FS-ARQUIVO NOT EQUAL '00'
                               DISPLAY 'ERRO DE LEITURA NAS GERACOES '
                                       'ARQENTRA - FILE STATUS '
                                       WS-FS-ARQUIVO
                               MOVE 'S'    TO WS-ERRO-PEDIDO
                               MOVE 'S'    TO WS-FIM-ARQUIVO
                           ELSE
                               IF FD-ARQ-CPF EQUAL WS-CPF
                                   PERFORM 361-MONTA-ARQUIVADA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ARQUIVO
           END-IF

           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-ARQUIVO
           PERFORM 925-IMPRIME-TOTAL-SECAO
           .

       361-MONTA-ARQUIVADA.
           MOVE FD-ARQ-INICIO-RODADA       TO WS-EXT-T-INICIO
           MOVE FD-ARQ-ID-SENHA            TO WS-EXT-T-SENHA
           MOVE FD-ARQ-DIFICULDADE         TO WS-EXT-T-DIF
           MOVE FD-ARQ-MODO-JOGO           TO WS-EXT-T-MODO
           MOVE FD-ARQ-TENTATIVA-NUM       TO WS-EXT-T-NUM
           MOVE FD-ARQ-TENTATIVA-TEXTO     TO WS-EXT-T-TEXTO
           MOVE FD-ARQ-ACERTOS-CERTA       TO WS-EXT-T-CERTA
           MOVE FD-ARQ-ACERTOS-ERRADA      TO WS-EXT-T-ERRADA
           MOVE FD-ARQ-DATA-TENTATIVA      TO WS-EXT-T-DATA
           MOVE FD-ARQ-HORA-TENTATIVA      TO WS-EXT-T-HORA
           PERFORM 935-IMPRIME-TENTATIVA-EXT
           .

      *----------------------------------------------------------------*
      * ROTINAS COMUNS DE SQL DO PEDIDO - QUALQUER SQLCODE FORA DE 0 E
      * +100 MARCA O PEDIDO COM ERRO (DESFEITO EM 800-GRAVA-REGISTRO)
      * E INTERROMPE O RESTO DO PEDIDO.
      *----------------------------------------------------------------*
       390-TESTA-SQL.
           MOVE 0                          TO WS-QTD-SECAO
           MOVE 'N'                        TO WS-FIM-CURSOR
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
               DISPLAY 'ERRO EM ' WS-SECAO ' NO PEDIDO '
                       WS-SEQUENCIAL ', SQLCODE = ' SQLCODE
               MOVE 'S'                    TO WS-ERRO-PEDIDO
               MOVE 'S'                    TO WS-FIM-CURSOR
           END-IF
           .

       391-TESTA-FETCH.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN +100
                   MOVE 'S' TO WS-FIM-CURSOR
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DE ' WS-SECAO ' NO PEDIDO '
                           WS-SEQUENCIAL ', SQLCODE = ' SQLCODE
                   MOVE 'S' TO WS-ERRO-PEDIDO
                   MOVE 'S' TO WS-FIM-CURSOR
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * FUNCAO 'E' - ELIMINACAO. A RODADA EM ANDAMENTO E FECHADA
      * PRIMEIRO (AINDA COM O CPF ORIGINAL, QUE O UPDATE SEGUINTE
      * TROCA), OS DUELOS SEM ACEITE SAO CANCELADOS E ENTAO O CPF (E O
      * NOME, ONDE HA COPIA DELE) VIRA O PSEUDONIMO EM CADA TABELA.
      * CLIENTES FICA POR ULTIMO.
      *----------------------------------------------------------------*
       600-ELIMINA-TITULAR.
           MOVE WS-SEQUENCIAL              TO WS-PSEUDO-CPF-NUM
                                              WS-PSEUDO-NOME-NUM

           PERFORM 610-ENCERRA-JOGO-ATIVO
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 615-CANCELA-DUELOS-PENDENTES
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 620-TROCA-TENTATIVAS
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 625-TROCA-HISTORICO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 630-TROCA-LOGIN
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 635-TROCA-ADMIN
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 640-TROCA-CONQUISTAS
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 645-TROCA-CAMPEONATO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 650-TROCA-REVISAO
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 655-TROCA-DUELOS
           END-IF
           IF WS-ERRO-PEDIDO EQUAL 'N'
               PERFORM 660-TROCA-CLIENTES
           END-IF

           IF WS-ERRO-PEDIDO EQUAL 'N' AND WS-QTD-ACHADOS > 0
               PERFORM 695-GUARDA-ELIMINACAO
           END-IF
           .

       610-ENCERRA-JOGO-ATIVO.
      * MESMO FECHO DA VARREDURA P3O99V1: LINHA '*DESIST*' COM O
      * NUMERO SEGUINTE AO DA ULTIMA TENTATIVA E CHECKPOINT APAGADO.
           MOVE 'JOGOS_ATIVOS'             TO WS-SECAO

           EXEC SQL
               SELECT ID_SENHA, DIFICULDADE, INICIO_RODADA, MODO_JOGO
                 INTO :DCLJOGO-ID-SENHA, :DCLJOGO-DIFICULDADE,
                      :DCLJOGO-INICIO-RODADA, :DCLJOGO-MODO-JOGO
                 FROM JOGOS_ATIVOS
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 390-TESTA-SQL
           IF SQLCODE EQUAL 0
               EXEC SQL
                   SELECT COALESCE(MAX(TENTATIVA_NUM), 0)
                     INTO :WS-ULTIMA-TENTATIVA
                     FROM SENHAS_TENTATIVAS
                    WHERE CPF = :WS-CPF
                      AND ID_SENHA = :DCLJOGO-ID-SENHA
                      AND INICIO_RODADA = :DCLJOGO-INICIO-RODADA
               END-EXEC
               PERFORM 390-TESTA-SQL
           END-IF

           IF SQLCODE EQUAL 0 AND WS-ERRO-PEDIDO EQUAL 'N'
               ADD 1 TO WS-ULTIMA-TENTATIVA
               EXEC SQL
                   INSERT INTO SENHAS_TENTATIVAS
                       (CPF, ID_SENHA, DIFICULDADE, TENTATIVA_NUM,
                        TENTATIVA_TEXTO, ACERTOS_POS_CERTA,
                        ACERTOS_POS_ERRADA, DATA_TENTATIVA,
                        HORA_TENTATIVA, INICIO_RODADA, MODO_JOGO)
                   VALUES
                       (:WS-CPF, :DCLJOGO-ID-SENHA,
                        :DCLJOGO-DIFICULDADE, :WS-ULTIMA-TENTATIVA,
                        :WS-MARCA-DESISTENCIA, 0, 0,
                        CURRENT DATE, CURRENT TIME,
                        :DCLJOGO-INICIO-RODADA, :DCLJOGO-MODO-JOGO)
               END-EXEC
               PERFORM 390-TESTA-SQL
           END-IF

           IF SQLCODE EQUAL 0 AND WS-ERRO-PEDIDO EQUAL 'N'
               EXEC SQL
                   DELETE FROM JOGOS_ATIVOS
                    WHERE CPF = :WS-CPF
               END-EXEC
               PERFORM 690-TESTA-ALTERACAO
               MOVE WS-QTD-SECAO           TO DCLLGPD-QTD-JOGOS-ATIVOS
           END-IF
           .

       615-CANCELA-DUELOS-PENDENTES.
      * DUELO AINDA SEM ACEITE NAO TEM MAIS COMO SER ACEITO NEM
      * CANCELADO PELO TITULAR - FICA COMO CANCELADO ('R'). O DUELO JA
      * EM DISPUTA SEGUE E E APURADO NORMALMENTE COM O PSEUDONIMO.
           MOVE 'DUELOS'                   TO WS-SECAO

           EXEC SQL
               UPDATE DUELOS
                  SET SITUACAO = 'R'
                WHERE SITUACAO = 'P'
                  AND (CPF_DESAFIANTE = :WS-CPF
                       OR CPF_DESAFIADO = :WS-CPF)
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           .

       620-TROCA-TENTATIVAS.
           MOVE 'SENHAS_TENTATIVAS'        TO WS-SECAO

           EXEC SQL
               UPDATE SENHAS_TENTATIVAS
                  SET CPF = :WS-PSEUDONIMO-CPF
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-TENTATIVAS
           .

       625-TROCA-HISTORICO.
           MOVE 'SENHAS_HISTORICO'         TO WS-SECAO

           EXEC SQL
               UPDATE SENHAS_HISTORICO
                  SET CPF = :WS-PSEUDONIMO-CPF
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-HISTORICO
           .

       630-TROCA-LOGIN.
           MOVE 'LOGIN_AUDITORIA'          TO WS-SECAO

           EXEC SQL
               UPDATE LOGIN_AUDITORIA
                  SET CPF = :WS-PSEUDONIMO-CPF,
                      NOME_USUARIO = :WS-PSEUDONIMO-NOME
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-LOGIN
           .

       635-TROCA-ADMIN.
           MOVE 'ADMIN_AUDITORIA'          TO WS-SECAO

           EXEC SQL
               UPDATE ADMIN_AUDITORIA
                  SET CPF = :WS-PSEUDONIMO-CPF,
                      NOME_USUARIO = :WS-PSEUDONIMO-NOME
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-ADMIN
           .

       640-TROCA-CONQUISTAS.
           MOVE 'CONQUISTAS'               TO WS-SECAO

           EXEC SQL
               UPDATE CONQUISTAS
                  SET CPF = :WS-PSEUDONIMO-CPF
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-CONQUISTAS
           .

       645-TROCA-CAMPEONATO.
           MOVE 'CAMPEONATO_MENSAL'        TO WS-SECAO

           EXEC SQL
               UPDATE CAMPEONATO_MENSAL
                  SET CPF = :WS-PSEUDONIMO-CPF,
                      NOME_USUARIO = :WS-PSEUDONIMO-NOME
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-CAMPEONATO
           .

       650-TROCA-REVISAO.
           MOVE 'RODADAS_REVISAO'          TO WS-SECAO

           EXEC SQL
               UPDATE RODADAS_REVISAO
                  SET CPF = :WS-PSEUDONIMO-CPF
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-REVISAO
           .

       655-TROCA-DUELOS.
      * O TITULAR PODE ESTAR NAS TRES COLUNAS DE CPF DO DUELO - A
      * CONTAGEM E DE DUELOS (DESAFIANTE + DESAFIADO); VENCEDOR SO
      * ACOMPANHA.
           MOVE 'DUELOS'                   TO WS-SECAO

           EXEC SQL
               UPDATE DUELOS
                  SET VENCEDOR = :WS-PSEUDONIMO-CPF
                WHERE VENCEDOR = :WS-CPF
           END-EXEC
           PERFORM 690-TESTA-ALTERACAO

           IF WS-ERRO-PEDIDO EQUAL 'N'
               EXEC SQL
                   UPDATE DUELOS
                      SET CPF_DESAFIANTE = :WS-PSEUDONIMO-CPF
                    WHERE CPF_DESAFIANTE = :WS-CPF
               END-EXEC
               PERFORM 690-TESTA-ALTERACAO
               MOVE WS-QTD-SECAO           TO DCLLGPD-QTD-DUELOS
           END-IF

           IF WS-ERRO-PEDIDO EQUAL 'N'
               EXEC SQL
                   UPDATE DUELOS
                      SET CPF_DESAFIADO = :WS-PSEUDONIMO-CPF
                    WHERE CPF_DESAFIADO = :WS-CPF
               END-EXEC
               PERFORM 690-TESTA-ALTERACAO
               ADD WS-QTD-SECAO            TO DCLLGPD-QTD-DUELOS
           END-IF
           .

       660-TROCA-CLIENTES.
      * A CONTA CONTINUA EXISTINDO COM O PSEUDONIMO (OS RANKINGS FAZEM
      * JUNCAO COM CLIENTES), MAS BLOQUEADA E COM SENHA ANULADA - O
      * LOGIN RECUSA. O CPF E O NOME ORIGINAIS FICAM LIVRES PARA UM
      * CADASTRO NOVO. O VINCULO COM A EQUIPE DA LIGA E DESFEITO - A
      * CONTA ELIMINADA NAO CONTA COMO MEMBRO NA CLASSIFICACAO. O
      * NOME E OS DADOS DO RH SAO APAGADOS - A INTERFACE P3O99H1 NAO
      * LE AS CONTAS 'ANON...' E O PSEUDONIMO FICA SEM LIGACAO COM O RH.
           MOVE 'CLIENTES'                 TO WS-SECAO

           EXEC SQL
               UPDATE CLIENTES
                  SET CPF = :WS-PSEUDONIMO-CPF,
                      NOME_USUARIO = :WS-PSEUDONIMO-NOME,
                      SENHA = :WS-SENHA-ANULADA,
                      FALHAS_LOGIN = 0,
                      BLOQUEADO = 'S',
                      SENHA_TEMPORARIA = 'N',
                      COD_EQUIPE = ' ',
                      SITUACAO_RH = ' ',
                      NOME = ' ',
                      DEPARTAMENTO = ' ',
                      DATA_ADMISSAO = '0001-01-01',
                      DATA_DEMISSAO = '0001-01-01'
                WHERE CPF = :WS-CPF
           END-EXEC

           PERFORM 690-TESTA-ALTERACAO
           MOVE WS-QTD-SECAO               TO DCLLGPD-QTD-CLIENTES
           .

       690-TESTA-ALTERACAO.
      * LINHAS ALTERADAS/APAGADAS PELO COMANDO (SQLERRD(3)); O +100
      * E SO 'NADA DO TITULAR NESTA TABELA'.
           MOVE 0                          TO WS-QTD-SECAO
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)         TO WS-QTD-SECAO
                   ADD SQLERRD(3)          TO WS-QTD-ACHADOS
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO ALTERAR ' WS-SECAO ' NO PEDIDO '
                           WS-SEQUENCIAL ', SQLCODE = ' SQLCODE
                   MOVE 'S'                TO WS-ERRO-PEDIDO
           END-EVALUATE
           .

       695-GUARDA-ELIMINACAO.
           ADD 1 TO WS-ELI-QTD
           MOVE WS-CPF                     TO WS-ELI-CPF(WS-ELI-QTD)
           MOVE WS-PSEUDONIMO-CPF          TO WS-ELI-PSEUDO(WS-ELI-QTD)
           MOVE WS-SEQUENCIAL          TO WS-ELI-SEQUENCIAL(WS-ELI-QTD)
           MOVE 0                      TO WS-ELI-QTD-ARQ(WS-ELI-QTD)
           .

      *----------------------------------------------------------------*
      * COPIA DAS GERACOES ARQUIVADAS (ARQENTRA) PARA A GERACAO NOVA
      * (ARQSAIDA) COM O CPF DE CADA TITULAR ELIMINADO NO JOB TROCADO
      * PELO SEU PSEUDONIMO. AS DEMAIS LINHAS PASSAM IGUAIS, ENTAO A
      * GERACAO NOVA SUBSTITUI TODAS AS LIDAS E A CONSULTA/RECARGA DO
      * P3O99A2 CONTINUA FUNCIONANDO SOBRE ELA. NO FIM, A QUANTIDADE
      * TROCADA DE CADA TITULAR VAI PARA A SUA LINHA DE CONFORMIDADE.
      *----------------------------------------------------------------*
       700-PSEUDONIMIZA-ARQUIVADAS.
           OPEN INPUT F-ARQUIVO
           IF WS-FS-ARQUIVO NOT EQUAL '00'
               DISPLAY 'ERRO AO REABRIR AS GERACOES ARQENTRA - '
                       'FILE STATUS ' WS-FS-ARQUIVO
               DISPLAY 'GERACOES ARQUIVADAS NAO PSEUDONIMIZADAS'
               PERFORM 500-FECHA-ARQUIVOS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           OPEN OUTPUT F-NOVA-GERACAO
           IF WS-FS-NOVA-GERACAO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR A GERACAO NOVA ARQSAIDA - '
                       'FILE STATUS ' WS-FS-NOVA-GERACAO
               DISPLAY 'GERACOES ARQUIVADAS NAO PSEUDONIMIZADAS'
               CLOSE F-ARQUIVO
               PERFORM 500-FECHA-ARQUIVOS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           MOVE 'N'                        TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO EQUAL 'S'
               READ F-ARQUIVO
                   AT END
                       MOVE 'S'            TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF WS-FS-ARQUIVO NOT EQUAL '00'
                           DISPLAY 'ERRO DE LEITURA NAS GERACOES '
                                   'ARQENTRA - FILE STATUS '
                                   WS-FS-ARQUIVO
                           PERFORM 705-ABORTA-COPIA-ARQUIVADAS
                       END-IF
                       ADD 1 TO WS-TOT-ARQ-LIDOS
                       PERFORM 710-TROCA-CPF-ARQUIVADA
                       WRITE FD-NOVA-GERACAO-REC FROM FD-ARQUIVO-REC
                       IF WS-FS-NOVA-GERACAO NOT EQUAL '00'
                           DISPLAY 'ERRO DE GRAVACAO NA GERACAO NOVA '
                                   'ARQSAIDA - FILE STATUS '
                                   WS-FS-NOVA-GERACAO
                           PERFORM 705-ABORTA-COPIA-ARQUIVADAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ARQUIVO
           CLOSE F-NOVA-GERACAO

           PERFORM 915-IMPRIME-BRANCO
           MOVE SPACES                     TO WS-TOT-ROTULO
           MOVE 'GERACAO NOVA ARQSAIDA       :'
                                           TO WS-TOT-ROTULO
           MOVE WS-TOT-ARQ-LIDOS           TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL             TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ELI-QTD
               PERFORM 720-ATUALIZA-QTD-ARQUIVO
           END-PERFORM
           .

       705-ABORTA-COPIA-ARQUIVADAS.
      * A GERACAO NOVA FICOU INCOMPLETA E NAO PODE SUBSTITUIR AS LIDAS.
           DISPLAY 'GERACOES ARQUIVADAS NAO PSEUDONIMIZADAS'
           CLOSE F-ARQUIVO
           CLOSE F-NOVA-GERACAO
           PERFORM 500-FECHA-ARQUIVOS
           PERFORM 966-ABORTA-EXECUCAO
           .

       710-TROCA-CPF-ARQUIVADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ELI-QTD
               IF FD-ARQ-CPF EQUAL WS-ELI-CPF(WS-IDX)
                   MOVE WS-ELI-PSEUDO(WS-IDX) TO FD-ARQ-CPF
                   ADD 1 TO WS-ELI-QTD-ARQ(WS-IDX)
                   ADD 1 TO WS-TOT-ARQ-TROCADOS
                   MOVE WS-ELI-QTD         TO WS-IDX
               END-IF
           END-PERFORM
           .

       720-ATUALIZA-QTD-ARQUIVO.
           MOVE WS-ELI-SEQUENCIAL(WS-IDX)  TO DCLLGPD-SEQUENCIAL
           MOVE WS-ELI-QTD-ARQ(WS-IDX)     TO DCLLGPD-QTD-ARQUIVO

           EXEC SQL
               UPDATE LGPD_REGISTRO
                  SET QTD_ARQUIVO = :DCLLGPD-QTD-ARQUIVO
                WHERE SEQUENCIAL = :DCLLGPD-SEQUENCIAL
           END-EXEC

           IF SQLCODE EQUAL 0
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR QTD_ARQUIVO DO REGISTRO '
                       WS-ELI-SEQUENCIAL(WS-IDX)
                       ', SQLCODE = ' SQLCODE
           END-IF

           MOVE WS-ELI-PSEUDO(WS-IDX)      TO WS-ARQ-PSEUDO
           MOVE WS-ELI-QTD-ARQ(WS-IDX)     TO WS-ARQ-QTD
           MOVE WS-LINHA-ARQ-PSEUDO        TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

      *----------------------------------------------------------------*
      * LINHA DE CONFORMIDADE DO PEDIDO E FECHO DA UNIDADE DE TRABALHO.
      * PEDIDO COM ERRO E DESFEITO ANTES E REGISTRADO COMO FALHA, SEM
      * QUANTIDADES. SE NEM A LINHA DE CONFORMIDADE PODE SER GRAVADA, O
      * PEDIDO E DESFEITO E O JOB PARA - NENHUM PEDIDO FICA ATENDIDO
      * SEM REGISTRO. AS ELIMINACOES JA CONFIRMADAS AINDA TEM AS
      * GERACOES ARQUIVADAS COPIADAS ANTES DA PARADA.
      *----------------------------------------------------------------*
       800-GRAVA-REGISTRO.
           IF WS-ERRO-PEDIDO EQUAL 'S'
               EXEC SQL
                   ROLLBACK
               END-EXEC
               INITIALIZE DCLLGPD-LGPD-REGISTRO
               MOVE 'F'                    TO WS-RESULTADO
           END-IF

           IF WS-RESULTADO EQUAL SPACES
               IF WS-QTD-ACHADOS EQUAL 0
                   MOVE 'N'                TO WS-RESULTADO
               ELSE
                   MOVE 'O'                TO WS-RESULTADO
               END-IF
           END-IF

           MOVE WS-SEQUENCIAL              TO DCLLGPD-SEQUENCIAL
           MOVE WS-PROTOCOLO               TO DCLLGPD-PROTOCOLO
           MOVE WS-FUNCAO                  TO DCLLGPD-FUNCAO
           MOVE WS-CPF-MASCARADO           TO DCLLGPD-CPF-MASCARADO
           MOVE WS-RESULTADO               TO DCLLGPD-RESULTADO
           IF WS-FUNCAO EQUAL 'E' AND WS-RESULTADO EQUAL 'O'
               MOVE WS-PSEUDONIMO-CPF      TO DCLLGPD-PSEUDONIMO
           ELSE
               MOVE SPACES                 TO DCLLGPD-PSEUDONIMO
           END-IF

           EXEC SQL
               INSERT INTO LGPD_REGISTRO
                   (SEQUENCIAL, PROTOCOLO, FUNCAO, CPF_MASCARADO,
                    PSEUDONIMO, DATA_PROCESSAMENTO,
                    HORA_PROCESSAMENTO, RESULTADO, QTD_CLIENTES,
                    QTD_TENTATIVAS, QTD_HISTORICO, QTD_JOGOS_ATIVOS,
                    QTD_LOGIN, QTD_ADMIN, QTD_CONQUISTAS,
                    QTD_CAMPEONATO, QTD_REVISAO, QTD_DUELOS,
                    QTD_ARQUIVO)
               VALUES
                   (:DCLLGPD-SEQUENCIAL, :DCLLGPD-PROTOCOLO,
                    :DCLLGPD-FUNCAO, :DCLLGPD-CPF-MASCARADO,
                    :DCLLGPD-PSEUDONIMO, CURRENT DATE, CURRENT TIME,
                    :DCLLGPD-RESULTADO, :DCLLGPD-QTD-CLIENTES,
                    :DCLLGPD-QTD-TENTATIVAS, :DCLLGPD-QTD-HISTORICO,
                    :DCLLGPD-QTD-JOGOS-ATIVOS, :DCLLGPD-QTD-LOGIN,
                    :DCLLGPD-QTD-ADMIN, :DCLLGPD-QTD-CONQUISTAS,
                    :DCLLGPD-QTD-CAMPEONATO, :DCLLGPD-QTD-REVISAO,
                    :DCLLGPD-QTD-DUELOS, :DCLLGPD-QTD-ARQUIVO)
           END-EXEC

           IF SQLCODE EQUAL 0
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO GRAVAR LGPD_REGISTRO DO PEDIDO '
                       WS-SEQUENCIAL ', SQLCODE = ' SQLCODE
               DISPLAY 'PEDIDO DESFEITO - JOB INTERROMPIDO, REENVIAR '
                       'OS PEDIDOS A PARTIR DESTE'
               EXEC SQL
                   ROLLBACK
               END-EXEC
               IF WS-FUNCAO EQUAL 'E' AND WS-RESULTADO EQUAL 'O'
                   SUBTRACT 1 FROM WS-ELI-QTD
               END-IF
               IF WS-ELI-QTD > 0
                   PERFORM 700-PSEUDONIMIZA-ARQUIVADAS
               END-IF
               PERFORM 940-IMPRIME-TOTAIS
               PERFORM 500-FECHA-ARQUIVOS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           EVALUATE WS-RESULTADO
               WHEN 'O'
                   IF WS-FUNCAO EQUAL 'E'
                       ADD 1 TO WS-TOT-ELIMINACOES
                   ELSE
                       ADD 1 TO WS-TOT-ACESSOS
                   END-IF
               WHEN 'N'
                   ADD 1 TO WS-TOT-NADA-ENCONTRADO
               WHEN 'R'
                   ADD 1 TO WS-TOT-RECUSADOS
               WHEN 'F'
                   ADD 1 TO WS-TOT-FALHAS
           END-EVALUATE
           .

       850-IMPRIME-PEDIDO.
           MOVE WS-SEQUENCIAL              TO WS-PED-SEQUENCIAL
           MOVE WS-PROTOCOLO               TO WS-PED-PROTOCOLO
           MOVE WS-CPF-MASCARADO           TO WS-PED-CPF
           MOVE DCLLGPD-PSEUDONIMO         TO WS-PED-PSEUDONIMO

           EVALUATE WS-FUNCAO
               WHEN 'A' MOVE 'A - ACESSO'      TO WS-PED-FUNCAO
               WHEN 'E' MOVE 'E - ELIMINACAO'  TO WS-PED-FUNCAO
               WHEN OTHER MOVE WS-FUNCAO       TO WS-PED-FUNCAO
           END-EVALUATE

           EVALUATE WS-RESULTADO
               WHEN 'O' MOVE 'O - ATENDIDO'    TO WS-PED-RESULTADO
               WHEN 'N' MOVE 'N - NADA ENCONTRADO PARA O CPF'
                                               TO WS-PED-RESULTADO
               WHEN 'R' MOVE 'R - RECUSADO'    TO WS-PED-RESULTADO
               WHEN 'F' MOVE 'F - FALHA, DESFEITO - REENVIAR'
                                               TO WS-PED-RESULTADO
           END-EVALUATE

           PERFORM 915-IMPRIME-BRANCO
           MOVE WS-LINHA-PEDIDO            TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL

           IF WS-RESULTADO EQUAL 'O' OR WS-RESULTADO EQUAL 'N'
               MOVE DCLLGPD-QTD-CLIENTES   TO WS-QTD-CLI
               MOVE DCLLGPD-QTD-TENTATIVAS TO WS-QTD-TENT
               MOVE DCLLGPD-QTD-HISTORICO  TO WS-QTD-HIST
               MOVE DCLLGPD-QTD-JOGOS-ATIVOS
                                           TO WS-QTD-ATIVO
               MOVE DCLLGPD-QTD-LOGIN      TO WS-QTD-LOGIN
               MOVE DCLLGPD-QTD-ADMIN      TO WS-QTD-ADMIN
               MOVE DCLLGPD-QTD-CONQUISTAS TO WS-QTD-CONQ
               MOVE DCLLGPD-QTD-CAMPEONATO TO WS-QTD-CAMP
               MOVE DCLLGPD-QTD-REVISAO    TO WS-QTD-REVIS
               MOVE DCLLGPD-QTD-DUELOS     TO WS-QTD-DUELO
               MOVE DCLLGPD-QTD-ARQUIVO    TO WS-QTD-ARQ
               MOVE WS-LINHA-QTD           TO FD-RELATORIO-REC
               PERFORM 900-IMPRIME-LINHA-REL
           END-IF
           .

      *----------------------------------------------------------------*
      * ROTINAS DE IMPRESSAO - RELATO
      *----------------------------------------------------------------*
       900-IMPRIME-LINHA-REL.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               PERFORM 905-IMPRIME-CABECALHO
           END-IF
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .

       905-IMPRIME-CABECALHO.
           MOVE FD-RELATORIO-REC       TO WS-LINHA-GUARDA
           ADD 1 TO WS-PAGINA

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                 TO WS-CAB-DIA
           MOVE WS-MES                 TO WS-CAB-MES
           MOVE WS-ANO                 TO WS-CAB-ANO
           MOVE WS-HORA                TO WS-CAB-HORA
           MOVE WS-MIN                 TO WS-CAB-MIN
           MOVE WS-PAGINA              TO WS-CAB-PAGINA

           MOVE 0                      TO WS-LINHA-ATUAL

           MOVE WS-CAB-PAGINA1         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-PAGINA2         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 3 TO WS-LINHA-ATUAL

           MOVE WS-LINHA-GUARDA        TO FD-RELATORIO-REC
           .

       915-IMPRIME-BRANCO.
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       940-IMPRIME-TOTAIS.
           PERFORM 915-IMPRIME-BRANCO
           MOVE 'PEDIDOS LIDOS               :' TO WS-TOT-ROTULO
           MOVE WS-TOT-PEDIDOS         TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE 'ACESSOS ATENDIDOS           :' TO WS-TOT-ROTULO
           MOVE WS-TOT-ACESSOS         TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE 'ELIMINACOES ATENDIDAS       :' TO WS-TOT-ROTULO
           MOVE WS-TOT-ELIMINACOES     TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE 'NADA ENCONTRADO             :' TO WS-TOT-ROTULO
           MOVE WS-TOT-NADA-ENCONTRADO TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE 'RECUSADOS                   :' TO WS-TOT-ROTULO
           MOVE WS-TOT-RECUSADOS       TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE 'FALHAS - REENVIAR           :' TO WS-TOT-ROTULO
           MOVE WS-TOT-FALHAS          TO WS-TOT-VALOR
           MOVE WS-LINHA-TOTAL         TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

      *----------------------------------------------------------------*
      * ROTINAS DE IMPRESSAO - EXTRATO DO TITULAR
      *----------------------------------------------------------------*
       910-IMPRIME-LINHA-EXT.
           IF WS-LINHA-EXT >= WS-LINHAS-POR-PAGINA
               PERFORM 911-IMPRIME-CABECALHO-EXT
           END-IF
           WRITE FD-EXTRATO-REC
           ADD 1 TO WS-LINHA-EXT
           .

       911-IMPRIME-CABECALHO-EXT.
           MOVE FD-EXTRATO-REC         TO WS-LINHA-GUARDA
           ADD 1 TO WS-PAGINA-EXT

           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME

           MOVE WS-DIA                 TO WS-CAB-EXT-DIA
           MOVE WS-MES                 TO WS-CAB-EXT-MES
           MOVE WS-ANO                 TO WS-CAB-EXT-ANO
           MOVE WS-HORA                TO WS-CAB-EXT-HORA
           MOVE WS-MIN                 TO WS-CAB-EXT-MIN
           MOVE WS-PAGINA-EXT          TO WS-CAB-EXT-PAGINA

           MOVE 0                      TO WS-LINHA-EXT

           MOVE WS-CAB-EXT1            TO FD-EXTRATO-REC
           WRITE FD-EXTRATO-REC
           MOVE WS-CAB-EXT2            TO FD-EXTRATO-REC
           WRITE FD-EXTRATO-REC
           MOVE WS-LINHA-BRANCO        TO FD-EXTRATO-REC
           WRITE FD-EXTRATO-REC
           ADD 3 TO WS-LINHA-EXT

           MOVE WS-LINHA-GUARDA        TO FD-EXTRATO-REC
           .

       915-IMPRIME-BRANCO-EXT.
           MOVE WS-LINHA-BRANCO        TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT
           .

       920-IMPRIME-SECAO-EXT.
           MOVE WS-SECAO               TO WS-EXT-SEC-TABELA
           MOVE 0                      TO WS-QTD-SECAO
           PERFORM 915-IMPRIME-BRANCO-EXT
           MOVE WS-EXT-SECAO           TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT
           .

       925-IMPRIME-TOTAL-SECAO.
           MOVE WS-QTD-SECAO           TO WS-EXT-QTD
           MOVE WS-EXT-TOTAL-SECAO     TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT
           .

       930-IMPRIME-DETALHE-EXT.
           ADD 1 TO WS-QTD-SECAO
           ADD 1 TO WS-QTD-ACHADOS
           MOVE WS-EXT-LINHA           TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT
           .

       935-IMPRIME-TENTATIVA-EXT.
           ADD 1 TO WS-QTD-SECAO
           ADD 1 TO WS-QTD-ACHADOS
           MOVE WS-EXT-DET-TENT        TO FD-EXTRATO-REC
           PERFORM 910-IMPRIME-LINHA-EXT
           .

       500-FECHA-ARQUIVOS.
           CLOSE F-PEDIDOS
           CLOSE F-EXTRATO
           CLOSE F-RELATORIO
           .

      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99P1'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99P1 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS = PEDIDOS, GRAVADOS = ACESSOS E ELIMINACOES ATENDIDOS,
      * REJEITADOS = PEDIDOS RECUSADOS OU COM FALHA.
           MOVE WS-TOT-PEDIDOS             TO DCLEXE-LIDOS
           ADD WS-TOT-ACESSOS WS-TOT-ELIMINACOES
               GIVING DCLEXE-GRAVADOS
           ADD WS-TOT-RECUSADOS WS-TOT-FALHAS
               GIVING DCLEXE-REJEITADOS
           .
