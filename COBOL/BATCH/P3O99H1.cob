      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         P3O99H1.
       AUTHOR.                             GABRIEL E FELIPE.
      *----------------------------------------------------------------*
      * INTERFACE NOTURNA DO CADASTRO DE FUNCIONARIOS DO RH COM A BASE
      * DE JOGADORES (CLIENTES - VER DCLCLI). O ARQUIVO DO RH (DD
      * RHENTRA) TRAZ UM REGISTRO POR FUNCIONARIO, CLASSIFICADO POR
      * CPF: CPF, NOME, DEPARTAMENTO, SITUACAO 'A' (ATIVO) OU 'D'
      * (DESLIGADO), DATA DE ADMISSAO E DATA DE DEMISSAO (AAAA-MM-DD).
      * O ARQUIVO E CASADO COM CLIENTES PELO CPF (BALANCE LINE - AS
      * CONTAS ELIMINADAS PELA LGPD, CPF 'ANON...', FICAM DE FORA):
      *   - SO NO RH, ATIVO E ADMITIDO HA ATE WS-DIAS-PRE-CADASTRO
      *     DIAS: A CONTA E PRE-CADASTRADA,
      *     COM USUARIO GERADO A PARTIR DO NOME E SENHA TEMPORARIA
      *     (MESMA GERACAO E CODIFICACAO DO CONSOLE T04POPE, COM
      *     SENHA_TEMPORARIA = 'S' - O PRIMEIRO LOGIN DESVIA PARA A
      *     TROCA OBRIGATORIA NO T04PCAD). ADMISSAO FUTURA ESPERA O
      *     DIA; ADMISSAO MAIS ANTIGA (QUEM NUNCA QUIS JOGAR, OU TEVE
      *     A CONTA ELIMINADA PELA LGPD) E DESLIGADO SEM CONTA SAO SO
      *     CONTADOS;
      *   - NOS DOIS LADOS: NOME, DEPARTAMENTO E DATAS PASSAM A SER OS
      *     DO RH. DESLIGAMENTO JA EFETIVADO DESATIVA A CONTA
      *     (SITUACAO_RH = 'D' - O LOGIN DO P3O99B0 PASSA A RECUSAR) E
      *     TIRA O JOGADOR DA EQUIPE DA LIGA; FUNCIONARIO ATIVO COM
      *     CONTA DESATIVADA E REATIVADO (READMISSAO). NOME OU
      *     ADMISSAO JA GRAVADOS E DIFERENTES DO RH SAEM COMO CONFLITO
      *     (VALE O RH);
      *   - SO EM CLIENTES: SAI NO RELATO, MAS A CONTA NAO E TOCADA -
      *     SO O DESLIGAMENTO INFORMADO PELO RH DESATIVA UMA CONTA.
      * EQUIPE DA LIGA (VER DCLEQUI): QUEM MUDA DE DEPARTAMENTO, E
      * ESTAVA SEM EQUIPE OU NA EQUIPE DO DEPARTAMENTO ANTIGO, VAI
      * PARA A EQUIPE ATIVA DO DEPARTAMENTO NOVO (A DE MENOR CODIGO,
      * SE HOUVER MAIS DE UMA; SEM EQUIPE, SE NAO HOUVER NENHUMA).
      * EQUIPE ESCOLHIDA A MAO FORA DO DEPARTAMENTO E MANTIDA. O
      * PRE-CADASTRADO E O READMITIDO SEM EQUIPE ENTRAM NA EQUIPE DO
      * DEPARTAMENTO DA MESMA FORMA.
      * CADA CONTA CRIADA, DESATIVADA OU REATIVADA DEIXA TRILHA EM
      * ADMIN_AUDITORIA (ACOES 'I', 'R' E 'A'), E CADA TROCA DE
      * EQUIPE COM A ACAO 'Q' - OPERADOR 'P3O99H1', EIBTRMID 'LOTE'.
      * A SENHA TEMPORARIA EM CLARO DE CADA CONTA CRIADA SAI SO NO
      * ARQUIVO RHSENHA, QUE VAI PARA O RH ENTREGAR AO ADMITIDO -
      * NUNCA NO RELATO NEM NA SYSOUT.
      * O RELATO (CONVENCOES DO P3O99R3, CPF MASCARADO) LISTA AS
      * OCORRENCIAS POR CPF: REGISTROS RECUSADOS, CONTAS CRIADAS,
      * DESATIVADAS E REATIVADAS, MUDANCAS DE DEPARTAMENTO, CONFLITOS
      * E CPFS QUE SO EXISTEM DE UM LADO, COM OS TOTAIS NO FINAL.
      * ARQUIVO FORA DE ORDEM OU QUALQUER ERRO DE BANCO DESFAZ A
      * EXECUCAO INTEIRA (ROLLBACK): AS SENHAS DO RHSENHA SO VALEM SE
      * AS CONTAS FICAREM GRAVADAS. O RHSENHA E O RELATO DE UMA
      * EXECUCAO QUE TERMINOU COM ERRO SAO DESCARTADOS E O JOB E
      * REEXECUTADO. ARQUIVO DO RH VAZIO TAMBEM PARA O JOB.
      * CADA EXECUCAO FICA REGISTRADA EM EXECUCAO_CONTROLE (VER
      * DCLEXEC), COM AS CONTAGENS E A SITUACAO FINAL.
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT F-RH ASSIGN TO RHENTRA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RH.

           SELECT F-SENHAS ASSIGN TO RHSENHA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SENHAS.

           SELECT F-RELATORIO ASSIGN TO RELATO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  F-RH
           RECORDING MODE IS F.
       01  FD-RH-REC.
           05 FD-RH-CPF                    PIC X(11).
           05 FD-RH-NOME                   PIC X(40).
           05 FD-RH-DEPARTAMENTO           PIC X(10).
           05 FD-RH-SITUACAO               PIC X(01).
           05 FD-RH-ADMISSAO               PIC X(10).
           05 FD-RH-DEMISSAO               PIC X(10).
           05 FILLER                       PIC X(18).

       FD  F-SENHAS
           RECORDING MODE IS F.
       01  FD-SENHA-REC.
           05 FD-SEN-CPF                   PIC X(11).
           05 FD-SEN-NOME                  PIC X(40).
           05 FD-SEN-USUARIO               PIC X(08).
           05 FD-SEN-SENHA                 PIC X(08).
           05 FD-SEN-DEPARTAMENTO          PIC X(10).
           05 FILLER                       PIC X(03).

       FD  F-RELATORIO
           RECORDING MODE IS F.
       01  FD-RELATORIO-REC                PIC X(132).

       WORKING-STORAGE                     SECTION.
       77  WS-FS-RH                        PIC X(02).
       77  WS-FS-SENHAS                    PIC X(02).
       77  WS-FS-RELATORIO                 PIC X(02).
       77  WS-FIM-RH                       PIC X(01) VALUE 'N'.
       77  WS-RH-ACHOU                     PIC X(01).
       77  WS-RH-VALIDO                    PIC X(01).
       77  WS-DATA-HOJE                    PIC X(10).
       77  WS-DATA-LIMITE-ADMISSAO         PIC X(10).
       77  WS-DIAS-PRE-CADASTRO            PIC S9(04) USAGE COMP
                                           VALUE 30.
       77  WS-SQLCODE-ERRO                 PIC S9(09) USAGE COMP.

      *----------------------------------------------------------------*
      * CHAVES DO BALANCE LINE - HIGH-VALUES NO FIM DE CADA LADO.
      * WS-CPF-ANTERIOR CONFERE A CLASSIFICACAO DO ARQUIVO DO RH.
      *----------------------------------------------------------------*
       77  WS-CHAVE-RH                     PIC X(11).
       77  WS-CHAVE-JOGO                   PIC X(11).
       77  WS-CPF-ANTERIOR                 PIC X(11) VALUE LOW-VALUES.

       77  WS-TOT-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-TOT-REJEITADOS               PIC 9(07) VALUE 0.
       77  WS-TOT-CONTAS                   PIC 9(07) VALUE 0.
       77  WS-TOT-PRE-CADASTROS            PIC 9(07) VALUE 0.
       77  WS-TOT-SEM-USUARIO              PIC 9(07) VALUE 0.
       77  WS-TOT-DESATIVADAS              PIC 9(07) VALUE 0.
       77  WS-TOT-REATIVADAS               PIC 9(07) VALUE 0.
       77  WS-TOT-CONFERIDAS               PIC 9(07) VALUE 0.
       77  WS-TOT-DEPARTAMENTOS            PIC 9(07) VALUE 0.
       77  WS-TOT-EQUIPES                  PIC 9(07) VALUE 0.
       77  WS-TOT-CONFLITOS                PIC 9(07) VALUE 0.
       77  WS-TOT-ALTERADAS                PIC 9(07) VALUE 0.
       77  WS-TOT-SEM-ALTERACAO            PIC 9(07) VALUE 0.
       77  WS-TOT-AGUARDANDO               PIC 9(07) VALUE 0.
       77  WS-TOT-DESLIGADOS-SEM-CONTA     PIC 9(07) VALUE 0.
       77  WS-TOT-ADMISSAO-ANTIGA          PIC 9(07) VALUE 0.
       77  WS-TOT-SO-NO-JOGO               PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * CONFERENCIA DE DATA AAAA-MM-DD DO ARQUIVO DO RH
      *----------------------------------------------------------------*
       77  WS-DATA-OK                      PIC X(01).
       01  WS-DATA-VALIDAR                 PIC X(10).
       01  WS-DATA-VALIDAR-R REDEFINES WS-DATA-VALIDAR.
           05 WS-DV-ANO                    PIC X(04).
           05 WS-DV-TRACO1                 PIC X(01).
           05 WS-DV-MES                    PIC X(02).
           05 WS-DV-TRACO2                 PIC X(01).
           05 WS-DV-DIA                    PIC X(02).
       77  WS-DV-ANO-NUM                   PIC 9(04).
       77  WS-DV-MES-NUM                   PIC 9(02).
       77  WS-DV-DIA-NUM                   PIC 9(02).
       77  WS-DV-ULTIMO-DIA                PIC 9(02).

      * DIAS DE CADA MES - FEVEREIRO GANHA O DIA 29 NO ANO BISSEXTO.
       01  WS-TB-DIAS-MES-VAL.
           05 FILLER                       PIC X(24)
                               VALUE '312831303130313130313031'.
       01  WS-TB-DIAS-MES REDEFINES WS-TB-DIAS-MES-VAL.
           05 WS-DIAS-MES OCCURS 12 TIMES  PIC 9(02).

      *----------------------------------------------------------------*
      * SITUACAO DA CONTA DEPOIS DE APLICADO O REGISTRO DO RH -
      * COMPARADA COM A LIDA DE CLIENTES (DCLCLI-*) PARA SABER SE HA
      * O QUE GRAVAR.
      *----------------------------------------------------------------*
       77  WS-SITUACAO-ANTERIOR            PIC X(01).
       77  WS-NOVA-SITUACAO                PIC X(01).
       77  WS-NOVO-NOME                    PIC X(40).
       77  WS-NOVO-DEPARTAMENTO            PIC X(10).
       77  WS-NOVA-ADMISSAO                PIC X(10).
       77  WS-NOVA-DEMISSAO                PIC X(10).
       77  WS-NOVA-EQUIPE                  PIC X(04).
       77  WS-REVE-EQUIPE                  PIC X(01).
       77  WS-DEPTO-EQUIPE-ATUAL           PIC X(10).
       77  WS-SEM-DATA                     PIC X(10) VALUE '0001-01-01'.

      *----------------------------------------------------------------*
      * CONTA DE CLIENTES JA LIDA E AINDA NAO CASADA - FICA GUARDADA
      * AQUI ENQUANTO O PRE-CADASTRO E O REGISTRO RECUSADO DO RH USAM
      * O DCLCLI.
      *----------------------------------------------------------------*
       01  WS-CLIENTE-SALVO                PIC X(106).

      *----------------------------------------------------------------*
      * GERACAO DO USUARIO DA CONTA PRE-CADASTRADA: PRIMEIRO NOME
      * (SO AS LETRAS, ATE 8); SE JA EXISTIR, ATE 5 LETRAS + OS 3
      * ULTIMOS DIGITOS DO CPF; SE AINDA EXISTIR, 'F' + 7 DIGITOS DO
      * CPF. SEM NENHUM LIVRE A CONTA NAO E CRIADA E SAI NO RELATO.
      *----------------------------------------------------------------*
       77  WS-USU-LETRAS                   PIC X(08).
       77  WS-USU-QTD                      PIC 9(02).
       77  WS-USU-IDX                      PIC 9(02).
       77  WS-USU-FIM                      PIC X(01).
       77  WS-USU-CANDIDATO                PIC X(08).
       77  WS-USU-LIVRE                    PIC X(01).
       77  WS-USU-EXISTE                   PIC S9(09) USAGE COMP.

      *----------------------------------------------------------------*
      * VARIAVEIS DA CODIFICACAO UNIDIRECIONAL DE SENHA DE ACESSO
      * (910-CODIFICA-SENHA) - MESMO ALGORITMO DO T04POPE, DO T04PCAD
      * E DO LOGIN DO P3O99B0, PARA QUE A SENHA TEMPORARIA GERADA AQUI
      * CONFIRA LA.
      *----------------------------------------------------------------*
       77  WS-SENHA-CLARA                  PIC X(08).
       77  WS-SENHA-CODIF                  PIC X(08).
       77  WS-COD-ACC1                     PIC 9(09).
       77  WS-COD-ACC2                     PIC 9(09).
       77  WS-COD-ORD                      PIC 9(03).
       77  WS-COD-RESTO                    PIC 9(02).
       77  WS-COD-IDX                      PIC 9(02).
       01  WS-COD-ALFABETO                 PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *----------------------------------------------------------------*
      * VARIAVEIS DA GERACAO DA SENHA TEMPORARIA - 8 LETRAS DERIVADAS
      * DO HORARIO E DO CPF (NO LOTE NAO HA NUMERO DE TASK), SO PARA
      * NAO SAIR PREVISIVEL.
      *----------------------------------------------------------------*
       77  WS-GER-SEED                     PIC 9(08).
       77  WS-GER-CPF                      PIC 9(11).
       77  WS-GER-ACC                      PIC 9(09).
       77  WS-GER-RESTO                    PIC 9(02).
       77  WS-GER-IDX                      PIC 9(02).

      *----------------------------------------------------------------*
      * CONTROLE DE PAGINACAO DO ARQUIVO DE IMPRESSAO
      *----------------------------------------------------------------*
       77  WS-LINHA-ATUAL                  PIC 9(02) VALUE 99.
       77  WS-LINHAS-POR-PAGINA            PIC 9(02) VALUE 60.
       77  WS-PAGINA                       PIC 9(04) VALUE 0.

       01  WS-DATA.
           05 WS-ANO                       PIC X(02).
           05 WS-MES                       PIC X(02).
           05 WS-DIA                       PIC X(02).

       01  WS-HORARIO.
           05 WS-HORA                      PIC X(02).
           05 WS-MIN                       PIC X(02).
           05 WS-SEG                       PIC X(02).

      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  WS-LINHA-BRANCO                 PIC X(132) VALUE SPACES.

       01  WS-CAB-PAGINA1.
           05 FILLER                       PIC X(40)
               VALUE 'INTERFACE RH X JOGADORES - P3O99H1      '.
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
           05 FILLER                       PIC X(33)
               VALUE 'OCORRENCIAS DA RECONCILIACAO EM '.
           05 WS-CAB-DATA-HOJE             PIC X(10).
           05 FILLER                       PIC X(89) VALUE SPACES.

       01  WS-CAB-COLUNAS.
           05 FILLER                       PIC X(14) VALUE 'OCORRENCIA'.
           05 FILLER                       PIC X(16) VALUE 'CPF'.
           05 FILLER                       PIC X(10) VALUE 'USUARIO'.
           05 FILLER                       PIC X(42) VALUE 'NOME'.
           05 FILLER                       PIC X(50) VALUE 'DETALHE'.

       01  WS-LINHA-DETALHE.
           05 WS-DET-TIPO                  PIC X(12).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-CPF                   PIC X(14).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-USUARIO               PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-NOME                  PIC X(40).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WS-DET-DETALHE               PIC X(50).

       01  WS-LINHA-TOTAL.
           05 WS-TOT-ROTULO                PIC X(31).
           05 WS-TOT-VALOR                 PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(92) VALUE SPACES.

      *----------------------------------------------------------------*
      * CPF MASCARADO NO RELATO - SO OS 3 PRIMEIROS E OS 2 ULTIMOS
      * DIGITOS APARECEM (EX.: 123.***.***-09).
      *----------------------------------------------------------------*
       01  WS-CPF-MASCARADO.
           05 WS-CPF-MASC-INICIO           PIC X(03).
           05 FILLER                       PIC X(09) VALUE '.***.***-'.
           05 WS-CPF-MASC-FIM              PIC X(02).

           EXEC SQL
              INCLUDE DCLCLI
           END-EXEC.

           EXEC SQL
              INCLUDE DCLEQUI
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
           PERFORM 050-ABRE-ARQUIVOS
           PERFORM 100-OBTEM-DATA-HOJE
           PERFORM 150-ABRE-CURSOR-CLIENTES

           PERFORM 110-OBTEM-REGISTRO-RH
           IF WS-TOT-LIDOS EQUAL 0
               DISPLAY 'ARQUIVO DO RH VAZIO - NADA FOI CONCILIADO'
               PERFORM 890-DESFAZ-EXECUCAO
           END-IF
           PERFORM 160-LE-CLIENTE

           PERFORM 200-CONCILIA
               UNTIL WS-CHAVE-RH EQUAL HIGH-VALUES
                 AND WS-CHAVE-JOGO EQUAL HIGH-VALUES

           EXEC SQL
               CLOSE CUR-CLIENTES
           END-EXEC

           PERFORM 800-IMPRIME-TOTAIS
           PERFORM 850-FECHA-ARQUIVOS
           PERFORM 880-IMPRIME-RESUMO
           PERFORM 965-TERMINA-EXECUCAO
           STOP RUN
           .

       050-ABRE-ARQUIVOS.
           OPEN INPUT F-RH
           IF WS-FS-RH NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO RH - '
                       'FILE STATUS ' WS-FS-RH
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           OPEN OUTPUT F-SENHAS
           IF WS-FS-SENHAS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SENHAS - '
                       'FILE STATUS ' WS-FS-SENHAS
               PERFORM 966-ABORTA-EXECUCAO
           END-IF

           OPEN OUTPUT F-RELATORIO
           IF WS-FS-RELATORIO NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO - '
                       'FILE STATUS ' WS-FS-RELATORIO
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       100-OBTEM-DATA-HOJE.
      * ADMISSAO E DEMISSAO SO VALEM A PARTIR DO PROPRIO DIA - A
      * RODADA DEPOIS DA MEIA-NOITE JA LIBERA O ADMITIDO DO DIA. SO E
      * PRE-CADASTRADO QUEM FOI ADMITIDO A PARTIR DA DATA LIMITE.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE - :WS-DIAS-PRE-CADASTRO DAYS,
                           ISO)
                 INTO :WS-DATA-HOJE, :WS-DATA-LIMITE-ADMISSAO
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO OBTER A DATA CORRENTE, SQLCODE = '
                       SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

      *----------------------------------------------------------------*
      * LADO DO RH - DEVOLVE O PROXIMO REGISTRO COM CPF NUMERICO, NA
      * ORDEM E SEM REPETICAO (WS-RH-VALIDO DIZ SE O RESTO DO REGISTRO
      * PASSOU NA CRITICA), OU HIGH-VALUES NO FIM DO ARQUIVO. O
      * REGISTRO COM CPF VALIDO E RESTO RECUSADO AINDA CASA COM A
      * CONTA, PARA ELA NAO SAIR COMO 'SO NO JOGO'.
      *----------------------------------------------------------------*
       110-OBTEM-REGISTRO-RH.
           MOVE 'N'                        TO WS-RH-ACHOU
           PERFORM 115-LE-PROXIMO-RH
               UNTIL WS-RH-ACHOU EQUAL 'S'
                  OR WS-FIM-RH EQUAL 'S'

           IF WS-FIM-RH EQUAL 'S'
               MOVE HIGH-VALUES            TO WS-CHAVE-RH
           ELSE
               MOVE FD-RH-CPF              TO WS-CHAVE-RH
           END-IF
           .

       115-LE-PROXIMO-RH.
           READ F-RH
               AT END
                   MOVE 'S' TO WS-FIM-RH
               NOT AT END
                   IF WS-FS-RH NOT EQUAL '00'
                       DISPLAY 'ERRO DE LEITURA NO ARQUIVO DO RH - '
                               'FILE STATUS ' WS-FS-RH
                       PERFORM 890-DESFAZ-EXECUCAO
                   END-IF
                   ADD 1 TO WS-TOT-LIDOS
                   PERFORM 130-CRITICA-REGISTRO-RH
           END-READ
           .

       130-CRITICA-REGISTRO-RH.
           MOVE 'S'                        TO WS-RH-VALIDO
           MOVE SPACES                     TO WS-DET-DETALHE

           EVALUATE TRUE
               WHEN FD-RH-CPF IS NOT NUMERIC
                   MOVE 'CPF INVALIDO'     TO WS-DET-DETALHE
                   PERFORM 140-RECUSA-REGISTRO-RH
               WHEN FD-RH-CPF < WS-CPF-ANTERIOR
                   DISPLAY 'ARQUIVO DO RH FORA DA ORDEM DE CPF NO '
                           'REGISTRO ' WS-TOT-LIDOS
                   PERFORM 890-DESFAZ-EXECUCAO
               WHEN FD-RH-CPF EQUAL WS-CPF-ANTERIOR
                   MOVE 'CPF REPETIDO NO ARQUIVO DO RH'
                                           TO WS-DET-DETALHE
                   PERFORM 140-RECUSA-REGISTRO-RH
               WHEN OTHER
                   MOVE FD-RH-CPF          TO WS-CPF-ANTERIOR
                   MOVE 'S'                TO WS-RH-ACHOU
           END-EVALUATE

           IF WS-RH-ACHOU EQUAL 'S'
               MOVE FD-RH-ADMISSAO         TO WS-DATA-VALIDAR
               PERFORM 135-CONFERE-DATA
               EVALUATE TRUE
                   WHEN FD-RH-NOME EQUAL SPACES
                       MOVE 'NOME EM BRANCO' TO WS-DET-DETALHE
                   WHEN FD-RH-SITUACAO NOT EQUAL 'A' AND 'D'
                       STRING 'SITUACAO DEVE SER A OU D: '
                              FD-RH-SITUACAO
                           DELIMITED BY SIZE INTO WS-DET-DETALHE
                   WHEN WS-DATA-OK EQUAL 'N'
                       STRING 'DATA DE ADMISSAO INVALIDA: '
                              FD-RH-ADMISSAO
                           DELIMITED BY SIZE INTO WS-DET-DETALHE
                   WHEN FD-RH-SITUACAO EQUAL 'D'
                       MOVE FD-RH-DEMISSAO TO WS-DATA-VALIDAR
                       PERFORM 135-CONFERE-DATA
                       IF WS-DATA-OK EQUAL 'N'
                           STRING 'DATA DE DEMISSAO INVALIDA: '
                                  FD-RH-DEMISSAO
                               DELIMITED BY SIZE INTO WS-DET-DETALHE
                       END-IF
               END-EVALUATE
               IF WS-DET-DETALHE NOT EQUAL SPACES
                   MOVE 'N'                TO WS-RH-VALIDO
                   PERFORM 140-RECUSA-REGISTRO-RH
               END-IF
           END-IF
           .

       135-CONFERE-DATA.
      * DATA QUE O DB2 NAO ACEITA (31/04, 29/02 FORA DE ANO BISSEXTO)
      * RECUSA SO O REGISTRO - NAO PODE CHEGAR AO UPDATE/INSERT.
           MOVE 'S'                        TO WS-DATA-OK
           IF WS-DV-ANO IS NOT NUMERIC
              OR WS-DV-MES IS NOT NUMERIC
              OR WS-DV-DIA IS NOT NUMERIC
              OR WS-DV-TRACO1 NOT EQUAL '-'
              OR WS-DV-TRACO2 NOT EQUAL '-'
               MOVE 'N'                    TO WS-DATA-OK
           ELSE
               MOVE WS-DV-ANO              TO WS-DV-ANO-NUM
               MOVE WS-DV-MES              TO WS-DV-MES-NUM
               MOVE WS-DV-DIA              TO WS-DV-DIA-NUM
               IF WS-DV-ANO-NUM < 1900
                  OR WS-DV-MES-NUM < 1 OR WS-DV-MES-NUM > 12
                   MOVE 'N'                TO WS-DATA-OK
               ELSE
                   MOVE WS-DIAS-MES(WS-DV-MES-NUM)
                                           TO WS-DV-ULTIMO-DIA
                   IF WS-DV-MES-NUM EQUAL 2
                      AND FUNCTION MOD(WS-DV-ANO-NUM, 4) EQUAL 0
                      AND (FUNCTION MOD(WS-DV-ANO-NUM, 100) NOT EQUAL 0
                        OR FUNCTION MOD(WS-DV-ANO-NUM, 400) EQUAL 0)
                       MOVE 29             TO WS-DV-ULTIMO-DIA
                   END-IF
                   IF WS-DV-DIA-NUM < 1
                      OR WS-DV-DIA-NUM > WS-DV-ULTIMO-DIA
                       MOVE 'N'            TO WS-DATA-OK
                   END-IF
               END-IF
           END-IF
           .

       140-RECUSA-REGISTRO-RH.
      * O MOTIVO JA ESTA EM WS-DET-DETALHE.
           ADD 1 TO WS-TOT-REJEITADOS
           DISPLAY 'REGISTRO ' WS-TOT-LIDOS ' REJEITADO - '
                   WS-DET-DETALHE
           MOVE DCLCLI-CLIENTES            TO WS-CLIENTE-SALVO
           MOVE 'RECUSADO'                 TO WS-DET-TIPO
           MOVE FD-RH-CPF                  TO DCLCLI-CPF
           MOVE SPACES                     TO DCLCLI-NOME-USUARIO
           MOVE FD-RH-NOME                 TO WS-DET-NOME
           PERFORM 780-IMPRIME-OCORRENCIA
           MOVE WS-CLIENTE-SALVO           TO DCLCLI-CLIENTES
           .

      *----------------------------------------------------------------*
      * LADO DO JOGO - CONTAS DE CLIENTES NA ORDEM DE CPF, SEM AS
      * ELIMINADAS PELA LGPD. AS ALTERACOES FEITAS DURANTE A LEITURA
      * SO MEXEM NA CONTA JA LIDA; O PRE-CADASTRO ENTRA COM CPF MENOR
      * QUE O DA CONTA CORRENTE E NAO VOLTA NO CURSOR.
      *----------------------------------------------------------------*
       150-ABRE-CURSOR-CLIENTES.
           EXEC SQL
               DECLARE CUR-CLIENTES CURSOR FOR
                   SELECT CPF, NOME_USUARIO, COD_EQUIPE, SITUACAO_RH,
                          NOME, DEPARTAMENTO,
                          CHAR(DATA_ADMISSAO, ISO),
                          CHAR(DATA_DEMISSAO, ISO)
                     FROM CLIENTES
                    WHERE CPF NOT LIKE 'ANON%'
                    ORDER BY CPF
           END-EXEC

           EXEC SQL
               OPEN CUR-CLIENTES
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ABRIR O CURSOR DE CLIENTES, '
                       'SQLCODE = ' SQLCODE
               PERFORM 966-ABORTA-EXECUCAO
           END-IF
           .

       160-LE-CLIENTE.
           EXEC SQL
               FETCH CUR-CLIENTES
                   INTO :DCLCLI-CPF, :DCLCLI-NOME-USUARIO,
                        :DCLCLI-COD-EQUIPE, :DCLCLI-SITUACAO-RH,
                        :DCLCLI-NOME, :DCLCLI-DEPARTAMENTO,
                        :DCLCLI-DATA-ADMISSAO, :DCLCLI-DATA-DEMISSAO
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-TOT-CONTAS
                   MOVE DCLCLI-CPF         TO WS-CHAVE-JOGO
               WHEN +100
                   MOVE HIGH-VALUES        TO WS-CHAVE-JOGO
               WHEN OTHER
                   DISPLAY 'ERRO NO FETCH DE CLIENTES, SQLCODE = '
                           SQLCODE
                   PERFORM 890-DESFAZ-EXECUCAO
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * BALANCE LINE RH X CLIENTES
      *----------------------------------------------------------------*
       200-CONCILIA.
           EVALUATE TRUE
               WHEN WS-CHAVE-RH < WS-CHAVE-JOGO
                   IF WS-RH-VALIDO EQUAL 'S'
                       PERFORM 400-SO-NO-RH
                   END-IF
                   PERFORM 110-OBTEM-REGISTRO-RH
               WHEN WS-CHAVE-RH > WS-CHAVE-JOGO
                   PERFORM 600-SO-NO-JOGO
                   PERFORM 160-LE-CLIENTE
               WHEN OTHER
                   IF WS-RH-VALIDO EQUAL 'S'
                       PERFORM 300-CONFERE-CONTA
                   END-IF
                   PERFORM 110-OBTEM-REGISTRO-RH
                   PERFORM 160-LE-CLIENTE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CPF NOS DOIS LADOS - APLICA O REGISTRO DO RH SOBRE A CONTA E
      * SO GRAVA SE ALGUMA COISA MUDOU.
      *----------------------------------------------------------------*
       300-CONFERE-CONTA.
           MOVE DCLCLI-SITUACAO-RH         TO WS-NOVA-SITUACAO
           MOVE FD-RH-NOME                 TO WS-NOVO-NOME
           MOVE FD-RH-DEPARTAMENTO         TO WS-NOVO-DEPARTAMENTO
           MOVE FD-RH-ADMISSAO             TO WS-NOVA-ADMISSAO
           MOVE DCLCLI-DATA-DEMISSAO       TO WS-NOVA-DEMISSAO
           MOVE DCLCLI-COD-EQUIPE          TO WS-NOVA-EQUIPE
           MOVE 'N'                        TO WS-REVE-EQUIPE

           PERFORM 310-APLICA-SITUACAO
           PERFORM 320-CONFERE-CONFLITOS

           IF FD-RH-DEPARTAMENTO NOT EQUAL DCLCLI-DEPARTAMENTO
               IF DCLCLI-DEPARTAMENTO NOT EQUAL SPACES
                   ADD 1 TO WS-TOT-DEPARTAMENTOS
                   MOVE 'DEPARTAMENTO'     TO WS-DET-TIPO
                   MOVE FD-RH-NOME         TO WS-DET-NOME
                   STRING 'DE ' DCLCLI-DEPARTAMENTO
                          ' PARA ' FD-RH-DEPARTAMENTO
                       DELIMITED BY SIZE INTO WS-DET-DETALHE
                   PERFORM 780-IMPRIME-OCORRENCIA
               END-IF
               MOVE 'S'                    TO WS-REVE-EQUIPE
           END-IF

           IF WS-REVE-EQUIPE EQUAL 'S'
              AND WS-NOVA-SITUACAO NOT EQUAL 'D'
               PERFORM 330-REVE-EQUIPE
           END-IF

           IF WS-NOVA-SITUACAO     EQUAL DCLCLI-SITUACAO-RH
              AND WS-NOVO-NOME     EQUAL DCLCLI-NOME
              AND WS-NOVO-DEPARTAMENTO EQUAL DCLCLI-DEPARTAMENTO
              AND WS-NOVA-ADMISSAO EQUAL DCLCLI-DATA-ADMISSAO
              AND WS-NOVA-DEMISSAO EQUAL DCLCLI-DATA-DEMISSAO
              AND WS-NOVA-EQUIPE   EQUAL DCLCLI-COD-EQUIPE
               ADD 1 TO WS-TOT-SEM-ALTERACAO
           ELSE
               PERFORM 340-GRAVA-CONTA
           END-IF
           .

       310-APLICA-SITUACAO.
      * DESLIGAMENTO COM DATA FUTURA (AVISO PREVIO) AINDA NAO MEXE NO
      * ACESSO - O FUNCIONARIO CONTINUA ATIVO ATE O DIA.
           EVALUATE TRUE
               WHEN FD-RH-SITUACAO EQUAL 'D'
                AND FD-RH-DEMISSAO > WS-DATA-HOJE
                   ADD 1 TO WS-TOT-AGUARDANDO
                   IF DCLCLI-SITUACAO-RH EQUAL SPACE
                       MOVE 'A'            TO WS-NOVA-SITUACAO
                       ADD 1 TO WS-TOT-CONFERIDAS
                   END-IF
               WHEN FD-RH-SITUACAO EQUAL 'D'
                   MOVE FD-RH-DEMISSAO     TO WS-NOVA-DEMISSAO
                   IF DCLCLI-SITUACAO-RH NOT EQUAL 'D'
                       MOVE 'D'            TO WS-NOVA-SITUACAO
                       MOVE SPACES         TO WS-NOVA-EQUIPE
                       ADD 1 TO WS-TOT-DESATIVADAS
                       MOVE 'DESATIVADA'   TO WS-DET-TIPO
                       MOVE FD-RH-NOME     TO WS-DET-NOME
                       STRING 'DESLIGADO EM ' FD-RH-DEMISSAO
                              ' - LOGIN ENCERRADO'
                           DELIMITED BY SIZE INTO WS-DET-DETALHE
                       PERFORM 780-IMPRIME-OCORRENCIA
                   END-IF
               WHEN DCLCLI-SITUACAO-RH EQUAL 'D'
                   MOVE 'A'                TO WS-NOVA-SITUACAO
                   MOVE WS-SEM-DATA        TO WS-NOVA-DEMISSAO
                   MOVE 'S'                TO WS-REVE-EQUIPE
                   ADD 1 TO WS-TOT-REATIVADAS
                   MOVE 'REATIVADA'        TO WS-DET-TIPO
                   MOVE FD-RH-NOME         TO WS-DET-NOME
                   IF FD-RH-ADMISSAO > DCLCLI-DATA-DEMISSAO
                       STRING 'READMITIDO EM ' FD-RH-ADMISSAO
                           DELIMITED BY SIZE INTO WS-DET-DETALHE
                   ELSE
                       STRING 'DESLIGAMENTO DE ' DCLCLI-DATA-DEMISSAO
                              ' DESFEITO NO RH'
                           DELIMITED BY SIZE INTO WS-DET-DETALHE
                   END-IF
                   PERFORM 780-IMPRIME-OCORRENCIA
               WHEN DCLCLI-SITUACAO-RH EQUAL SPACE
                   MOVE 'A'                TO WS-NOVA-SITUACAO
                   ADD 1 TO WS-TOT-CONFERIDAS
           END-EVALUATE
           .

       320-CONFERE-CONFLITOS.
      * NOME OU ADMISSAO JA GRAVADOS QUE NAO BATEM COM O RH - VALE O
      * RH, MAS A DIFERENCA SAI NO RELATO PARA SER CONFERIDA.
           IF DCLCLI-NOME NOT EQUAL SPACES
              AND DCLCLI-NOME NOT EQUAL FD-RH-NOME
               ADD 1 TO WS-TOT-CONFLITOS
               MOVE 'CONFLITO'             TO WS-DET-TIPO
               STRING 'NOME NO JOGO ERA ' DCLCLI-NOME(1:33)
                   DELIMITED BY SIZE INTO WS-DET-DETALHE
               MOVE FD-RH-NOME             TO WS-DET-NOME
               PERFORM 780-IMPRIME-OCORRENCIA
           END-IF

           IF DCLCLI-DATA-ADMISSAO NOT EQUAL WS-SEM-DATA
              AND DCLCLI-DATA-ADMISSAO NOT EQUAL FD-RH-ADMISSAO
              AND DCLCLI-SITUACAO-RH NOT EQUAL 'D'
               ADD 1 TO WS-TOT-CONFLITOS
               MOVE 'CONFLITO'             TO WS-DET-TIPO
               MOVE FD-RH-NOME             TO WS-DET-NOME
               STRING 'ADMISSAO NO JOGO ERA ' DCLCLI-DATA-ADMISSAO
                      ', NO RH ' FD-RH-ADMISSAO
                   DELIMITED BY SIZE INTO WS-DET-DETALHE
               PERFORM 780-IMPRIME-OCORRENCIA
           END-IF
           .

       330-REVE-EQUIPE.
      * SEM EQUIPE, OU NA EQUIPE DO DEPARTAMENTO ANTIGO: PASSA PARA A
      * EQUIPE DO DEPARTAMENTO NOVO. EQUIPE DE OUTRO DEPARTAMENTO FOI
      * ESCOLHA DE ALGUEM E FICA.
           MOVE SPACES                     TO WS-DEPTO-EQUIPE-ATUAL
           IF DCLCLI-COD-EQUIPE NOT EQUAL SPACES
               MOVE DCLCLI-COD-EQUIPE      TO DCLEQU-COD-EQUIPE
               EXEC SQL
                   SELECT DEPARTAMENTO
                     INTO :DCLEQU-DEPARTAMENTO
                     FROM EQUIPES
                    WHERE COD_EQUIPE = :DCLEQU-COD-EQUIPE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE DCLEQU-DEPARTAMENTO
                                           TO WS-DEPTO-EQUIPE-ATUAL
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERRO AO LER EQUIPES, SQLCODE = '
                               SQLCODE
                       PERFORM 890-DESFAZ-EXECUCAO
               END-EVALUATE
           END-IF

           IF DCLCLI-COD-EQUIPE EQUAL SPACES
              OR (WS-DEPTO-EQUIPE-ATUAL NOT EQUAL SPACES
                  AND WS-DEPTO-EQUIPE-ATUAL EQUAL DCLCLI-DEPARTAMENTO)
               PERFORM 450-EQUIPE-DO-DEPARTAMENTO
               MOVE DCLEQU-COD-EQUIPE      TO WS-NOVA-EQUIPE
           END-IF
           .

       340-GRAVA-CONTA.
           MOVE DCLCLI-SITUACAO-RH         TO WS-SITUACAO-ANTERIOR
           MOVE WS-NOVA-SITUACAO           TO DCLCLI-SITUACAO-RH
           MOVE WS-NOVO-NOME               TO DCLCLI-NOME
           MOVE WS-NOVO-DEPARTAMENTO       TO DCLCLI-DEPARTAMENTO
           MOVE WS-NOVA-ADMISSAO           TO DCLCLI-DATA-ADMISSAO
           MOVE WS-NOVA-DEMISSAO           TO DCLCLI-DATA-DEMISSAO

           IF WS-NOVA-EQUIPE NOT EQUAL DCLCLI-COD-EQUIPE
               ADD 1 TO WS-TOT-EQUIPES
               MOVE WS-NOVA-EQUIPE         TO DCLCLI-COD-EQUIPE
               MOVE 'Q'                    TO DCLADM-ACAO
               PERFORM 700-GRAVA-ADMIN-AUDITORIA
           END-IF

           EXEC SQL
               UPDATE CLIENTES
                  SET SITUACAO_RH   = :DCLCLI-SITUACAO-RH,
                      NOME          = :DCLCLI-NOME,
                      DEPARTAMENTO  = :DCLCLI-DEPARTAMENTO,
                      DATA_ADMISSAO = DATE(:DCLCLI-DATA-ADMISSAO),
                      DATA_DEMISSAO = DATE(:DCLCLI-DATA-DEMISSAO),
                      COD_EQUIPE    = :DCLCLI-COD-EQUIPE
                WHERE CPF = :DCLCLI-CPF
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO ATUALIZAR A CONTA DO CPF '
                       DCLCLI-CPF ', SQLCODE = ' SQLCODE
               PERFORM 890-DESFAZ-EXECUCAO
           END-IF

           ADD 1 TO WS-TOT-ALTERADAS

           EVALUATE TRUE
               WHEN WS-SITUACAO-ANTERIOR EQUAL WS-NOVA-SITUACAO
                   CONTINUE
               WHEN WS-NOVA-SITUACAO EQUAL 'D'
                   MOVE 'R'                TO DCLADM-ACAO
                   PERFORM 700-GRAVA-ADMIN-AUDITORIA
               WHEN WS-SITUACAO-ANTERIOR EQUAL 'D'
                   MOVE 'A'                TO DCLADM-ACAO
                   PERFORM 700-GRAVA-ADMIN-AUDITORIA
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CPF SO NO ARQUIVO DO RH
      *----------------------------------------------------------------*
       400-SO-NO-RH.
           MOVE DCLCLI-CLIENTES            TO WS-CLIENTE-SALVO
           EVALUATE TRUE
               WHEN FD-RH-SITUACAO EQUAL 'D'
                   ADD 1 TO WS-TOT-DESLIGADOS-SEM-CONTA
               WHEN FD-RH-ADMISSAO > WS-DATA-HOJE
                   ADD 1 TO WS-TOT-AGUARDANDO
               WHEN FD-RH-ADMISSAO < WS-DATA-LIMITE-ADMISSAO
                   ADD 1 TO WS-TOT-ADMISSAO-ANTIGA
               WHEN OTHER
                   PERFORM 410-PRE-CADASTRA
           END-EVALUATE
           MOVE WS-CLIENTE-SALVO           TO DCLCLI-CLIENTES
           .

       410-PRE-CADASTRA.
           MOVE FD-RH-CPF                  TO DCLCLI-CPF
           MOVE FD-RH-NOME                 TO DCLCLI-NOME
           MOVE FD-RH-NOME                 TO WS-DET-NOME
           PERFORM 420-GERA-USUARIO

           IF WS-USU-LIVRE EQUAL 'N'
               ADD 1 TO WS-TOT-SEM-USUARIO
               MOVE 'SO NO RH'             TO WS-DET-TIPO
               MOVE SPACES                 TO DCLCLI-NOME-USUARIO
               MOVE 'SEM USUARIO LIVRE - CONTA NAO CRIADA'
                                           TO WS-DET-DETALHE
               PERFORM 780-IMPRIME-OCORRENCIA
           ELSE
               PERFORM 430-GERA-SENHA-TEMPORARIA
               PERFORM 910-CODIFICA-SENHA
               MOVE WS-SENHA-CODIF         TO DCLCLI-SENHA
               MOVE FD-RH-DEPARTAMENTO     TO DCLCLI-DEPARTAMENTO
               MOVE FD-RH-ADMISSAO         TO DCLCLI-DATA-ADMISSAO
               PERFORM 450-EQUIPE-DO-DEPARTAMENTO
               MOVE DCLEQU-COD-EQUIPE      TO DCLCLI-COD-EQUIPE

               EXEC SQL
                   INSERT INTO CLIENTES
                       (CPF, NOME_USUARIO, SENHA, FALHAS_LOGIN,
                        BLOQUEADO, SENHA_TEMPORARIA, COD_EQUIPE,
                        SITUACAO_RH, NOME, DEPARTAMENTO, DATA_ADMISSAO,
                        DATA_DEMISSAO)
                   VALUES
                       (:DCLCLI-CPF, :DCLCLI-NOME-USUARIO,
                        :DCLCLI-SENHA, 0, 'N', 'S', :DCLCLI-COD-EQUIPE,
                        'A', :DCLCLI-NOME, :DCLCLI-DEPARTAMENTO,
                        DATE(:DCLCLI-DATA-ADMISSAO), '0001-01-01')
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   DISPLAY 'ERRO AO PRE-CADASTRAR O CPF ' DCLCLI-CPF
                           ', SQLCODE = ' SQLCODE
                   PERFORM 890-DESFAZ-EXECUCAO
               END-IF

               MOVE 'I'                    TO DCLADM-ACAO
               PERFORM 700-GRAVA-ADMIN-AUDITORIA
               IF DCLCLI-COD-EQUIPE NOT EQUAL SPACES
                   ADD 1 TO WS-TOT-EQUIPES
                   MOVE 'Q'                TO DCLADM-ACAO
                   PERFORM 700-GRAVA-ADMIN-AUDITORIA
               END-IF

               PERFORM 440-GRAVA-SENHA-RH
               ADD 1 TO WS-TOT-PRE-CADASTROS
               MOVE 'PRE-CADASTRO'         TO WS-DET-TIPO
               STRING 'CONTA CRIADA - SENHA TEMPORARIA NO RHSENHA'
                   DELIMITED BY SIZE INTO WS-DET-DETALHE
               PERFORM 780-IMPRIME-OCORRENCIA
           END-IF
           .

       420-GERA-USUARIO.
           MOVE SPACES                     TO WS-USU-LETRAS
           MOVE 0                          TO WS-USU-QTD
           MOVE 'N'                        TO WS-USU-FIM
           PERFORM VARYING WS-USU-IDX FROM 1 BY 1
                   UNTIL WS-USU-IDX > 40
                      OR WS-USU-QTD EQUAL 8
                      OR WS-USU-FIM EQUAL 'S'
               IF FD-RH-NOME(WS-USU-IDX:1) IS ALPHABETIC-UPPER
                  AND FD-RH-NOME(WS-USU-IDX:1) NOT EQUAL SPACE
                   ADD 1 TO WS-USU-QTD
                   MOVE FD-RH-NOME(WS-USU-IDX:1)
                                   TO WS-USU-LETRAS(WS-USU-QTD:1)
               ELSE
                   IF WS-USU-QTD > 0
                       MOVE 'S'            TO WS-USU-FIM
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N'                        TO WS-USU-LIVRE
           IF WS-USU-QTD > 1
               MOVE WS-USU-LETRAS          TO WS-USU-CANDIDATO
               PERFORM 425-CONFERE-USUARIO
           END-IF

           IF WS-USU-LIVRE EQUAL 'N' AND WS-USU-QTD > 1
               IF WS-USU-QTD > 5
                   MOVE 5                  TO WS-USU-QTD
               END-IF
               MOVE SPACES                 TO WS-USU-CANDIDATO
               STRING WS-USU-LETRAS(1:WS-USU-QTD) FD-RH-CPF(9:3)
                   DELIMITED BY SIZE INTO WS-USU-CANDIDATO
               PERFORM 425-CONFERE-USUARIO
           END-IF

           IF WS-USU-LIVRE EQUAL 'N'
               MOVE SPACES                 TO WS-USU-CANDIDATO
               STRING 'F' FD-RH-CPF(5:7)
                   DELIMITED BY SIZE INTO WS-USU-CANDIDATO
               PERFORM 425-CONFERE-USUARIO
           END-IF
           .

       425-CONFERE-USUARIO.
           MOVE WS-USU-CANDIDATO           TO DCLCLI-NOME-USUARIO

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-USU-EXISTE
                 FROM CLIENTES
                WHERE NOME_USUARIO = :DCLCLI-NOME-USUARIO
           END-EXEC

           IF SQLCODE NOT EQUAL 0
               DISPLAY 'ERRO AO CONFERIR O USUARIO '
                       DCLCLI-NOME-USUARIO ', SQLCODE = ' SQLCODE
               PERFORM 890-DESFAZ-EXECUCAO
           END-IF

           IF WS-USU-EXISTE EQUAL 0
               MOVE 'S'                    TO WS-USU-LIVRE
           END-IF
           .

       430-GERA-SENHA-TEMPORARIA.
      * MESMA GERACAO DO T04POPE; NO LUGAR DO NUMERO DA TASK ENTRA O
      * CPF, PARA DUAS CONTAS DO MESMO SEGUNDO NAO SAIREM IGUAIS.
           ACCEPT WS-GER-SEED FROM TIME
           MOVE FD-RH-CPF                  TO WS-GER-CPF
           COMPUTE WS-GER-ACC = FUNCTION MOD(
               WS-GER-SEED + (WS-GER-CPF * 7919), 999999937)

           PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > 8
               COMPUTE WS-GER-ACC = FUNCTION MOD(
                   (WS-GER-ACC * 31) + 17, 999999937)
               COMPUTE WS-GER-RESTO =
                   FUNCTION MOD(WS-GER-ACC, 26) + 1
               MOVE WS-COD-ALFABETO(WS-GER-RESTO:1)
                                  TO WS-SENHA-CLARA(WS-GER-IDX:1)
           END-PERFORM
           .

       440-GRAVA-SENHA-RH.
           MOVE SPACES                     TO FD-SENHA-REC
           MOVE DCLCLI-CPF                 TO FD-SEN-CPF
           MOVE DCLCLI-NOME                TO FD-SEN-NOME
           MOVE DCLCLI-NOME-USUARIO        TO FD-SEN-USUARIO
           MOVE WS-SENHA-CLARA             TO FD-SEN-SENHA
           MOVE DCLCLI-DEPARTAMENTO        TO FD-SEN-DEPARTAMENTO
           WRITE FD-SENHA-REC

           IF WS-FS-SENHAS NOT EQUAL '00'
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE SENHAS - '
                       'FILE STATUS ' WS-FS-SENHAS
               PERFORM 890-DESFAZ-EXECUCAO
           END-IF
           .

       450-EQUIPE-DO-DEPARTAMENTO.
      * EQUIPE ATIVA DO DEPARTAMENTO INFORMADO PELO RH (A DE MENOR
      * CODIGO); BRANCOS SE NAO HOUVER.
           MOVE FD-RH-DEPARTAMENTO         TO DCLEQU-DEPARTAMENTO
           MOVE SPACES                     TO DCLEQU-COD-EQUIPE

           IF DCLEQU-DEPARTAMENTO NOT EQUAL SPACES
               EXEC SQL
                   SELECT COALESCE(MIN(COD_EQUIPE), ' ')
                     INTO :DCLEQU-COD-EQUIPE
                     FROM EQUIPES
                    WHERE DEPARTAMENTO = :DCLEQU-DEPARTAMENTO
                      AND ATIVA = 'S'
               END-EXEC

               IF SQLCODE NOT EQUAL 0
                   DISPLAY 'ERRO AO PROCURAR A EQUIPE DO DEPARTAMENTO '
                           DCLEQU-DEPARTAMENTO ', SQLCODE = ' SQLCODE
                   PERFORM 890-DESFAZ-EXECUCAO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * CPF SO EM CLIENTES - SO SAI NO RELATO. CONTA JA DESATIVADA QUE
      * O RH DEIXOU DE MANDAR NAO E OCORRENCIA.
      *----------------------------------------------------------------*
       600-SO-NO-JOGO.
           ADD 1 TO WS-TOT-SO-NO-JOGO
           IF DCLCLI-SITUACAO-RH NOT EQUAL 'D'
               MOVE 'SO NO JOGO'           TO WS-DET-TIPO
               MOVE DCLCLI-NOME            TO WS-DET-NOME
               IF DCLCLI-SITUACAO-RH EQUAL 'A'
                   MOVE 'ERA FUNCIONARIO ATIVO - SUMIU DO ARQUIVO DO RH'
                                           TO WS-DET-DETALHE
               ELSE
                   MOVE 'CPF NAO CONSTA NO ARQUIVO DO RH'
                                           TO WS-DET-DETALHE
               END-IF
               PERFORM 780-IMPRIME-OCORRENCIA
           END-IF
           .

      *----------------------------------------------------------------*
      * TRILHA EM ADMIN_AUDITORIA - A ACAO VEM EM DCLADM-ACAO E A
      * CONTA EM DCLCLI-CPF/DCLCLI-NOME-USUARIO. ALTERACAO SEM TRILHA
      * NAO FICA: A FALHA DESFAZ A EXECUCAO.
      *----------------------------------------------------------------*
       700-GRAVA-ADMIN-AUDITORIA.
           MOVE 'P3O99H1'                  TO DCLADM-OPERADOR
           MOVE DCLCLI-CPF                 TO DCLADM-CPF
           MOVE DCLCLI-NOME-USUARIO        TO DCLADM-NOME-USUARIO
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
               PERFORM 890-DESFAZ-EXECUCAO
           END-IF
           .

      *----------------------------------------------------------------*
      * RELATO DAS OCORRENCIAS - TIPO, NOME E DETALHE JA NA LINHA
      * (WS-DET-*), CONTA EM DCLCLI-CPF/DCLCLI-NOME-USUARIO.
      *----------------------------------------------------------------*
       780-IMPRIME-OCORRENCIA.
           MOVE DCLCLI-CPF(1:3)            TO WS-CPF-MASC-INICIO
           MOVE DCLCLI-CPF(10:2)           TO WS-CPF-MASC-FIM
           MOVE WS-CPF-MASCARADO           TO WS-DET-CPF
           MOVE DCLCLI-NOME-USUARIO        TO WS-DET-USUARIO
           MOVE WS-LINHA-DETALHE           TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           MOVE SPACES                     TO WS-DET-DETALHE
           .

       800-IMPRIME-TOTAIS.
           PERFORM 915-IMPRIME-BRANCO
           MOVE 'REGISTROS DO RH LIDOS        : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-LIDOS               TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'REGISTROS DO RH RECUSADOS    : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-REJEITADOS          TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS DE JOGADOR LIDAS      : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-CONTAS              TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS PRE-CADASTRADAS       : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-PRE-CADASTROS       TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'ADMITIDOS SEM USUARIO LIVRE  : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-SEM-USUARIO         TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS DESATIVADAS           : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-DESATIVADAS         TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS REATIVADAS            : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-REATIVADAS          TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS CONFERIDAS 1A VEZ     : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-CONFERIDAS          TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'MUDANCAS DE DEPARTAMENTO     : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-DEPARTAMENTOS       TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'TROCAS DE EQUIPE             : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-EQUIPES             TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONFLITOS (VALEU O RH)       : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-CONFLITOS           TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS ATUALIZADAS           : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-ALTERADAS           TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS SEM ALTERACAO         : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-SEM-ALTERACAO       TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'ADMISSAO/DEMISSAO FUTURA     : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-AGUARDANDO          TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'ATIVOS SEM CONTA, ADM. ANTIGA: ' TO WS-TOT-ROTULO
           MOVE WS-TOT-ADMISSAO-ANTIGA     TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'DESLIGADOS SEM CONTA         : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-DESLIGADOS-SEM-CONTA TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           MOVE 'CONTAS SO NO JOGO            : ' TO WS-TOT-ROTULO
           MOVE WS-TOT-SO-NO-JOGO          TO WS-TOT-VALOR
           PERFORM 810-IMPRIME-TOTAL
           .

       810-IMPRIME-TOTAL.
           MOVE WS-LINHA-TOTAL             TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       850-FECHA-ARQUIVOS.
           CLOSE F-RH
           CLOSE F-SENHAS
           CLOSE F-RELATORIO
           .

       880-IMPRIME-RESUMO.
           DISPLAY '================================================='
           DISPLAY 'INTERFACE RH X JOGADORES - P3O99H1 - RESUMO'
           DISPLAY 'REGISTROS DO RH LIDOS  : ' WS-TOT-LIDOS
           DISPLAY 'REGISTROS REJEITADOS   : ' WS-TOT-REJEITADOS
           DISPLAY 'CONTAS DE JOGADOR LIDAS: ' WS-TOT-CONTAS
           DISPLAY 'CONTAS PRE-CADASTRADAS : ' WS-TOT-PRE-CADASTROS
           DISPLAY 'CONTAS DESATIVADAS     : ' WS-TOT-DESATIVADAS
           DISPLAY 'CONTAS REATIVADAS      : ' WS-TOT-REATIVADAS
           DISPLAY 'CONTAS ATUALIZADAS     : ' WS-TOT-ALTERADAS
           DISPLAY 'CONFLITOS              : ' WS-TOT-CONFLITOS
           DISPLAY 'CONTAS SO NO JOGO      : ' WS-TOT-SO-NO-JOGO
           DISPLAY '================================================='
           .

      *----------------------------------------------------------------*
      * ERRO DEPOIS DO INICIO DA CONCILIACAO - DESFAZ TUDO O QUE A
      * EXECUCAO GRAVOU EM CLIENTES E ADMIN_AUDITORIA E PARA. O SQLCODE
      * DO ERRO E GUARDADO PARA A MENSAGEM DA EXECUCAO_CONTROLE.
      *----------------------------------------------------------------*
       890-DESFAZ-EXECUCAO.
           MOVE SQLCODE                    TO WS-SQLCODE-ERRO
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE WS-SQLCODE-ERRO            TO SQLCODE
           MOVE 0                          TO WS-TOT-PRE-CADASTROS
                                              WS-TOT-ALTERADAS
           DISPLAY 'EXECUCAO DESFEITA - DESCARTAR O RHSENHA E O '
                   'RELATO DESTA EXECUCAO'
           PERFORM 966-ABORTA-EXECUCAO
           .

       900-IMPRIME-LINHA-REL.
           IF WS-LINHA-ATUAL >= WS-LINHAS-POR-PAGINA
               PERFORM 920-IMPRIME-CABECALHO
           END-IF
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .

       910-CODIFICA-SENHA.
      * CODIFICACAO UNIDIRECIONAL DA SENHA DE ACESSO - DOIS
      * ACUMULADORES MISTURAM O CODIGO E A POSICAO DE CADA CARACTERE
      * DE WS-SENHA-CLARA E GERAM AS 8 LETRAS DE WS-SENHA-CODIF. O
      * CODIGO GRAVADO EM CLIENTES.SENHA NAO PERMITE RECUPERAR A
      * SENHA DIGITADA. MESMO ALGORITMO DO P3O99B0/T04PCAD/T04POPE -
      * QUALQUER MUDANCA AQUI PRECISA SER REPLICADA LA (E RECODIFICAR
      * A TABELA).
           MOVE 7919                       TO WS-COD-ACC1
           MOVE 104729                     TO WS-COD-ACC2
           PERFORM VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > 8
               COMPUTE WS-COD-ORD =
                   FUNCTION ORD(WS-SENHA-CLARA(WS-COD-IDX:1))
               COMPUTE WS-COD-ACC1 = FUNCTION MOD(
                   (WS-COD-ACC1 * 31) + (WS-COD-ORD * WS-COD-IDX),
                   999999893)
               COMPUTE WS-COD-ACC2 = FUNCTION MOD(
                   (WS-COD-ACC2 * 37) +
                   (WS-COD-ORD * (17 - WS-COD-IDX)), 999999937)
           END-PERFORM

           PERFORM VARYING WS-COD-IDX FROM 1 BY 1
                   UNTIL WS-COD-IDX > 4
               COMPUTE WS-COD-RESTO =
                   FUNCTION MOD(WS-COD-ACC1, 26) + 1
               MOVE WS-COD-ALFABETO(WS-COD-RESTO:1)
                                  TO WS-SENHA-CODIF(WS-COD-IDX:1)
               COMPUTE WS-COD-ACC1 = WS-COD-ACC1 / 26
               COMPUTE WS-COD-RESTO =
                   FUNCTION MOD(WS-COD-ACC2, 26) + 1
               MOVE WS-COD-ALFABETO(WS-COD-RESTO:1)
                                  TO WS-SENHA-CODIF(WS-COD-IDX + 4:1)
               COMPUTE WS-COD-ACC2 = WS-COD-ACC2 / 26
           END-PERFORM
           .

       915-IMPRIME-BRANCO.
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           PERFORM 900-IMPRIME-LINHA-REL
           .

       920-IMPRIME-CABECALHO.
           ADD 1 TO WS-PAGINA
           ACCEPT WS-DATA FROM DATE
           ACCEPT WS-HORARIO FROM TIME
           MOVE WS-DIA                 TO WS-CAB-DIA
           MOVE WS-MES                 TO WS-CAB-MES
           MOVE WS-ANO                 TO WS-CAB-ANO
           MOVE WS-HORA                TO WS-CAB-HORA
           MOVE WS-MIN                 TO WS-CAB-MIN
           MOVE WS-PAGINA              TO WS-CAB-PAGINA
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA-HOJE
           MOVE 0                      TO WS-LINHA-ATUAL
           MOVE WS-CAB-PAGINA1         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-CAB-PAGINA2         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           MOVE WS-LINHA-BRANCO        TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 3 TO WS-LINHA-ATUAL
      * A LINHA DE COLUNAS SE REPETE EM TODA PAGINA.
           MOVE WS-CAB-COLUNAS         TO FD-RELATORIO-REC
           WRITE FD-RELATORIO-REC
           ADD 1 TO WS-LINHA-ATUAL
           .


      *----------------------------------------------------------------*
      * CONTROLE DE EXECUCAO (VER DCLEXEC E WSEXEC)
      *----------------------------------------------------------------*
       960-INICIA-EXECUCAO.
      * ABRE A LINHA DESTA EXECUCAO EM EXECUCAO_CONTROLE, DEPOIS DE
      * CONFERIR QUE OS JOBS DOS QUAIS ESTE DEPENDE TERMINARAM OK NO
      * MESMO DIA DE NEGOCIO. SEM ISSO A EXECUCAO FICA REGISTRADA
      * COMO NAO EXECUTADA E O JOB PARA AQUI, SEM TOCAR EM NADA.
           MOVE 'P3O99H1'                  TO DCLEXE-JOB
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
               DISPLAY 'P3O99H1 NAO EXECUTADO NO DIA DE NEGOCIO '
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
      * LIDOS = REGISTROS DO ARQUIVO DO RH, GRAVADOS = CONTAS
      * PRE-CADASTRADAS MAIS CONTAS ATUALIZADAS, REJEITADOS = REGISTROS
      * RECUSADOS MAIS ADMITIDOS QUE FICARAM SEM CONTA POR FALTA DE
      * USUARIO LIVRE.
           MOVE WS-TOT-LIDOS               TO DCLEXE-LIDOS
           COMPUTE DCLEXE-GRAVADOS = WS-TOT-PRE-CADASTROS
                                   + WS-TOT-ALTERADAS
           COMPUTE DCLEXE-REJEITADOS = WS-TOT-REJEITADOS
                                     + WS-TOT-SEM-USUARIO
           .
