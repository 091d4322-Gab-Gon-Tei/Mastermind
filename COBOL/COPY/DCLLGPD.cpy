      *----------------------------------------------------------------*
      * DCLGEN TABLE(LGPD_REGISTRO)
      * REGISTRO DE CONFORMIDADE DOS PEDIDOS DE TITULAR DA LGPD
      * ATENDIDOS PELO JOB P3O99P1 - UMA LINHA POR PEDIDO LIDO DO
      * ARQUIVO PEDIDOS, ATENDIDO OU NAO, GRAVADA NA MESMA UNIDADE DE
      * TRABALHO DAS ALTERACOES DO PEDIDO.
      * SEQUENCIAL E NUMERADO PELO PROPRIO JOB (MAIOR + 1) E E A BASE
      * DO PSEUDONIMO DA ELIMINACAO.
      * O CPF DO TITULAR NUNCA FICA AQUI POR INTEIRO - CPF_MASCARADO
      * SO TRAZ OS 3 PRIMEIROS E OS 2 ULTIMOS DIGITOS (MESMA MASCARA
      * DO P3O99F1) E O PROTOCOLO LIGA A LINHA AO ATENDIMENTO QUE
      * RECEBEU O PEDIDO.
      * FUNCAO: 'A' = ACESSO (EXTRATO DOS DADOS DO TITULAR),
      *         'E' = ELIMINACAO (TITULAR TROCADO PELO PSEUDONIMO).
      * PSEUDONIMO: CPF FICTICIO 'ANON' + SEQUENCIAL EM 7 DIGITOS QUE
      * SUBSTITUIU O CPF NAS TABELAS E NO ARQUIVO (SO NA FUNCAO 'E');
      * O NOME_USUARIO VIRA '#' + O MESMO NUMERO.
      * RESULTADO: 'O' = ATENDIDO,
      *            'N' = NADA ENCONTRADO PARA O CPF,
      *            'R' = RECUSADO (FUNCAO OU CPF INVALIDO NO PEDIDO,
      *                  OU ELIMINACAO ACIMA DO LIMITE DO LOTE),
      *            'F' = FALHA DE BANCO - O PEDIDO FOI DESFEITO E
      *                  PRECISA SER REENVIADO.
      * QTD_*: LINHAS EXTRAIDAS ('A') OU ALTERADAS/APAGADAS ('E') EM
      * CADA TABELA; QTD_ARQUIVO CONTA AS TENTATIVAS DAS GERACOES
      * ARQSAIDA DO ARQUIVAMENTO P3O99A1.
      *----------------------------------------------------------------*
           EXEC SQL DECLARE LGPD_REGISTRO TABLE
           ( SEQUENCIAL           INTEGER      NOT NULL,
             PROTOCOLO            CHAR(12)     NOT NULL,
             FUNCAO               CHAR(1)      NOT NULL,
             CPF_MASCARADO        CHAR(14)     NOT NULL,
             PSEUDONIMO           CHAR(11)     NOT NULL,
             DATA_PROCESSAMENTO   DATE         NOT NULL,
             HORA_PROCESSAMENTO   TIME         NOT NULL,
             RESULTADO            CHAR(1)      NOT NULL,
             QTD_CLIENTES         INTEGER      NOT NULL,
             QTD_TENTATIVAS       INTEGER      NOT NULL,
             QTD_HISTORICO        INTEGER      NOT NULL,
             QTD_JOGOS_ATIVOS     INTEGER      NOT NULL,
             QTD_LOGIN            INTEGER      NOT NULL,
             QTD_ADMIN            INTEGER      NOT NULL,
             QTD_CONQUISTAS       INTEGER      NOT NULL,
             QTD_CAMPEONATO       INTEGER      NOT NULL,
             QTD_REVISAO          INTEGER      NOT NULL,
             QTD_DUELOS           INTEGER      NOT NULL,
             QTD_ARQUIVO          INTEGER      NOT NULL
           ) END-EXEC.

       01  DCLLGPD-LGPD-REGISTRO.
           10 DCLLGPD-SEQUENCIAL              PIC S9(9)   USAGE COMP.
           10 DCLLGPD-PROTOCOLO               PIC X(12).
           10 DCLLGPD-FUNCAO                  PIC X(01).
           10 DCLLGPD-CPF-MASCARADO           PIC X(14).
           10 DCLLGPD-PSEUDONIMO              PIC X(11).
           10 DCLLGPD-DATA-PROCESSAMENTO      PIC X(10).
           10 DCLLGPD-HORA-PROCESSAMENTO      PIC X(08).
           10 DCLLGPD-RESULTADO               PIC X(01).
           10 DCLLGPD-QTD-CLIENTES            PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-TENTATIVAS          PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-HISTORICO           PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-JOGOS-ATIVOS        PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-LOGIN               PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-ADMIN               PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-CONQUISTAS          PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-CAMPEONATO          PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-REVISAO             PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-DUELOS              PIC S9(9)   USAGE COMP.
           10 DCLLGPD-QTD-ARQUIVO             PIC S9(9)   USAGE COMP.
