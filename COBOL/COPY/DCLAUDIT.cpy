      * TERMINAL COMPARTILHADO.
      * RESULTADO: 'S' = SUCESSO, 'F' = SENHA INCORRETA, 'B' = CONTA
      * BLOQUEADA, 'U' = USUARIO INEXISTENTE (NESTE CASO O CPF FICA
      * EM BRANCO), 'D' = FUNCIONARIO DESLIGADO (SITUACAO_RH DO
      * DCLCLI - ACESSO ENCERRADO PELA INTERFACE DO RH).
      *----------------------------------------------------------------*
           EXEC SQL DECLARE LOGIN_AUDITORIA TABLE
           ( NOME_USUARIO         CHAR(8)      NOT NULL,
