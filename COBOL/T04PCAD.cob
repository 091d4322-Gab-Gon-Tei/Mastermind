      *----------------------------------------------------------------*
      * INCLUSAO DE NOVO JOGADOR EM CLIENTES - CRITICA OS CAMPOS
      * OBRIGATORIOS, USUARIO E CPF DUPLICADOS, E A CONFIRMACAO DA
      * SENHA, ANTES DO INSERT. A CONTA NASCE SEM EQUIPE E AINDA NAO
      * CONFERIDA COM O CADASTRO DO RH (SITUACAO_RH ' ', VER DCLCLI).

       070-INCLUI-JOGADOR.
           IF T2CPFI EQUAL SPACES OR LOW-VALUES
           EXEC SQL
               INSERT INTO CLIENTES
                   (CPF, NOME_USUARIO, SENHA, FALHAS_LOGIN, BLOQUEADO,
                    SENHA_TEMPORARIA, COD_EQUIPE, SITUACAO_RH, NOME,
                    DEPARTAMENTO, DATA_ADMISSAO, DATA_DEMISSAO)
               VALUES
                   (:DCLCLI-CPF, :DCLCLI-NOME-USUARIO, :DCLCLI-SENHA,
                    0, 'N', 'N', ' ', ' ', ' ', ' ', '0001-01-01',
                    '0001-01-01')
           END-EXEC

           EVALUATE SQLCODE
