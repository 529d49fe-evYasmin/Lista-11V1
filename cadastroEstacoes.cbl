      *>desativar ou reativar o registro (codigo, nome, municipio, altitude,
      *>situacao ativa/desativada e modelo do sensor); o cadastro e lido
      *>pela carga para recusar leituras de estacoes desconhecidas e pelos
      *>relatorios para imprimir o nome junto do codigo. O sensor e so
      *>exibido: quem o grava e a montagem em cadastroSensores

      *>divisão para configuração de ambiente
       environment division.
          05 line 08 column 05 value 'Altitude (m)...: '.
          05 line 08 column 22 pic x(04) using ws-altitude.
          05 line 09 column 05 value 'Sensor.........: '.
          05 line 09 column 22 pic x(10) from ws-sensor.

       01 tela-situacao.
          05 line 10 column 05 value 'Situacao.......: '.
