      *>marca os dias corrigidos na reemissao) e avanca a marca para a
      *>correcao mais recente vista nesta passada; pendencias que o modo
      *>'R' ainda nao consumiu (a reemissao falhou ou nao rodou) sao
      *>recarregadas da lista anterior e regravadas, nunca destruidas;
      *>so a linha de correcao aprovada pelo supervisor entra na lista,
      *>o pedido pendente e a correcao rejeitada nao mexeram na leitura

      *>divisão para configuração de ambiente
       environment division.
      *>        34      operacao ('A'lteracao ou 'E'xclusao)
      *>        38-40   estacao
      *>        42-49   data da leitura corrigida (ccyymmdd)
      *>        80      situacao ('P'endente, 'A'provada, 'R'ejeitada;
      *>                em branco na linha de antes da aprovacao, quando
      *>                a manutencao regravava a leitura na hora)
      *>        84-91   supervisor que decidiu o pedido
      *>        95-134  motivo da rejeicao
       01 fd-journal-linha.
          05 fd-jrn-ano                            pic  x(04).
          05 filler                                pic  x(01).
          05 fd-jrn-data-leitura                   pic  x(08).
          05 fd-jrn-data-leitura-num redefines fd-jrn-data-leitura
                                                   pic  9(08).
          05 filler                                pic  x(30).
          05 fd-jrn-situacao                       pic  x(01).
             88 fd-jrn-aplicada                    value 'A' ' '.
          05 filler                                pic  x(60).

       fd arqMarca.
      *>      marca da ultima execucao (posicoes, 1-based): 01-08 data

       77 ws-qtde-lidas                            pic  9(06) value 0.
       77 ws-qtde-novas                            pic  9(06) value 0.
       77 ws-qtde-nao-aplicadas                    pic  9(06) value 0.

       01 ws-data-hora-atual.
          05 ws-dha-data.
                   move ws-linha-hora-num to ws-nova-marca-hora
               end-if

      *>        so as correcoes posteriores a marca da ultima execucao,
      *>        e delas so as que chegaram a regravar a leitura
               if ws-linha-data-num > ws-marca-data
               or (ws-linha-data-num = ws-marca-data
                   and ws-linha-hora-num > ws-marca-hora) then
                   if fd-jrn-aplicada then
                       perform lista-leitura-corrigida
                   else
                       add 1 to ws-qtde-nao-aplicadas
                   end-if
               end-if
           end-if
           .
           display "Linhas do journal lidas:    " ws-qtde-lidas
           display "Pendencias recarregadas:    " ws-qtde-pendentes
           display "Leituras novas na lista:    " ws-qtde-novas
           display "Pendentes/rejeitadas:       " ws-qtde-nao-aplicadas

           stop run
           .
