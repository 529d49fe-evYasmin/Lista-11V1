       date-compiled. 02/09/2026.

      *>verificacao de integridade de arqTemperatura.dat antes da janela
      *>batch: varre o arquivo inteiro conferindo que cada conjunto mensal
      *>de cada estacao tem exatamente um cabecalho (data ccyymm00) e um
      *>trailer (data ccyymm99) na ordem certa, que as datas dos detalhes
      *>caem dentro do mes do cabecalho, que a contagem fd-trm-qtde-regs
      *>do trailer bate com os detalhes, que nenhum dia aparece duplicado
      *>e que nenhuma estacao tem mais de dois meses em aberto (o mes em
      *>fechamento e o seguinte); grava um laudo passou/falhou e devolve um
      *>codigo de retorno proprio (88) para o escalonador segurar os jobs
      *>da noite em cima de um arquivo ruim, em vez de abendar as 03:00


       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
       77 ws-tem-trailer                           pic  x(01).
          88 ws-tem-trailer-sim                     value 'S'.
       77 ws-problemas-estacao                     pic  9(03).

      *>      chaves esperadas do cabecalho e do trailer do mes em
      *>      verificacao, e meses em aberto contados na estacao
       77 ws-data-cabecalho-mes                    pic  9(08).
       77 ws-data-trailer-mes                      pic  9(08).
       77 ws-estacao-meses                         pic  x(03) value spaces.
       77 ws-qtde-meses-estacao                    pic  9(02).
       77 ws-ind-dia                               pic  9(02).

      *>      data do detalhe corrente aberta em ano/mes/dia
          05 ws-ver-problemas                      pic  9(03).
          05 filler                                pic  x(03) value ' - '.
          05 ws-ver-situacao                       pic  x(06).
          05 filler                                pic  x(07) value ' - MES '.
          05 ws-ver-mes                            pic  9(02).
          05 filler                                pic  x(01) value '/'.
          05 ws-ver-ano                            pic  9(04).

       01 ws-linha-verif-tot.
          05 filler                                pic  x(10) value 'CONJUNTOS '.
          05 ws-ver-tot-estacoes                   pic  9(04).
          05 filler                                pic  x(13) value ' - COM ERRO '.
          05 ws-ver-tot-erro                       pic  9(04).
      *>________________________________________________________________________
       trata-registro-verificacao section.

      *>      troca de estacao, ou cabecalho de outro mes da mesma
      *>      estacao, sem o conjunto anterior ter fechado: falta de
      *>      trailer so e apontada se nenhum trailer foi visto (um
      *>      trailer com data fora da sentinela deixa o conjunto aberto
      *>      de proposito, e o problema dele ja saiu no laudo)
           if ws-conjunto-aberto-sim
           and (fd-trm-estacao <> ws-estacao-atual
                or fd-trm-e-cabecalho) then
               if not ws-tem-trailer-sim then
                   move 'CONJUNTO SEM TRAILER' to ws-vpr-problema
                   perform aponta-problema
           move fd-trm-mes to ws-mes-referencia
           move fd-trm-ano to ws-ano-referencia
           move fd-trm-dias-mes to ws-dias-mes
           compute ws-data-cabecalho-mes = ws-ano-referencia * 10000
                                         + ws-mes-referencia * 100
           compute ws-data-trailer-mes = ws-data-cabecalho-mes + 99

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
               move 'N' to ws-dia-visto(ws-ind-dia)
           end-perform

      *>      na virada do mes a estacao convive com dois conjuntos, o do
      *>      mes em fechamento e o do seguinte; um terceiro indica mes
      *>      fechado que o expurgo deixou para tras
           if fd-trm-estacao <> ws-estacao-meses then
               move fd-trm-estacao to ws-estacao-meses
               move 0 to ws-qtde-meses-estacao
           end-if
           add 1 to ws-qtde-meses-estacao
           if ws-qtde-meses-estacao > 2 then
               move 'MAIS DE DOIS MESES EM ABERTO NA ESTACAO' to ws-vpr-problema
               perform aponta-problema
           end-if
           .
       abre-estacao-verificacao-exit.
           exit.
           perform abre-estacao-verificacao
           move 'S' to ws-tem-cabecalho

           if fd-trm-data <> ws-data-cabecalho-mes then
               move 'CABECALHO FORA DA CHAVE DO MES' to ws-vpr-problema
               perform aponta-problema
           end-if

           exit.
      *>________________________________________________________________________
      *>  verificacao do trailer: contagem contra os detalhes lidos; o
      *>  trailer na data sentinela do mes (ccyymm99) fecha o conjunto no
      *>  laudo; trailer com data fora da sentinela vem antes dos detalhes
      *>  na ordem da chave, entao o conjunto segue aberto para os detalhes
      *>  restantes sairem como DETALHE DEPOIS DO TRAILER, e nao como um
      *>  conjunto orfao sem cabecalho
      *>________________________________________________________________________
               perform aponta-problema
           end-if

           if fd-trm-data <> ws-data-trailer-mes then
               move 'TRAILER COM DATA FORA DA SENTINELA' to ws-vpr-problema
               perform aponta-problema
           else
           move ws-qtde-trailer to ws-ver-trailer
           move ws-qtde-detalhes to ws-ver-detalhes
           move ws-problemas-estacao to ws-ver-problemas
           move ws-mes-referencia to ws-ver-mes
           move ws-ano-referencia to ws-ver-ano

           if ws-problemas-estacao = 0 then
               move 'OK' to ws-ver-situacao
