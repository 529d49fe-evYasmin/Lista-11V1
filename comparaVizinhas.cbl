      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "comparaVizinhas".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>comparacao de cada estacao com as vizinhas, rodada logo depois da
      *>carga: a triagem de lista11exercicio1V2 so compara a estacao com
      *>ela mesma, e um sensor que deriva devagar passa por todas as
      *>conferencias. Aqui a media diaria de cada estacao ativa do
      *>cadastro e comparada com a media das outras estacoes ativas do
      *>mesmo municipio (ou, por parametro, dentro de uma faixa de
      *>altitude), trazidas para a altitude da estacao pelo gradiente
      *>padrao de 0,65 graus a cada 100 m. O dia que se afasta da
      *>referencia alem do limite fica marcado acima ou abaixo das
      *>vizinhas, e a estacao cujo desvio medio no mes passa do limite de
      *>tendencia fica marcada como rodando quente ou fria. As marcas vao
      *>para desviosVizinhas.txt, lido pelo relatorio mensal para somar
      *>os dias a triagem de suspeitos, e o laudo para a equipe de campo
      *>sai em derivaVizinhas_ccyymm.txt
      *>
      *>paramVizinhas.txt (opcional, uma linha; ausente ou em branco
      *>mantem o padrao):
      *>  pos 01     criterio de vizinhanca: 'M'unicipio (padrao) ou
      *>             'A'ltitude (estacoes dentro da faixa abaixo)
      *>  pos 02-05  faixa de altitude em metros (padrao 0200)
      *>  pos 06-09  desvio diario maximo, 99v99 (padrao 0300 = 3,00)
      *>  pos 10-13  desvio medio que marca a estacao, 99v99 (padrao 0150)
      *>  pos 14-15  minimo de dias comparados p/ marcar a estacao (10)
      *>  pos 16-21  mes comparado (ccyymm); na virada do mes cada estacao
      *>             tem dois meses em aberto em arqTemperatura; em branco
      *>             vale o mes do primeiro cabecalho aceito

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqTemperatura assign to 'arqTemperatura.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-trm-chave
           lock mode is automatic
           file status is ws-fs-arqTemperatura.

           select cadEstacoes assign to 'cadEstacoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-est-estacao
           lock mode is automatic
           file status is ws-fs-cadEstacoes.

           select arqParamVizinhas assign to 'paramVizinhas.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamVizinhas.

           select arqDesvios assign to 'desviosVizinhas.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDesvios.

           select arqDeriva assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDeriva.

           select arqErros assign to 'arqErros.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqErros.

       i-o-control.

      *>declaração de variáveis
       data division.
      *>________variáveis de arquivos________
       file section.

       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
      *>      tipo de registro: 'C'abecalho, 'D'etalhe, 'T'railer
          05 fd-trm-tipo-reg                       pic  x(01).
             88 fd-trm-e-cabecalho                 value 'C'.
             88 fd-trm-e-detalhe                   value 'D'.
             88 fd-trm-e-trailer                   value 'T'.
          05 fd-trm-dados.
             10 fd-trm-temperatura                 pic s9(02)v99.
             10 fd-trm-mes                         pic  9(02).
             10 fd-trm-ano                         pic  9(04).
             10 fd-trm-dias-mes                    pic  9(02).
             10 fd-trm-qtde-regs                   pic  9(04).
             10 fd-trm-temp-minima                 pic s9(02)v99.
             10 fd-trm-temp-maxima                 pic s9(02)v99.
             10 fd-trm-hora-minima                 pic  9(02).
             10 fd-trm-hora-maxima                 pic  9(02).
             10 filler                             pic  x(06).

       fd cadEstacoes.
       01 fd-estacao-reg.
          05 fd-est-estacao                        pic  x(03).
          05 fd-est-nome                           pic  x(30).
          05 fd-est-municipio                      pic  x(20).
          05 fd-est-altitude                       pic  9(04).
      *>      situacao da estacao: 'A'tiva ou 'D'esativada
          05 fd-est-situacao                       pic  x(01).
             88 fd-est-ativa                       value 'A'.
             88 fd-est-desativada                  value 'D'.
          05 fd-est-sensor                         pic  x(10).
          05 filler                                pic  x(10).

       fd arqParamVizinhas.
       01 fd-param-vizinhas-linha.
          05 fd-pviz-criterio                      pic  x(01).
          05 fd-pviz-faixa-altitude                pic  x(04).
          05 fd-pviz-faixa-altitude-num redefines fd-pviz-faixa-altitude
                                                   pic  9(04).
          05 fd-pviz-limite-dia                    pic  x(04).
          05 fd-pviz-limite-dia-num redefines fd-pviz-limite-dia
                                                   pic  9(02)v99.
          05 fd-pviz-limite-tendencia              pic  x(04).
          05 fd-pviz-limite-tendencia-num redefines fd-pviz-limite-tendencia
                                                   pic  9(02)v99.
          05 fd-pviz-min-dias                      pic  x(02).
          05 fd-pviz-min-dias-num redefines fd-pviz-min-dias
                                                   pic  9(02).
          05 fd-pviz-referencia.
             10 fd-pviz-ref-ano                    pic  x(04).
             10 fd-pviz-ref-mes                    pic  x(02).
          05 fd-pviz-referencia-num redefines fd-pviz-referencia.
             10 fd-pviz-ref-ano-num                pic  9(04).
             10 fd-pviz-ref-mes-num                pic  9(02).

       fd arqDesvios.
      *>      uma linha por dia marcado ('D', data do dia) e uma por
      *>      estacao marcada ('E', data ccyymm00 e o desvio medio do mes)
       01 fd-desvios-linha.
          05 fd-dsv-estacao                        pic  x(03).
          05 fd-dsv-data                           pic  9(08).
          05 fd-dsv-tipo                           pic  x(01).
             88 fd-dsv-tipo-dia                    value 'D'.
             88 fd-dsv-tipo-estacao                value 'E'.
      *>      sentido: 'A'cima (quente) ou a'B'aixo (frio) das vizinhas
          05 fd-dsv-sentido                        pic  x(01).
          05 fd-dsv-desvio                         pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-dsv-referencia                     pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-dsv-qtde                           pic  9(02).

       fd arqDeriva.
       01 fd-deriva-linha                          pic x(120).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqTemperatura                     pic  9(02).
       77 ws-fs-cadEstacoes                        pic  9(02).
       77 ws-fs-arqParamVizinhas                   pic  9(02).
       77 ws-fs-arqDesvios                         pic  9(02).
       77 ws-fs-arqDeriva                          pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-nome-relatorio                        pic  x(30).
       77 ws-fim-arquivo                           pic  x(01) value 'N'.
          88 ws-fim-arquivo-sim                     value 'S'.

      *>      parametros da comparacao (paramVizinhas.txt)
       77 ws-criterio-vizinhanca                   pic  x(01) value 'M'.
          88 ws-criterio-municipio                  value 'M'.
          88 ws-criterio-altitude                   value 'A'.
       77 ws-faixa-altitude                        pic  9(04) value 200.
       77 ws-limite-desvio-dia                     pic  9(02)v99 value 3,00.
       77 ws-limite-tendencia                      pic  9(02)v99 value 1,50.
       77 ws-min-dias-comparados                   pic  9(02) value 10.
      *>      gradiente termico padrao, graus por metro de altitude
       77 ws-gradiente-altitude                    pic  9v9999 value 0,0065.
       77 ws-plausivel-minimo                      pic s9(02)v99 value -30,00.
       77 ws-plausivel-maximo                      pic s9(02)v99 value 50,00.

      *>      mes comparado: o de paramVizinhas ou o do primeiro cabecalho
      *>      aceito; estacao sem conjunto desse mes fica fora e sai no laudo
       77 ws-mes-referencia                        pic  9(02) value 0.
       77 ws-ano-referencia                        pic  9(04) value 0.
       77 ws-dias-mes                              pic  9(02) value 0.

      *>      estacao do ultimo cabecalho lido: na virada do mes ela tem
      *>      dois conjuntos, e so no fim dela se sabe se ficou sem o mes
       77 ws-estacao-vista                         pic  x(03) value spaces.
       77 ws-estacao-tratada                       pic  x(01) value 'N'.
          88 ws-estacao-tratada-sim                 value 'S'.
       77 ws-estacao-outro-mes                     pic  x(01) value 'N'.
          88 ws-estacao-outro-mes-sim               value 'S'.

      *>      series do mes das estacoes ativas carregadas do arquivo
       77 ws-qtde-estacoes                         pic  9(02) value 0.
       77 ws-ind-est                               pic  9(02).
       77 ws-ind-viz                               pic  9(02).
       77 ws-ind-atual                             pic  9(02) value 0.
       77 ws-ind-dia                               pic  9(02).
       77 ws-dia-reg                               pic  9(02).
       01 ws-tabela-estacoes.
          05 ws-tes-ent occurs 50.
             10 ws-tes-estacao                     pic  x(03).
             10 ws-tes-nome                        pic  x(30).
             10 ws-tes-municipio                   pic  x(20).
             10 ws-tes-altitude                    pic  9(04).
             10 ws-tes-dias occurs 31.
                15 ws-tes-temp                     pic s9(02)v99.
                15 ws-tes-presente                 pic  x(01).
                   88 ws-tes-presente-sim          value 'S'.

      *>      comparacao da estacao em processo, dia a dia
       01 ws-comparacoes-dia occurs 31.
          05 ws-cmp-referencia                     pic s9(02)v99.
          05 ws-cmp-desvio                         pic s9(02)v99.
          05 ws-cmp-qtde-vizinhas                  pic  9(02).
          05 ws-cmp-sentido                        pic  x(01).
             88 ws-cmp-acima                       value 'A'.
             88 ws-cmp-abaixo                      value 'B'.
       77 ws-soma-vizinhas                         pic s9(05)v9999.
       77 ws-qtde-vizinhas-dia                     pic  9(02).
       77 ws-temp-ajustada                         pic s9(03)v9999.
       77 ws-diferenca-altitude                    pic s9(05).
       77 ws-eh-vizinha                            pic  x(01).
          88 ws-eh-vizinha-sim                      value 'S'.
       77 ws-qtde-vizinhas-est                     pic  9(02).
       77 ws-dias-comparados                       pic  9(02).
       77 ws-dias-acima                            pic  9(02).
       77 ws-dias-abaixo                           pic  9(02).
       77 ws-soma-desvios                          pic s9(05)v99.
       77 ws-desvio-medio                          pic s9(02)v99.
       77 ws-sentido-estacao                       pic  x(01).
          88 ws-estacao-quente                      value 'A'.
          88 ws-estacao-fria                        value 'B'.

      *>      totais da execucao
       77 ws-qtde-ignoradas                        pic  9(04) value 0.
       77 ws-qtde-marcadas                         pic  9(04) value 0.
       77 ws-qtde-dias-marcados                    pic  9(06) value 0.

      *>      estacoes deixadas fora da comparacao, com o motivo, guardadas
      *>      ate a abertura do laudo
       01 ws-tabela-ignoradas.
          05 ws-ign-ent occurs 50.
             10 ws-ign-estacao                     pic  x(03).
             10 ws-ign-motivo                      pic  x(40).

       01 ws-linha-drv-cabec.
          05 filler                                pic  x(38) value
             'COMPARACAO COM ESTACOES VIZINHAS - MES'.
          05 filler                                pic  x(01) value ' '.
          05 ws-drv-cab-mes                        pic  9(02).
          05 filler                                pic  x(01) value '/'.
          05 ws-drv-cab-ano                        pic  9(04).
          05 filler                                pic  x(12) value
             ' - CRITERIO '.
          05 ws-drv-cab-criterio                   pic  x(30).

       01 ws-monta-criterio-altitude.
          05 filler                                pic  x(17) value
             'ALTITUDE ATE +/- '.
          05 ws-mca-faixa                          pic  zzz9.
          05 filler                                pic  x(02) value ' M'.

       01 ws-linha-drv-est.
          05 filler                                pic  x(04) value 'EST '.
          05 ws-drv-estacao                        pic  x(03).
          05 filler                                pic  x(03) value ' - '.
          05 ws-drv-nome                           pic  x(30).
          05 filler                                pic  x(08) value ' - VIZ. '.
          05 ws-drv-vizinhas                       pic  z9.
          05 filler                                pic  x(08) value ' - DIAS '.
          05 ws-drv-dias                           pic  z9.
          05 filler                                pic  x(10) value ' - MEDIO '.
          05 ws-drv-desvio-medio                   pic -9(02)9,99.
          05 filler                                pic  x(03) value ' - '.
          05 ws-drv-situacao                       pic  x(20).

       01 ws-linha-drv-dia.
          05 filler                                pic  x(08) value '    DIA '.
          05 ws-drd-dia                            pic  z9.
          05 filler                                pic  x(09) value ' - TEMP '.
          05 ws-drd-temp                           pic -9(02)9,99.
          05 filler                                pic  x(15) value
             ' - REFERENCIA '.
          05 ws-drd-referencia                     pic -9(02)9,99.
          05 filler                                pic  x(11) value
             ' - DESVIO '.
          05 ws-drd-desvio                         pic -9(02)9,99.
          05 filler                                pic  x(03) value ' - '.
          05 ws-drd-sentido                        pic  x(20).

       01 ws-linha-drv-ignorada.
          05 filler                                pic  x(04) value 'EST '.
          05 ws-drg-estacao                        pic  x(03).
          05 filler                                pic  x(03) value ' - '.
          05 ws-drg-motivo                         pic  x(40).

       01 ws-linha-drv-tot.
          05 filler                                pic  x(20) value
             'ESTACOES COMPARADAS '.
          05 ws-drv-tot-estacoes                   pic  9(04).
          05 filler                                pic  x(12) value
             ' - MARCADAS '.
          05 ws-drv-tot-marcadas                   pic  9(04).
          05 filler                                pic  x(18) value
             ' - DIAS MARCADOS '.
          05 ws-drv-tot-dias                       pic  9(06).
          05 filler                                pic  x(13) value
             ' - IGNORADAS '.
          05 ws-drv-tot-ignoradas                  pic  9(04).

       01 ws-data-hora-atual.
          05 ws-dha-data.
             10 ws-dha-ano                         pic  9(04).
             10 ws-dha-mes                         pic  9(02).
             10 ws-dha-dia                         pic  9(02).
          05 ws-dha-data-num redefines ws-dha-data pic  9(08).
          05 ws-dha-hora.
             10 ws-dha-horas                       pic  9(02).
             10 ws-dha-minutos                     pic  9(02).
             10 ws-dha-segundos                    pic  9(02).

       01 ws-linha-erro.
          05 ws-erro-data                          pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(01) value ' '.
          05 ws-erro-horas                         pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-erro-minutos                       pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-erro-segundos                      pic  9(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-erro-mensagem                      pic  x(50).

       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  x(04).
           05 filler                               pic  x(01) value '-'.
           05 ws-msn-erro-cod                      pic  x(1).
           05 filler                               pic  x(02) value '-'.
           05 ws-msn-erro-text                     pic  x(42).

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.
      *>_____________________________________________________________________
      *> procedimentos de inicialização
      *>_____________________________________________________________________
       inicializa section.

      *> _______________  parametros da comparacao, com os padroes da oficina
           perform le-parametros-vizinhas

           open input arqTemperatura.
           if ws-fs-arqTemperatura <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input cadEstacoes.
           if ws-fs-cadEstacoes <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-cadEstacoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo cadEstacoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqDesvios.
           if ws-fs-arqDesvios <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqDesvios to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo desviosVizinhas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  leitura de paramVizinhas: campo em branco ou invalido mantem o
      *>  padrao, arquivo ausente mantem todos
      *>________________________________________________________________________
       le-parametros-vizinhas section.

           open input arqParamVizinhas
           if ws-fs-arqParamVizinhas = 0 then
               read arqParamVizinhas
               if ws-fs-arqParamVizinhas = 0 then
                   if fd-pviz-criterio = 'A' or fd-pviz-criterio = 'a' then
                       move 'A' to ws-criterio-vizinhanca
                   end-if
                   if fd-pviz-faixa-altitude is numeric then
                       move fd-pviz-faixa-altitude-num to ws-faixa-altitude
                   end-if
                   if fd-pviz-limite-dia is numeric
                   and fd-pviz-limite-dia-num > 0 then
                       move fd-pviz-limite-dia-num to ws-limite-desvio-dia
                   end-if
                   if fd-pviz-limite-tendencia is numeric
                   and fd-pviz-limite-tendencia-num > 0 then
                       move fd-pviz-limite-tendencia-num to ws-limite-tendencia
                   end-if
                   if fd-pviz-min-dias is numeric
                   and fd-pviz-min-dias-num > 0 then
                       move fd-pviz-min-dias-num to ws-min-dias-comparados
                   end-if
                   if fd-pviz-referencia is numeric
                   and fd-pviz-ref-mes-num >= 1
                   and fd-pviz-ref-mes-num <= 12 then
                       move fd-pviz-ref-ano-num to ws-ano-referencia
                       move fd-pviz-ref-mes-num to ws-mes-referencia
                   end-if
               end-if
               close arqParamVizinhas
           end-if
           .
       le-parametros-vizinhas-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: carga das series do mes, laudo e a
      *>  comparacao de cada estacao com as vizinhas
      *>________________________________________________________________________
       processamento section.

           perform carrega-series-estacoes

           perform abre-laudo-deriva

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               perform compara-estacao
               perform grava-estacao-deriva
           end-perform
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  uma passada por arqTemperatura guardando a serie do mes de cada
      *>  estacao ativa do cadastro; as demais ficam de fora
      *>________________________________________________________________________
       carrega-series-estacoes section.

           move low-values to fd-trm-estacao
           move 0 to fd-trm-data

           start arqTemperatura key is >= fd-trm-chave
               if ws-fs-arqTemperatura = 23 then
      *>            arquivo vazio: nada a comparar
                   move 'S' to ws-fim-arquivo
               else
                   if ws-fs-arqTemperatura <> 0 then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Posicionar arqTemperatura' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           perform until ws-fim-arquivo-sim
               read arqTemperatura next record

               if ws-fs-arqTemperatura = 10 then
                   move 'S' to ws-fim-arquivo
               else
                   if ws-fs-arqTemperatura <> 0 then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo arqTemperatura' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-trm-e-cabecalho then
                       perform aceita-estacao-serie
                   else
                       if fd-trm-e-detalhe
                       and ws-ind-atual > 0
                       and fd-trm-estacao = ws-tes-estacao(ws-ind-atual) then
                           compute ws-dia-reg = function mod(fd-trm-data, 100)
                           if ws-dia-reg >= 1
                           and ws-dia-reg <= ws-dias-mes
                           and fd-trm-temperatura >= ws-plausivel-minimo
                           and fd-trm-temperatura <= ws-plausivel-maximo then
                               move fd-trm-temperatura
                                 to ws-tes-temp(ws-ind-atual, ws-dia-reg)
                               move 'S'
                                 to ws-tes-presente(ws-ind-atual, ws-dia-reg)
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           perform encerra-estacao-vista
           .
       carrega-series-estacoes-exit.
           exit.
      *>________________________________________________________________________
      *>  cabecalho de uma estacao: entra na tabela se for ativa no
      *>  cadastro e do mes comparado; o motivo de ficar fora vai guardado
      *>  para o laudo. O cabecalho do outro mes em aberto da mesma
      *>  estacao e so saltado
      *>________________________________________________________________________
       aceita-estacao-serie section.

           move 0 to ws-ind-atual

           if fd-trm-estacao <> ws-estacao-vista then
               perform encerra-estacao-vista
               move fd-trm-estacao to ws-estacao-vista
               move 'N' to ws-estacao-tratada
               move 'N' to ws-estacao-outro-mes
           end-if

           if not ws-estacao-tratada-sim then
               move fd-trm-estacao to fd-est-estacao
               read cadEstacoes
               if ws-fs-cadEstacoes <> 0 then
                   move 'NAO CADASTRADA' to ws-drg-motivo
                   perform registra-estacao-ignorada
                   move 'S' to ws-estacao-tratada
               else
                   if not fd-est-ativa then
                       move 'DESATIVADA NO CADASTRO' to ws-drg-motivo
                       perform registra-estacao-ignorada
                       move 'S' to ws-estacao-tratada
                   else
                       if ws-mes-referencia = 0 then
                           move fd-trm-mes to ws-mes-referencia
                           move fd-trm-ano to ws-ano-referencia
                       end-if

                       if fd-trm-mes <> ws-mes-referencia
                       or fd-trm-ano <> ws-ano-referencia then
                           move 'S' to ws-estacao-outro-mes
                       else
                           move 'S' to ws-estacao-tratada
                           if ws-dias-mes = 0 then
                               move fd-trm-dias-mes to ws-dias-mes
                           end-if
                           perform inclui-estacao-serie
                       end-if
                   end-if
               end-if
           end-if
           .
       aceita-estacao-serie-exit.
           exit.
      *>________________________________________________________________________
      *>  estacao do mes comparado entrando na tabela das series
      *>________________________________________________________________________
       inclui-estacao-serie section.

           if ws-qtde-estacoes >= 50 then
               move 'ACIMA DE 50 ESTACOES NA TABELA' to ws-drg-motivo
               perform registra-estacao-ignorada
           else
               add 1 to ws-qtde-estacoes
               move ws-qtde-estacoes to ws-ind-atual
               move fd-est-estacao to ws-tes-estacao(ws-ind-atual)
               move fd-est-nome to ws-tes-nome(ws-ind-atual)
               move fd-est-municipio to ws-tes-municipio(ws-ind-atual)
               move fd-est-altitude to ws-tes-altitude(ws-ind-atual)
               perform varying ws-ind-dia from 1 by 1
                                        until ws-ind-dia > 31
                   move 0 to ws-tes-temp(ws-ind-atual, ws-ind-dia)
                   move 'N' to ws-tes-presente(ws-ind-atual, ws-ind-dia)
               end-perform
           end-if
           .
       inclui-estacao-serie-exit.
           exit.
      *>________________________________________________________________________
      *>  fim dos conjuntos de uma estacao ativa: so com outro mes em
      *>  aberto ela fica fora da comparacao e sai no laudo
      *>________________________________________________________________________
       encerra-estacao-vista section.

           if ws-estacao-vista <> spaces
           and not ws-estacao-tratada-sim
           and ws-estacao-outro-mes-sim then
               move 'SEM CONJUNTO DO MES COMPARADO' to ws-drg-motivo
               perform registra-estacao-ignorada
           end-if
           .
       encerra-estacao-vista-exit.
           exit.
      *>________________________________________________________________________
      *>  estacao fora da comparacao: guardada na tabela de ignoradas ate o
      *>  laudo ser aberto (o nome do laudo depende do mes comparado)
      *>________________________________________________________________________
       registra-estacao-ignorada section.

           if ws-qtde-ignoradas < 50 then
               add 1 to ws-qtde-ignoradas
               move ws-estacao-vista to ws-ign-estacao(ws-qtde-ignoradas)
               move ws-drg-motivo to ws-ign-motivo(ws-qtde-ignoradas)
           end-if
           .
       registra-estacao-ignorada-exit.
           exit.
      *>________________________________________________________________________
      *>  abertura do laudo de deriva, nomeado pelo mes comparado, com o
      *>  cabecalho e as estacoes deixadas de fora
      *>________________________________________________________________________
       abre-laudo-deriva section.

           if ws-mes-referencia = 0 then
               move function current-date(1:8) to ws-dha-data
               move ws-dha-mes to ws-mes-referencia
               move ws-dha-ano to ws-ano-referencia
           end-if

           move spaces to ws-nome-relatorio
           string 'derivaVizinhas_'   delimited by size
                  ws-ano-referencia   delimited by size
                  ws-mes-referencia   delimited by size
                  '.txt'              delimited by size
                  into ws-nome-relatorio
           end-string

           open output arqDeriva
           if ws-fs-arqDeriva <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqDeriva to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo derivaVizinhas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes-referencia to ws-drv-cab-mes
           move ws-ano-referencia to ws-drv-cab-ano
           if ws-criterio-altitude then
               move ws-faixa-altitude to ws-mca-faixa
               move ws-monta-criterio-altitude to ws-drv-cab-criterio
           else
               move 'MESMO MUNICIPIO' to ws-drv-cab-criterio
           end-if
           move ws-linha-drv-cabec to fd-deriva-linha
           perform grava-linha-deriva

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-ignoradas
               move ws-ign-estacao(ws-ind-est) to ws-drg-estacao
               move ws-ign-motivo(ws-ind-est) to ws-drg-motivo
               move ws-linha-drv-ignorada to fd-deriva-linha
               perform grava-linha-deriva
           end-perform
           .
       abre-laudo-deriva-exit.
           exit.
      *>________________________________________________________________________
      *>  comparacao da estacao ws-ind-est com as vizinhas, dia a dia: a
      *>  referencia do dia e a media das vizinhas com leitura, cada uma
      *>  levada a altitude da estacao; o desvio medio do mes decide se a
      *>  estacao roda quente ou fria
      *>________________________________________________________________________
       compara-estacao section.

           move 0 to ws-qtde-vizinhas-est
           move 0 to ws-dias-comparados
           move 0 to ws-dias-acima
           move 0 to ws-dias-abaixo
           move 0 to ws-soma-desvios
           move 0 to ws-desvio-medio
           move space to ws-sentido-estacao

           perform varying ws-ind-viz from 1 by 1
                                    until ws-ind-viz > ws-qtde-estacoes
               perform verifica-vizinha
               if ws-eh-vizinha-sim then
                   add 1 to ws-qtde-vizinhas-est
               end-if
           end-perform

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
               move 0 to ws-cmp-referencia(ws-ind-dia)
               move 0 to ws-cmp-desvio(ws-ind-dia)
               move 0 to ws-cmp-qtde-vizinhas(ws-ind-dia)
               move space to ws-cmp-sentido(ws-ind-dia)
           end-perform

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-dias-mes
               if ws-tes-presente-sim(ws-ind-est, ws-ind-dia)
               and ws-qtde-vizinhas-est > 0 then
                   perform compara-dia-vizinhas
               end-if
           end-perform

      *> _______________  tendencia do mes: desvio medio sobre os dias
      *>                   comparados, com um minimo de dias para valer
           if ws-dias-comparados > 0 then
               compute ws-desvio-medio rounded =
                       ws-soma-desvios / ws-dias-comparados
           end-if

           if ws-dias-comparados >= ws-min-dias-comparados then
               if ws-desvio-medio >= ws-limite-tendencia then
                   move 'A' to ws-sentido-estacao
               else
                   if ws-desvio-medio <= 0 - ws-limite-tendencia then
                       move 'B' to ws-sentido-estacao
                   end-if
               end-if
           end-if
           .
       compara-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  a estacao ws-ind-viz e vizinha da ws-ind-est? outra estacao, do
      *>  mesmo municipio ou dentro da faixa de altitude, conforme o criterio
      *>________________________________________________________________________
       verifica-vizinha section.

           move 'N' to ws-eh-vizinha

           if ws-ind-viz <> ws-ind-est then
               if ws-criterio-altitude then
                   compute ws-diferenca-altitude =
                           ws-tes-altitude(ws-ind-viz)
                         - ws-tes-altitude(ws-ind-est)
                   if ws-diferenca-altitude < 0 then
                       compute ws-diferenca-altitude =
                               0 - ws-diferenca-altitude
                   end-if
                   if ws-diferenca-altitude <= ws-faixa-altitude then
                       move 'S' to ws-eh-vizinha
                   end-if
               else
                   if ws-tes-municipio(ws-ind-viz) = ws-tes-municipio(ws-ind-est) then
                       move 'S' to ws-eh-vizinha
                   end-if
               end-if
           end-if
           .
       verifica-vizinha-exit.
           exit.
      *>________________________________________________________________________
      *>  um dia da estacao contra a media das vizinhas com leitura no dia,
      *>  ajustadas pela diferenca de altitude (vizinha mais alta e mais
      *>  fria, entao ganha o gradiente para descer a altitude da estacao)
      *>________________________________________________________________________
       compara-dia-vizinhas section.

           move 0 to ws-soma-vizinhas
           move 0 to ws-qtde-vizinhas-dia

           perform varying ws-ind-viz from 1 by 1
                                    until ws-ind-viz > ws-qtde-estacoes
               perform verifica-vizinha
               if ws-eh-vizinha-sim
               and ws-tes-presente-sim(ws-ind-viz, ws-ind-dia) then
                   compute ws-diferenca-altitude =
                           ws-tes-altitude(ws-ind-viz)
                         - ws-tes-altitude(ws-ind-est)
                   compute ws-temp-ajustada =
                           ws-tes-temp(ws-ind-viz, ws-ind-dia)
                         + ws-diferenca-altitude * ws-gradiente-altitude
                   add ws-temp-ajustada to ws-soma-vizinhas
                   add 1 to ws-qtde-vizinhas-dia
               end-if
           end-perform

           if ws-qtde-vizinhas-dia > 0 then
               compute ws-cmp-referencia(ws-ind-dia) rounded =
                       ws-soma-vizinhas / ws-qtde-vizinhas-dia
               compute ws-cmp-desvio(ws-ind-dia) =
                       ws-tes-temp(ws-ind-est, ws-ind-dia)
                     - ws-cmp-referencia(ws-ind-dia)
               move ws-qtde-vizinhas-dia to ws-cmp-qtde-vizinhas(ws-ind-dia)

               add 1 to ws-dias-comparados
               add ws-cmp-desvio(ws-ind-dia) to ws-soma-desvios

               if ws-cmp-desvio(ws-ind-dia) > ws-limite-desvio-dia then
                   move 'A' to ws-cmp-sentido(ws-ind-dia)
                   add 1 to ws-dias-acima
               else
                   if ws-cmp-desvio(ws-ind-dia) < 0 - ws-limite-desvio-dia then
                       move 'B' to ws-cmp-sentido(ws-ind-dia)
                       add 1 to ws-dias-abaixo
                   end-if
               end-if
           end-if
           .
       compara-dia-vizinhas-exit.
           exit.
      *>________________________________________________________________________
      *>  laudo e marcas da estacao comparada: linha da estacao, linhas dos
      *>  dias fora do limite, e as marcas em desviosVizinhas
      *>________________________________________________________________________
       grava-estacao-deriva section.

           move ws-tes-estacao(ws-ind-est) to ws-drv-estacao
           move ws-tes-nome(ws-ind-est) to ws-drv-nome
           move ws-qtde-vizinhas-est to ws-drv-vizinhas
           move ws-dias-comparados to ws-drv-dias
           move ws-desvio-medio to ws-drv-desvio-medio

           if ws-qtde-vizinhas-est = 0 then
               move 'SEM VIZINHAS' to ws-drv-situacao
           else
               if ws-dias-comparados < ws-min-dias-comparados then
                   move 'POUCOS DIAS' to ws-drv-situacao
               else
                   if ws-estacao-quente then
                       move 'RODA QUENTE' to ws-drv-situacao
                   else
                       if ws-estacao-fria then
                           move 'RODA FRIA' to ws-drv-situacao
                       else
                           move 'OK' to ws-drv-situacao
                       end-if
                   end-if
               end-if
           end-if

           move ws-linha-drv-est to fd-deriva-linha
           perform grava-linha-deriva

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-dias-mes
               if ws-cmp-acima(ws-ind-dia)
               or ws-cmp-abaixo(ws-ind-dia) then
                   move ws-ind-dia to ws-drd-dia
                   move ws-tes-temp(ws-ind-est, ws-ind-dia) to ws-drd-temp
                   move ws-cmp-referencia(ws-ind-dia) to ws-drd-referencia
                   move ws-cmp-desvio(ws-ind-dia) to ws-drd-desvio
                   if ws-cmp-acima(ws-ind-dia) then
                       move 'ACIMA DAS VIZINHAS' to ws-drd-sentido
                   else
                       move 'ABAIXO DAS VIZINHAS' to ws-drd-sentido
                   end-if
                   move ws-linha-drv-dia to fd-deriva-linha
                   perform grava-linha-deriva

                   move ws-tes-estacao(ws-ind-est) to fd-dsv-estacao
                   compute fd-dsv-data = ws-ano-referencia * 10000
                                       + ws-mes-referencia * 100
                                       + ws-ind-dia
                   move 'D' to fd-dsv-tipo
                   move ws-cmp-sentido(ws-ind-dia) to fd-dsv-sentido
                   move ws-cmp-desvio(ws-ind-dia) to fd-dsv-desvio
                   move ws-cmp-referencia(ws-ind-dia) to fd-dsv-referencia
                   move ws-cmp-qtde-vizinhas(ws-ind-dia) to fd-dsv-qtde
                   perform grava-desvio

                   add 1 to ws-qtde-dias-marcados
               end-if
           end-perform

           if ws-estacao-quente
           or ws-estacao-fria then
               move ws-tes-estacao(ws-ind-est) to fd-dsv-estacao
               compute fd-dsv-data = ws-ano-referencia * 10000
                                   + ws-mes-referencia * 100
               move 'E' to fd-dsv-tipo
               move ws-sentido-estacao to fd-dsv-sentido
               move ws-desvio-medio to fd-dsv-desvio
               move 0 to fd-dsv-referencia
               move ws-dias-comparados to fd-dsv-qtde
               perform grava-desvio

               add 1 to ws-qtde-marcadas
           end-if
           .
       grava-estacao-deriva-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma marca em desviosVizinhas
      *>________________________________________________________________________
       grava-desvio section.

           write fd-desvios-linha
           if ws-fs-arqDesvios <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqDesvios to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo desviosVizinhas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-desvio-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha do laudo de deriva
      *>________________________________________________________________________
       grava-linha-deriva section.

           write fd-deriva-linha
           if ws-fs-arqDeriva <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqDeriva to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo derivaVizinhas' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-deriva-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.

           display erase
           display ws-msn-erro

      *> _______________  gravando a ocorrencia no log de erros
           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move ws-dha-data-num to ws-erro-data
           move ws-dha-horas to ws-erro-horas
           move ws-dha-minutos to ws-erro-minutos
           move ws-dha-segundos to ws-erro-segundos
           move ws-msn-erro to ws-erro-mensagem

           open extend arqErros
           if ws-fs-arqErros = 35 then
               open output arqErros
           end-if

           if ws-fs-arqErros = 0 then
               write fd-erros-linha from ws-linha-erro
               close arqErros
           end-if

           compute return-code = function numval(ws-msn-erro-offset)

           stop run
           .
       finaliza-anormal-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização normal: totais do laudo
      *>________________________________________________________________________
       finaliza section.

           move ws-qtde-estacoes to ws-drv-tot-estacoes
           move ws-qtde-marcadas to ws-drv-tot-marcadas
           move ws-qtde-dias-marcados to ws-drv-tot-dias
           move ws-qtde-ignoradas to ws-drv-tot-ignoradas
           move ws-linha-drv-tot to fd-deriva-linha
           perform grava-linha-deriva

           close arqTemperatura
           close cadEstacoes
           close arqDesvios
           close arqDeriva

           display "Estacoes comparadas:  " ws-qtde-estacoes
           display "Estacoes marcadas:    " ws-qtde-marcadas
           display "Dias marcados:        " ws-qtde-dias-marcados

           stop run
           .
       finaliza-exit.
           exit.
