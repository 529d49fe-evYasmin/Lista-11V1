      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "resumoAnual".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>resumo climatologico anual para a mesa de clima, a partir das doze
      *>geracoes de guarda arquivoTemp_ccyymm.dat do ano: uma pagina por
      *>estacao com media, minima e maxima de cada mes e o desvio da media
      *>contra normaisClimaticas, a maior maxima e a menor minima do ano
      *>com data e hora, os graus-dia de aquecimento e resfriamento do
      *>ano (dias ausentes estimados pelos vizinhos, como no faturamento),
      *>os dias acima e abaixo dos limites da estacao em paramEstacoes e
      *>os dias ausentes e estimados; no fim, a pagina de resumo da rede.
      *>Geracao que nao existe e listada no resumo, sem parar a execucao.
      *>Saida em resumoAnual_ccyy.txt
      *>
      *>paramResumoAnual.txt (opcional, uma linha):
      *>  pos 01-04  ano do resumo (ccyy); ausente vale o ano anterior
      *>os limites gerais e a temperatura base dos graus-dia vem de
      *>paramExecucao (pos 05-14 e 17-21), como no relatorio mensal

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqParamResumo assign to 'paramResumoAnual.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamResumo.

           select arqParametros assign to 'paramExecucao.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select arqParamEstacoes assign to 'paramEstacoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamEstacoes.

           select arqArquivoMes assign to ws-nome-arquivo-mes
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArquivoMes.

           select arqNormais assign to 'normaisClimaticas.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNormais.

           select cadEstacoes assign to 'cadEstacoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-est-estacao
           lock mode is automatic
           file status is ws-fs-cadEstacoes.

           select arqResumo assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqResumo.

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

       fd arqParamResumo.
       01 fd-param-resumo-linha.
          05 fd-pres-ano                           pic  x(04).
          05 fd-pres-ano-num redefines fd-pres-ano pic  9(04).

       fd arqParametros.
      *>      somente os campos usados aqui; layout completo em
      *>      lista11exercicio1V2
       01 fd-parametros-linha.
          05 fd-param-modo-execucao                pic x(01).
          05 fd-param-estacao                      pic x(03).
          05 fd-param-limite-alto                  pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-param-limite-baixo                 pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-param-tolera-ausentes              pic x(01).
          05 fd-param-exclui-suspeitos             pic x(01).
          05 fd-param-temp-base.
             10 fd-param-tb-sinal                  pic x(01).
             10 fd-param-tb-digitos                pic x(04).
          05 fd-param-temp-base-num redefines fd-param-temp-base
                                                   pic s9(02)v99
                                                    sign is leading separate character.
       01 fd-parametros-linha-crua.
          05 filler                                pic x(04).
          05 fd-param-la-sinal                     pic x(01).
          05 fd-param-la-digitos                   pic x(04).
          05 fd-param-lb-sinal                     pic x(01).
          05 fd-param-lb-digitos                   pic x(04).
          05 filler                                pic x(07).

       fd arqParamEstacoes.
      *>      limites por estacao (layout em lista11exercicio1V2)
       01 fd-pares-linha.
          05 fd-pares-estacao                      pic x(03).
          05 fd-pares-limite-alto                  pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-pares-limite-baixo                 pic s9(02)v99
                                                    sign is leading separate character.
          05 filler                                pic x(17).
       01 fd-pares-linha-crua.
          05 filler                                pic x(03).
          05 fd-pares-la-sinal                     pic x(01).
          05 fd-pares-la-digitos                   pic x(04).
          05 fd-pares-lb-sinal                     pic x(01).
          05 fd-pares-lb-digitos                   pic x(04).
          05 filler                                pic x(17).

       fd arqArquivoMes.
      *>      guarda sequencial de um mes expurgado, imagem fiel dos
      *>      registros de arqTemperatura (cabecalho/detalhe/trailer)
       01 fd-arquivoMes-linha.
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
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

       fd arqNormais.
      *>      normais por estacao e dia do calendario (layout em geraNormais)
       01 fd-normais-linha.
          05 fd-nrm-estacao                        pic  x(03).
          05 fd-nrm-mes                            pic  9(02).
          05 fd-nrm-dia                            pic  9(02).
          05 fd-nrm-media                          pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-nrm-minima                         pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-nrm-maxima                         pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-nrm-qtde-anos                      pic  9(02).

       fd cadEstacoes.
       01 fd-estacao-reg.
          05 fd-est-estacao                        pic  x(03).
          05 fd-est-nome                           pic  x(30).
          05 fd-est-municipio                      pic  x(20).
          05 fd-est-altitude                       pic  9(04).
          05 fd-est-situacao                       pic  x(01).
             88 fd-est-ativa                       value 'A'.
             88 fd-est-desativada                  value 'D'.
          05 fd-est-sensor                         pic  x(10).
          05 filler                                pic  x(10).

       fd arqResumo.
       01 fd-resumo-linha                          pic x(120).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqParamResumo                     pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-arqParamEstacoes                   pic  9(02).
       77 ws-fs-arqArquivoMes                      pic  9(02).
       77 ws-fs-arqNormais                         pic  9(02).
       77 ws-fs-cadEstacoes                        pic  9(02).
       77 ws-fs-arqResumo                          pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-nome-arquivo-mes                      pic  x(30).
       77 ws-nome-relatorio                        pic  x(30).
       77 ws-cadastro-aberto                       pic  x(01) value 'N'.
          88 ws-cadastro-aberto-sim                 value 'S'.

      *>      ano do resumo e parametros herdados do relatorio mensal
       77 ws-ano-resumo                            pic  9(04).
       77 ws-temp-base                             pic s9(02)v99 value 18,00.
       77 ws-limite-alto-padrao                    pic s9(02)v99 value 99,99.
       77 ws-limite-baixo-padrao                   pic s9(02)v99 value -99,99.

      *>      limites por estacao lidos de paramEstacoes
       77 ws-qtde-param-estacoes                   pic  9(02) value 0.
       77 ws-ind-par                               pic  9(02).
       01 ws-tabela-param-estacoes.
          05 ws-par-ent occurs 50.
             10 ws-par-estacao                     pic  x(03).
             10 ws-par-limite-alto                 pic s9(02)v99.
             10 ws-par-limite-baixo                pic s9(02)v99.

      *>      geracao em leitura
       77 ws-mes-geracao                           pic  9(02).
       77 ws-fim-geracao                           pic  x(01).
          88 ws-fim-geracao-sim                     value 'S'.
       77 ws-fim-normais                           pic  x(01).
          88 ws-fim-normais-sim                     value 'S'.
       77 ws-dia-reg                               pic  9(02).
       77 ws-ind-atual                             pic  9(02) value 0.
       77 ws-qtde-geracoes                         pic  9(02) value 0.
       01 ws-geracoes-ano occurs 12.
          05 ws-geracao-lida                       pic  x(01).
             88 ws-geracao-lida-sim                value 'S'.

      *>      acumulado anual por estacao, com o detalhe de cada mes
       77 ws-qtde-estacoes                         pic  9(02) value 0.
       77 ws-ind-est                               pic  9(02).
       77 ws-ind-mes                               pic  9(02).
       77 ws-ind-dia                               pic  9(02).
       01 ws-tabela-resumo.
          05 ws-res-ent occurs 50.
             10 ws-res-estacao                     pic  x(03).
             10 ws-res-nome                        pic  x(30).
             10 ws-res-limite-alto                 pic s9(02)v99.
             10 ws-res-limite-baixo                pic s9(02)v99.
             10 ws-res-tem-extremo                 pic  x(01).
                88 ws-res-tem-extremo-sim          value 'S'.
             10 ws-res-maxima                      pic s9(02)v99.
             10 ws-res-data-maxima                 pic  9(08).
             10 ws-res-hora-maxima                 pic  9(02).
             10 ws-res-minima                      pic s9(02)v99.
             10 ws-res-data-minima                 pic  9(08).
             10 ws-res-hora-minima                 pic  9(02).
             10 ws-res-soma-anual                  pic s9(06)v99.
             10 ws-res-dias-anual                  pic  9(03).
             10 ws-res-aquecimento                 pic s9(05)v99.
             10 ws-res-resfriamento                pic s9(05)v99.
             10 ws-res-dias-acima                  pic  9(03).
             10 ws-res-dias-abaixo                 pic  9(03).
             10 ws-res-dias-ausentes               pic  9(03).
             10 ws-res-dias-estimados              pic  9(03).
             10 ws-res-mes occurs 12.
                15 ws-rmm-tem                      pic  x(01).
                   88 ws-rmm-tem-sim               value 'S'.
                15 ws-rmm-dias-mes                 pic  9(02).
                15 ws-rmm-qtde                     pic  9(02).
                15 ws-rmm-soma                     pic s9(04)v99.
                15 ws-rmm-minima                   pic s9(02)v99.
                15 ws-rmm-maxima                   pic s9(02)v99.
                15 ws-rmm-ausentes                 pic  9(02).
                15 ws-rmm-estimados                pic  9(02).
                15 ws-rmm-nrm-soma                 pic s9(04)v99.
                15 ws-rmm-nrm-qtde                 pic  9(02).

      *>      dias da geracao em leitura, por estacao, para fechar o mes
      *>      de cada uma (extremos, estimativa e graus-dia)
       01 ws-tabela-dias-mes.
          05 ws-dgm-ent occurs 50.
             10 ws-dgm-dia occurs 31.
                15 ws-dgm-temp                     pic s9(02)v99.
                15 ws-dgm-minima                   pic s9(02)v99.
                15 ws-dgm-maxima                   pic s9(02)v99.
                15 ws-dgm-hora-minima              pic  9(02).
                15 ws-dgm-hora-maxima              pic  9(02).
                15 ws-dgm-presente                 pic  x(01).
                   88 ws-dgm-presente-sim          value 'S'.

      *>      fechamento de um mes de uma estacao
       77 ws-dia-ant-estima                        pic  9(02).
       77 ws-dia-seg-estima                        pic  9(02).
       77 ws-ind-viz                               pic  9(02).
       77 ws-temp-estimada                         pic s9(04)v99.
       77 ws-temp-dia                              pic s9(04)v99.
       77 ws-graus-dia                             pic s9(04)v99.

      *>      impressao
       77 ws-media-mes                             pic s9(02)v99.
       77 ws-normal-mes                            pic s9(02)v99.
       77 ws-desvio-mes                            pic s9(04)v99.
       77 ws-media-anual                           pic s9(02)v99.
       77 ws-data-impressa                         pic  9(08).

      *>      resumo da rede
       77 ws-rede-tem-extremo                      pic  x(01) value 'N'.
          88 ws-rede-tem-extremo-sim                value 'S'.
       77 ws-rede-maxima                           pic s9(02)v99.
       77 ws-rede-est-maxima                       pic  x(03).
       77 ws-rede-data-maxima                      pic  9(08).
       77 ws-rede-minima                           pic s9(02)v99.
       77 ws-rede-est-minima                       pic  x(03).
       77 ws-rede-data-minima                      pic  9(08).
       77 ws-rede-ausentes                         pic  9(05) value 0.
       77 ws-rede-estimados                        pic  9(05) value 0.
       77 ws-rede-acima                            pic  9(05) value 0.
       77 ws-rede-abaixo                           pic  9(05) value 0.

       01 ws-nomes-meses                           pic  x(36) value
          'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01 ws-tab-nomes-meses redefines ws-nomes-meses.
          05 ws-nome-mes occurs 12                 pic  x(03).

       01 ws-linha-separador                       pic  x(100) value all '='.

       01 ws-linha-res-titulo.
          05 filler                                pic  x(28) value
             'RESUMO CLIMATOLOGICO ANUAL '.
          05 ws-rtt-ano                            pic  9(04).
          05 filler                                pic  x(11) value
             ' - ESTACAO '.
          05 ws-rtt-estacao                        pic  x(03).
          05 filler                                pic  x(03) value ' - '.
          05 ws-rtt-nome                           pic  x(30).

       01 ws-linha-res-colunas                     pic  x(100) value
          'MES   MEDIA  MINIMA  MAXIMA  NORMAL  DESVIO DIAS AUSENT ESTIM'.

       01 ws-linha-res-mes.
          05 ws-rms-mes                            pic  x(03).
          05 filler                                pic  x(01) value ' '.
          05 ws-rms-media                          pic -9(02)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rms-minima                         pic -9(02)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rms-maxima                         pic -9(02)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rms-normal                         pic  x(07).
          05 filler                                pic  x(01) value ' '.
          05 ws-rms-desvio                         pic  x(07).
          05 filler                                pic  x(02) value ' '.
          05 ws-rms-dias                           pic  z9.
          05 filler                                pic  x(05) value ' '.
          05 ws-rms-ausentes                       pic  z9.
          05 filler                                pic  x(04) value ' '.
          05 ws-rms-estimados                      pic  z9.

       01 ws-monta-temp-edit                       pic -9(02)9,99.

       01 ws-linha-res-mes-vazio.
          05 ws-rmv-mes                            pic  x(03).
          05 filler                                pic  x(01) value ' '.
          05 ws-rmv-texto                          pic  x(40).

       01 ws-linha-res-extremo.
          05 ws-rex-texto                          pic  x(21).
          05 ws-rex-temp                           pic -9(02)9,99.
          05 filler                                pic  x(04) value ' EM '.
          05 ws-rex-data                           pic  99/99/9999.
          05 ws-rex-hora                           pic  x(08).

       01 ws-monta-hora.
          05 filler                                pic  x(04) value ' AS '.
          05 ws-mhr-hora                           pic  9(02).
          05 filler                                pic  x(01) value 'H'.

       01 ws-linha-res-graus.
          05 filler                                pic  x(23) value
             'GRAUS-DIA AQUECIMENTO: '.
          05 ws-rgd-aquec                          pic -9(05)9,99.
          05 filler                                pic  x(17) value
             ' - RESFRIAMENTO: '.
          05 ws-rgd-resfr                          pic -9(05)9,99.
          05 filler                                pic  x(08) value
             ' - BASE '.
          05 ws-rgd-base                           pic -9(02)9,99.

       01 ws-linha-res-limites.
          05 filler                                pic  x(17) value
             'DIAS ACIMA DE    '.
          05 ws-rlm-alto                           pic -9(02)9,99.
          05 filler                                pic  x(02) value ': '.
          05 ws-rlm-acima                          pic  zz9.
          05 filler                                pic  x(17) value
             ' - ABAIXO DE     '.
          05 ws-rlm-baixo                          pic -9(02)9,99.
          05 filler                                pic  x(02) value ': '.
          05 ws-rlm-abaixo                         pic  zz9.

       01 ws-linha-res-faltas.
          05 filler                                pic  x(15) value
             'DIAS AUSENTES: '.
          05 ws-rft-ausentes                       pic  zz9.
          05 filler                                pic  x(14) value
             ' - ESTIMADOS: '.
          05 ws-rft-estimados                      pic  zz9.

       01 ws-linha-res-geracao-ausente.
          05 filler                                pic  x(17) value
             'GERACAO AUSENTE: '.
          05 ws-rga-nome                           pic  x(30).

       01 ws-linha-rede-titulo.
          05 filler                                pic  x(22) value
             'RESUMO DA REDE - ANO '.
          05 ws-rrt-ano                            pic  9(04).
          05 filler                                pic  x(12) value
             ' - ESTACOES '.
          05 ws-rrt-estacoes                       pic  z9.
          05 filler                                pic  x(12) value
             ' - GERACOES '.
          05 ws-rrt-geracoes                       pic  z9.
          05 filler                                pic  x(04) value ' DE '.
          05 filler                                pic  x(02) value '12'.

       01 ws-linha-rede-colunas                    pic  x(100) value
          'EST  MEDIA   MAXIMA EM          MINIMA EM          AQUECIM.   RESFRIAM. AUSENT ESTIM'.

       01 ws-linha-rede-est.
          05 ws-rre-estacao                        pic  x(03).
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-media                          pic -9(02)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-maxima                         pic -9(02)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-data-maxima                    pic  99/99/9999.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-minima                         pic -9(02)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-data-minima                    pic  99/99/9999.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-aquec                          pic -9(05)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-resfr                          pic -9(05)9,99.
          05 filler                                pic  x(01) value ' '.
          05 ws-rre-ausentes                       pic  zz9.
          05 filler                                pic  x(04) value ' '.
          05 ws-rre-estimados                      pic  zz9.

       01 ws-linha-rede-extremo.
          05 ws-rrx-texto                          pic  x(21).
          05 ws-rrx-temp                           pic -9(02)9,99.
          05 filler                                pic  x(09) value
             ' ESTACAO '.
          05 ws-rrx-estacao                        pic  x(03).
          05 filler                                pic  x(04) value ' EM '.
          05 ws-rrx-data                           pic  99/99/9999.

       01 ws-linha-rede-totais.
          05 filler                                pic  x(15) value
             'DIAS AUSENTES: '.
          05 ws-rrt-ausentes                       pic  zzzz9.
          05 filler                                pic  x(14) value
             ' - ESTIMADOS: '.
          05 ws-rrt-estimados                      pic  zzzz9.
          05 filler                                pic  x(17) value
             ' - ACIMA LIMITE: '.
          05 ws-rrt-acima                          pic  zzzz9.
          05 filler                                pic  x(18) value
             ' - ABAIXO LIMITE: '.
          05 ws-rrt-abaixo                         pic  zzzz9.

      *>      data ccyymmdd impressa como dd/mm/ccyy
       01 ws-data-ccyymmdd.
          05 ws-dcc-ano                            pic  9(04).
          05 ws-dcc-mes                            pic  9(02).
          05 ws-dcc-dia                            pic  9(02).
       01 ws-data-ccyymmdd-num redefines ws-data-ccyymmdd pic 9(08).
       01 ws-data-ddmmccyy.
          05 ws-ddm-dia                            pic  9(02).
          05 ws-ddm-mes                            pic  9(02).
          05 ws-ddm-ano                            pic  9(04).
       01 ws-data-ddmmccyy-num redefines ws-data-ddmmccyy pic 9(08).

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

      *> _______________  ano do resumo: o informado ou o ano anterior
           move function current-date(1:8) to ws-dha-data
           compute ws-ano-resumo = ws-dha-ano - 1

           open input arqParamResumo
           if ws-fs-arqParamResumo = 0 then
               read arqParamResumo
               if ws-fs-arqParamResumo = 0
               and fd-pres-ano is numeric
               and fd-pres-ano-num > 0 then
                   move fd-pres-ano-num to ws-ano-resumo
               end-if
               close arqParamResumo
           end-if

      *> _______________  limites gerais e base dos graus-dia do mensal
           open input arqParametros
           if ws-fs-arqParametros = 0 then
               read arqParametros
               if ws-fs-arqParametros = 0 then
                   if (fd-param-la-sinal = '+' or fd-param-la-sinal = '-')
                   and fd-param-la-digitos is numeric then
                       move fd-param-limite-alto to ws-limite-alto-padrao
                   end-if
                   if (fd-param-lb-sinal = '+' or fd-param-lb-sinal = '-')
                   and fd-param-lb-digitos is numeric then
                       move fd-param-limite-baixo to ws-limite-baixo-padrao
                   end-if
                   if (fd-param-tb-sinal = '+' or fd-param-tb-sinal = '-')
                   and fd-param-tb-digitos is numeric then
                       move fd-param-temp-base-num to ws-temp-base
                   end-if
               end-if
               close arqParametros
           end-if

           perform carrega-parametros-estacoes

      *> _______________  cadastro de estacoes so para o nome nas paginas
           open input cadEstacoes
           if ws-fs-cadEstacoes = 0 then
               move 'S' to ws-cadastro-aberto
           end-if

           move spaces to ws-nome-relatorio
           string 'resumoAnual_'      delimited by size
                  ws-ano-resumo       delimited by size
                  '.txt'              delimited by size
                  into ws-nome-relatorio
           end-string

           open output arqResumo
           if ws-fs-arqResumo <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqResumo to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo resumoAnual' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  limites por estacao de paramEstacoes, com a mesma validacao do
      *>  relatorio mensal (registro mal formado fica de fora)
      *>________________________________________________________________________
       carrega-parametros-estacoes section.

           open input arqParamEstacoes
           if ws-fs-arqParamEstacoes = 0 then
               perform until ws-fs-arqParamEstacoes <> 0
                   read arqParamEstacoes
                   if ws-fs-arqParamEstacoes = 0
                   and fd-pares-estacao <> spaces
                   and (fd-pares-la-sinal = '+' or fd-pares-la-sinal = '-')
                   and fd-pares-la-digitos is numeric
                   and (fd-pares-lb-sinal = '+' or fd-pares-lb-sinal = '-')
                   and fd-pares-lb-digitos is numeric
                   and ws-qtde-param-estacoes < 50 then
                       add 1 to ws-qtde-param-estacoes
                       move fd-pares-estacao
                         to ws-par-estacao(ws-qtde-param-estacoes)
                       move fd-pares-limite-alto
                         to ws-par-limite-alto(ws-qtde-param-estacoes)
                       move fd-pares-limite-baixo
                         to ws-par-limite-baixo(ws-qtde-param-estacoes)
                   end-if
               end-perform
               close arqParamEstacoes
           end-if
           .
       carrega-parametros-estacoes-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: as doze geracoes do ano, as normais das
      *>  estacoes encontradas, uma pagina por estacao e o resumo da rede
      *>________________________________________________________________________
       processamento section.

           perform varying ws-mes-geracao from 1 by 1 until ws-mes-geracao > 12
               perform processa-geracao
           end-perform

           perform carrega-normais

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               perform gera-pagina-estacao
           end-perform

           perform gera-resumo-rede
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  uma geracao do ano: guarda ausente fica anotada para a listagem e
      *>  a execucao segue com os meses que existem
      *>________________________________________________________________________
       processa-geracao section.

           move 'N' to ws-geracao-lida(ws-mes-geracao)

           move spaces to ws-nome-arquivo-mes
           string 'arquivoTemp_'          delimited by size
                  ws-ano-resumo            delimited by size
                  ws-mes-geracao           delimited by size
                  '.dat'                   delimited by size
                  into ws-nome-arquivo-mes
           end-string

           open input arqArquivoMes
           if ws-fs-arqArquivoMes <> 0 then
               display "Geracao inexistente listada: " ws-nome-arquivo-mes
           else
               move 'S' to ws-geracao-lida(ws-mes-geracao)
               add 1 to ws-qtde-geracoes
               move 'N' to ws-fim-geracao
               move 0 to ws-ind-atual

               perform until ws-fim-geracao-sim
                   read arqArquivoMes
                   if ws-fs-arqArquivoMes = 10 then
                       move 'S' to ws-fim-geracao
                   else
                       if ws-fs-arqArquivoMes <> 0 then
                           move 2 to ws-msn-erro-offset
                           move ws-fs-arqArquivoMes to ws-msn-erro-cod
                           move 'Erro ao Ler Geracao arquivoTemp' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform trata-registro-geracao
                   end-if
               end-perform

               close arqArquivoMes

      *> _______________  fechamento do mes de cada estacao da geracao
               perform varying ws-ind-est from 1 by 1
                                        until ws-ind-est > ws-qtde-estacoes
                   if ws-rmm-tem-sim(ws-ind-est, ws-mes-geracao) then
                       perform fecha-mes-estacao
                   end-if
               end-perform
           end-if
           .
       processa-geracao-exit.
           exit.
      *>________________________________________________________________________
      *>  um registro da geracao: o cabecalho abre o mes da estacao, os
      *>  detalhes vao para os dias do mes
      *>________________________________________________________________________
       trata-registro-geracao section.

           if fd-trm-e-cabecalho then
               move 0 to ws-ind-atual
               if fd-trm-mes = ws-mes-geracao
               and fd-trm-ano = ws-ano-resumo
               and fd-trm-dias-mes >= 28
               and fd-trm-dias-mes <= 31 then
                   perform localiza-estacao-resumo
                   if ws-ind-atual > 0 then
                       move 'S' to ws-rmm-tem(ws-ind-atual, ws-mes-geracao)
                       move fd-trm-dias-mes
                         to ws-rmm-dias-mes(ws-ind-atual, ws-mes-geracao)
                       perform varying ws-ind-dia from 1 by 1
                                                until ws-ind-dia > 31
                           move 'N' to ws-dgm-presente(ws-ind-atual, ws-ind-dia)
                           move 0 to ws-dgm-temp(ws-ind-atual, ws-ind-dia)
                       end-perform
                   end-if
               else
                   display "Cabecalho fora do mes da geracao ignorado: "
                           fd-trm-estacao
               end-if
           else
               if fd-trm-e-detalhe
               and ws-ind-atual > 0
               and fd-trm-estacao = ws-res-estacao(ws-ind-atual) then
                   compute ws-dia-reg = function mod(fd-trm-data, 100)
                   if ws-dia-reg >= 1
                   and ws-dia-reg <= ws-rmm-dias-mes(ws-ind-atual, ws-mes-geracao) then
                       perform guarda-dia-geracao
                   end-if
               end-if
           end-if
           .
       trata-registro-geracao-exit.
           exit.
      *>________________________________________________________________________
      *>  um detalhe nos dias do mes da estacao; guarda de antes do layout
      *>  ganhar os extremos vale a media como minima e maxima, sem hora
      *>________________________________________________________________________
       guarda-dia-geracao section.

           move 'S' to ws-dgm-presente(ws-ind-atual, ws-dia-reg)
           move fd-trm-temperatura to ws-dgm-temp(ws-ind-atual, ws-dia-reg)

           if fd-trm-temp-minima is numeric
           and fd-trm-temp-maxima is numeric then
               move fd-trm-temp-minima to ws-dgm-minima(ws-ind-atual, ws-dia-reg)
               move fd-trm-temp-maxima to ws-dgm-maxima(ws-ind-atual, ws-dia-reg)
           else
               move fd-trm-temperatura to ws-dgm-minima(ws-ind-atual, ws-dia-reg)
               move fd-trm-temperatura to ws-dgm-maxima(ws-ind-atual, ws-dia-reg)
           end-if

           if fd-trm-hora-minima is numeric then
               move fd-trm-hora-minima
                 to ws-dgm-hora-minima(ws-ind-atual, ws-dia-reg)
           else
               move 99 to ws-dgm-hora-minima(ws-ind-atual, ws-dia-reg)
           end-if
           if fd-trm-hora-maxima is numeric then
               move fd-trm-hora-maxima
                 to ws-dgm-hora-maxima(ws-ind-atual, ws-dia-reg)
           else
               move 99 to ws-dgm-hora-maxima(ws-ind-atual, ws-dia-reg)
           end-if
           .
       guarda-dia-geracao-exit.
           exit.
      *>________________________________________________________________________
      *>  localizacao (ou abertura) da estacao no acumulado do ano
      *>________________________________________________________________________
       localiza-estacao-resumo section.

           move 0 to ws-ind-atual
           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               if ws-res-estacao(ws-ind-est) = fd-trm-estacao then
                   move ws-ind-est to ws-ind-atual
               end-if
           end-perform

           if ws-ind-atual = 0 then
               if ws-qtde-estacoes >= 50 then
                   display "Limite de 50 estacoes no resumo, ignorando "
                           fd-trm-estacao
               else
                   add 1 to ws-qtde-estacoes
                   move ws-qtde-estacoes to ws-ind-atual
                   perform abre-estacao-resumo
               end-if
           end-if
           .
       localiza-estacao-resumo-exit.
           exit.
      *>________________________________________________________________________
      *>  abertura do acumulado de uma estacao: nome, limites e zeros
      *>________________________________________________________________________
       abre-estacao-resumo section.

           move fd-trm-estacao to ws-res-estacao(ws-ind-atual)

           move '*** NAO CADASTRADA ***' to ws-res-nome(ws-ind-atual)
           if ws-cadastro-aberto-sim then
               move fd-trm-estacao to fd-est-estacao
               read cadEstacoes
               if ws-fs-cadEstacoes = 0 then
                   move fd-est-nome to ws-res-nome(ws-ind-atual)
               end-if
           end-if

           move ws-limite-alto-padrao to ws-res-limite-alto(ws-ind-atual)
           move ws-limite-baixo-padrao to ws-res-limite-baixo(ws-ind-atual)
           perform varying ws-ind-par from 1 by 1
                                    until ws-ind-par > ws-qtde-param-estacoes
               if ws-par-estacao(ws-ind-par) = fd-trm-estacao then
                   move ws-par-limite-alto(ws-ind-par)
                     to ws-res-limite-alto(ws-ind-atual)
                   move ws-par-limite-baixo(ws-ind-par)
                     to ws-res-limite-baixo(ws-ind-atual)
               end-if
           end-perform

           move 'N' to ws-res-tem-extremo(ws-ind-atual)
           move 0 to ws-res-maxima(ws-ind-atual)
           move 0 to ws-res-data-maxima(ws-ind-atual)
           move 0 to ws-res-hora-maxima(ws-ind-atual)
           move 0 to ws-res-minima(ws-ind-atual)
           move 0 to ws-res-data-minima(ws-ind-atual)
           move 0 to ws-res-hora-minima(ws-ind-atual)
           move 0 to ws-res-soma-anual(ws-ind-atual)
           move 0 to ws-res-dias-anual(ws-ind-atual)
           move 0 to ws-res-aquecimento(ws-ind-atual)
           move 0 to ws-res-resfriamento(ws-ind-atual)
           move 0 to ws-res-dias-acima(ws-ind-atual)
           move 0 to ws-res-dias-abaixo(ws-ind-atual)
           move 0 to ws-res-dias-ausentes(ws-ind-atual)
           move 0 to ws-res-dias-estimados(ws-ind-atual)

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               move 'N' to ws-rmm-tem(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-dias-mes(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-qtde(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-soma(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-minima(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-maxima(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-ausentes(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-estimados(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-nrm-soma(ws-ind-atual, ws-ind-mes)
               move 0 to ws-rmm-nrm-qtde(ws-ind-atual, ws-ind-mes)
           end-perform
           .
       abre-estacao-resumo-exit.
           exit.
      *>________________________________________________________________________
      *>  fechamento do mes ws-mes-geracao da estacao ws-ind-est: media e
      *>  extremos dos dias medidos, limites, estimativa dos ausentes pelos
      *>  vizinhos com leitura e graus-dia (medidos + estimados, como no
      *>  faturamento)
      *>________________________________________________________________________
       fecha-mes-estacao section.

           perform varying ws-ind-dia from 1 by 1
                    until ws-ind-dia > ws-rmm-dias-mes(ws-ind-est, ws-mes-geracao)

               if ws-dgm-presente-sim(ws-ind-est, ws-ind-dia) then
                   perform acumula-dia-medido
                   move ws-dgm-temp(ws-ind-est, ws-ind-dia) to ws-temp-dia
                   perform acumula-graus-dia
               else
                   add 1 to ws-rmm-ausentes(ws-ind-est, ws-mes-geracao)
                   perform estima-dia-ausente
               end-if
           end-perform

           add ws-rmm-ausentes(ws-ind-est, ws-mes-geracao)
            to ws-res-dias-ausentes(ws-ind-est)
           add ws-rmm-estimados(ws-ind-est, ws-mes-geracao)
            to ws-res-dias-estimados(ws-ind-est)
           .
       fecha-mes-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  um dia medido: media e extremos do mes, extremos absolutos do ano
      *>  com data e hora, e os dias acima/abaixo dos limites da estacao
      *>________________________________________________________________________
       acumula-dia-medido section.

           add 1 to ws-rmm-qtde(ws-ind-est, ws-mes-geracao)
           add ws-dgm-temp(ws-ind-est, ws-ind-dia)
            to ws-rmm-soma(ws-ind-est, ws-mes-geracao)
           add 1 to ws-res-dias-anual(ws-ind-est)
           add ws-dgm-temp(ws-ind-est, ws-ind-dia)
            to ws-res-soma-anual(ws-ind-est)

           if ws-rmm-qtde(ws-ind-est, ws-mes-geracao) = 1
           or ws-dgm-minima(ws-ind-est, ws-ind-dia)
                        < ws-rmm-minima(ws-ind-est, ws-mes-geracao) then
               move ws-dgm-minima(ws-ind-est, ws-ind-dia)
                 to ws-rmm-minima(ws-ind-est, ws-mes-geracao)
           end-if
           if ws-rmm-qtde(ws-ind-est, ws-mes-geracao) = 1
           or ws-dgm-maxima(ws-ind-est, ws-ind-dia)
                        > ws-rmm-maxima(ws-ind-est, ws-mes-geracao) then
               move ws-dgm-maxima(ws-ind-est, ws-ind-dia)
                 to ws-rmm-maxima(ws-ind-est, ws-mes-geracao)
           end-if

           compute ws-data-ccyymmdd-num = ws-ano-resumo * 10000
                                        + ws-mes-geracao * 100
                                        + ws-ind-dia

           if not ws-res-tem-extremo-sim(ws-ind-est)
           or ws-dgm-maxima(ws-ind-est, ws-ind-dia) > ws-res-maxima(ws-ind-est) then
               move ws-dgm-maxima(ws-ind-est, ws-ind-dia) to ws-res-maxima(ws-ind-est)
               move ws-data-ccyymmdd-num to ws-res-data-maxima(ws-ind-est)
               move ws-dgm-hora-maxima(ws-ind-est, ws-ind-dia)
                 to ws-res-hora-maxima(ws-ind-est)
           end-if
           if not ws-res-tem-extremo-sim(ws-ind-est)
           or ws-dgm-minima(ws-ind-est, ws-ind-dia) < ws-res-minima(ws-ind-est) then
               move ws-dgm-minima(ws-ind-est, ws-ind-dia) to ws-res-minima(ws-ind-est)
               move ws-data-ccyymmdd-num to ws-res-data-minima(ws-ind-est)
               move ws-dgm-hora-minima(ws-ind-est, ws-ind-dia)
                 to ws-res-hora-minima(ws-ind-est)
           end-if
           move 'S' to ws-res-tem-extremo(ws-ind-est)

           if ws-dgm-temp(ws-ind-est, ws-ind-dia) > ws-res-limite-alto(ws-ind-est) then
               add 1 to ws-res-dias-acima(ws-ind-est)
           end-if
           if ws-dgm-temp(ws-ind-est, ws-ind-dia) < ws-res-limite-baixo(ws-ind-est) then
               add 1 to ws-res-dias-abaixo(ws-ind-est)
           end-if
           .
       acumula-dia-medido-exit.
           exit.
      *>________________________________________________________________________
      *>  estimativa de um dia ausente pelos vizinhos com leitura no mes,
      *>  pela mesma regra do relatorio mensal: interpolacao entre o
      *>  anterior e o seguinte, ou o unico vizinho na borda do mes
      *>________________________________________________________________________
       estima-dia-ausente section.

           move 0 to ws-dia-ant-estima
           perform varying ws-ind-viz from 1 by 1
                                    until ws-ind-viz >= ws-ind-dia
               if ws-dgm-presente-sim(ws-ind-est, ws-ind-viz) then
                   move ws-ind-viz to ws-dia-ant-estima
               end-if
           end-perform

           move 0 to ws-dia-seg-estima
           perform varying ws-ind-viz from ws-rmm-dias-mes(ws-ind-est, ws-mes-geracao)
                                    by -1 until ws-ind-viz <= ws-ind-dia
               if ws-dgm-presente-sim(ws-ind-est, ws-ind-viz) then
                   move ws-ind-viz to ws-dia-seg-estima
               end-if
           end-perform

           if ws-dia-ant-estima > 0
           and ws-dia-seg-estima > 0 then
               compute ws-temp-estimada rounded =
                   ws-dgm-temp(ws-ind-est, ws-dia-ant-estima)
                   + ((ws-dgm-temp(ws-ind-est, ws-dia-seg-estima)
                       - ws-dgm-temp(ws-ind-est, ws-dia-ant-estima))
                      * (ws-ind-dia - ws-dia-ant-estima))
                     / (ws-dia-seg-estima - ws-dia-ant-estima)
           else
               if ws-dia-ant-estima > 0 then
                   move ws-dgm-temp(ws-ind-est, ws-dia-ant-estima)
                     to ws-temp-estimada
               else
                   if ws-dia-seg-estima > 0 then
                       move ws-dgm-temp(ws-ind-est, ws-dia-seg-estima)
                         to ws-temp-estimada
                   end-if
               end-if
           end-if

           if ws-dia-ant-estima > 0
           or ws-dia-seg-estima > 0 then
               add 1 to ws-rmm-estimados(ws-ind-est, ws-mes-geracao)
               move ws-temp-estimada to ws-temp-dia
               perform acumula-graus-dia
           end-if
           .
       estima-dia-ausente-exit.
           exit.
      *>________________________________________________________________________
      *>  graus-dia de aquecimento e resfriamento de um dia (ws-temp-dia)
      *>  contra a temperatura base
      *>________________________________________________________________________
       acumula-graus-dia section.

           if ws-temp-dia < ws-temp-base then
               compute ws-graus-dia = ws-temp-base - ws-temp-dia
               add ws-graus-dia to ws-res-aquecimento(ws-ind-est)
           end-if
           if ws-temp-dia > ws-temp-base then
               compute ws-graus-dia = ws-temp-dia - ws-temp-base
               add ws-graus-dia to ws-res-resfriamento(ws-ind-est)
           end-if
           .
       acumula-graus-dia-exit.
           exit.
      *>________________________________________________________________________
      *>  normais das estacoes do resumo: a normal de cada mes e a media das
      *>  normais diarias do mes; arquivo ausente deixa o desvio em branco
      *>________________________________________________________________________
       carrega-normais section.

           move 'N' to ws-fim-normais

           open input arqNormais
           if ws-fs-arqNormais = 0 then
               perform until ws-fim-normais-sim
                   read arqNormais
                   if ws-fs-arqNormais <> 0 then
                       move 'S' to ws-fim-normais
                   else
                       if fd-nrm-mes >= 1 and fd-nrm-mes <= 12 then
                           perform varying ws-ind-est from 1 by 1
                                            until ws-ind-est > ws-qtde-estacoes
                               if ws-res-estacao(ws-ind-est) = fd-nrm-estacao then
                                   add fd-nrm-media
                                    to ws-rmm-nrm-soma(ws-ind-est, fd-nrm-mes)
                                   add 1
                                    to ws-rmm-nrm-qtde(ws-ind-est, fd-nrm-mes)
                               end-if
                           end-perform
                       end-if
                   end-if
               end-perform
               close arqNormais
           end-if
           .
       carrega-normais-exit.
           exit.
      *>________________________________________________________________________
      *>  pagina de uma estacao: os doze meses, extremos do ano, graus-dia,
      *>  dias fora dos limites e dias ausentes/estimados
      *>________________________________________________________________________
       gera-pagina-estacao section.

           move ws-linha-separador to fd-resumo-linha
           perform grava-linha-resumo

           move ws-ano-resumo to ws-rtt-ano
           move ws-res-estacao(ws-ind-est) to ws-rtt-estacao
           move ws-res-nome(ws-ind-est) to ws-rtt-nome
           move ws-linha-res-titulo to fd-resumo-linha
           perform grava-linha-resumo

           move ws-linha-res-colunas to fd-resumo-linha
           perform grava-linha-resumo

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               perform grava-mes-estacao
           end-perform

      *> _______________  extremos absolutos do ano, com data e hora
           if ws-res-tem-extremo-sim(ws-ind-est) then
               move 'MAIOR MAXIMA DO ANO: ' to ws-rex-texto
               move ws-res-maxima(ws-ind-est) to ws-rex-temp
               move ws-res-data-maxima(ws-ind-est) to ws-data-impressa
               perform converte-data-impressa
               move ws-data-ddmmccyy-num to ws-rex-data
               if ws-res-hora-maxima(ws-ind-est) <= 23 then
                   move ws-res-hora-maxima(ws-ind-est) to ws-mhr-hora
                   move ws-monta-hora to ws-rex-hora
               else
                   move spaces to ws-rex-hora
               end-if
               move ws-linha-res-extremo to fd-resumo-linha
               perform grava-linha-resumo

               move 'MENOR MINIMA DO ANO: ' to ws-rex-texto
               move ws-res-minima(ws-ind-est) to ws-rex-temp
               move ws-res-data-minima(ws-ind-est) to ws-data-impressa
               perform converte-data-impressa
               move ws-data-ddmmccyy-num to ws-rex-data
               if ws-res-hora-minima(ws-ind-est) <= 23 then
                   move ws-res-hora-minima(ws-ind-est) to ws-mhr-hora
                   move ws-monta-hora to ws-rex-hora
               else
                   move spaces to ws-rex-hora
               end-if
               move ws-linha-res-extremo to fd-resumo-linha
               perform grava-linha-resumo
           end-if

           move ws-res-aquecimento(ws-ind-est) to ws-rgd-aquec
           move ws-res-resfriamento(ws-ind-est) to ws-rgd-resfr
           move ws-temp-base to ws-rgd-base
           move ws-linha-res-graus to fd-resumo-linha
           perform grava-linha-resumo

           move ws-res-limite-alto(ws-ind-est) to ws-rlm-alto
           move ws-res-dias-acima(ws-ind-est) to ws-rlm-acima
           move ws-res-limite-baixo(ws-ind-est) to ws-rlm-baixo
           move ws-res-dias-abaixo(ws-ind-est) to ws-rlm-abaixo
           move ws-linha-res-limites to fd-resumo-linha
           perform grava-linha-resumo

           move ws-res-dias-ausentes(ws-ind-est) to ws-rft-ausentes
           move ws-res-dias-estimados(ws-ind-est) to ws-rft-estimados
           move ws-linha-res-faltas to fd-resumo-linha
           perform grava-linha-resumo

      *> _______________  acumulados da rede
           add ws-res-dias-ausentes(ws-ind-est) to ws-rede-ausentes
           add ws-res-dias-estimados(ws-ind-est) to ws-rede-estimados
           add ws-res-dias-acima(ws-ind-est) to ws-rede-acima
           add ws-res-dias-abaixo(ws-ind-est) to ws-rede-abaixo

           if ws-res-tem-extremo-sim(ws-ind-est) then
               if not ws-rede-tem-extremo-sim
               or ws-res-maxima(ws-ind-est) > ws-rede-maxima then
                   move ws-res-maxima(ws-ind-est) to ws-rede-maxima
                   move ws-res-estacao(ws-ind-est) to ws-rede-est-maxima
                   move ws-res-data-maxima(ws-ind-est) to ws-rede-data-maxima
               end-if
               if not ws-rede-tem-extremo-sim
               or ws-res-minima(ws-ind-est) < ws-rede-minima then
                   move ws-res-minima(ws-ind-est) to ws-rede-minima
                   move ws-res-estacao(ws-ind-est) to ws-rede-est-minima
                   move ws-res-data-minima(ws-ind-est) to ws-rede-data-minima
               end-if
               move 'S' to ws-rede-tem-extremo
           end-if
           .
       gera-pagina-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  linha de um mes na pagina da estacao: geracao ausente, estacao
      *>  fora da geracao, mes sem dia medido ou os valores do mes
      *>________________________________________________________________________
       grava-mes-estacao section.

           move ws-nome-mes(ws-ind-mes) to ws-rmv-mes

           if not ws-geracao-lida-sim(ws-ind-mes) then
               move 'GERACAO AUSENTE DO ARQUIVO' to ws-rmv-texto
               move ws-linha-res-mes-vazio to fd-resumo-linha
           else
               if not ws-rmm-tem-sim(ws-ind-est, ws-ind-mes) then
                   move 'ESTACAO FORA DA GERACAO' to ws-rmv-texto
                   move ws-linha-res-mes-vazio to fd-resumo-linha
               else
                   if ws-rmm-qtde(ws-ind-est, ws-ind-mes) = 0 then
                       move 'MES SEM DIA MEDIDO' to ws-rmv-texto
                       move ws-linha-res-mes-vazio to fd-resumo-linha
                   else
                       perform monta-linha-mes
                       move ws-linha-res-mes to fd-resumo-linha
                   end-if
               end-if
           end-if

           perform grava-linha-resumo
           .
       grava-mes-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  valores de um mes medido, com o desvio contra a normal do mes
      *>________________________________________________________________________
       monta-linha-mes section.

           compute ws-media-mes rounded =
                   ws-rmm-soma(ws-ind-est, ws-ind-mes)
                 / ws-rmm-qtde(ws-ind-est, ws-ind-mes)

           move ws-nome-mes(ws-ind-mes) to ws-rms-mes
           move ws-media-mes to ws-rms-media
           move ws-rmm-minima(ws-ind-est, ws-ind-mes) to ws-rms-minima
           move ws-rmm-maxima(ws-ind-est, ws-ind-mes) to ws-rms-maxima
           move ws-rmm-qtde(ws-ind-est, ws-ind-mes) to ws-rms-dias
           move ws-rmm-ausentes(ws-ind-est, ws-ind-mes) to ws-rms-ausentes
           move ws-rmm-estimados(ws-ind-est, ws-ind-mes) to ws-rms-estimados

           if ws-rmm-nrm-qtde(ws-ind-est, ws-ind-mes) > 0 then
               compute ws-normal-mes rounded =
                       ws-rmm-nrm-soma(ws-ind-est, ws-ind-mes)
                     / ws-rmm-nrm-qtde(ws-ind-est, ws-ind-mes)
               compute ws-desvio-mes = ws-media-mes - ws-normal-mes
               move ws-normal-mes to ws-monta-temp-edit
               move ws-monta-temp-edit to ws-rms-normal
               move ws-desvio-mes to ws-monta-temp-edit
               move ws-monta-temp-edit to ws-rms-desvio
           else
               move spaces to ws-rms-normal
               move spaces to ws-rms-desvio
           end-if
           .
       monta-linha-mes-exit.
           exit.
      *>________________________________________________________________________
      *>  pagina final: uma linha por estacao, extremos da rede, totais e as
      *>  geracoes ausentes do ano
      *>________________________________________________________________________
       gera-resumo-rede section.

           move ws-linha-separador to fd-resumo-linha
           perform grava-linha-resumo

           move ws-ano-resumo to ws-rrt-ano
           move ws-qtde-estacoes to ws-rrt-estacoes
           move ws-qtde-geracoes to ws-rrt-geracoes
           move ws-linha-rede-titulo to fd-resumo-linha
           perform grava-linha-resumo

           move ws-linha-rede-colunas to fd-resumo-linha
           perform grava-linha-resumo

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               move ws-res-estacao(ws-ind-est) to ws-rre-estacao
               if ws-res-dias-anual(ws-ind-est) > 0 then
                   compute ws-media-anual rounded =
                           ws-res-soma-anual(ws-ind-est)
                         / ws-res-dias-anual(ws-ind-est)
               else
                   move 0 to ws-media-anual
               end-if
               move ws-media-anual to ws-rre-media
               move ws-res-maxima(ws-ind-est) to ws-rre-maxima
               move ws-res-data-maxima(ws-ind-est) to ws-data-impressa
               perform converte-data-impressa
               move ws-data-ddmmccyy-num to ws-rre-data-maxima
               move ws-res-minima(ws-ind-est) to ws-rre-minima
               move ws-res-data-minima(ws-ind-est) to ws-data-impressa
               perform converte-data-impressa
               move ws-data-ddmmccyy-num to ws-rre-data-minima
               move ws-res-aquecimento(ws-ind-est) to ws-rre-aquec
               move ws-res-resfriamento(ws-ind-est) to ws-rre-resfr
               move ws-res-dias-ausentes(ws-ind-est) to ws-rre-ausentes
               move ws-res-dias-estimados(ws-ind-est) to ws-rre-estimados
               move ws-linha-rede-est to fd-resumo-linha
               perform grava-linha-resumo
           end-perform

           if ws-rede-tem-extremo-sim then
               move 'MAIOR MAXIMA DA REDE:' to ws-rrx-texto
               move ws-rede-maxima to ws-rrx-temp
               move ws-rede-est-maxima to ws-rrx-estacao
               move ws-rede-data-maxima to ws-data-impressa
               perform converte-data-impressa
               move ws-data-ddmmccyy-num to ws-rrx-data
               move ws-linha-rede-extremo to fd-resumo-linha
               perform grava-linha-resumo

               move 'MENOR MINIMA DA REDE:' to ws-rrx-texto
               move ws-rede-minima to ws-rrx-temp
               move ws-rede-est-minima to ws-rrx-estacao
               move ws-rede-data-minima to ws-data-impressa
               perform converte-data-impressa
               move ws-data-ddmmccyy-num to ws-rrx-data
               move ws-linha-rede-extremo to fd-resumo-linha
               perform grava-linha-resumo
           end-if

           move ws-rede-ausentes to ws-rrt-ausentes
           move ws-rede-estimados to ws-rrt-estimados
           move ws-rede-acima to ws-rrt-acima
           move ws-rede-abaixo to ws-rrt-abaixo
           move ws-linha-rede-totais to fd-resumo-linha
           perform grava-linha-resumo

      *> _______________  meses que faltam no arquivo de guarda
           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               if not ws-geracao-lida-sim(ws-ind-mes) then
                   move spaces to ws-rga-nome
                   string 'arquivoTemp_'     delimited by size
                          ws-ano-resumo      delimited by size
                          ws-ind-mes         delimited by size
                          '.dat'             delimited by size
                          into ws-rga-nome
                   end-string
                   move ws-linha-res-geracao-ausente to fd-resumo-linha
                   perform grava-linha-resumo
               end-if
           end-perform
           .
       gera-resumo-rede-exit.
           exit.
      *>________________________________________________________________________
      *>  data ccyymmdd de ws-data-impressa aberta em dd/mm/ccyy
      *>________________________________________________________________________
       converte-data-impressa section.

           move ws-data-impressa to ws-data-ccyymmdd-num
           move ws-dcc-dia to ws-ddm-dia
           move ws-dcc-mes to ws-ddm-mes
           move ws-dcc-ano to ws-ddm-ano
           .
       converte-data-impressa-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha do resumo anual
      *>________________________________________________________________________
       grava-linha-resumo section.

           write fd-resumo-linha
           if ws-fs-arqResumo <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqResumo to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo resumoAnual' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-resumo-exit.
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
      *>   finalização normal
      *>________________________________________________________________________
       finaliza section.

           close arqResumo

           if ws-cadastro-aberto-sim then
               close cadEstacoes
           end-if

           display "Ano do resumo:        " ws-ano-resumo
           display "Geracoes lidas:       " ws-qtde-geracoes
           display "Estacoes no resumo:   " ws-qtde-estacoes

           stop run
           .
       finaliza-exit.
           exit.
