           lock mode is automatic
           file status is ws-fs-cadEstacoes.

           select cadSensores assign to 'cadSensores.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-sen-serie
           lock mode is automatic
           file status is ws-fs-cadSensores.

           select histSensores assign to 'histSensores.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-his-chave
           lock mode is automatic
           file status is ws-fs-histSensores.

           select arqDesvios assign to 'desviosVizinhas.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDesvios.

           select arqReprocesso assign to 'reprocessaEstacoes.txt'
           organization is line sequential
           access mode is sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqInterfaceFat.

           select controleFaturamento assign to 'faturamentoEnviado.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-fen-chave
           lock mode is automatic
           file status is ws-fs-controleFaturamento.

           select arqAjusteFat assign to ws-nome-ajuste-fat
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAjusteFat.

           select arqMapaClimat assign to 'mapaEstacoesClimat.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMapaClimat.

           select arqMensagemClimat assign to 'mensagemClimat.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMensagemClimat.

           select arqControleClimat assign to 'controleClimat.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleClimat.
       *>______________________________________________________________________________
       *>select adiona nome ao arquivo> assing vai estar assossiando o arquivo fisico.
       *> forma de como sao organizados os dados.

       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
             10 filler                             pic  x(06).

       fd arqRelatorioTemp.
       01 fd-relatorioTemp-linha                   pic x(180).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).
      *>        24      boletim parcial ('S' processa o mes ate ontem, sem
      *>                tratar o resto do mes como ausente nem abendar por
      *>                arquivo incompleto; vale com os modos B e T)
      *>        25-26   maximo de dias ausentes para a estacao entrar na
      *>                mensagem CLIMAT da varredura (em branco vale 10)
      *>        27-32   mes de referencia da execucao (ccyymm): na virada
      *>                do mes arqTemperatura tem dois meses em aberto por
      *>                estacao e a execucao processa o conjunto deste mes;
      *>                em branco vale o mes mais antigo em aberto da
      *>                (primeira) estacao processada
       01 fd-parametros-linha.
          05 fd-param-modo-execucao                pic x(01).
          05 fd-param-estacao                      pic x(03).
          05 fd-param-min-evento-num redefines fd-param-min-evento
                                                   pic 9(02).
          05 fd-param-boletim                      pic x(01).
          05 fd-param-max-ausentes-climat          pic x(02).
          05 fd-param-max-ausentes-climat-num redefines
             fd-param-max-ausentes-climat          pic 9(02).
          05 fd-param-referencia.
             10 fd-param-ref-ano                   pic x(04).
             10 fd-param-ref-mes                   pic x(02).
          05 fd-param-referencia-num redefines fd-param-referencia.
             10 fd-param-ref-ano-num               pic 9(04).
             10 fd-param-ref-mes-num               pic 9(02).

       fd cadEstacoes.
       01 fd-estacao-reg.
          05 fd-est-sensor                         pic  x(10).
          05 filler                                pic  x(10).

       fd cadSensores.
       01 fd-sensor-reg.
      *>      registro de sensores mantido por cadastroSensores: modelo e
      *>      calibracao vigente e anterior de cada instrumento
          05 fd-sen-serie                          pic  x(10).
          05 fd-sen-modelo                         pic  x(20).
          05 fd-sen-estacao                        pic  x(03).
          05 fd-sen-data-instalacao                pic  9(08).
          05 fd-sen-data-remocao                   pic  9(08).
          05 fd-sen-data-calibracao                pic  9(08).
          05 fd-sen-validade-calibracao            pic  9(08).
          05 fd-sen-data-calib-anterior            pic  9(08).
          05 fd-sen-validade-calib-anterior        pic  9(08).
          05 filler                                pic  x(10).

       fd histSensores.
       01 fd-historico-reg.
      *>      montagens de sensor por estacao, pela data de instalacao;
      *>      retirada zero e a montagem ainda em curso
          05 fd-his-chave.
             10 fd-his-estacao                     pic  x(03).
             10 fd-his-data-instalacao             pic  9(08).
          05 fd-his-serie                          pic  x(10).
          05 fd-his-data-remocao                   pic  9(08).
          05 filler                                pic  x(10).

       fd arqDesvios.
      *>      marcas gravadas por comparaVizinhas: dia ('D') ou estacao
      *>      ('E', data ccyymm00) acima ou abaixo das estacoes vizinhas
       01 fd-desvios-linha.
          05 fd-dsv-estacao                        pic  x(03).
          05 fd-dsv-data                           pic  9(08).
          05 fd-dsv-tipo                           pic  x(01).
             88 fd-dsv-tipo-dia                    value 'D'.
             88 fd-dsv-tipo-estacao                value 'E'.
          05 fd-dsv-sentido                        pic  x(01).
          05 fd-dsv-desvio                         pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-dsv-referencia                     pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-dsv-qtde                           pic  9(02).

       fd arqReprocesso.
      *>      lista gravada por reprocessaCorrecoes: uma linha por leitura
      *>      corrigida no journal desde a ultima execucao, estacao + data
                                                    sign is leading separate character.
          05 filler                                pic  x(27).

       fd controleFaturamento.
      *>      o que foi de fato enviado ao faturamento por estacao e mes:
      *>      valores do ultimo envio (original ou ajuste) e valores ja
      *>      confirmados pelo retorno, base do delta dos ajustes;
      *>      situacao do ultimo envio atualizada por retornoFaturamento
       01 fd-fat-enviado-reg.
          05 fd-fen-chave.
             10 fd-fen-ano                         pic  9(04).
             10 fd-fen-mes                         pic  9(02).
             10 fd-fen-estacao                     pic  x(03).
          05 fd-fen-tipo-envio                     pic  x(01).
             88 fd-fen-original                    value 'O'.
             88 fd-fen-ajuste                      value 'A'.
          05 fd-fen-situacao                       pic  x(01).
             88 fd-fen-aguardando                  value 'E'.
             88 fd-fen-confirmado                  value 'C'.
             88 fd-fen-rejeitado                   value 'R'.
          05 fd-fen-env-aquecimento                pic s9(04)v99.
          05 fd-fen-env-resfriamento               pic s9(04)v99.
          05 fd-fen-env-aquec-estimado             pic s9(04)v99.
          05 fd-fen-env-resfr-estimado             pic s9(04)v99.
          05 fd-fen-cnf-aquecimento                pic s9(04)v99.
          05 fd-fen-cnf-resfriamento               pic s9(04)v99.
          05 fd-fen-cnf-aquec-estimado             pic s9(04)v99.
          05 fd-fen-cnf-resfr-estimado             pic s9(04)v99.
          05 fd-fen-data-original                  pic  9(08).
          05 fd-fen-data-envio                     pic  9(08).
          05 fd-fen-qtde-ajustes                   pic  9(03).
          05 filler                                pic  x(10).

       fd arqAjusteFat.
      *>      interface de ajuste de graus-dia de um mes ja faturado, no
      *>      estilo da interface original: registro '1' cabecalho, um
      *>      registro '2' por estacao com ajuste pendente (valores
      *>      confirmados, revisados e o delta) e registro '9' trailer com
      *>      contagem e hash totals dos deltas
       01 fd-ajusteFat-linha                       pic x(80).
       01 fd-ajf-cabecalho redefines fd-ajusteFat-linha.
          05 fd-ajc-tipo                           pic  x(01).
          05 fd-ajc-data-geracao                   pic  9(08).
          05 fd-ajc-mes                            pic  9(02).
          05 fd-ajc-ano                            pic  9(04).
          05 filler                                pic  x(65).
       01 fd-ajf-detalhe redefines fd-ajusteFat-linha.
          05 fd-ajd-tipo                           pic  x(01).
          05 fd-ajd-estacao                        pic  x(03).
          05 fd-ajd-aquec-original                 pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-aquec-revisado                 pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-aquec-delta                    pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-resfr-original                 pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-resfr-revisado                 pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-resfr-delta                    pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-aquec-estimado                 pic s9(04)v99
                                                    sign is leading separate character.
          05 fd-ajd-resfr-estimado                 pic s9(04)v99
                                                    sign is leading separate character.
          05 filler                                pic  x(20).
       01 fd-ajf-trailer redefines fd-ajusteFat-linha.
          05 fd-ajt-tipo                           pic  x(01).
          05 fd-ajt-qtde-regs                      pic  9(04).
          05 fd-ajt-hash-delta-aquec               pic s9(06)v99
                                                    sign is leading separate character.
          05 fd-ajt-hash-delta-resfr               pic s9(06)v99
                                                    sign is leading separate character.
          05 filler                                pic  x(57).

       fd arqMapaClimat.
      *>      correspondencia entre o codigo interno da estacao e o
      *>      indicativo do servico meteorologico nacional (5 digitos)
       01 fd-mapa-climat-linha.
          05 fd-mpc-estacao                        pic  x(03).
          05 fd-mpc-indicativo                     pic  x(05).

       fd arqMensagemClimat.
      *>      mensagem climatologica mensal para o servico meteorologico
      *>      nacional, gravada na varredura mensal (modo 'T'): registro
      *>      'H' cabecalho de transmissao (mes/ano de referencia e data e
      *>      hora de geracao), um registro 'D' por estacao ativa com
      *>      media do mes, medias das maximas e minimas diarias, extremos
      *>      com o dia e dias ausentes, e um registro 'T' trailer com a
      *>      contagem de estacoes; temperaturas com sinal separado a
      *>      esquerda e 2 casas decimais implicitas
       01 fd-mensagemClimat-linha                  pic x(50).
       01 fd-clm-cabecalho redefines fd-mensagemClimat-linha.
          05 fd-clh-tipo                           pic  x(01).
          05 fd-clh-mensagem                       pic  x(06).
          05 fd-clh-mes                            pic  9(02).
          05 fd-clh-ano                            pic  9(04).
          05 fd-clh-data-geracao                   pic  9(08).
          05 fd-clh-hora-geracao                   pic  9(06).
          05 filler                                pic  x(23).
       01 fd-clm-detalhe redefines fd-mensagemClimat-linha.
          05 fd-cld-tipo                           pic  x(01).
          05 fd-cld-indicativo                     pic  x(05).
          05 fd-cld-media                          pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-cld-media-maximas                  pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-cld-media-minimas                  pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-cld-maxima                         pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-cld-dia-maxima                     pic  9(02).
          05 fd-cld-minima                         pic s9(02)v99
                                                    sign is leading separate character.
          05 fd-cld-dia-minima                     pic  9(02).
          05 fd-cld-dias-ausentes                  pic  9(02).
          05 filler                                pic  x(13).
       01 fd-clm-trailer redefines fd-mensagemClimat-linha.
          05 fd-clt-tipo                           pic  x(01).
          05 fd-clt-qtde-estacoes                  pic  9(04).
          05 filler                                pic  x(45).

       fd arqControleClimat.
       01 fd-controleClimat-linha                  pic x(80).

      *>_____variáveis de trabalho______
       working-storage section.

          88 ws-cadastro-aberto-sim                 value 'S'.
       77 ws-nome-estacao                          pic  x(30).

      *>      sensores montados na estacao durante o mes de referencia,
      *>      do historico de montagens de cadastroSensores, e o indice da
      *>      montagem que mediu cada dia; arquivos ausentes deixam o mes
      *>      sem sensor registrado e nenhum dia com calibracao vencida
       77 ws-fs-cadSensores                        pic  9(02).
       77 ws-fs-histSensores                       pic  9(02).
       77 ws-sensores-aberto                       pic  x(01) value 'N'.
          88 ws-sensores-aberto-sim                 value 'S'.
       77 ws-fim-montagens                         pic  x(01).
          88 ws-fim-montagens-sim                   value 'S'.
       77 ws-qtde-montagens                        pic  9(02).
       77 ws-ind-mnt                               pic  9(02).
       77 ws-data-ini-mes                          pic  9(08).
       77 ws-data-fim-mes                          pic  9(08).
       77 ws-data-dia-mes                          pic  9(08).
       77 ws-validade-dia                          pic  9(08).
       77 ws-qtde-dias-calib-vencida               pic  9(02).
       01 ws-tabela-montagens.
          05 ws-mnt-ent occurs 10.
             10 ws-mnt-serie                       pic  x(10).
             10 ws-mnt-modelo                      pic  x(20).
             10 ws-mnt-instalacao                  pic  9(08).
             10 ws-mnt-remocao                     pic  9(08).
             10 ws-mnt-calibracao                  pic  9(08).
             10 ws-mnt-validade                    pic  9(08).
             10 ws-mnt-calib-anterior              pic  9(08).
             10 ws-mnt-valid-anterior              pic  9(08).
             10 ws-mnt-primeiro-dia                pic  9(02).
             10 ws-mnt-ultimo-dia                  pic  9(02).

      *>      montagem (indice da tabela acima) que mediu cada dia do mes,
      *>      zero quando nao ha sensor registrado, e marca do dia medido
      *>      com a calibracao do sensor ja vencida
       01 ws-sensores-dia occurs 31.
          05 ws-sensor-dia                         pic  9(02).
       01 ws-calibracoes-dia occurs 31.
          05 ws-dia-calib-vencida                  pic  x(01).
             88 ws-dia-calib-vencida-sim           value 'S'.

       01 ws-linha-rel-sensor.
          05 filler                                pic x(07) value 'SENSOR '.
          05 ws-rsn-serie                          pic  x(10).
          05 filler                                pic x(03) value ' - '.
          05 ws-rsn-modelo                         pic  x(20).
          05 filler                                pic x(08) value ' - DIAS '.
          05 ws-rsn-dia-ini                        pic  z9.
          05 filler                                pic x(03) value ' A '.
          05 ws-rsn-dia-fim                        pic  z9.
          05 filler                                pic x(15) value
             ' - CALIBRACAO '.
          05 ws-rsn-calibracao                     pic  x(21).

       01 ws-monta-validade.
          05 filler                                pic x(11) value
             'VALIDA ATE '.
          05 ws-mvl-data                           pic  9(04)/9(02)/9(02).

       01 ws-linha-rel-sem-sensor.
          05 filler                                pic x(28) value
             'SENSOR NAO REGISTRADO NO MES'.

      *>      marcas da comparacao com as vizinhas (comparaVizinhas) para a
      *>      estacao e o mes em processo; sem o arquivo nada e marcado
       77 ws-fs-arqDesvios                         pic  9(02).
       77 ws-fim-desvios                           pic  x(01).
          88 ws-fim-desvios-sim                     value 'S'.
       77 ws-data-desvio-mes                       pic  9(06).
       77 ws-dia-desvio                            pic  9(02).
       77 ws-qtde-dias-vizinhas                    pic  9(02).
       77 ws-deriva-estacao                        pic  x(01).
          88 ws-deriva-quente                       value 'A'.
          88 ws-deriva-fria                         value 'B'.
       77 ws-deriva-desvio                         pic s9(02)v99.
       01 ws-vizinhas-dia occurs 31.
          05 ws-dia-vizinhas                       pic  x(01).
             88 ws-dia-acima-vizinhas              value 'A'.
             88 ws-dia-abaixo-vizinhas             value 'B'.

       01 ws-linha-rel-deriva.
          05 filler                                pic x(27) value
             'DERIVA CONTRA AS VIZINHAS: '.
          05 ws-rdv-situacao                       pic  x(11).
          05 filler                                pic x(16) value
             ' - DESVIO MEDIO '.
          05 ws-rdv-desvio                         pic -9(02)9,99.
          05 filler                                pic x(08) value
             ' - DIAS '.
          05 ws-rdv-dias                           pic  z9.

       01 ws-linha-rel-calib-vencida.
          05 filler                                pic x(29) value
             'DIAS COM CALIBRACAO VENCIDA: '.
          05 ws-rcv-qtde                           pic  z9.

       01 ws-linha-rel-estacao.
          05 filler                                pic x(08) value 'ESTACAO '.
          05 ws-rle-estacao                        pic  x(03).
          88 ws-ja-consolidada-sim                  value 'S'.
       77 ws-ind-cor                               pic  9(03).
       77 ws-ind-cor-2                             pic  9(03).
       77 ws-mes-correcao                          pic  9(08).
       01 ws-tabela-correcoes.
          05 ws-cor-ent occurs 200.
             10 ws-cor-estacao                     pic  x(03).

       77 ws-media-temp                            pic s9(04)v99.
       77 ws-temp-total                            pic s9(04)v99.
      *>      medias das maximas e das minimas diarias dos dias validos
       77 ws-total-maximas                         pic s9(04)v99.
       77 ws-total-minimas                         pic s9(04)v99.
       77 ws-media-maximas                         pic s9(04)v99.
       77 ws-media-minimas                         pic s9(04)v99.

       77 ws-temp-min                              pic s9(02)v99.
       77 ws-temp-max                              pic s9(02)v99.
      *>      branco quando a estacao nao tem normal para o dia
          05 filler                                pic x(03) value ' '.
          05 ws-rel-normal                         pic x(17).
      *>      dia medido por sensor com a calibracao vencida na data
          05 ws-rel-calibracao                     pic x(16).
      *>      dia marcado fora da referencia das estacoes vizinhas
          05 ws-rel-vizinhas                       pic x(18).

       01 ws-monta-normal.
          05 filler                                pic x(10) value 'VS NORMAL '.
       77 ws-fim-estacoes                          pic  x(01) value 'N'.
          88 ws-fim-estacoes-sim                    value 'S'.

      *>      mes/ano da varredura, informado em paramExecucao ou tirado
      *>      da primeira estacao: as demais sao processadas no mesmo mes
      *>      para o ranking nao misturar meses
       77 ws-mes-varredura                         pic  9(02) value 0.
       77 ws-ano-varredura                         pic  9(04) value 0.
      *>      chave do cabecalho (ccyymm00) do mes da varredura e do
      *>      conjunto carregado; estacao achada com o mes da varredura
       77 ws-data-cabecalho-ref                    pic  9(08) value 0.
       77 ws-data-cabecalho-mes                    pic  9(08) value 0.
       77 ws-estacao-localizada                    pic  x(01).
          88 ws-estacao-localizada-sim              value 'S'.
       77 ws-qtde-estacoes-proc                    pic  9(02) value 0.
       77 ws-qtde-dias-alerta                      pic  9(02) value 0.
       77 ws-ind-con                               pic  9(02).
             10 ws-con-resfriamento                pic s9(04)v99.
             10 ws-con-aquec-estimado              pic s9(04)v99.
             10 ws-con-resfr-estimado              pic s9(04)v99.
      *>      estatisticas do mes para a mensagem CLIMAT
             10 ws-con-media-maximas               pic s9(02)v99.
             10 ws-con-media-minimas               pic s9(02)v99.
             10 ws-con-dia-temp-min                pic  9(02).
             10 ws-con-dia-temp-max                pic  9(02).
             10 ws-con-dias-ausentes               pic  9(02).
             10 ws-con-dias-validos                pic  9(02).
             10 ws-con-na-mensagem                 pic  x(01).
                88 ws-con-na-mensagem-sim          value 'S'.
      *>      graus-dia calculados nesta execucao (a reemissao completa o
      *>      ranking sem eles)
             10 ws-con-graus-dia                   pic  x(01).
                88 ws-con-graus-dia-sim            value 'S'.
       01 ws-con-troca                             pic  x(83).

       77 ws-fs-arqInterfaceFat                    pic  9(02).
       77 ws-fs-arqMapaClimat                      pic  9(02).
       77 ws-fs-arqMensagemClimat                  pic  9(02).
       77 ws-fs-arqControleClimat                  pic  9(02).
       77 ws-hash-aquecimento                      pic s9(06)v99.
       77 ws-hash-resfriamento                     pic s9(06)v99.

      *>      controle do que foi enviado ao faturamento e ajustes de meses
      *>      ja faturados
       77 ws-fs-controleFaturamento                pic  9(02).
       77 ws-fs-arqAjusteFat                       pic  9(02).
       77 ws-nome-ajuste-fat                       pic  x(40).
       77 ws-qtde-fat-enviadas                     pic  9(04) value 0.
       77 ws-qtde-ajustes-fat                      pic  9(04) value 0.
       77 ws-hash-delta-aquec                      pic s9(06)v99.
       77 ws-hash-delta-resfr                      pic s9(06)v99.
       77 ws-envia-original                        pic  x(01).
          88 ws-envia-original-sim                  value 'S'.
       77 ws-fim-controle-fat                      pic  x(01).
          88 ws-fim-controle-fat-sim                value 'S'.

       01 ws-linha-cons-cabec1.
          05 filler                                pic x(34) value
             'RANKING MENSAL DAS ESTACOES - MES '.
          05 filler                                pic x(07) value ' '.
          05 ws-cons-dias-alerta                   pic  z9.

      *>      mensagem CLIMAT da varredura: maximo de dias ausentes para a
      *>      estacao entrar (regra do servico meteorologico, padrao 10),
      *>      correspondencia de indicativos e contagens do controle
       77 ws-max-ausentes-climat                   pic  9(02) value 10.
       77 ws-qtde-mapa-climat                      pic  9(02) value 0.
       77 ws-ind-mapa                              pic  9(02).
       77 ws-qtde-climat-enviadas                  pic  9(04) value 0.
       77 ws-qtde-climat-excluidas                 pic  9(04) value 0.
       77 ws-indicativo-climat                     pic  x(05).
       77 ws-motivo-climat                         pic  x(40).
       77 ws-fim-cadastro                          pic  x(01).
          88 ws-fim-cadastro-sim                    value 'S'.
       01 ws-tabela-mapa-climat.
          05 ws-mpc-ent occurs 50.
             10 ws-mpc-estacao                     pic  x(03).
             10 ws-mpc-indicativo                  pic  x(05).

       01 ws-linha-climat-cabec1.
          05 filler                                pic x(40) value
             'CONTROLE DA MENSAGEM CLIMAT - MES '.
          05 ws-clc-mes                            pic  9(02).
          05 filler                                pic x(01) value '/'.
          05 ws-clc-ano                            pic  9(04).

       01 ws-linha-climat-cabec2                   pic x(80) value
          'EST INDIC. SITUACAO'.

       01 ws-linha-climat-estacao.
          05 ws-cle-estacao                        pic  x(03).
          05 filler                                pic x(01) value ' '.
          05 ws-cle-indicativo                     pic  x(05).
          05 filler                                pic x(02) value ' '.
          05 ws-cle-situacao                       pic  x(09).
          05 ws-cle-motivo                         pic  x(40).

       01 ws-linha-climat-totais.
          05 filler                                pic x(20) value
             'ESTACOES ENVIADAS: '.
          05 ws-clt-enviadas                       pic  zzz9.
          05 filler                                pic x(15) value
             ' - EXCLUIDAS: '.
          05 ws-clt-excluidas                      pic  zzz9.

       01 ws-monta-motivo-ausentes.
          05 filler                                pic x(15) value
             'DIAS AUSENTES ('.
          05 ws-mma-ausentes                       pic  z9.
          05 filler                                pic x(13) value
             ') ACIMA DE '.
          05 ws-mma-maximo                         pic  z9.

       77 ws-sair                                  pic  x(01).
       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  x(04).
                           " nao gerada"
               else
                   perform gera-interface-faturamento
                   perform gera-ajuste-faturamento
               end-if
      *>        a mensagem CLIMAT e do mes fechado: boletim parcial nunca a
      *>        produz, nem quando o corte ja alcanca o fim do mes
               if ws-boletim-sim then
                   display "Boletim parcial: mensagem CLIMAT nao gerada"
               else
                   perform gera-mensagem-climat
               end-if
           else
               if ws-modo-reprocesso then
           if ws-fs-cadEstacoes = 0 then
               move 'S' to ws-cadastro-aberto
           end-if

      *> _______________  registro e historico de sensores, para o sensor do
      *>                   mes e a calibracao de cada dia; sem eles o
      *>                   relatorio sai com o sensor nao registrado
           open input cadSensores
           if ws-fs-cadSensores = 0 then
               open input histSensores
               if ws-fs-histSensores = 0 then
                   move 'S' to ws-sensores-aberto
               else
                   close cadSensores
               end-if
           end-if
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  varredura (e reemissao) nao misturam meses: estacoes carregadas e
      *>  expurgadas em separado podem divergir e o ranking ficaria sem
      *>  sentido; sem mes de referencia em paramExecucao a primeira
      *>  estacao processada define o mes da rodada
      *>________________________________________________________________________
       confere-mes-varredura section.

           if ws-ano-varredura = 0 then
               move ws-mes-referencia to ws-mes-varredura
               move ws-ano-referencia to ws-ano-varredura
               compute ws-data-cabecalho-ref = ws-ano-varredura * 10000
                                             + ws-mes-varredura * 100
           else
               if ws-mes-referencia <> ws-mes-varredura
               or ws-ano-referencia <> ws-ano-varredura then
       confere-mes-varredura-exit.
           exit.
      *>________________________________________________________________________
      *>  posicionamento na proxima estacao do arquivo com conjunto no mes
      *>  da varredura; estacao so com outro mes em aberto e saltada
      *>________________________________________________________________________
       localiza-proxima-estacao section.

           move 'N' to ws-estacao-localizada

           perform until ws-estacao-localizada-sim
                      or ws-fim-estacoes-sim
               perform posiciona-proxima-estacao
           end-perform
           .
       localiza-proxima-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  posicionamento na estacao seguinte: o primeiro registro depois
      *>  do ultimo trailer (data ccyymm99 do mes mais novo) da estacao
      *>  atual, que e o cabecalho do mes mais antigo dela
      *>________________________________________________________________________
       posiciona-proxima-estacao section.

           move ws-estacao to fd-trm-estacao
           move 99999999 to fd-trm-data

                   end-if

                   move fd-trm-estacao to ws-estacao
                   perform confere-mes-estacao
               end-if
           end-if
           .
       posiciona-proxima-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  estacao posicionada no cabecalho do mes mais antigo: sem mes de
      *>  varredura definido ainda ele serve; senao procura o cabecalho
      *>  do mes da varredura e salta a estacao que nao tem esse mes
      *>________________________________________________________________________
       confere-mes-estacao section.

           if ws-ano-varredura = 0
           or fd-trm-data = ws-data-cabecalho-ref then
               move 'S' to ws-estacao-localizada
           else
               move ws-estacao to fd-trm-estacao
               move ws-data-cabecalho-ref to fd-trm-data
               read arqTemperatura
               if ws-fs-arqTemperatura = 0
               and fd-trm-e-cabecalho then
                   move 'S' to ws-estacao-localizada
               else
                   if ws-fs-arqTemperatura <> 0
                   and ws-fs-arqTemperatura <> 23 then
                       move 2 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo arqTemperatura' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Estacao sem o mes de referencia ignorada: "
                           ws-estacao
               end-if
           end-if
           .
       confere-mes-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  guarda as estatisticas da estacao processada para o ranking
               move ws-total-resfriamento to ws-con-resfriamento(ws-qtde-estacoes-proc)
               move ws-aquec-estimado to ws-con-aquec-estimado(ws-qtde-estacoes-proc)
               move ws-resfr-estimado to ws-con-resfr-estimado(ws-qtde-estacoes-proc)
               move ws-media-maximas to ws-con-media-maximas(ws-qtde-estacoes-proc)
               move ws-media-minimas to ws-con-media-minimas(ws-qtde-estacoes-proc)
               move ws-dia-temp-min to ws-con-dia-temp-min(ws-qtde-estacoes-proc)
               move ws-dia-temp-max to ws-con-dia-temp-max(ws-qtde-estacoes-proc)
               move ws-qtde-dias-ausentes to ws-con-dias-ausentes(ws-qtde-estacoes-proc)
               move ws-qtde-dias-validos to ws-con-dias-validos(ws-qtde-estacoes-proc)
               move 'N' to ws-con-na-mensagem(ws-qtde-estacoes-proc)
               move 'S' to ws-con-graus-dia(ws-qtde-estacoes-proc)
           else
               display "Limite de 50 estacoes no consolidado excedido"
           end-if
      *>  corrigidos marcados; o ranking consolidado tambem e reemitido,
      *>  completado com as estatisticas recalculadas das estacoes nao
      *>  corrigidas (sem reemitir os relatorios delas, que estao em dia);
      *>  as pendencias do mes reemitido so saem da lista quando a
      *>  reemissao termina bem, para uma falha no meio nao perder correcoes.
      *>  So as correcoes do mes da rodada sao reemitidas (sem mes em
      *>  paramExecucao, vale o mes da primeira correcao da lista); as do
      *>  outro mes em aberto ficam na lista para a rodada do mes delas
      *>________________________________________________________________________
       processa-reprocessamento section.

           else
               move 'S' to ws-reemissao

               if ws-ano-varredura = 0 then
                   compute ws-mes-correcao = ws-cor-data(1) / 100
                   compute ws-ano-varredura = ws-mes-correcao / 100
                   compute ws-mes-varredura = ws-mes-correcao
                                            - ws-ano-varredura * 100
                   compute ws-data-cabecalho-ref = ws-ano-varredura * 10000
                                                 + ws-mes-varredura * 100
               end-if

               perform varying ws-ind-cor from 1 by 1
                                        until ws-ind-cor > ws-qtde-correcoes
                   compute ws-mes-correcao = ws-cor-data(ws-ind-cor) / 100
                   compute ws-mes-correcao = ws-mes-correcao * 100
                   if ws-cor-feita(ws-ind-cor) <> 'S'
                   and ws-mes-correcao = ws-data-cabecalho-ref then
                       move ws-cor-estacao(ws-ind-cor) to ws-estacao

      *>                todas as correcoes da estacao saem nesta passada

               perform completa-consolidado-reprocesso
               perform gera-relatorio-consolidado
      *>        totais corrigidos de mes ja faturado saem como ajuste;
      *>        boletim parcial nao altera o que o faturamento recebeu
               if ws-boletim-sim
               and ws-dia-corte < ws-dias-mes then
                   display "Boletim parcial: ajuste de faturamento"
                           " nao gerado"
               else
                   perform gera-ajuste-faturamento
               end-if
               perform limpa-lista-correcoes
           end-if
           .
                   move 0 to ws-aquec-estimado
                   move 0 to ws-resfr-estimado
                   perform guarda-consolidado
                   if ws-qtde-estacoes-proc > 0
                   and ws-con-estacao(ws-qtde-estacoes-proc) = ws-estacao then
                       move 'N' to ws-con-graus-dia(ws-qtde-estacoes-proc)
                   end-if
               end-if

               perform localiza-proxima-estacao
           exit.
      *>________________________________________________________________________
      *>  consumo da lista de pendencias depois da reemissao bem-sucedida:
      *>  a lista e regravada so com as correcoes de outros meses, que a
      *>  reemissao deste mes nao cobriu e ficam para a do mes delas; lista
      *>  vazia avisa a preparacao de que nada ficou para tras; numa falha
      *>  no meio a lista sobrevive e a proxima preparacao a carrega de
      *>  volta em vez de destrui-la
      *>________________________________________________________________________
       limpa-lista-correcoes section.

           open output arqReprocesso
           if ws-fs-arqReprocesso = 0 then
               perform varying ws-ind-cor from 1 by 1
                                        until ws-ind-cor > ws-qtde-correcoes
                   compute ws-mes-correcao = ws-cor-data(ws-ind-cor) / 100
                   compute ws-mes-correcao = ws-mes-correcao * 100
                   if ws-mes-correcao <> ws-data-cabecalho-ref then
                       move ws-cor-estacao(ws-ind-cor) to fd-rep-estacao
                       move ws-cor-data(ws-ind-cor) to fd-rep-data
                       write fd-reprocesso-linha
                       if ws-fs-arqReprocesso <> 0 then
                           move 2 to ws-msn-erro-offset
                           move ws-fs-arqReprocesso to ws-msn-erro-cod
                           move 'Erro ao Regravar Arquivo arqReprocesso' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
               close arqReprocesso
           end-if
           .
      *> _______________  nome cadastral da estacao para os relatorios
           perform busca-nome-estacao

      *> _______________  posicionando no cabecalho da estacao no mes da
      *>                   varredura (data ccyymm00); sem mes definido, no
      *>                   cabecalho do mes mais antigo em aberto
           move ws-estacao to fd-trm-estacao
           move ws-data-cabecalho-ref to fd-trm-data

           start arqTemperatura key is >= fd-trm-chave
               if ws-fs-arqTemperatura <> 0 then
                   perform finaliza-anormal
               end-if

           if ws-ano-varredura > 0
           and fd-trm-data <> ws-data-cabecalho-ref then
               move 2 to ws-msn-erro-offset
               move 9 to ws-msn-erro-cod
               move 'Estacao Sem o Mes de Referencia' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-trm-data to ws-data-cabecalho-mes
           move fd-trm-mes to ws-mes-referencia
           move fd-trm-ano to ws-ano-referencia
           move fd-trm-dias-mes to ws-dias-mes
      *>                   referencia lido do cabecalho
           perform carrega-normais-estacao

      *> _______________  sensores montados no mes e calibracao de cada dia
           perform carrega-sensores-estacao

      *> _______________  dias e estacao marcados contra as vizinhas
           perform carrega-vizinhas-estacao

      *> _______________  verificando se existe checkpoint de uma carga anterior
           perform verifica-checkpoint

                       move ws-ind-temp to ws-inicio-repeticao
                   end-if

      *>            leitura de sensor com a calibracao vencida na data
                   if ws-dia-calib-vencida-sim(ws-ind-temp) then
                       move 'S' to ws-dia-suspeito(ws-ind-temp)
                   end-if

      *>            leitura fora da referencia das estacoes vizinhas
                   if ws-dia-acima-vizinhas(ws-ind-temp)
                   or ws-dia-abaixo-vizinhas(ws-ind-temp) then
                       move 'S' to ws-dia-suspeito(ws-ind-temp)
                   end-if

                   if ws-qtde-repetidos = ws-repeticao-limite then
      *>                a sequencia atingiu o limite: marca desde o inicio
                       perform varying ws-ind-rep from ws-inicio-repeticao by 1
               end-if
           end-perform

           move 0 to ws-qtde-dias-calib-vencida
           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-dia-corte
               if ws-dia-suspeito-sim(ws-ind-temp) then
                   add 1 to ws-qtde-dias-suspeitos
               end-if
               if ws-dia-presente-sim(ws-ind-temp)
               and ws-dia-calib-vencida-sim(ws-ind-temp) then
                   add 1 to ws-qtde-dias-calib-vencida
               end-if
           end-perform
           .
       analisa-qualidade-temp-exit.
               and fd-chk-e-cabecalho
               and fd-chk-estacao = ws-estacao
               and fd-chk-indice > 0
               and fd-chk-indice <= ws-dias-mes
               and fd-chk-data > ws-data-cabecalho-mes
               and fd-chk-data < ws-data-cabecalho-mes + 99 then

                   move fd-chk-indice to ws-chk-indice-salvo
                   move fd-chk-qtde-parcial to ws-qtde-regs-lidos
                   or fd-param-boletim = 's' then
                       move 'S' to ws-boletim-parcial
                   end-if
      *>            maximo de dias ausentes na mensagem CLIMAT: parametro
      *>            opcional, em branco mantem o padrao 10
                   if fd-param-max-ausentes-climat is numeric then
                       move fd-param-max-ausentes-climat-num
                         to ws-max-ausentes-climat
                   end-if
      *>            mes de referencia: parametro opcional, em branco vale
      *>            o mes mais antigo em aberto da primeira estacao
                   if fd-param-referencia is numeric
                   and fd-param-ref-mes-num >= 1
                   and fd-param-ref-mes-num <= 12 then
                       move fd-param-ref-ano-num to ws-ano-varredura
                       move fd-param-ref-mes-num to ws-mes-varredura
                       compute ws-data-cabecalho-ref =
                               ws-ano-varredura * 10000
                             + ws-mes-varredura * 100
                   end-if
               end-if
               close arqParametros
           end-if
       busca-nome-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  sensores da estacao no mes de referencia: cada montagem do
      *>  historico que cobre algum dia do mes vai para a tabela com o
      *>  modelo e as calibracoes do registro de sensores; cada dia fica
      *>  com a montagem mais recente instalada ate ele e e marcado quando
      *>  a calibracao valida naquela data (a vigente, ou a anterior para
      *>  os dias medidos antes dela) ja tinha vencido
      *>________________________________________________________________________
       carrega-sensores-estacao section.

           move 0 to ws-qtde-montagens
           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > 31
               move 0 to ws-sensor-dia(ws-ind-temp)
               move 'N' to ws-dia-calib-vencida(ws-ind-temp)
           end-perform

           if ws-sensores-aberto-sim then
               compute ws-data-ini-mes = ws-ano-referencia * 10000
                                       + ws-mes-referencia * 100 + 1
               compute ws-data-fim-mes = ws-data-ini-mes + ws-dias-mes - 1

      *> _______________  montagens da estacao que cobrem algum dia do mes
               move 'N' to ws-fim-montagens
               move ws-estacao to fd-his-estacao
               move 0 to fd-his-data-instalacao

               start histSensores key is >= fd-his-chave
               if ws-fs-histSensores <> 0 then
                   move 'S' to ws-fim-montagens
               end-if

               perform until ws-fim-montagens-sim
                   read histSensores next record
                   if ws-fs-histSensores <> 0
                   or fd-his-estacao <> ws-estacao
                   or fd-his-data-instalacao > ws-data-fim-mes then
                       move 'S' to ws-fim-montagens
                   else
                       if (fd-his-data-remocao = 0
                           or fd-his-data-remocao >= ws-data-ini-mes)
                       and ws-qtde-montagens < 10 then
                           add 1 to ws-qtde-montagens
                           perform guarda-montagem-estacao
                       end-if
                   end-if
               end-perform

      *> _______________  montagem e calibracao de cada dia do mes
               perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-dias-mes
                   compute ws-data-dia-mes = ws-data-ini-mes + ws-ind-temp - 1

                   perform varying ws-ind-mnt from 1 by 1
                                            until ws-ind-mnt > ws-qtde-montagens
                       if ws-mnt-instalacao(ws-ind-mnt) <= ws-data-dia-mes
                       and (ws-mnt-remocao(ws-ind-mnt) = 0
                            or ws-mnt-remocao(ws-ind-mnt) >= ws-data-dia-mes) then
                           move ws-ind-mnt to ws-sensor-dia(ws-ind-temp)
                       end-if
                   end-perform

                   if ws-sensor-dia(ws-ind-temp) > 0 then
                       move ws-sensor-dia(ws-ind-temp) to ws-ind-mnt

                       if ws-mnt-primeiro-dia(ws-ind-mnt) = 0 then
                           move ws-ind-temp to ws-mnt-primeiro-dia(ws-ind-mnt)
                       end-if
                       move ws-ind-temp to ws-mnt-ultimo-dia(ws-ind-mnt)

                       move 0 to ws-validade-dia
                       if ws-mnt-calibracao(ws-ind-mnt) > 0
                       and ws-data-dia-mes >= ws-mnt-calibracao(ws-ind-mnt) then
                           move ws-mnt-validade(ws-ind-mnt) to ws-validade-dia
                       else
                           if ws-mnt-calib-anterior(ws-ind-mnt) > 0
                           and ws-data-dia-mes >= ws-mnt-calib-anterior(ws-ind-mnt) then
                               move ws-mnt-valid-anterior(ws-ind-mnt)
                                 to ws-validade-dia
                           end-if
                       end-if

                       if ws-validade-dia > 0
                       and ws-data-dia-mes > ws-validade-dia then
                           move 'S' to ws-dia-calib-vencida(ws-ind-temp)
                       end-if
                   end-if
               end-perform
           end-if
           .
       carrega-sensores-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  uma montagem do historico na tabela do mes, com o modelo e as
      *>  calibracoes do registro do sensor (sensor fora do registro fica
      *>  sem calibracao conhecida e seus dias nao sao marcados)
      *>________________________________________________________________________
       guarda-montagem-estacao section.

           move fd-his-serie to ws-mnt-serie(ws-qtde-montagens)
           move fd-his-data-instalacao to ws-mnt-instalacao(ws-qtde-montagens)
           move fd-his-data-remocao to ws-mnt-remocao(ws-qtde-montagens)
           move 0 to ws-mnt-primeiro-dia(ws-qtde-montagens)
           move 0 to ws-mnt-ultimo-dia(ws-qtde-montagens)

           move fd-his-serie to fd-sen-serie
           read cadSensores
           if ws-fs-cadSensores = 0 then
               move fd-sen-modelo to ws-mnt-modelo(ws-qtde-montagens)
               move fd-sen-data-calibracao
                 to ws-mnt-calibracao(ws-qtde-montagens)
               move fd-sen-validade-calibracao
                 to ws-mnt-validade(ws-qtde-montagens)
               move fd-sen-data-calib-anterior
                 to ws-mnt-calib-anterior(ws-qtde-montagens)
               move fd-sen-validade-calib-anterior
                 to ws-mnt-valid-anterior(ws-qtde-montagens)
           else
               move '*** NAO CADASTRADO' to ws-mnt-modelo(ws-qtde-montagens)
               move 0 to ws-mnt-calibracao(ws-qtde-montagens)
               move 0 to ws-mnt-validade(ws-qtde-montagens)
               move 0 to ws-mnt-calib-anterior(ws-qtde-montagens)
               move 0 to ws-mnt-valid-anterior(ws-qtde-montagens)
           end-if
           .
       guarda-montagem-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  marcas de comparaVizinhas para a estacao no mes de referencia:
      *>  dias acima ou abaixo das vizinhas e a deriva da estacao no mes
      *>________________________________________________________________________
       carrega-vizinhas-estacao section.

           move space to ws-deriva-estacao
           move 0 to ws-deriva-desvio
           move 0 to ws-qtde-dias-vizinhas
           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > 31
               move space to ws-dia-vizinhas(ws-ind-temp)
           end-perform

           compute ws-data-desvio-mes = ws-ano-referencia * 100
                                      + ws-mes-referencia
           move 'N' to ws-fim-desvios

           open input arqDesvios
           if ws-fs-arqDesvios = 0 then
               perform until ws-fim-desvios-sim
                   read arqDesvios
                   if ws-fs-arqDesvios <> 0 then
                       move 'S' to ws-fim-desvios
                   else
                       if fd-dsv-estacao = ws-estacao
                       and fd-dsv-data(1:6) = ws-data-desvio-mes then
                           if fd-dsv-tipo-estacao then
                               move fd-dsv-sentido to ws-deriva-estacao
                               move fd-dsv-desvio to ws-deriva-desvio
                               move fd-dsv-qtde to ws-qtde-dias-vizinhas
                           else
                               compute ws-dia-desvio =
                                       function mod(fd-dsv-data, 100)
                               if ws-dia-desvio >= 1
                               and ws-dia-desvio <= 31 then
                                   move fd-dsv-sentido
                                     to ws-dia-vizinhas(ws-dia-desvio)
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
               close arqDesvios
           end-if
           .
       carrega-vizinhas-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  normais climatologicas da estacao em processo para o mes de
      *>  referencia: uma passada por normaisClimaticas guardando a media
      *>  de longo prazo de cada dia do calendario; arquivo ausente deixa
       calc-media-temp section.

           move 0 to ws-temp-total
           move 0 to ws-total-maximas
           move 0 to ws-total-minimas
           move 0 to ws-qtde-dias-alerta
           move 0 to ws-qtde-dias-presentes
           move 0 to ws-qtde-dias-validos
                       add 1 to ws-qtde-dias-validos
                       compute ws-temp-total = ws-temp-total
                                             + ws-temp(ws-ind-temp)
                       add ws-temp-maxima(ws-ind-temp) to ws-total-maximas
                       add ws-temp-minima(ws-ind-temp) to ws-total-minimas

      *>                extremos do mes sobre as minimas e maximas diarias
      *>                verdadeiras, e nao mais sobre as medias dos dias,

           if ws-qtde-dias-validos > 0 then
               compute ws-media-temp = ws-temp-total / ws-qtde-dias-validos
               compute ws-media-maximas rounded =
                       ws-total-maximas / ws-qtde-dias-validos
               compute ws-media-minimas rounded =
                       ws-total-minimas / ws-qtde-dias-validos
           else
               move 0 to ws-media-temp
               move 0 to ws-media-maximas
               move 0 to ws-media-minimas
           end-if

      *> _______________ desvio padrao das temperaturas dos dias validos
               perform finaliza-anormal
           end-if

      *> _______________  sensores que mediram o mes, com os dias de cada um
      *>                   e a validade da calibracao vigente
           perform grava-sensores-relatorio

      *> _______________  reemissao pos-correcao identificada no topo, para
      *>                   o leitor saber por que esta versao difere
           if ws-reemissao-sim then
                   move spaces to ws-rel-corrigido
               end-if

               if ws-dia-presente-sim(ws-ind-temp)
               and ws-dia-calib-vencida-sim(ws-ind-temp) then
                   move ' - CALIB VENCIDA' to ws-rel-calibracao
               else
                   move spaces to ws-rel-calibracao
               end-if

               move spaces to ws-rel-vizinhas
               if ws-dia-presente-sim(ws-ind-temp) then
                   if ws-dia-acima-vizinhas(ws-ind-temp) then
                       move ' - ACIMA VIZINHAS' to ws-rel-vizinhas
                   end-if
                   if ws-dia-abaixo-vizinhas(ws-ind-temp) then
                       move ' - ABAIXO VIZINHAS' to ws-rel-vizinhas
                   end-if
               end-if

      *>            desvio do dia contra a propria normal climatologica,
      *>            ao lado do desvio contra a media do mes que ja existia
               if ws-normal-tem-sim(ws-ind-temp) then
       gera-relatorio-temp-exit.
           exit.
      *>________________________________________________________________________
      *>  linhas dos sensores do mes no topo do relatorio mensal: uma por
      *>  montagem que mediu algum dia ate o corte, ou a falta de sensor
      *>  registrado, a deriva da estacao contra as vizinhas e a contagem
      *>  dos dias com calibracao vencida
      *>________________________________________________________________________
       grava-sensores-relatorio section.

           move 0 to ws-ind-temp
           perform varying ws-ind-mnt from 1 by 1
                                    until ws-ind-mnt > ws-qtde-montagens
               if ws-mnt-primeiro-dia(ws-ind-mnt) > 0
               and ws-mnt-primeiro-dia(ws-ind-mnt) <= ws-dia-corte then
                   move ws-mnt-serie(ws-ind-mnt) to ws-rsn-serie
                   move ws-mnt-modelo(ws-ind-mnt) to ws-rsn-modelo
                   move ws-mnt-primeiro-dia(ws-ind-mnt) to ws-rsn-dia-ini
                   if ws-mnt-ultimo-dia(ws-ind-mnt) > ws-dia-corte then
                       move ws-dia-corte to ws-rsn-dia-fim
                   else
                       move ws-mnt-ultimo-dia(ws-ind-mnt) to ws-rsn-dia-fim
                   end-if
                   if ws-mnt-validade(ws-ind-mnt) > 0 then
                       move ws-mnt-validade(ws-ind-mnt) to ws-mvl-data
                       move ws-monta-validade to ws-rsn-calibracao
                   else
                       move 'NAO REGISTRADA' to ws-rsn-calibracao
                   end-if

                   write fd-relatorioTemp-linha from ws-linha-rel-sensor
                   if ws-fs-arqRelatorioTemp <> 0 then
                       move 7 to ws-msn-erro-offset
                       move ws-fs-arqRelatorioTemp to ws-msn-erro-cod
                       move 'Erro ao Gravar Arquivo arqRelatorioTemp' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-ind-temp
               end-if
           end-perform

           if ws-ind-temp = 0 then
               write fd-relatorioTemp-linha from ws-linha-rel-sem-sensor
               if ws-fs-arqRelatorioTemp <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqRelatorioTemp to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo arqRelatorioTemp' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> _______________  estacao que roda quente ou fria contra as vizinhas
           if ws-deriva-quente
           or ws-deriva-fria then
               if ws-deriva-quente then
                   move 'RODA QUENTE' to ws-rdv-situacao
               else
                   move 'RODA FRIA' to ws-rdv-situacao
               end-if
               move ws-deriva-desvio to ws-rdv-desvio
               move ws-qtde-dias-vizinhas to ws-rdv-dias
               write fd-relatorioTemp-linha from ws-linha-rel-deriva
               if ws-fs-arqRelatorioTemp <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqRelatorioTemp to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo arqRelatorioTemp' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtde-dias-calib-vencida > 0 then
               move ws-qtde-dias-calib-vencida to ws-rcv-qtde
               write fd-relatorioTemp-linha from ws-linha-rel-calib-vencida
               if ws-fs-arqRelatorioTemp <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqRelatorioTemp to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo arqRelatorioTemp' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       grava-sensores-relatorio-exit.
           exit.
      *>________________________________________________________________________
      *>  deteccao de eventos para a defesa civil: tres ou mais dias (minimo
      *>  configuravel) consecutivos acima do limite alto formam onda de
      *>  calor, consecutivos abaixo do limite baixo formam evento de frio;
      *>  interface de graus-dia para o faturamento: um arquivo unico da
      *>  varredura mensal, com cabecalho, um registro por estacao e
      *>  trailer com contagem e hash totals, no lugar da redigitacao
      *>  manual dos totais de cada grausDia_ no sistema corporativo;
      *>  cada estacao vai uma vez: a que o faturamento ja confirmou fica
      *>  fora, e diferenca nos totais dela sai na interface de ajuste
      *>________________________________________________________________________
       gera-interface-faturamento section.

           perform abre-controle-faturamento

           open output arqInterfaceFat
           if ws-fs-arqInterfaceFat <> 0 then
               move 12 to ws-msn-erro-offset

           move 0 to ws-hash-aquecimento
           move 0 to ws-hash-resfriamento
           move 0 to ws-qtde-fat-enviadas

           perform varying ws-ind-con from 1 by 1
                                    until ws-ind-con > ws-qtde-estacoes-proc
      *>        envio original enquanto o faturamento nao confirmou: estacao
      *>        nova no mes, aguardando retorno ou rejeitada no original
               move ws-ano-referencia to fd-fen-ano
               move ws-mes-referencia to fd-fen-mes
               move ws-con-estacao(ws-ind-con) to fd-fen-estacao
               read controleFaturamento
               if ws-fs-controleFaturamento = 23 then
                   move 'S' to ws-envia-original
               else
                   if ws-fs-controleFaturamento <> 0 then
                       move 15 to ws-msn-erro-offset
                       move ws-fs-controleFaturamento to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo controleFaturamento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-fen-original
                   and not fd-fen-confirmado then
                       move 'S' to ws-envia-original
                   else
                       move 'N' to ws-envia-original
                   end-if
               end-if

               if ws-envia-original-sim then
                   move spaces to fd-interfaceFat-linha
                   move '2' to fd-ifd-tipo
                   move ws-con-estacao(ws-ind-con) to fd-ifd-estacao
                   move ws-con-aquecimento(ws-ind-con) to fd-ifd-aquecimento
                   move ws-con-resfriamento(ws-ind-con) to fd-ifd-resfriamento
                   move ws-con-aquec-estimado(ws-ind-con) to fd-ifd-aquec-estimado
                   move ws-con-resfr-estimado(ws-ind-con) to fd-ifd-resfr-estimado

                   add ws-con-aquecimento(ws-ind-con) to ws-hash-aquecimento
                   add ws-con-resfriamento(ws-ind-con) to ws-hash-resfriamento
                   add 1 to ws-qtde-fat-enviadas

                   write fd-interfaceFat-linha
                   if ws-fs-arqInterfaceFat <> 0 then
                       move 12 to ws-msn-erro-offset
                       move ws-fs-arqInterfaceFat to ws-msn-erro-cod
                       move 'Erro ao Gravar Arquivo arqInterfaceFat' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform registra-envio-original
               end-if
           end-perform

           move spaces to fd-interfaceFat-linha
           move '9' to fd-ift-tipo
           move ws-qtde-fat-enviadas to fd-ift-qtde-regs
           move ws-hash-aquecimento to fd-ift-hash-aquec
           move ws-hash-resfriamento to fd-ift-hash-resfr
           write fd-interfaceFat-linha
               move 'Erro ao Fechar Arquivo arqInterfaceFat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close controleFaturamento
           .
       gera-interface-faturamento-exit.
           exit.
      *>________________________________________________________________________
      *>  controle do faturamento aberto para atualizacao; criado vazio na
      *>  primeira execucao (status 35)
      *>________________________________________________________________________
       abre-controle-faturamento section.

           open i-o controleFaturamento
           if ws-fs-controleFaturamento = 35 then
               open output controleFaturamento
               close controleFaturamento
               open i-o controleFaturamento
           end-if
           if ws-fs-controleFaturamento <> 0 then
               move 15 to ws-msn-erro-offset
               move ws-fs-controleFaturamento to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo controleFaturamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-controle-faturamento-exit.
           exit.
      *>________________________________________________________________________
      *>  registro do envio original da estacao ws-ind-con, aguardando o
      *>  retorno do faturamento (o registro lido, se houver, esta na fd)
      *>________________________________________________________________________
       registra-envio-original section.

           move function current-date(1:8) to ws-dha-data

           if ws-fs-controleFaturamento = 23 then
               move ws-ano-referencia to fd-fen-ano
               move ws-mes-referencia to fd-fen-mes
               move ws-con-estacao(ws-ind-con) to fd-fen-estacao
               move ws-dha-data-num to fd-fen-data-original
               move 0 to fd-fen-qtde-ajustes
               move spaces to fd-fat-enviado-reg(79:10)
           end-if

           move 'O' to fd-fen-tipo-envio
           move 'E' to fd-fen-situacao
           move ws-con-aquecimento(ws-ind-con) to fd-fen-env-aquecimento
           move ws-con-resfriamento(ws-ind-con) to fd-fen-env-resfriamento
           move ws-con-aquec-estimado(ws-ind-con) to fd-fen-env-aquec-estimado
           move ws-con-resfr-estimado(ws-ind-con) to fd-fen-env-resfr-estimado
           move 0 to fd-fen-cnf-aquecimento
           move 0 to fd-fen-cnf-resfriamento
           move 0 to fd-fen-cnf-aquec-estimado
           move 0 to fd-fen-cnf-resfr-estimado
           move ws-dha-data-num to fd-fen-data-envio

           if ws-fs-controleFaturamento = 23 then
               write fd-fat-enviado-reg
           else
               rewrite fd-fat-enviado-reg
           end-if
           if ws-fs-controleFaturamento <> 0 then
               move 15 to ws-msn-erro-offset
               move ws-fs-controleFaturamento to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo controleFaturamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-envio-original-exit.
           exit.
      *>________________________________________________________________________
      *>  interface de ajuste do mes: estacoes com graus-dia calculados
      *>  nesta execucao cujo total difere do que o faturamento confirmou
      *>  passam a ter ajuste pendente; o arquivo do mes leva todo ajuste
      *>  ainda sem confirmacao (o delta e sempre contra o confirmado, o
      *>  arquivo regravado substitui o anterior sem perder pendencias)
      *>________________________________________________________________________
       gera-ajuste-faturamento section.

           perform abre-controle-faturamento

           perform varying ws-ind-con from 1 by 1
                                    until ws-ind-con > ws-qtde-estacoes-proc
               if ws-con-graus-dia-sim(ws-ind-con) then
                   perform confere-ajuste-estacao
               end-if
           end-perform

      *> _______________  ajustes pendentes do mes, em ordem de estacao
           move 0 to ws-qtde-ajustes-fat
           move 0 to ws-hash-delta-aquec
           move 0 to ws-hash-delta-resfr
           move 'N' to ws-fim-controle-fat

           move ws-ano-varredura to fd-fen-ano
           move ws-mes-varredura to fd-fen-mes
           move low-values to fd-fen-estacao
           start controleFaturamento key is >= fd-fen-chave
           if ws-fs-controleFaturamento <> 0 then
               move 'S' to ws-fim-controle-fat
           end-if

           perform until ws-fim-controle-fat-sim
               read controleFaturamento next record
               if ws-fs-controleFaturamento = 10 then
                   move 'S' to ws-fim-controle-fat
               else
                   if ws-fs-controleFaturamento <> 0 then
                       move 15 to ws-msn-erro-offset
                       move ws-fs-controleFaturamento to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo controleFaturamento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-fen-ano <> ws-ano-varredura
                   or fd-fen-mes <> ws-mes-varredura then
                       move 'S' to ws-fim-controle-fat
                   else
                       if fd-fen-ajuste
                       and not fd-fen-confirmado then
                           perform grava-ajuste-estacao
                       end-if
                   end-if
               end-if
           end-perform

           if ws-qtde-ajustes-fat > 0 then
               move spaces to fd-ajusteFat-linha
               move '9' to fd-ajt-tipo
               move ws-qtde-ajustes-fat to fd-ajt-qtde-regs
               move ws-hash-delta-aquec to fd-ajt-hash-delta-aquec
               move ws-hash-delta-resfr to fd-ajt-hash-delta-resfr
               perform grava-linha-ajuste

               close arqAjusteFat
               if ws-fs-arqAjusteFat <> 0 then
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqAjusteFat to ws-msn-erro-cod
                   move 'Erro ao Fechar Arquivo arqAjusteFat' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Ajustes de faturamento gerados: " ws-qtde-ajustes-fat
           else
               display "Nenhum ajuste de faturamento no mes"
           end-if

           close controleFaturamento
           .
       gera-ajuste-faturamento-exit.
           exit.
      *>________________________________________________________________________
      *>  totais recalculados da estacao ws-ind-con contra o controle: mes
      *>  ja faturado com total diferente do confirmado vira ajuste
      *>  pendente; original ainda sem confirmacao segue pela interface
      *>  original na proxima varredura
      *>________________________________________________________________________
       confere-ajuste-estacao section.

           move ws-ano-varredura to fd-fen-ano
           move ws-mes-varredura to fd-fen-mes
           move ws-con-estacao(ws-ind-con) to fd-fen-estacao
           read controleFaturamento
           if ws-fs-controleFaturamento = 23 then
               if ws-modo-reprocesso then
                   display "Estacao " ws-con-estacao(ws-ind-con)
                           " sem envio ao faturamento no mes: sem ajuste"
               end-if
           else
               if ws-fs-controleFaturamento <> 0 then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-controleFaturamento to ws-msn-erro-cod
                   move 'Erro ao Ler Arquivo controleFaturamento' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if fd-fen-original
               and not fd-fen-confirmado then
                   if ws-modo-reprocesso then
                       display "Estacao " ws-con-estacao(ws-ind-con)
                               " aguardando retorno do envio original"
                   end-if
               else
                   if (fd-fen-ajuste and not fd-fen-confirmado)
                   or ws-con-aquecimento(ws-ind-con) <> fd-fen-cnf-aquecimento
                   or ws-con-resfriamento(ws-ind-con) <> fd-fen-cnf-resfriamento
                   or ws-con-aquec-estimado(ws-ind-con) <> fd-fen-cnf-aquec-estimado
                   or ws-con-resfr-estimado(ws-ind-con) <> fd-fen-cnf-resfr-estimado then
                       perform registra-ajuste-estacao
                   end-if
               end-if
           end-if
           .
       confere-ajuste-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  ajuste pendente da estacao ws-ind-con com os totais revisados
      *>________________________________________________________________________
       registra-ajuste-estacao section.

           move function current-date(1:8) to ws-dha-data

           if fd-fen-confirmado then
               add 1 to fd-fen-qtde-ajustes
           end-if

           move 'A' to fd-fen-tipo-envio
           move 'E' to fd-fen-situacao
           move ws-con-aquecimento(ws-ind-con) to fd-fen-env-aquecimento
           move ws-con-resfriamento(ws-ind-con) to fd-fen-env-resfriamento
           move ws-con-aquec-estimado(ws-ind-con) to fd-fen-env-aquec-estimado
           move ws-con-resfr-estimado(ws-ind-con) to fd-fen-env-resfr-estimado
           move ws-dha-data-num to fd-fen-data-envio

           rewrite fd-fat-enviado-reg
           if ws-fs-controleFaturamento <> 0 then
               move 15 to ws-msn-erro-offset
               move ws-fs-controleFaturamento to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo controleFaturamento' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-ajuste-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  registro '2' de um ajuste pendente (registro do controle na fd);
      *>  o primeiro abre o arquivo do mes e grava o cabecalho, e o
      *>  ajuste rejeitado volta a aguardar retorno com este reenvio
      *>________________________________________________________________________
       grava-ajuste-estacao section.

           if ws-qtde-ajustes-fat = 0 then
               move spaces to ws-nome-ajuste-fat
               string 'interfaceAjusteFat_'  delimited by size
                      ws-ano-varredura        delimited by size
                      ws-mes-varredura        delimited by size
                      '.txt'                  delimited by size
                      into ws-nome-ajuste-fat
               end-string

               open output arqAjusteFat
               if ws-fs-arqAjusteFat <> 0 then
                   move 16 to ws-msn-erro-offset
                   move ws-fs-arqAjusteFat to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo arqAjusteFat' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move function current-date(1:8) to ws-dha-data
               move spaces to fd-ajusteFat-linha
               move '1' to fd-ajc-tipo
               move ws-dha-data-num to fd-ajc-data-geracao
               move ws-mes-varredura to fd-ajc-mes
               move ws-ano-varredura to fd-ajc-ano
               perform grava-linha-ajuste
           end-if

           move spaces to fd-ajusteFat-linha
           move '2' to fd-ajd-tipo
           move fd-fen-estacao to fd-ajd-estacao
           move fd-fen-cnf-aquecimento to fd-ajd-aquec-original
           move fd-fen-env-aquecimento to fd-ajd-aquec-revisado
           compute fd-ajd-aquec-delta = fd-fen-env-aquecimento
                                      - fd-fen-cnf-aquecimento
           move fd-fen-cnf-resfriamento to fd-ajd-resfr-original
           move fd-fen-env-resfriamento to fd-ajd-resfr-revisado
           compute fd-ajd-resfr-delta = fd-fen-env-resfriamento
                                      - fd-fen-cnf-resfriamento
           move fd-fen-env-aquec-estimado to fd-ajd-aquec-estimado
           move fd-fen-env-resfr-estimado to fd-ajd-resfr-estimado

           add fd-ajd-aquec-delta to ws-hash-delta-aquec
           add fd-ajd-resfr-delta to ws-hash-delta-resfr
           add 1 to ws-qtde-ajustes-fat

           perform grava-linha-ajuste

           if fd-fen-rejeitado then
               move 'E' to fd-fen-situacao
               rewrite fd-fat-enviado-reg
               if ws-fs-controleFaturamento <> 0 then
                   move 15 to ws-msn-erro-offset
                   move ws-fs-controleFaturamento to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo controleFaturamento' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       grava-ajuste-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de um registro da interface de ajuste
      *>________________________________________________________________________
       grava-linha-ajuste section.

           write fd-ajusteFat-linha
           if ws-fs-arqAjusteFat <> 0 then
               move 16 to ws-msn-erro-offset
               move ws-fs-arqAjusteFat to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqAjusteFat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-ajuste-exit.
           exit.
      *>________________________________________________________________________
      *>  mensagem CLIMAT do mes para o servico meteorologico nacional, no
      *>  lugar da redigitacao do relatorioConsolidado no formulario web:
      *>  uma linha por estacao ativa do cadastro com indicativo, dados do
      *>  mes na varredura e ausencias dentro do limite; as demais vao para
      *>  o controleClimat com o motivo da exclusao
      *>________________________________________________________________________
       gera-mensagem-climat section.

           perform carrega-mapa-climat

           open output arqMensagemClimat
           if ws-fs-arqMensagemClimat <> 0 then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqMensagemClimat to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqMensagemClimat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqControleClimat
           if ws-fs-arqControleClimat <> 0 then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqControleClimat to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqControleClimat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  cabecalho de transmissao
           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora
           move spaces to fd-mensagemClimat-linha
           move 'H' to fd-clh-tipo
           move 'CLIMAT' to fd-clh-mensagem
           move ws-mes-referencia to fd-clh-mes
           move ws-ano-referencia to fd-clh-ano
           move ws-dha-data-num to fd-clh-data-geracao
           move ws-dha-hora to fd-clh-hora-geracao
           perform grava-mensagem-climat

           move ws-mes-referencia to ws-clc-mes
           move ws-ano-referencia to ws-clc-ano
           move ws-linha-climat-cabec1 to fd-controleClimat-linha
           perform grava-controle-climat
           move ws-linha-climat-cabec2 to fd-controleClimat-linha
           perform grava-controle-climat

           move 0 to ws-qtde-climat-enviadas
           move 0 to ws-qtde-climat-excluidas

      *> _______________  estacoes do cadastro, em ordem de codigo
           if ws-cadastro-aberto-sim then
               move 'N' to ws-fim-cadastro
               move low-values to fd-est-estacao
               start cadEstacoes key is >= fd-est-estacao
               if ws-fs-cadEstacoes <> 0 then
                   move 'S' to ws-fim-cadastro
               end-if

               perform until ws-fim-cadastro-sim
                   read cadEstacoes next record
                   if ws-fs-cadEstacoes = 10 then
                       move 'S' to ws-fim-cadastro
                   else
                       if ws-fs-cadEstacoes <> 0 then
                           move 14 to ws-msn-erro-offset
                           move ws-fs-cadEstacoes to ws-msn-erro-cod
                           move 'Erro ao Ler Arquivo cadEstacoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform avalia-estacao-climat
                   end-if
               end-perform
           else
               display "Cadastro de estacoes indisponivel: mensagem CLIMAT"
                       " sem estacoes"
           end-if

      *> _______________  estacoes da varredura fora do cadastro
           perform varying ws-ind-con from 1 by 1
                                    until ws-ind-con > ws-qtde-estacoes-proc
               if not ws-con-na-mensagem-sim(ws-ind-con) then
                   move ws-con-estacao(ws-ind-con) to fd-est-estacao
                   move spaces to ws-indicativo-climat
                   move 'ESTACAO NAO CADASTRADA' to ws-motivo-climat
                   perform grava-exclusao-climat
               end-if
           end-perform

      *> _______________  trailer com a contagem de estacoes transmitidas
           move spaces to fd-mensagemClimat-linha
           move 'T' to fd-clt-tipo
           move ws-qtde-climat-enviadas to fd-clt-qtde-estacoes
           perform grava-mensagem-climat

           move ws-qtde-climat-enviadas to ws-clt-enviadas
           move ws-qtde-climat-excluidas to ws-clt-excluidas
           move ws-linha-climat-totais to fd-controleClimat-linha
           perform grava-controle-climat

           close arqMensagemClimat
           if ws-fs-arqMensagemClimat <> 0 then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqMensagemClimat to ws-msn-erro-cod
               move 'Erro ao Fechar Arquivo arqMensagemClimat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqControleClimat
           if ws-fs-arqControleClimat <> 0 then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqControleClimat to ws-msn-erro-cod
               move 'Erro ao Fechar Arquivo arqControleClimat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       gera-mensagem-climat-exit.
           exit.
      *>________________________________________________________________________
      *>  correspondencia de indicativos do servico meteorologico; linha com
      *>  indicativo que nao seja de 5 digitos fica de fora, e a estacao
      *>  sai no controle como sem indicativo
      *>________________________________________________________________________
       carrega-mapa-climat section.

           move 0 to ws-qtde-mapa-climat

           open input arqMapaClimat
           if ws-fs-arqMapaClimat = 0 then
               perform until ws-fs-arqMapaClimat <> 0
                   read arqMapaClimat
                   if ws-fs-arqMapaClimat = 0
                   and fd-mpc-estacao <> spaces
                   and fd-mpc-indicativo is numeric then
                       if ws-qtde-mapa-climat < 50 then
                           add 1 to ws-qtde-mapa-climat
                           move fd-mpc-estacao
                             to ws-mpc-estacao(ws-qtde-mapa-climat)
                           move fd-mpc-indicativo
                             to ws-mpc-indicativo(ws-qtde-mapa-climat)
                       else
                           display "Limite de 50 indicativos CLIMAT excedido"
                       end-if
                   end-if
               end-perform
               close arqMapaClimat
           else
               display "Arquivo mapaEstacoesClimat ausente: estacoes sem"
                       " indicativo"
           end-if
           .
       carrega-mapa-climat-exit.
           exit.
      *>________________________________________________________________________
      *>  uma estacao do cadastro: vai para a mensagem ou para o controle
      *>  com o motivo (desativada, sem dados no mes, sem indicativo,
      *>  ausencias acima do limite)
      *>________________________________________________________________________
       avalia-estacao-climat section.

           move spaces to ws-indicativo-climat
           perform varying ws-ind-mapa from 1 by 1
                                    until ws-ind-mapa > ws-qtde-mapa-climat
               if ws-mpc-estacao(ws-ind-mapa) = fd-est-estacao then
                   move ws-mpc-indicativo(ws-ind-mapa) to ws-indicativo-climat
               end-if
           end-perform

           move 0 to ws-ind-con-2
           perform varying ws-ind-con from 1 by 1
                                    until ws-ind-con > ws-qtde-estacoes-proc
               if ws-con-estacao(ws-ind-con) = fd-est-estacao then
                   move ws-ind-con to ws-ind-con-2
                   move 'S' to ws-con-na-mensagem(ws-ind-con)
               end-if
           end-perform

           move spaces to ws-motivo-climat
           if not fd-est-ativa then
               move 'ESTACAO DESATIVADA' to ws-motivo-climat
           else
               if ws-ind-con-2 = 0 then
                   move 'SEM DADOS NO MES' to ws-motivo-climat
               else
                   if ws-indicativo-climat = spaces then
                       move 'SEM INDICATIVO NO MAPA CLIMAT' to ws-motivo-climat
                   else
                       if ws-con-dias-ausentes(ws-ind-con-2) > ws-max-ausentes-climat
                       or ws-con-dias-validos(ws-ind-con-2) = 0 then
                           move ws-con-dias-ausentes(ws-ind-con-2)
                             to ws-mma-ausentes
                           move ws-max-ausentes-climat to ws-mma-maximo
                           move ws-monta-motivo-ausentes to ws-motivo-climat
                       end-if
                   end-if
               end-if
           end-if

           if ws-motivo-climat <> spaces then
               perform grava-exclusao-climat
           else
               move spaces to fd-mensagemClimat-linha
               move 'D' to fd-cld-tipo
               move ws-indicativo-climat to fd-cld-indicativo
               move ws-con-media(ws-ind-con-2) to fd-cld-media
               move ws-con-media-maximas(ws-ind-con-2) to fd-cld-media-maximas
               move ws-con-media-minimas(ws-ind-con-2) to fd-cld-media-minimas
               move ws-con-temp-max(ws-ind-con-2) to fd-cld-maxima
               move ws-con-dia-temp-max(ws-ind-con-2) to fd-cld-dia-maxima
               move ws-con-temp-min(ws-ind-con-2) to fd-cld-minima
               move ws-con-dia-temp-min(ws-ind-con-2) to fd-cld-dia-minima
               move ws-con-dias-ausentes(ws-ind-con-2) to fd-cld-dias-ausentes
               perform grava-mensagem-climat
               add 1 to ws-qtde-climat-enviadas
           end-if
           .
       avalia-estacao-climat-exit.
           exit.
      *>________________________________________________________________________
      *>  linha de estacao excluida no controle da mensagem (estacao em
      *>  fd-est-estacao, motivo em ws-motivo-climat)
      *>________________________________________________________________________
       grava-exclusao-climat section.

           move fd-est-estacao to ws-cle-estacao
           move ws-indicativo-climat to ws-cle-indicativo
           move 'EXCLUIDA ' to ws-cle-situacao
           move ws-motivo-climat to ws-cle-motivo
           move ws-linha-climat-estacao to fd-controleClimat-linha
           perform grava-controle-climat
           add 1 to ws-qtde-climat-excluidas
           .
       grava-exclusao-climat-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de um registro da mensagem CLIMAT
      *>________________________________________________________________________
       grava-mensagem-climat section.

           write fd-mensagemClimat-linha
           if ws-fs-arqMensagemClimat <> 0 then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqMensagemClimat to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqMensagemClimat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-mensagem-climat-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha do controle da mensagem CLIMAT
      *>________________________________________________________________________
       grava-controle-climat section.

           write fd-controleClimat-linha
           if ws-fs-arqControleClimat <> 0 then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqControleClimat to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqControleClimat' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-controle-climat-exit.
           exit.
      *>________________________________________________________________________
      *>  prestacao de contas de uma estacao processada com sucesso: linha
      *>  acumulada no arquivo de auditoria com inicio/fim, modo, contagens
      *>  e estatisticas, a evidencia do processamento noturno
               close cadEstacoes
           end-if

           if ws-sensores-aberto-sim then
               close cadSensores
               close histSensores
           end-if

           close arqTemperatura.
           if ws-fs-arqTemperatura <> 0 then
               move 3 to ws-msn-erro-offset
