      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "avaliaDisponibilidade".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>avaliacao semanal da disponibilidade de dados de cada estacao ativa
      *>do cadastro, juntando os sinais de falha que hoje ficam espalhados:
      *>dias recebidos e ausentes (os ausentes com vizinho no mes sao os
      *>que o relatorio mensal estima), dias sem leitura com linha
      *>rejeitada pela carga ainda pendente ou descartada (controleRejeitos,
      *>copia permanente de cada linha de cargaRejeitos.txt), dias
      *>suspeitos pela triagem do sensor do relatorio mensal (faixa
      *>plausivel, salto brusco e valor repetido) e as falhas de
      *>integridade do laudo verificacaoTemperatura.txt.
      *>A disponibilidade e o percentual de dias recebidos e nao suspeitos
      *>sobre os dias esperados, no mes corrente (ate o ultimo dia fechado)
      *>e nos doze meses anteriores, lidos das geracoes arquivoTemp_ccyymm
      *>(mes ainda nao expurgado e lido em arqTemperatura; mes anterior sem
      *>nenhum dos dois fica fora da conta e listado, mes corrente sem
      *>nenhum dos dois interrompe a avaliacao).
      *>Estacao abaixo do limite no mes corrente ganha uma ordem de servico
      *>de campo em ordensServico.dat com municipio, sensor e a evidencia;
      *>ordem ja aberta nao e duplicada, so tem a evidencia atualizada, e e
      *>fechada sozinha quando a estacao completa o numero de dias limpos
      *>seguidos (dia recebido e nao suspeito, sem falha de integridade).
      *>Saida em disponibilidadeEstacoes_ccyymmdd.txt
      *>
      *>paramDisponibilidade.txt (opcional, uma linha; campo em branco ou
      *>invalido mantem o padrao):
      *>  pos 01-03  limite de disponibilidade em % (padrao 080)
      *>  pos 04-05  dias limpos seguidos que fecham a ordem (padrao 07)
      *>  pos 06-11  mes corrente avaliado (ccyymm); em branco vale o mes
      *>             do dia, avaliado ate o dia anterior (no dia 1, o mes
      *>             anterior inteiro)

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqParamDisponib assign to 'paramDisponibilidade.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamDisponib.

           select cadEstacoes assign to 'cadEstacoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-est-estacao
           lock mode is automatic
           file status is ws-fs-cadEstacoes.

           select arqTemperatura assign to 'arqTemperatura.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-trm-chave
           lock mode is automatic
           file status is ws-fs-arqTemperatura.

           select arqArquivoMes assign to ws-nome-arquivo-mes
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArquivoMes.

           select arqControleRejeitos assign to 'controleRejeitos.dat'
           organization is indexed
           access mode is sequential
           record key is fd-crj-chave
           lock mode is automatic
           file status is ws-fs-arqControleRejeitos.

           select arqVerificacao assign to 'verificacaoTemperatura.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqVerificacao.

           select ordensServico assign to 'ordensServico.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-ord-chave
           lock mode is automatic
           file status is ws-fs-ordensServico.

           select arqRelDisponib assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelDisponib.

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

       fd arqParamDisponib.
       01 fd-param-disponib-linha.
          05 fd-pdsp-limite                        pic  x(03).
          05 fd-pdsp-limite-num redefines fd-pdsp-limite
                                                   pic  9(03).
          05 fd-pdsp-dias-limpos                   pic  x(02).
          05 fd-pdsp-dias-limpos-num redefines fd-pdsp-dias-limpos
                                                   pic  9(02).
          05 fd-pdsp-referencia.
             10 fd-pdsp-ref-ano                    pic  x(04).
             10 fd-pdsp-ref-mes                    pic  x(02).
          05 fd-pdsp-referencia-num redefines fd-pdsp-referencia.
             10 fd-pdsp-ref-ano-num                pic  9(04).
             10 fd-pdsp-ref-mes-num                pic  9(02).

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

       fd arqArquivoMes.
      *>      guarda sequencial de um mes expurgado, imagem fiel dos
      *>      registros de arqTemperatura (cabecalho/detalhe/trailer)
       01 fd-arquivoMes-linha.
          05 fd-arq-chave.
             10 fd-arq-estacao                     pic  x(03).
             10 fd-arq-data                        pic  9(08).
          05 fd-arq-tipo-reg                       pic  x(01).
             88 fd-arq-e-cabecalho                 value 'C'.
             88 fd-arq-e-detalhe                   value 'D'.
             88 fd-arq-e-trailer                   value 'T'.
          05 fd-arq-dados.
             10 fd-arq-temperatura                 pic s9(02)v99.
             10 fd-arq-mes                         pic  9(02).
             10 fd-arq-ano                         pic  9(04).
             10 fd-arq-dias-mes                    pic  9(02).
             10 fd-arq-qtde-regs                   pic  9(04).
             10 fd-arq-temp-minima                 pic s9(02)v99.
             10 fd-arq-temp-maxima                 pic s9(02)v99.
             10 fd-arq-hora-minima                 pic  9(02).
             10 fd-arq-hora-maxima                 pic  9(02).
             10 filler                             pic  x(06).

       fd arqControleRejeitos.
      *>      layout em relatorioRejeitos
       01 fd-ctlrej-reg.
          05 fd-crj-chave.
             10 fd-crj-estacao                     pic  x(03).
             10 fd-crj-motivo                      pic  x(02).
             10 fd-crj-data-carga                  pic  9(08).
             10 fd-crj-hora-carga                  pic  9(06).
             10 fd-crj-sequencia                   pic  9(06).
      *>      linha de 18 bytes como veio do datalogger (estacao, data
      *>      ccyymmdd, temperatura e hora)
          05 fd-crj-conteudo.
             10 fd-crj-cont-estacao                pic  x(03).
             10 fd-crj-cont-data.
                15 fd-crj-cont-ano                 pic  x(04).
                15 fd-crj-cont-mes                 pic  x(02).
                15 fd-crj-cont-dia                 pic  x(02).
             10 fd-crj-cont-data-num redefines fd-crj-cont-data.
                15 fd-crj-cont-ano-num             pic  9(04).
                15 fd-crj-cont-mes-num             pic  9(02).
                15 fd-crj-cont-dia-num             pic  9(02).
             10 filler                             pic  x(07).
          05 fd-crj-situacao                       pic  x(01).
             88 fd-crj-pendente                    value 'P'.
             88 fd-crj-ressubmetida                value 'R'.
             88 fd-crj-descartada                  value 'D'.
          05 fd-crj-conteudo-corrigido             pic  x(18).
          05 fd-crj-data-tratamento                pic  9(08).
          05 fd-crj-data-recarga                   pic  9(08).
          05 fd-crj-motivo-descarte                pic  x(40).
          05 filler                                pic  x(10).

       fd arqVerificacao.
      *>      laudo de verificaTemperatura: linha de problema e
      *>      'EST xxx - <problema>'; a linha de fechamento do conjunto
      *>      ('EST xxx - TRAILER nnnn - DETALHES ...') nao e problema, mas
      *>      as de problema no trailer ('EST xxx - TRAILER DIVERGE ...') sao
       01 fd-verificacao-linha.
          05 fd-vrf-prefixo                        pic  x(04).
          05 fd-vrf-estacao                        pic  x(03).
          05 fd-vrf-separador                      pic  x(03).
          05 fd-vrf-texto                          pic  x(70).

       fd ordensServico.
       01 fd-ordem-reg.
      *>      ordem de servico de campo por estacao, chave estacao + data
      *>      de abertura; so uma ordem aberta por estacao
          05 fd-ord-chave.
             10 fd-ord-estacao                     pic  x(03).
             10 fd-ord-data-abertura               pic  9(08).
      *>      situacao: 'A'berta ou 'F'echada (estacao limpa)
          05 fd-ord-situacao                       pic  x(01).
             88 fd-ord-aberta                      value 'A'.
             88 fd-ord-fechada                     value 'F'.
          05 fd-ord-nome                           pic  x(30).
          05 fd-ord-municipio                      pic  x(20).
          05 fd-ord-sensor                         pic  x(10).
          05 fd-ord-disponib-abertura              pic  9(03)v9.
      *>      evidencia da ultima avaliacao (atualizada a cada execucao
      *>      enquanto a ordem esta aberta)
          05 fd-ord-evidencia.
             10 fd-ord-data-avaliacao              pic  9(08).
             10 fd-ord-mes-avaliado                pic  9(06).
             10 fd-ord-dias-esperados              pic  9(02).
             10 fd-ord-dias-recebidos              pic  9(02).
             10 fd-ord-dias-rejeitados             pic  9(02).
             10 fd-ord-dias-estimados              pic  9(02).
             10 fd-ord-dias-suspeitos              pic  9(02).
             10 fd-ord-disponib-mes                pic  9(03)v9.
             10 fd-ord-disponib-12-meses           pic  9(03)v9.
             10 fd-ord-falhas-integridade          pic  9(03).
             10 fd-ord-rejeitos-motivo occurs 9    pic  9(03).
             10 fd-ord-dias-limpos                 pic  9(03).
          05 fd-ord-data-fechamento                pic  9(08).
          05 filler                                pic  x(20).

       fd arqRelDisponib.
       01 fd-relDisponib-linha                     pic x(132).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqParamDisponib                   pic  9(02).
       77 ws-fs-cadEstacoes                        pic  9(02).
       77 ws-fs-arqTemperatura                     pic  9(02).
       77 ws-fs-arqArquivoMes                      pic  9(02).
       77 ws-fs-arqControleRejeitos                pic  9(02).
       77 ws-fs-arqVerificacao                     pic  9(02).
       77 ws-fs-ordensServico                      pic  9(02).
       77 ws-fs-arqRelDisponib                     pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-nome-arquivo-mes                      pic  x(30).
       77 ws-nome-relatorio                        pic  x(40).

       77 ws-fim-arquivo                           pic  x(01).
          88 ws-fim-arquivo-sim                     value 'S'.
       77 ws-fim-conjunto                          pic  x(01).
          88 ws-fim-conjunto-sim                    value 'S'.
       77 ws-laudo-lido                            pic  x(01) value 'N'.
          88 ws-laudo-lido-sim                      value 'S'.
       77 ws-ordem-localizada                      pic  x(01).
          88 ws-ordem-localizada-sim                value 'S'.

      *>      parametros da avaliacao, com os padroes da oficina
       77 ws-limite-disponib                       pic  9(03) value 80.
       77 ws-dias-limpos-fecha                     pic  9(02) value 7.
       77 ws-ano-corrente                          pic  9(04).
       77 ws-mes-corrente                          pic  9(02).
       77 ws-data-execucao                         pic  9(08).
       77 ws-inicio-mes-corrente                   pic  9(08).
       77 ws-fim-mes-corrente                      pic  9(08).

      *>      triagem do sensor, mesmas regras e limites do relatorio mensal
       77 ws-plausivel-minimo                      pic s9(02)v99 value -30,00.
       77 ws-plausivel-maximo                      pic s9(02)v99 value 50,00.
       77 ws-salto-maximo                          pic s9(02)v99 value 15,00.
       77 ws-repeticao-limite                      pic  9(02) value 5.
       77 ws-dia-anterior                          pic  9(02).
       77 ws-qtde-repetidos                        pic  9(02).
       77 ws-inicio-repeticao                      pic  9(02).
       77 ws-salto-temp                            pic s9(03)v99.
       77 ws-ind-rep                               pic  9(02).

      *>      janela avaliada: os doze meses anteriores (1 a 12) e o mes
      *>      corrente (13), na ordem do calendario
       77 ws-ind-mes                               pic  9(02).
       77 ws-mes-base                              pic  9(06).
       77 ws-meses-calc                            pic  9(06).
       77 ws-resto-calc                            pic  9(02).
       77 ws-mes-calc                              pic  9(02).
       77 ws-ano-calc                              pic  9(04).
       77 ws-dias-calc                             pic  9(02).
       77 ws-qtde-geracoes                         pic  9(02) value 0.
       77 ws-qtde-meses-abertos                    pic  9(02) value 0.
       77 ws-qtde-meses-ausentes                   pic  9(02) value 0.
       77 ws-qtde-conjuntos-mes                    pic  9(02).
       01 ws-tabela-meses.
          05 ws-tme-ent occurs 13.
             10 ws-tme-ano                         pic  9(04).
             10 ws-tme-mes                         pic  9(02).
             10 ws-tme-dias-mes                    pic  9(02).
             10 ws-tme-dias-avaliados              pic  9(02).
      *>            origem: 'G'eracao de guarda, 'A'berto em arqTemperatura
      *>            ou 'N'enhuma (mes fora da conta)
             10 ws-tme-origem                      pic  x(01).
                88 ws-tme-geracao                  value 'G'.
                88 ws-tme-em-aberto                value 'A'.
                88 ws-tme-ausente                  value 'N'.

      *>      estacoes ativas do cadastro e o placar de cada uma
       77 ws-qtde-estacoes                         pic  9(02) value 0.
       77 ws-ind-est                               pic  9(02).
       77 ws-ind-atual                             pic  9(02).
       77 ws-ind-motivo                            pic  9(02).
       77 ws-estacao-procurada                     pic  x(03).
       01 ws-tabela-estacoes.
          05 ws-sco-ent occurs 50.
             10 ws-sco-estacao                     pic  x(03).
             10 ws-sco-nome                        pic  x(30).
             10 ws-sco-municipio                   pic  x(20).
             10 ws-sco-sensor                      pic  x(10).
             10 ws-sco-mes-esperados               pic  9(02).
             10 ws-sco-mes-recebidos               pic  9(02).
             10 ws-sco-mes-rejeitados              pic  9(02).
             10 ws-sco-mes-estimados               pic  9(02).
             10 ws-sco-mes-suspeitos               pic  9(02).
             10 ws-sco-ano-esperados               pic  9(03).
             10 ws-sco-ano-recebidos               pic  9(03).
             10 ws-sco-ano-rejeitados              pic  9(03).
             10 ws-sco-ano-estimados               pic  9(03).
             10 ws-sco-ano-suspeitos               pic  9(03).
             10 ws-sco-disp-mes                    pic  9(03)v9.
             10 ws-sco-disp-ano                    pic  9(03)v9.
             10 ws-sco-integridade                 pic  9(03).
             10 ws-sco-motivo occurs 9             pic  9(03).
             10 ws-sco-dias-limpos                 pic  9(03).
             10 ws-sco-situacao-ordem              pic  x(08).

      *>      dias do mes em leitura, por estacao
       77 ws-ind-dia                               pic  9(02).
       77 ws-dia-reg                               pic  9(02).
       01 ws-tabela-dias.
          05 ws-dse-ent occurs 50.
             10 ws-dse-dia occurs 31.
                15 ws-dse-temp                     pic s9(02)v99.
                15 ws-dse-presente                 pic  x(01).
                   88 ws-dse-presente-sim          value 'S'.
                15 ws-dse-suspeito                 pic  x(01).
                   88 ws-dse-suspeito-sim          value 'S'.

      *>      dias com linha rejeitada ainda pendente ou descartada, por
      *>      estacao e mes da janela
       01 ws-tabela-rejeitos.
          05 ws-rje-ent occurs 50.
             10 ws-rje-mes occurs 13.
                15 ws-rje-dia occurs 31            pic  x(01).
                   88 ws-rje-dia-sim               value 'S'.

      *>      fechamento de um mes de uma estacao
       77 ws-dias-avaliados                        pic  9(02).
       77 ws-qtd-recebidos                         pic  9(02).
       77 ws-qtd-rejeitados                        pic  9(02).
       77 ws-qtd-estimados                         pic  9(02).
       77 ws-qtd-suspeitos                         pic  9(02).

      *>      totais da execucao
       77 ws-qtde-abaixo-limite                    pic  9(04) value 0.
       77 ws-qtde-ordens-abertas                   pic  9(04) value 0.
       77 ws-qtde-ordens-mantidas                  pic  9(04) value 0.
       77 ws-qtde-ordens-fechadas                  pic  9(04) value 0.
       77 ws-qtde-rejeitos-lidos                   pic  9(06) value 0.
       77 ws-qtde-problemas-laudo                  pic  9(06) value 0.

       01 ws-linha-rel-titulo.
          05 filler                                pic  x(35) value
             'DISPONIBILIDADE DAS ESTACOES - MES '.
          05 ws-rtt-mes                            pic  9(02).
          05 filler                                pic  x(01) value '/'.
          05 ws-rtt-ano                            pic  9(04).
          05 filler                                pic  x(11) value
             ' - EMISSAO '.
          05 ws-rtt-emissao                        pic  9(04)/9(02)/9(02).

       01 ws-linha-rel-param.
          05 filler                                pic  x(26) value
             'LIMITE DE DISPONIBILIDADE '.
          05 ws-rpm-limite                         pic  zz9.
          05 filler                                pic  x(33) value
             '% - DIAS LIMPOS P/ FECHAR ORDEM '.
          05 ws-rpm-dias-limpos                    pic  z9.
          05 filler                                pic  x(24) value
             ' - DIAS FECHADOS NO MES '.
          05 ws-rpm-dias-fechados                  pic  z9.

       01 ws-linha-rel-janela                      pic  x(20) value
          'MESES AVALIADOS'.

       01 ws-linha-rel-mes.
          05 filler                                pic  x(04) value spaces.
          05 ws-rms-mes                            pic  9(02).
          05 filler                                pic  x(01) value '/'.
          05 ws-rms-ano                            pic  9(04).
          05 filler                                pic  x(03) value ' - '.
          05 ws-rms-origem                         pic  x(50).

       01 ws-linha-rel-colunas.
          05 filler                                pic  x(04) value 'EST '.
          05 filler                                pic  x(21) value
             'MUNICIPIO'.
          05 filler                                pic  x(10) value 'SENSOR'.
          05 filler                                pic  x(25) value
             ' MES: ESP REC REJ EST SUS'.
          05 filler                                pic  x(07) value
             '  DISP%'.
          05 filler                                pic  x(31) value
             '  12 MESES: ESP REC REJ EST SUS'.
          05 filler                                pic  x(07) value
             '  DISP%'.
          05 filler                                pic  x(07) value
             '  INTEG'.
          05 filler                                pic  x(07) value
             ' LIMPOS'.
          05 filler                                pic  x(06) value
             ' ORDEM'.

       01 ws-linha-rel-estacao.
          05 ws-rst-estacao                        pic  x(03).
          05 filler                                pic  x(01) value ' '.
          05 ws-rst-municipio                      pic  x(20).
          05 filler                                pic  x(01) value ' '.
          05 ws-rst-sensor                         pic  x(10).
          05 filler                                pic  x(05) value ' MES:'.
          05 ws-rst-mes-esperados                  pic  zzz9.
          05 ws-rst-mes-recebidos                  pic  zzz9.
          05 ws-rst-mes-rejeitados                 pic  zzz9.
          05 ws-rst-mes-estimados                  pic  zzz9.
          05 ws-rst-mes-suspeitos                  pic  zzz9.
          05 filler                                pic  x(02) value spaces.
          05 ws-rst-disp-mes                       pic  x(05).
          05 filler                                pic  x(11) value
             '  12 MESES:'.
          05 ws-rst-ano-esperados                  pic  zzz9.
          05 ws-rst-ano-recebidos                  pic  zzz9.
          05 ws-rst-ano-rejeitados                 pic  zzz9.
          05 ws-rst-ano-estimados                  pic  zzz9.
          05 ws-rst-ano-suspeitos                  pic  zzz9.
          05 filler                                pic  x(02) value spaces.
          05 ws-rst-disp-ano                       pic  x(05).
          05 filler                                pic  x(02) value spaces.
          05 ws-rst-integridade                    pic  zzzz9.
          05 filler                                pic  x(01) value ' '.
          05 ws-rst-dias-limpos                    pic  zzzzz9.
          05 filler                                pic  x(01) value ' '.
          05 ws-rst-ordem                          pic  x(08).

       01 ws-disp-edit                             pic  zz9,9.

       01 ws-linha-rel-motivos.
          05 filler                                pic  x(31) value
             '    REJEITOS DAS CARGAS DO MES:'.
          05 ws-rmt-ent occurs 9.
             10 ws-rmt-codigo                      pic  x(04).
             10 ws-rmt-qtde                        pic  zz9.
       01 ws-motivo-edit                           pic  9(02).

       01 ws-linha-rel-sem-laudo                   pic  x(80) value
          'LAUDO verificacaoTemperatura.txt AUSENTE - FALHAS DE INTEGRIDADE NAO CONTADAS'.

       01 ws-linha-rel-total.
          05 filler                                pic  x(09) value
             'ESTACOES '.
          05 ws-rtl-estacoes                       pic  9(04).
          05 filler                                pic  x(20) value
             ' - ABAIXO DO LIMITE '.
          05 ws-rtl-abaixo                         pic  9(04).
          05 filler                                pic  x(18) value
             ' - ORDENS ABERTAS '.
          05 ws-rtl-abertas                        pic  9(04).
          05 filler                                pic  x(12) value
             ' - MANTIDAS '.
          05 ws-rtl-mantidas                       pic  9(04).
          05 filler                                pic  x(12) value
             ' - FECHADAS '.
          05 ws-rtl-fechadas                       pic  9(04).

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

           move function current-date(1:8) to ws-dha-data
           move ws-dha-data-num to ws-data-execucao

      *> _______________  parametros da avaliacao e a janela de meses
           perform le-parametros-disponib
           perform monta-janela-meses

           open input cadEstacoes
           if ws-fs-cadEstacoes <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-cadEstacoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo cadEstacoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTemperatura
           if ws-fs-arqTemperatura <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  a primeira execucao cria o arquivo de ordens
           open i-o ordensServico
           if ws-fs-ordensServico = 35 then
               open output ordensServico
               close ordensServico
               open i-o ordensServico
           end-if
           if ws-fs-ordensServico <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-ordensServico to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo ordensServico' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-relatorio
           string 'disponibilidadeEstacoes_' delimited by size
                  ws-dha-data                delimited by size
                  '.txt'                     delimited by size
                  into ws-nome-relatorio
           end-string

           open output arqRelDisponib
           if ws-fs-arqRelDisponib <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRelDisponib to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqRelDisponib' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  leitura de paramDisponibilidade: campo em branco ou invalido
      *>  mantem o padrao, arquivo ausente mantem todos; o mes corrente
      *>  nao pode ser posterior ao mes do dia, e no dia 1 o mes do dia
      *>  ainda nao tem dia fechado: vale o mes anterior, inteiro (como o
      *>  padrao da carga)
      *>________________________________________________________________________
       le-parametros-disponib section.

           move ws-dha-ano to ws-ano-corrente
           move ws-dha-mes to ws-mes-corrente

           open input arqParamDisponib
           if ws-fs-arqParamDisponib = 0 then
               read arqParamDisponib
               if ws-fs-arqParamDisponib = 0 then
                   if fd-pdsp-limite is numeric
                   and fd-pdsp-limite-num > 0
                   and fd-pdsp-limite-num <= 100 then
                       move fd-pdsp-limite-num to ws-limite-disponib
                   end-if
                   if fd-pdsp-dias-limpos is numeric
                   and fd-pdsp-dias-limpos-num > 0 then
                       move fd-pdsp-dias-limpos-num to ws-dias-limpos-fecha
                   end-if
                   if fd-pdsp-referencia is numeric
                   and fd-pdsp-ref-mes-num >= 1
                   and fd-pdsp-ref-mes-num <= 12 then
                       move fd-pdsp-ref-ano-num to ws-ano-corrente
                       move fd-pdsp-ref-mes-num to ws-mes-corrente
                   end-if
               end-if
               close arqParamDisponib
           end-if

           if ws-ano-corrente * 100 + ws-mes-corrente
                             > ws-dha-ano * 100 + ws-dha-mes then
               move 1 to ws-msn-erro-offset
               move 9 to ws-msn-erro-cod
               move 'Mes Avaliado Posterior ao Mes do Dia' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-ano-corrente = ws-dha-ano
           and ws-mes-corrente = ws-dha-mes
           and ws-dha-dia = 1 then
               if ws-mes-corrente = 1 then
                   move 12 to ws-mes-corrente
                   subtract 1 from ws-ano-corrente
               else
                   subtract 1 from ws-mes-corrente
               end-if
           end-if
           .
       le-parametros-disponib-exit.
           exit.
      *>________________________________________________________________________
      *>  os treze meses da janela: o mes corrente vai ate o dia anterior
      *>  ao da execucao (mes ja passado vai inteiro), os outros inteiros
      *>________________________________________________________________________
       monta-janela-meses section.

           compute ws-mes-base = ws-ano-corrente * 12 + ws-mes-corrente - 1
                               - 12

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 13
               compute ws-meses-calc = ws-mes-base + ws-ind-mes - 1
               divide ws-meses-calc by 12 giving ws-ano-calc
                                      remainder ws-resto-calc
               compute ws-mes-calc = ws-resto-calc + 1
               perform calcula-dias-mes

               move ws-ano-calc to ws-tme-ano(ws-ind-mes)
               move ws-mes-calc to ws-tme-mes(ws-ind-mes)
               move ws-dias-calc to ws-tme-dias-mes(ws-ind-mes)
               move ws-dias-calc to ws-tme-dias-avaliados(ws-ind-mes)
               move 'N' to ws-tme-origem(ws-ind-mes)
           end-perform

           compute ws-inicio-mes-corrente = ws-ano-corrente * 10000
                                          + ws-mes-corrente * 100
           compute ws-fim-mes-corrente = ws-inicio-mes-corrente + 99

           if ws-ano-corrente = ws-dha-ano
           and ws-mes-corrente = ws-dha-mes then
               compute ws-tme-dias-avaliados(13) = ws-dha-dia - 1
           end-if
           .
       monta-janela-meses-exit.
           exit.
      *>________________________________________________________________________
      *>  numero de dias do mes informado em ws-mes-calc / ws-ano-calc
      *>________________________________________________________________________
       calcula-dias-mes section.

           evaluate ws-mes-calc
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to ws-dias-calc
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-dias-calc
               when 2
                   if function mod(ws-ano-calc, 400) = 0
                   or (function mod(ws-ano-calc, 4) = 0
                       and function mod(ws-ano-calc, 100) <> 0) then
                       move 29 to ws-dias-calc
                   else
                       move 28 to ws-dias-calc
                   end-if
               when other
                   move 0 to ws-dias-calc
           end-evaluate
           .
       calcula-dias-mes-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: estacoes ativas, laudo de integridade,
      *>  rejeitos da janela, os treze meses em ordem e, por estacao, a
      *>  disponibilidade, a ordem de servico e a linha do relatorio
      *>________________________________________________________________________
       processamento section.

           perform carrega-estacoes-ativas
           perform carrega-laudo-integridade
           perform carrega-rejeitos-janela

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 13
               perform processa-mes-janela
           end-perform

           perform grava-cabecalho-relatorio

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               perform avalia-estacao
               perform trata-ordem-estacao
               perform grava-estacao-relatorio
           end-perform
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  estacoes ativas do cadastro, com placar zerado
      *>________________________________________________________________________
       carrega-estacoes-ativas section.

           move 'N' to ws-fim-arquivo
           move low-values to fd-est-estacao

           start cadEstacoes key is >= fd-est-estacao
           if ws-fs-cadEstacoes = 23 then
               move 'S' to ws-fim-arquivo
           else
               if ws-fs-cadEstacoes <> 0 then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-cadEstacoes to ws-msn-erro-cod
                   move 'Erro ao Posicionar cadEstacoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-sim
               read cadEstacoes next record
               if ws-fs-cadEstacoes = 10 then
                   move 'S' to ws-fim-arquivo
               else
                   if ws-fs-cadEstacoes <> 0 then
                       move 1 to ws-msn-erro-offset
                       move ws-fs-cadEstacoes to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo cadEstacoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-est-ativa then
                       perform inclui-estacao-placar
                   end-if
               end-if
           end-perform
           .
       carrega-estacoes-ativas-exit.
           exit.
      *>________________________________________________________________________
      *>  estacao ativa entrando no placar
      *>________________________________________________________________________
       inclui-estacao-placar section.

           if ws-qtde-estacoes >= 50 then
               display "Limite de 50 estacoes na avaliacao, ignorando "
                       fd-est-estacao
           else
               add 1 to ws-qtde-estacoes
               move ws-qtde-estacoes to ws-ind-atual
               move fd-est-estacao to ws-sco-estacao(ws-ind-atual)
               move fd-est-nome to ws-sco-nome(ws-ind-atual)
               move fd-est-municipio to ws-sco-municipio(ws-ind-atual)
               move fd-est-sensor to ws-sco-sensor(ws-ind-atual)
               move 0 to ws-sco-mes-esperados(ws-ind-atual)
               move 0 to ws-sco-mes-recebidos(ws-ind-atual)
               move 0 to ws-sco-mes-rejeitados(ws-ind-atual)
               move 0 to ws-sco-mes-estimados(ws-ind-atual)
               move 0 to ws-sco-mes-suspeitos(ws-ind-atual)
               move 0 to ws-sco-ano-esperados(ws-ind-atual)
               move 0 to ws-sco-ano-recebidos(ws-ind-atual)
               move 0 to ws-sco-ano-rejeitados(ws-ind-atual)
               move 0 to ws-sco-ano-estimados(ws-ind-atual)
               move 0 to ws-sco-ano-suspeitos(ws-ind-atual)
               move 0 to ws-sco-disp-mes(ws-ind-atual)
               move 0 to ws-sco-disp-ano(ws-ind-atual)
               move 0 to ws-sco-integridade(ws-ind-atual)
               move 0 to ws-sco-dias-limpos(ws-ind-atual)
               move spaces to ws-sco-situacao-ordem(ws-ind-atual)
               perform varying ws-ind-motivo from 1 by 1
                                        until ws-ind-motivo > 9
                   move 0 to ws-sco-motivo(ws-ind-atual, ws-ind-motivo)
               end-perform
               perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 13
                   perform varying ws-ind-dia from 1 by 1
                                            until ws-ind-dia > 31
                       move 'N' to ws-rje-dia(ws-ind-atual, ws-ind-mes,
                                              ws-ind-dia)
                   end-perform
               end-perform
           end-if
           .
       inclui-estacao-placar-exit.
           exit.
      *>________________________________________________________________________
      *>  localizacao de ws-estacao-procurada no placar (0 = fora dele)
      *>________________________________________________________________________
       localiza-estacao-placar section.

           move 0 to ws-ind-atual
           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               if ws-sco-estacao(ws-ind-est) = ws-estacao-procurada then
                   move ws-ind-est to ws-ind-atual
               end-if
           end-perform
           .
       localiza-estacao-placar-exit.
           exit.
      *>________________________________________________________________________
      *>  falhas de integridade do ultimo laudo de verificaTemperatura, por
      *>  estacao; sem laudo a avaliacao segue e o relatorio avisa
      *>________________________________________________________________________
       carrega-laudo-integridade section.

           open input arqVerificacao
           if ws-fs-arqVerificacao <> 0 then
               display "Laudo de integridade ausente: verificacaoTemperatura.txt"
           else
               move 'S' to ws-laudo-lido
               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo-sim
                   read arqVerificacao
                   if ws-fs-arqVerificacao <> 0 then
                       move 'S' to ws-fim-arquivo
                   else
                       if fd-vrf-prefixo = 'EST '
                       and fd-vrf-separador = ' - '
                       and not (fd-vrf-texto(1:8) = 'TRAILER '
                                and fd-vrf-texto(9:4) is numeric
                                and fd-vrf-texto(13:12) = ' - DETALHES ') then
                           add 1 to ws-qtde-problemas-laudo
                           move fd-vrf-estacao to ws-estacao-procurada
                           perform localiza-estacao-placar
                           if ws-ind-atual > 0 then
                               add 1 to ws-sco-integridade(ws-ind-atual)
                           end-if
                       end-if
                   end-if
               end-perform
               close arqVerificacao
           end-if
           .
       carrega-laudo-integridade-exit.
           exit.
      *>________________________________________________________________________
      *>  uma passada pelo controle de rejeitos: o dia da leitura rejeitada
      *>  (pendente ou descartada) fica marcado no mes da janela, e as
      *>  linhas rejeitadas pelas cargas do mes corrente sao contadas por
      *>  motivo para a evidencia; sem controle nao ha rejeito a contar
      *>________________________________________________________________________
       carrega-rejeitos-janela section.

           open input arqControleRejeitos
           if ws-fs-arqControleRejeitos = 35 then
               display "Controle de rejeitos ainda nao criado"
           else
               if ws-fs-arqControleRejeitos <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo arqControleRejeitos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo-sim
                   read arqControleRejeitos next record
                   if ws-fs-arqControleRejeitos = 10 then
                       move 'S' to ws-fim-arquivo
                   else
                       if ws-fs-arqControleRejeitos <> 0 then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                           move 'Erro ao Ler arqControleRejeitos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtde-rejeitos-lidos
                       move fd-crj-estacao to ws-estacao-procurada
                       perform localiza-estacao-placar
                       if ws-ind-atual > 0 then
                           perform trata-rejeito-janela
                       end-if
                   end-if
               end-perform

               close arqControleRejeitos
           end-if
           .
       carrega-rejeitos-janela-exit.
           exit.
      *>________________________________________________________________________
      *>  um rejeito de estacao do placar: motivo pela data da carga, dia
      *>  pela data da leitura quando ela e valida
      *>________________________________________________________________________
       trata-rejeito-janela section.

           if fd-crj-data-carga >= ws-inicio-mes-corrente
           and fd-crj-data-carga <= ws-fim-mes-corrente
           and fd-crj-motivo is numeric then
               move fd-crj-motivo to ws-ind-motivo
               if ws-ind-motivo >= 1
               and ws-ind-motivo <= 9 then
                   add 1 to ws-sco-motivo(ws-ind-atual, ws-ind-motivo)
               end-if
           end-if

           if not fd-crj-ressubmetida
           and fd-crj-cont-data is numeric
           and fd-crj-cont-mes-num >= 1
           and fd-crj-cont-mes-num <= 12
           and fd-crj-cont-dia-num >= 1
           and fd-crj-cont-dia-num <= 31 then
               compute ws-meses-calc = fd-crj-cont-ano-num * 12
                                     + fd-crj-cont-mes-num - 1
               if ws-meses-calc >= ws-mes-base
               and ws-meses-calc - ws-mes-base < 13 then
                   compute ws-ind-mes = ws-meses-calc - ws-mes-base + 1
                   move 'S' to ws-rje-dia(ws-ind-atual, ws-ind-mes,
                                          fd-crj-cont-dia-num)
               end-if
           end-if
           .
       trata-rejeito-janela-exit.
           exit.
      *>________________________________________________________________________
      *>  um mes da janela: da geracao de guarda, ou de arqTemperatura se
      *>  o mes ainda nao foi expurgado, inclusive o mes avaliado (ja
      *>  arquivado quando a avaliacao e refeita depois do expurgo). Mes
      *>  anterior sem nenhum dos dois fica fora da conta e interrompe a
      *>  sequencia de dias limpos; o mes avaliado sem nenhum dos dois
      *>  interrompe a avaliacao
      *>________________________________________________________________________
       processa-mes-janela section.

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
                   move 0 to ws-dse-temp(ws-ind-est, ws-ind-dia)
                   move 'N' to ws-dse-presente(ws-ind-est, ws-ind-dia)
                   move 'N' to ws-dse-suspeito(ws-ind-est, ws-ind-dia)
               end-perform
           end-perform

           perform carrega-geracao-mes
           if ws-tme-ausente(ws-ind-mes) then
               perform carrega-mes-aberto
               if ws-qtde-conjuntos-mes > 0 then
                   move 'A' to ws-tme-origem(ws-ind-mes)
                   if ws-ind-mes < 13 then
                       add 1 to ws-qtde-meses-abertos
                   end-if
               else
                   if ws-ind-mes = 13 then
                       move 9 to ws-msn-erro-offset
                       move 0 to ws-msn-erro-cod
                       move 'Mes Avaliado Sem Conjunto nem Geracao' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtde-meses-ausentes
                   display "Mes sem geracao nem conjunto em aberto: "
                           ws-tme-mes(ws-ind-mes) "/"
                           ws-tme-ano(ws-ind-mes)
               end-if
           end-if

           perform varying ws-ind-est from 1 by 1
                                    until ws-ind-est > ws-qtde-estacoes
               if ws-tme-ausente(ws-ind-mes) then
                   move 0 to ws-sco-dias-limpos(ws-ind-est)
               else
                   perform fecha-mes-estacao
               end-if
           end-perform
           .
       processa-mes-janela-exit.
           exit.
      *>________________________________________________________________________
      *>  geracao arquivoTemp_ccyymm do mes: guarda ausente deixa o mes
      *>  para ser procurado em arqTemperatura
      *>________________________________________________________________________
       carrega-geracao-mes section.

           move spaces to ws-nome-arquivo-mes
           string 'arquivoTemp_'            delimited by size
                  ws-tme-ano(ws-ind-mes)     delimited by size
                  ws-tme-mes(ws-ind-mes)     delimited by size
                  '.dat'                     delimited by size
                  into ws-nome-arquivo-mes
           end-string

           open input arqArquivoMes
           if ws-fs-arqArquivoMes = 0 then
               move 'G' to ws-tme-origem(ws-ind-mes)
               add 1 to ws-qtde-geracoes
               move 0 to ws-ind-atual
               move 'N' to ws-fim-arquivo

               perform until ws-fim-arquivo-sim
                   read arqArquivoMes
                   if ws-fs-arqArquivoMes = 10 then
                       move 'S' to ws-fim-arquivo
                   else
                       if ws-fs-arqArquivoMes <> 0 then
                           move 6 to ws-msn-erro-offset
                           move ws-fs-arqArquivoMes to ws-msn-erro-cod
                           move 'Erro ao Ler Geracao arquivoTemp' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform trata-registro-geracao
                   end-if
               end-perform

               close arqArquivoMes
           end-if
           .
       carrega-geracao-mes-exit.
           exit.
      *>________________________________________________________________________
      *>  um registro da geracao: o cabecalho localiza a estacao no placar,
      *>  os detalhes vao para os dias do mes
      *>________________________________________________________________________
       trata-registro-geracao section.

           if fd-arq-e-cabecalho then
               move 0 to ws-ind-atual
               if fd-arq-mes = ws-tme-mes(ws-ind-mes)
               and fd-arq-ano = ws-tme-ano(ws-ind-mes) then
                   move fd-arq-estacao to ws-estacao-procurada
                   perform localiza-estacao-placar
               end-if
           else
               if fd-arq-e-detalhe
               and ws-ind-atual > 0
               and fd-arq-estacao = ws-sco-estacao(ws-ind-atual) then
                   compute ws-dia-reg = function mod(fd-arq-data, 100)
                   if ws-dia-reg >= 1
                   and ws-dia-reg <= ws-tme-dias-mes(ws-ind-mes) then
                       move 'S' to ws-dse-presente(ws-ind-atual, ws-dia-reg)
                       move fd-arq-temperatura
                         to ws-dse-temp(ws-ind-atual, ws-dia-reg)
                   end-if
               end-if
           end-if
           .
       trata-registro-geracao-exit.
           exit.
      *>________________________________________________________________________
      *>  conjunto do mes em arqTemperatura para cada estacao do placar,
      *>  a partir do cabecalho na data ccyymm00; conta os conjuntos
      *>  encontrados em ws-qtde-conjuntos-mes
      *>________________________________________________________________________
       carrega-mes-aberto section.

           move 0 to ws-qtde-conjuntos-mes

           perform varying ws-ind-atual from 1 by 1
                                      until ws-ind-atual > ws-qtde-estacoes
               move ws-sco-estacao(ws-ind-atual) to fd-trm-estacao
               compute fd-trm-data = ws-tme-ano(ws-ind-mes) * 10000
                                   + ws-tme-mes(ws-ind-mes) * 100
               read arqTemperatura
               if ws-fs-arqTemperatura <> 0
               and ws-fs-arqTemperatura <> 23 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Ler Cabecalho arqTemperatura' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqTemperatura = 0
               and fd-trm-e-cabecalho then
                   add 1 to ws-qtde-conjuntos-mes
                   move 'N' to ws-fim-conjunto
                   perform until ws-fim-conjunto-sim
                       read arqTemperatura next record
                       if ws-fs-arqTemperatura = 10 then
                           move 'S' to ws-fim-conjunto
                       else
                           if ws-fs-arqTemperatura <> 0 then
                               move 5 to ws-msn-erro-offset
                               move ws-fs-arqTemperatura to ws-msn-erro-cod
                               move 'Erro ao Ler Arquivo arqTemperatura' to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if fd-trm-estacao <> ws-sco-estacao(ws-ind-atual)
                           or not fd-trm-e-detalhe then
                               move 'S' to ws-fim-conjunto
                           else
                               compute ws-dia-reg = function mod(fd-trm-data, 100)
                               if ws-dia-reg >= 1
                               and ws-dia-reg <= ws-tme-dias-mes(ws-ind-mes) then
                                   move 'S'
                                     to ws-dse-presente(ws-ind-atual, ws-dia-reg)
                                   move fd-trm-temperatura
                                     to ws-dse-temp(ws-ind-atual, ws-dia-reg)
                               end-if
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
           .
       carrega-mes-aberto-exit.
           exit.
      *>________________________________________________________________________
      *>  fechamento do mes ws-ind-mes da estacao ws-ind-est: dias
      *>  recebidos, suspeitos, rejeitados e estimados ate o ultimo dia
      *>  avaliado, e a sequencia de dias limpos que atravessa os meses
      *>________________________________________________________________________
       fecha-mes-estacao section.

           move ws-tme-dias-avaliados(ws-ind-mes) to ws-dias-avaliados
           perform analisa-suspeitos-mes

           move 0 to ws-qtd-recebidos
           move 0 to ws-qtd-rejeitados
           move 0 to ws-qtd-estimados
           move 0 to ws-qtd-suspeitos

           perform varying ws-ind-dia from 1 by 1
                                    until ws-ind-dia > ws-dias-avaliados
               if ws-dse-presente-sim(ws-ind-est, ws-ind-dia) then
                   add 1 to ws-qtd-recebidos
                   if ws-dse-suspeito-sim(ws-ind-est, ws-ind-dia) then
                       add 1 to ws-qtd-suspeitos
                       move 0 to ws-sco-dias-limpos(ws-ind-est)
                   else
                       if ws-sco-dias-limpos(ws-ind-est) < 999 then
                           add 1 to ws-sco-dias-limpos(ws-ind-est)
                       end-if
                   end-if
               else
                   if ws-rje-dia-sim(ws-ind-est, ws-ind-mes, ws-ind-dia) then
                       add 1 to ws-qtd-rejeitados
                   end-if
                   move 0 to ws-sco-dias-limpos(ws-ind-est)
               end-if
           end-perform

      *> _______________  o relatorio mensal estima todo dia ausente quando
      *>                   o mes tem ao menos uma leitura
           if ws-qtd-recebidos > 0 then
               compute ws-qtd-estimados = ws-dias-avaliados - ws-qtd-recebidos
           end-if

           if ws-ind-mes = 13 then
               move ws-dias-avaliados to ws-sco-mes-esperados(ws-ind-est)
               move ws-qtd-recebidos to ws-sco-mes-recebidos(ws-ind-est)
               move ws-qtd-rejeitados to ws-sco-mes-rejeitados(ws-ind-est)
               move ws-qtd-estimados to ws-sco-mes-estimados(ws-ind-est)
               move ws-qtd-suspeitos to ws-sco-mes-suspeitos(ws-ind-est)
           else
               add ws-dias-avaliados to ws-sco-ano-esperados(ws-ind-est)
               add ws-qtd-recebidos to ws-sco-ano-recebidos(ws-ind-est)
               add ws-qtd-rejeitados to ws-sco-ano-rejeitados(ws-ind-est)
               add ws-qtd-estimados to ws-sco-ano-estimados(ws-ind-est)
               add ws-qtd-suspeitos to ws-sco-ano-suspeitos(ws-ind-est)
           end-if
           .
       fecha-mes-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  triagem do sensor da estacao ws-ind-est no mes, pelas regras de
      *>  analisa-qualidade-temp do relatorio mensal: leitura fora da
      *>  faixa plausivel, salto brusco entre dias com leitura e valor
      *>  identico repetido (sensor travado) marcam o dia suspeito
      *>________________________________________________________________________
       analisa-suspeitos-mes section.

           move 0 to ws-dia-anterior
           move 0 to ws-qtde-repetidos
           move 0 to ws-inicio-repeticao

           perform varying ws-ind-dia from 1 by 1
                                    until ws-ind-dia > ws-dias-avaliados
               if ws-dse-presente-sim(ws-ind-est, ws-ind-dia) then

                   if ws-dse-temp(ws-ind-est, ws-ind-dia) < ws-plausivel-minimo
                   or ws-dse-temp(ws-ind-est, ws-ind-dia) > ws-plausivel-maximo then
                       move 'S' to ws-dse-suspeito(ws-ind-est, ws-ind-dia)
                   end-if

                   if ws-dia-anterior > 0 then
                       compute ws-salto-temp = ws-dse-temp(ws-ind-est, ws-ind-dia)
                                             - ws-dse-temp(ws-ind-est, ws-dia-anterior)
                       if ws-salto-temp < 0 then
                           compute ws-salto-temp = 0 - ws-salto-temp
                       end-if
                       if ws-salto-temp > ws-salto-maximo then
                           move 'S' to ws-dse-suspeito(ws-ind-est, ws-ind-dia)
                       end-if

                       if ws-dse-temp(ws-ind-est, ws-ind-dia)
                                   = ws-dse-temp(ws-ind-est, ws-dia-anterior) then
                           add 1 to ws-qtde-repetidos
                       else
                           move 1 to ws-qtde-repetidos
                           move ws-ind-dia to ws-inicio-repeticao
                       end-if
                   else
                       move 1 to ws-qtde-repetidos
                       move ws-ind-dia to ws-inicio-repeticao
                   end-if

                   if ws-qtde-repetidos = ws-repeticao-limite then
      *>                a sequencia atingiu o limite: marca desde o inicio
                       perform varying ws-ind-rep from ws-inicio-repeticao by 1
                                                until ws-ind-rep > ws-ind-dia
                           if ws-dse-presente-sim(ws-ind-est, ws-ind-rep) then
                               move 'S' to ws-dse-suspeito(ws-ind-est, ws-ind-rep)
                           end-if
                       end-perform
                   else
                       if ws-qtde-repetidos > ws-repeticao-limite then
                           move 'S' to ws-dse-suspeito(ws-ind-est, ws-ind-dia)
                       end-if
                   end-if

                   move ws-ind-dia to ws-dia-anterior
               end-if
           end-perform
           .
       analisa-suspeitos-mes-exit.
           exit.
      *>________________________________________________________________________
      *>  disponibilidade da estacao ws-ind-est no mes e nos doze meses;
      *>  falha de integridade no laudo zera a sequencia de dias limpos
      *>________________________________________________________________________
       avalia-estacao section.

           if ws-sco-mes-esperados(ws-ind-est) > 0 then
               compute ws-sco-disp-mes(ws-ind-est) rounded =
                       (ws-sco-mes-recebidos(ws-ind-est)
                      - ws-sco-mes-suspeitos(ws-ind-est)) * 100
                     / ws-sco-mes-esperados(ws-ind-est)
           end-if
           if ws-sco-ano-esperados(ws-ind-est) > 0 then
               compute ws-sco-disp-ano(ws-ind-est) rounded =
                       (ws-sco-ano-recebidos(ws-ind-est)
                      - ws-sco-ano-suspeitos(ws-ind-est)) * 100
                     / ws-sco-ano-esperados(ws-ind-est)
           end-if

           if ws-sco-integridade(ws-ind-est) > 0 then
               move 0 to ws-sco-dias-limpos(ws-ind-est)
           end-if

           if ws-sco-mes-esperados(ws-ind-est) > 0
           and ws-sco-disp-mes(ws-ind-est) < ws-limite-disponib then
               add 1 to ws-qtde-abaixo-limite
           end-if
           .
       avalia-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  ordem de servico da estacao ws-ind-est: a ordem aberta tem a
      *>  evidencia atualizada e fecha com os dias limpos seguidos; sem
      *>  ordem aberta, estacao abaixo do limite no mes (e ainda sem os
      *>  dias limpos) ganha uma ordem nova
      *>________________________________________________________________________
       trata-ordem-estacao section.

           perform localiza-ordem-aberta

           if ws-ordem-localizada-sim then
               perform atualiza-evidencia-ordem
               if ws-sco-dias-limpos(ws-ind-est) >= ws-dias-limpos-fecha then
                   move 'F' to fd-ord-situacao
                   move ws-data-execucao to fd-ord-data-fechamento
                   move 'FECHADA' to ws-sco-situacao-ordem(ws-ind-est)
                   add 1 to ws-qtde-ordens-fechadas
               else
                   move 'MANTIDA' to ws-sco-situacao-ordem(ws-ind-est)
                   add 1 to ws-qtde-ordens-mantidas
               end-if

               rewrite fd-ordem-reg
               if ws-fs-ordensServico <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-ordensServico to ws-msn-erro-cod
                   move 'Erro ao Regravar Arquivo ordensServico' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-sco-mes-esperados(ws-ind-est) > 0
               and ws-sco-disp-mes(ws-ind-est) < ws-limite-disponib
               and ws-sco-dias-limpos(ws-ind-est) < ws-dias-limpos-fecha then
                   perform abre-ordem-estacao
               end-if
           end-if
           .
       trata-ordem-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  procura da ordem aberta da estacao ws-ind-est entre as ordens
      *>  dela (a chave agrupa por estacao); achada, fica na fd
      *>________________________________________________________________________
       localiza-ordem-aberta section.

           move 'N' to ws-ordem-localizada
           move 'N' to ws-fim-arquivo
           move ws-sco-estacao(ws-ind-est) to fd-ord-estacao
           move 0 to fd-ord-data-abertura

           start ordensServico key is >= fd-ord-chave
           if ws-fs-ordensServico = 23 then
               move 'S' to ws-fim-arquivo
           else
               if ws-fs-ordensServico <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-ordensServico to ws-msn-erro-cod
                   move 'Erro ao Posicionar ordensServico' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fim-arquivo-sim
                      or ws-ordem-localizada-sim
               read ordensServico next record
               if ws-fs-ordensServico = 10 then
                   move 'S' to ws-fim-arquivo
               else
                   if ws-fs-ordensServico <> 0 then
                       move 8 to ws-msn-erro-offset
                       move ws-fs-ordensServico to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo ordensServico' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-ord-estacao <> ws-sco-estacao(ws-ind-est) then
                       move 'S' to ws-fim-arquivo
                   else
                       if fd-ord-aberta then
                           move 'S' to ws-ordem-localizada
                       end-if
                   end-if
               end-if
           end-perform
           .
       localiza-ordem-aberta-exit.
           exit.
      *>________________________________________________________________________
      *>  ordem nova para a estacao ws-ind-est, aberta na data da execucao
      *>________________________________________________________________________
       abre-ordem-estacao section.

           move spaces to fd-ordem-reg
           move ws-sco-estacao(ws-ind-est) to fd-ord-estacao
           move ws-data-execucao to fd-ord-data-abertura
           move 'A' to fd-ord-situacao
           move ws-sco-nome(ws-ind-est) to fd-ord-nome
           move ws-sco-municipio(ws-ind-est) to fd-ord-municipio
           move ws-sco-sensor(ws-ind-est) to fd-ord-sensor
           move ws-sco-disp-mes(ws-ind-est) to fd-ord-disponib-abertura
           move 0 to fd-ord-data-fechamento
           perform atualiza-evidencia-ordem

           write fd-ordem-reg
           if ws-fs-ordensServico = 22 then
      *>        ordem da estacao ja aberta e fechada hoje: nao reabre
               display "Ordem da estacao ja registrada hoje: "
                       ws-sco-estacao(ws-ind-est)
           else
               if ws-fs-ordensServico <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-ordensServico to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo ordensServico' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move 'ABERTA' to ws-sco-situacao-ordem(ws-ind-est)
               add 1 to ws-qtde-ordens-abertas
           end-if
           .
       abre-ordem-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  evidencia da avaliacao da estacao ws-ind-est na ordem da fd
      *>________________________________________________________________________
       atualiza-evidencia-ordem section.

           move ws-data-execucao to fd-ord-data-avaliacao
           compute fd-ord-mes-avaliado = ws-ano-corrente * 100 + ws-mes-corrente
           move ws-sco-mes-esperados(ws-ind-est) to fd-ord-dias-esperados
           move ws-sco-mes-recebidos(ws-ind-est) to fd-ord-dias-recebidos
           move ws-sco-mes-rejeitados(ws-ind-est) to fd-ord-dias-rejeitados
           move ws-sco-mes-estimados(ws-ind-est) to fd-ord-dias-estimados
           move ws-sco-mes-suspeitos(ws-ind-est) to fd-ord-dias-suspeitos
           move ws-sco-disp-mes(ws-ind-est) to fd-ord-disponib-mes
           move ws-sco-disp-ano(ws-ind-est) to fd-ord-disponib-12-meses
           move ws-sco-integridade(ws-ind-est) to fd-ord-falhas-integridade
           perform varying ws-ind-motivo from 1 by 1 until ws-ind-motivo > 9
               move ws-sco-motivo(ws-ind-est, ws-ind-motivo)
                 to fd-ord-rejeitos-motivo(ws-ind-motivo)
           end-perform
           move ws-sco-dias-limpos(ws-ind-est) to fd-ord-dias-limpos
           .
       atualiza-evidencia-ordem-exit.
           exit.
      *>________________________________________________________________________
      *>  cabecalho do relatorio: titulo, parametros, origem de cada mes
      *>  da janela e as colunas
      *>________________________________________________________________________
       grava-cabecalho-relatorio section.

           move ws-mes-corrente to ws-rtt-mes
           move ws-ano-corrente to ws-rtt-ano
           move ws-data-execucao to ws-rtt-emissao
           move ws-linha-rel-titulo to fd-relDisponib-linha
           perform grava-linha-relatorio

           move ws-limite-disponib to ws-rpm-limite
           move ws-dias-limpos-fecha to ws-rpm-dias-limpos
           move ws-tme-dias-avaliados(13) to ws-rpm-dias-fechados
           move ws-linha-rel-param to fd-relDisponib-linha
           perform grava-linha-relatorio

           if not ws-laudo-lido-sim then
               move ws-linha-rel-sem-laudo to fd-relDisponib-linha
               perform grava-linha-relatorio
           end-if

           move ws-linha-rel-janela to fd-relDisponib-linha
           perform grava-linha-relatorio

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 13
               move ws-tme-mes(ws-ind-mes) to ws-rms-mes
               move ws-tme-ano(ws-ind-mes) to ws-rms-ano
               move spaces to ws-rms-origem
               evaluate true
                   when ws-tme-geracao(ws-ind-mes)
                       string 'GERACAO arquivoTemp_'     delimited by size
                              ws-tme-ano(ws-ind-mes)      delimited by size
                              ws-tme-mes(ws-ind-mes)      delimited by size
                              '.dat'                      delimited by size
                              into ws-rms-origem
                       end-string
                   when ws-ind-mes = 13
                       move 'MES CORRENTE EM arqTemperatura' to ws-rms-origem
                   when ws-tme-em-aberto(ws-ind-mes)
                       move 'AINDA EM ABERTO EM arqTemperatura' to ws-rms-origem
                   when other
                       move 'SEM GERACAO NEM CONJUNTO - FORA DA CONTAGEM'
                         to ws-rms-origem
               end-evaluate
               move ws-linha-rel-mes to fd-relDisponib-linha
               perform grava-linha-relatorio
           end-perform

           move ws-linha-rel-colunas to fd-relDisponib-linha
           perform grava-linha-relatorio
           .
       grava-cabecalho-relatorio-exit.
           exit.
      *>________________________________________________________________________
      *>  linha da estacao ws-ind-est e, havendo, os rejeitos por motivo
      *>________________________________________________________________________
       grava-estacao-relatorio section.

           move ws-sco-estacao(ws-ind-est) to ws-rst-estacao
           move ws-sco-municipio(ws-ind-est) to ws-rst-municipio
           move ws-sco-sensor(ws-ind-est) to ws-rst-sensor
           move ws-sco-mes-esperados(ws-ind-est) to ws-rst-mes-esperados
           move ws-sco-mes-recebidos(ws-ind-est) to ws-rst-mes-recebidos
           move ws-sco-mes-rejeitados(ws-ind-est) to ws-rst-mes-rejeitados
           move ws-sco-mes-estimados(ws-ind-est) to ws-rst-mes-estimados
           move ws-sco-mes-suspeitos(ws-ind-est) to ws-rst-mes-suspeitos
           move ws-sco-ano-esperados(ws-ind-est) to ws-rst-ano-esperados
           move ws-sco-ano-recebidos(ws-ind-est) to ws-rst-ano-recebidos
           move ws-sco-ano-rejeitados(ws-ind-est) to ws-rst-ano-rejeitados
           move ws-sco-ano-estimados(ws-ind-est) to ws-rst-ano-estimados
           move ws-sco-ano-suspeitos(ws-ind-est) to ws-rst-ano-suspeitos
           move ws-sco-integridade(ws-ind-est) to ws-rst-integridade
           move ws-sco-dias-limpos(ws-ind-est) to ws-rst-dias-limpos
           move ws-sco-situacao-ordem(ws-ind-est) to ws-rst-ordem

           if ws-sco-mes-esperados(ws-ind-est) > 0 then
               move ws-sco-disp-mes(ws-ind-est) to ws-disp-edit
               move ws-disp-edit to ws-rst-disp-mes
           else
               move '  ---' to ws-rst-disp-mes
           end-if
           if ws-sco-ano-esperados(ws-ind-est) > 0 then
               move ws-sco-disp-ano(ws-ind-est) to ws-disp-edit
               move ws-disp-edit to ws-rst-disp-ano
           else
               move '  ---' to ws-rst-disp-ano
           end-if

           move ws-linha-rel-estacao to fd-relDisponib-linha
           perform grava-linha-relatorio

           move 0 to ws-ind-atual
           perform varying ws-ind-motivo from 1 by 1 until ws-ind-motivo > 9
               move ws-ind-motivo to ws-motivo-edit
               move spaces to ws-rmt-codigo(ws-ind-motivo)
               string ' '               delimited by size
                      ws-motivo-edit    delimited by size
                      ':'               delimited by size
                      into ws-rmt-codigo(ws-ind-motivo)
               end-string
               move ws-sco-motivo(ws-ind-est, ws-ind-motivo)
                 to ws-rmt-qtde(ws-ind-motivo)
               if ws-sco-motivo(ws-ind-est, ws-ind-motivo) > 0 then
                   add 1 to ws-ind-atual
               end-if
           end-perform

           if ws-ind-atual > 0 then
               move ws-linha-rel-motivos to fd-relDisponib-linha
               perform grava-linha-relatorio
           end-if
           .
       grava-estacao-relatorio-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha ja montada em fd-relDisponib-linha
      *>________________________________________________________________________
       grava-linha-relatorio section.

           write fd-relDisponib-linha
           if ws-fs-arqRelDisponib <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRelDisponib to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqRelDisponib' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-relatorio-exit.
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
      *>   finalização normal: totais da avaliacao e das ordens
      *>________________________________________________________________________
       finaliza section.

           move ws-qtde-estacoes to ws-rtl-estacoes
           move ws-qtde-abaixo-limite to ws-rtl-abaixo
           move ws-qtde-ordens-abertas to ws-rtl-abertas
           move ws-qtde-ordens-mantidas to ws-rtl-mantidas
           move ws-qtde-ordens-fechadas to ws-rtl-fechadas
           move ws-linha-rel-total to fd-relDisponib-linha
           perform grava-linha-relatorio

           close cadEstacoes
           close arqTemperatura
           close ordensServico
           close arqRelDisponib

           display "Estacoes avaliadas:     " ws-qtde-estacoes
           display "Geracoes lidas:         " ws-qtde-geracoes
           display "Meses ainda em aberto:  " ws-qtde-meses-abertos
           display "Meses fora da contagem: " ws-qtde-meses-ausentes
           display "Rejeitos lidos:         " ws-qtde-rejeitos-lidos
           display "Problemas no laudo:     " ws-qtde-problemas-laudo
           display "Abaixo do limite:       " ws-qtde-abaixo-limite
           display "Ordens abertas:         " ws-qtde-ordens-abertas
           display "Ordens mantidas:        " ws-qtde-ordens-mantidas
           display "Ordens fechadas:        " ws-qtde-ordens-fechadas

           stop run
           .
       finaliza-exit.
           exit.
