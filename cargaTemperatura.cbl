      *>no modo complementar (paramCarga) aceita leituras de uma estacao
      *>que ja esta carregada, insere os dias que faltavam no conjunto
      *>existente, reajusta fd-trm-qtde-regs do trailer e relata o que
      *>foi mesclado, fechando o circuito das linhas que chegam atrasadas;
      *>cada rejeito fica tambem em controleRejeitos.dat, de onde a tela
      *>de rejeitos (corrigeRejeitos) corrige ou descarta a linha, e a
      *>origem 'R' de paramCarga le as linhas corrigidas direto de
      *>ressubmissaoRejeitos.txt, dando baixa nelas no fim da carga e
      *>esvaziando o arquivo;
      *>cada estacao pode ter dois meses em aberto na virada do mes (o mes
      *>de referencia, em fechamento, e o seguinte): o conjunto de cada mes
      *>tem o cabecalho na data ccyymm00 e o trailer na ccyymm99, e a
      *>leitura do mes novo abre o conjunto dele em vez de ser devolvida;
      *>leitura de mes ja expurgado (com geracao em catalogoGeracoes) volta
      *>com motivo 05 em vez de abrir um conjunto parcial do mes, e o dia
      *>mesclado num mes ja enviado ao faturamento (faturamentoEnviado)
      *>entra em reprocessaEstacoes.txt, para a reemissao 'R' do gerador
      *>de relatorios reemitir o mes e gerar o ajuste de faturamento

      *>divisão para configuração de ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqTemperatura.

           select arqBrutos assign to ws-nome-arquivo-brutos
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           lock mode is automatic
           file status is ws-fs-cadEstacoes.

           select arqControleRejeitos assign to 'controleRejeitos.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-crj-chave
           lock mode is automatic
           file status is ws-fs-arqControleRejeitos.

           select catalogoGeracoes assign to 'catalogoGeracoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-cat-chave
           lock mode is automatic
           file status is ws-fs-catalogoGeracoes.

           select controleFaturamento assign to 'faturamentoEnviado.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-fen-chave
           lock mode is automatic
           file status is ws-fs-controleFaturamento.

           select arqReprocesso assign to 'reprocessaEstacoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqReprocesso.

       i-o-control.

      *>declaração de variáveis

       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
      *>      motivos de rejeicao devolvidos aos tecnicos de campo:
      *>        01 estacao em branco          02 data invalida
      *>        03 temperatura invalida       04 linha fora de ordem
      *>        05 mes fora da referencia ou ja expurgado
      *>        06 erro de gravacao (chave ja existe)
      *>        07 linha com tamanho invalido
      *>        08 estacao nao cadastrada ou desativada
      *>        09 hora invalida
      *>        01      modo da carga ('N'ormal grava somente estacoes
      *>                novas; 'C'omplementar aceita leituras atrasadas de
      *>                estacoes ja carregadas); arquivo ausente vale 'N'
      *>        02      origem das leituras ('R' le ressubmissaoRejeitos.txt,
      *>                as linhas corrigidas na tela de rejeitos, sempre no
      *>                modo 'C'; em branco le leiturasEstacoes.txt)
      *>        03-08   mes de referencia (ccyymm): a carga aceita leituras
      *>                dele e do mes seguinte; em branco vale o mes
      *>                anterior ao da data da carga
       01 fd-pcar-linha.
          05 fd-pcar-modo                          pic  x(01).
          05 fd-pcar-origem                        pic  x(01).
          05 fd-pcar-referencia.
             10 fd-pcar-ref-ano                    pic  x(04).
             10 fd-pcar-ref-mes                    pic  x(02).
          05 fd-pcar-referencia-num redefines fd-pcar-referencia.
             10 fd-pcar-ref-ano-num                pic  9(04).
             10 fd-pcar-ref-mes-num                pic  9(02).

       fd arqComplemento.
       01 fd-complemento-linha                     pic x(70).
          05 fd-est-sensor                         pic  x(10).
          05 filler                                pic  x(10).

       fd arqControleRejeitos.
       01 fd-ctlrej-reg.
      *>      controle de cada linha rejeitada pela carga: a chave agrupa
      *>      por estacao e motivo, com a data/hora da carga e a sequencia
      *>      do rejeito nela para a mesma linha nunca colidir
          05 fd-crj-chave.
             10 fd-crj-estacao                     pic  x(03).
             10 fd-crj-motivo                      pic  x(02).
             10 fd-crj-data-carga                  pic  9(08).
             10 fd-crj-hora-carga                  pic  9(06).
             10 fd-crj-sequencia                   pic  9(06).
      *>      linha de 18 bytes como veio do datalogger
          05 fd-crj-conteudo                       pic  x(18).
      *>      situacao: 'P'endente, 'R'essubmetida ou 'D'escartada
          05 fd-crj-situacao                       pic  x(01).
             88 fd-crj-pendente                    value 'P'.
             88 fd-crj-ressubmetida                value 'R'.
             88 fd-crj-descartada                  value 'D'.
          05 fd-crj-conteudo-corrigido             pic  x(18).
          05 fd-crj-data-tratamento                pic  9(08).
      *>      data da carga que leu a linha ressubmetida, zero enquanto
      *>      ela espera em ressubmissaoRejeitos.txt
          05 fd-crj-data-recarga                   pic  9(08).
          05 fd-crj-motivo-descarte                pic  x(40).
          05 filler                                pic  x(10).

       fd catalogoGeracoes.
      *>      catalogo das geracoes de guarda gravado pelo expurgo: mes com
      *>      entrada ja saiu de arqTemperatura e nao recebe mais leituras
       01 fd-catalogo-reg.
          05 fd-cat-chave.
             10 fd-cat-ano                         pic  9(04).
             10 fd-cat-mes                         pic  9(02).
          05 fd-cat-nome-arquivo                   pic  x(30).
          05 fd-cat-data-criacao                   pic  9(08).
          05 fd-cat-data-atualizacao               pic  9(08).
          05 fd-cat-qtde-estacoes                  pic  9(04).
          05 fd-cat-qtde-registros                 pic  9(06).
          05 fd-cat-qtde-detalhes                  pic  9(06).
          05 fd-cat-hash-temperatura               pic s9(07)v99.
          05 fd-cat-hash-datas                     pic  9(12).
          05 fd-cat-situacao                       pic  x(01).
             88 fd-cat-ativa                       value 'A'.
             88 fd-cat-restaurada                  value 'R'.
             88 fd-cat-expirada                    value 'E'.
          05 fd-cat-data-restauracao               pic  9(08).
          05 fd-cat-data-verificacao               pic  9(08).
          05 fd-cat-resultado-verificacao          pic  x(01).
             88 fd-cat-verificada-ok               value 'O'.
             88 fd-cat-verificada-diverge          value 'D'.
             88 fd-cat-verificada-ausente          value 'F'.
          05 filler                                pic  x(10).

       fd controleFaturamento.
      *>      controle do que o gerador de relatorios ja enviou ao
      *>      faturamento por estacao e mes; aqui so a existencia importa
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

       fd arqReprocesso.
      *>      lista de reemissao lida pelo modo 'R' do gerador de
      *>      relatorios, no layout de reprocessaCorrecoes: estacao + data
       01 fd-reprocesso-linha.
          05 fd-rep-estacao                        pic  x(03).
          05 fd-rep-data                           pic  9(08).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqParamCarga                      pic  9(02).
       77 ws-fs-arqComplemento                     pic  9(02).
       77 ws-fs-cadEstacoes                        pic  9(02).
       77 ws-fs-arqControleRejeitos                pic  9(02).
       77 ws-fs-catalogoGeracoes                   pic  9(02).
       77 ws-fs-controleFaturamento                pic  9(02).
       77 ws-fs-arqReprocesso                      pic  9(02).

      *>      catalogo de geracoes e controle de faturamento ausentes (nada
      *>      expurgado ou nada faturado ainda) nao impedem a carga
       77 ws-catalogo-aberto                       pic  x(01) value 'N'.
          88 ws-catalogo-aberto-sim                 value 'S'.
       77 ws-faturamento-aberto                    pic  x(01) value 'N'.
          88 ws-faturamento-aberto-sim              value 'S'.
      *>      mes do conjunto em complemento ja enviado ao faturamento: os
      *>      dias mesclados entram na lista de reemissao
       77 ws-mes-faturado                          pic  x(01) value 'N'.
          88 ws-mes-faturado-sim                    value 'S'.
       77 ws-qtde-reemissao                        pic  9(06) value 0.

       77 ws-fim-brutos                            pic  x(01) value 'N'.
          88 ws-fim-brutos-sim                      value 'S'.
       77 ws-estacao-complemento                   pic  x(01) value 'N'.
          88 ws-complemento-sim                     value 'S'.
      *>      motivo devolvido para as linhas de uma estacao recusada por
      *>      inteiro (06 chave ja existe)
       77 ws-motivo-estacao                        pic  x(02) value '06'.
       77 ws-qtde-mescladas                        pic  9(06) value 0.
       77 ws-qtde-estacoes-compl                   pic  9(04) value 0.

      *>      origem das leituras lida de paramCarga: a ressubmissao vem
      *>      da tela de rejeitos, ja ordenada por estacao, data e hora
       77 ws-origem-carga                          pic  x(01) value space.
          88 ws-origem-ressubmissao                 value 'R' 'r'.
       77 ws-nome-arquivo-brutos                   pic  x(30) value
          'leiturasEstacoes.txt'.

      *>      identificacao desta carga nos registros de controle de
      *>      rejeitos e baixa das linhas ressubmetidas lidas nela
       77 ws-data-carga                            pic  9(08).
       77 ws-hora-carga                            pic  9(06).
       77 ws-seq-rejeito                           pic  9(06) value 0.
       77 ws-fim-controle                          pic  x(01) value 'N'.
          88 ws-fim-controle-sim                    value 'S'.
       77 ws-qtde-recarregadas                     pic  9(06) value 0.

      *>  conjunto com as chaves antigas (cabecalho 0 / trailer 99999999)
       77 ws-registro-convertido                   pic  x(46).
       77 ws-qtde-convertidos                      pic  9(04) value 0.

       01 ws-linha-compl-cabec                     pic  x(40) value
          'CARGA COMPLEMENTAR - LEITURAS MESCLADAS'.

             ' - TRAILER AJUSTADO PARA '.
          05 ws-cpr-trailer                        pic  9(04).

      *>      janela de meses aceitos na carga (ccyymm): o mes de
      *>      referencia, em fechamento, e o seguinte, ja em curso
       77 ws-ano-ref-carga                         pic  9(04) value 0.
       77 ws-mes-ref-carga                         pic  9(02) value 0.
       77 ws-ref-carga                             pic  9(06).
       77 ws-seg-carga                             pic  9(06).
       77 ws-mes-linha                             pic  9(06).

      *>      referencia do mes do conjunto em carga, tirada da primeira
      *>      leitura da estacao naquele mes
       77 ws-mes-referencia                        pic  9(02).
       77 ws-ano-referencia                        pic  9(04).
       77 ws-dias-mes                              pic  9(02).
               and fd-pcar-modo <> spaces then
                   move fd-pcar-modo to ws-modo-carga
               end-if
               if ws-fs-arqParamCarga = 0 then
                   move fd-pcar-origem to ws-origem-carga
               end-if
               if ws-fs-arqParamCarga = 0
               and fd-pcar-referencia is numeric
               and fd-pcar-ref-mes-num >= 1
               and fd-pcar-ref-mes-num <= 12 then
                   move fd-pcar-ref-ano-num to ws-ano-ref-carga
                   move fd-pcar-ref-mes-num to ws-mes-ref-carga
               end-if
               close arqParamCarga
           end-if

      *> _______________  as linhas ressubmetidas quase sempre sao de
      *>                   estacoes ja carregadas: a origem 'R' roda como
      *>                   complementar qualquer que seja o modo informado
           if ws-origem-ressubmissao then
               move 'ressubmissaoRejeitos.txt' to ws-nome-arquivo-brutos
               move 'C' to ws-modo-carga
           end-if

           move function current-date(1:8) to ws-data-carga
           move function current-date(9:6) to ws-hora-carga

      *> _______________  janela de meses da carga: referencia informada ou
      *>                   o mes anterior ao da carga, mais o seguinte
           if ws-ano-ref-carga = 0 then
               move ws-data-carga(1:4) to ws-ano-ref-carga
               move ws-data-carga(5:2) to ws-mes-ref-carga
               if ws-mes-ref-carga = 1 then
                   move 12 to ws-mes-ref-carga
                   subtract 1 from ws-ano-ref-carga
               else
                   subtract 1 from ws-mes-ref-carga
               end-if
           end-if
           compute ws-ref-carga = ws-ano-ref-carga * 100 + ws-mes-ref-carga
           if ws-mes-ref-carga = 12 then
               compute ws-seg-carga = (ws-ano-ref-carga + 1) * 100 + 1
           else
               compute ws-seg-carga = ws-ref-carga + 1
           end-if

           open input arqBrutos.
           if ws-fs-arqBrutos <> 0 then
               move 1 to ws-msn-erro-offset
               perform finaliza-anormal
           end-if

      *> _______________  controle dos rejeitos acumula entre as cargas; a
      *>                   primeira carga cria o arquivo (status 35)
           open i-o arqControleRejeitos.
           if ws-fs-arqControleRejeitos = 35 then
               open output arqControleRejeitos
               close arqControleRejeitos
               open i-o arqControleRejeitos
           end-if
           if ws-fs-arqControleRejeitos <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqControleRejeitos to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqControleRejeitos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  relatorio do que foi mesclado, so no complementar
           if ws-carga-complementar then
               open output arqComplemento
               end-if
           end-if

      *> _______________  meses ja expurgados; sem catalogo nada foi
      *>                   expurgado ainda
           open input catalogoGeracoes
           if ws-fs-catalogoGeracoes = 0 then
               move 'S' to ws-catalogo-aberto
           else
               if ws-fs-catalogoGeracoes <> 35 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo catalogoGeracoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> _______________  meses ja faturados e a lista de reemissao, so no
      *>                   complementar, o unico modo que mexe em conjunto
      *>                   ja gravado; a lista acumula ate a reemissao 'R'
      *>                   consumir
           if ws-carga-complementar then
               open input controleFaturamento
               if ws-fs-controleFaturamento = 0 then
                   move 'S' to ws-faturamento-aberto
               else
                   if ws-fs-controleFaturamento <> 35 then
                       move 8 to ws-msn-erro-offset
                       move ws-fs-controleFaturamento to ws-msn-erro-cod
                       move 'Erro ao Abrir Arquivo controleFaturamento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               open extend arqReprocesso
               if ws-fs-arqReprocesso = 35 then
                   open output arqReprocesso
               end-if
               if ws-fs-arqReprocesso <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqReprocesso to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo arqReprocesso' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> _______________  primeira carga cria o arquivo indexado (status 35)
           open i-o arqTemperatura.
           if ws-fs-arqTemperatura = 35 then
           if not ws-linha-valida then
               perform grava-rejeito
           else
      *>        troca de estacao, ou leitura do mes seguinte da mesma
      *>        estacao: fecha o conjunto em carga e abre o do novo mes
               if fd-brt-estacao <> ws-estacao-atual
               or fd-brt-mes <> ws-mes-referencia
               or fd-brt-ano <> ws-ano-referencia then
                   if ws-estacao-atual <> spaces then
                       perform encerra-estacao
                   end-if
               end-if
           end-if

      *>      so o mes de referencia e o seguinte podem estar em aberto:
      *>      leitura de outro mes volta para os tecnicos com motivo 05
           if ws-linha-valida then
               compute ws-mes-linha = fd-brt-ano * 100 + fd-brt-mes
               if ws-mes-linha <> ws-ref-carga
               and ws-mes-linha <> ws-seg-carga then
                   move '05' to ws-motivo-rejeito
               end-if
           end-if

      *>      mes ja expurgado tem geracao no catalogo: o conjunto dele
      *>      saiu de arqTemperatura e a leitura abriria um conjunto
      *>      parcial do mes, tambem motivo 05
           if ws-linha-valida
           and ws-catalogo-aberto-sim then
               move fd-brt-ano to fd-cat-ano
               move fd-brt-mes to fd-cat-mes
               read catalogoGeracoes
               if ws-fs-catalogoGeracoes = 0 then
                   move '05' to ws-motivo-rejeito
               else
                   if ws-fs-catalogoGeracoes <> 23 then
                       move 8 to ws-msn-erro-offset
                       move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo catalogoGeracoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       valida-linha-bruta-exit.
           exit.
       calcula-dias-mes-exit.
           exit.
      *>________________________________________________________________________
      *>  abertura do conjunto de uma estacao no mes da leitura: grava o
      *>  cabecalho (data ccyymm00)
      *>________________________________________________________________________
       inicia-estacao section.

           move 0 to ws-qtde-regs-estacao
           move 'N' to ws-estacao-com-erro
           move 'N' to ws-estacao-complemento
           move 'N' to ws-mes-faturado
           move '06' to ws-motivo-estacao

           move fd-brt-mes to ws-mes-referencia
           perform calcula-dias-mes
           move ws-dias-calc to ws-dias-mes

           perform converte-conjunto-antigo

           move ws-estacao-atual to fd-trm-estacao
           compute fd-trm-data = ws-ano-referencia * 10000
                               + ws-mes-referencia * 100
           move 'C' to fd-trm-tipo-reg
           move 0 to fd-trm-temperatura
           move ws-mes-referencia to fd-trm-mes
       inicia-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  conjunto gravado antes das chaves por mes (cabecalho na data 0,
      *>  trailer na 99999999): passa para ccyymm00/ccyymm99 do proprio mes
      *>  antes que outro mes seja aberto ao lado dele na estacao (o arquivo
      *>  todo e convertido de uma vez por converteChavesTemperatura; aqui
      *>  fica so a garantia para conjunto que tenha escapado dela)
      *>________________________________________________________________________
       converte-conjunto-antigo section.

           move ws-estacao-atual to fd-trm-estacao
           move 0 to fd-trm-data
           read arqTemperatura

           if ws-fs-arqTemperatura = 0
           and fd-trm-e-cabecalho then
               move fd-temperatura-reg to ws-registro-convertido
               delete arqTemperatura record
               if ws-fs-arqTemperatura <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Converter Cabecalho Antigo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-registro-convertido to fd-temperatura-reg
               compute fd-trm-data = fd-trm-ano * 10000 + fd-trm-mes * 100
               write fd-temperatura-reg
               if ws-fs-arqTemperatura <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Converter Cabecalho Antigo' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-estacao-atual to fd-trm-estacao
               move 99999999 to fd-trm-data
               read arqTemperatura
               if ws-fs-arqTemperatura = 0
               and fd-trm-e-trailer then
                   move fd-temperatura-reg to ws-registro-convertido
                   delete arqTemperatura record
                   if ws-fs-arqTemperatura <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Converter Trailer Antigo' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-registro-convertido to fd-temperatura-reg
                   compute fd-trm-data = fd-trm-ano * 10000
                                       + fd-trm-mes * 100 + 99
                   write fd-temperatura-reg
                   if ws-fs-arqTemperatura <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqTemperatura to ws-msn-erro-cod
                       move 'Erro ao Converter Trailer Antigo' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               add 1 to ws-qtde-convertidos
           end-if
           .
       converte-conjunto-antigo-exit.
           exit.
      *>________________________________________________________________________
      *>  abertura da carga complementar de uma estacao ja carregada no
      *>  mes: le o cabecalho existente daquele mes e adota os dias dele
      *>________________________________________________________________________
       inicia-complemento section.

           move ws-estacao-atual to fd-trm-estacao
           compute fd-trm-data = ws-ano-referencia * 10000
                               + ws-mes-referencia * 100

           read arqTemperatura

               perform finaliza-anormal
           end-if

           move fd-trm-dias-mes to ws-dias-mes
           move 'S' to ws-estacao-complemento
           add 1 to ws-qtde-estacoes-compl

      *> _______________  mes da estacao ja enviado ao faturamento: os dias
      *>                   mesclados mudam os totais enviados
           if ws-faturamento-aberto-sim then
               move ws-ano-referencia to fd-fen-ano
               move ws-mes-referencia to fd-fen-mes
               move ws-estacao-atual to fd-fen-estacao
               read controleFaturamento
               if ws-fs-controleFaturamento = 0 then
                   move 'S' to ws-mes-faturado
               else
                   if ws-fs-controleFaturamento <> 23 then
                       move 8 to ws-msn-erro-offset
                       move ws-fs-controleFaturamento to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo controleFaturamento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       inicia-complemento-exit.
                       move 'Erro ao Gravar Arquivo arqComplemento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-mes-faturado-sim then
                       perform registra-reemissao
                   end-if
               end-if
           end-if
           .
       grava-detalhe-exit.
           exit.
      *>________________________________________________________________________
      *>  dia mesclado em mes ja faturado: estacao + data na lista de
      *>  reemissao, como uma leitura corrigida pela manutencao
      *>________________________________________________________________________
       registra-reemissao section.

           move ws-cpl-estacao to fd-rep-estacao
           move ws-cpl-data to fd-rep-data
           write fd-reprocesso-linha
           if ws-fs-arqReprocesso <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqReprocesso to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqReprocesso' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtde-reemissao
           .
       registra-reemissao-exit.
           exit.
      *>________________________________________________________________________
      *>  acumulacao de uma linha horaria no dia em agregacao: data nova
      *>  fecha o dia anterior e abre o novo; media, minima, maxima e a
      *>  hora de cada extremo sao apuradas aqui, leitura a leitura
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtde-rejeitadas
               perform registra-controle-rejeito
           else
               if ws-fs-arqTemperatura <> 0 then
                   move 5 to ws-msn-erro-offset
                       move 'Erro ao Gravar Arquivo arqComplemento' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-mes-faturado-sim then
                       perform registra-reemissao
                   end-if
               end-if
           end-if

       fecha-dia-horario-exit.
           exit.
      *>________________________________________________________________________
      *>  fechamento do conjunto de uma estacao: grava o trailer (ccyymm99)
      *>  com a contagem de detalhes calculada durante a carga
      *>________________________________________________________________________
       encerra-estacao section.
           else
           if not ws-estacao-erro-sim then
               move ws-estacao-atual to fd-trm-estacao
               compute fd-trm-data = ws-ano-referencia * 10000
                                   + ws-mes-referencia * 100 + 99
               move 'T' to fd-trm-tipo-reg
               move 0 to fd-trm-temperatura
               move ws-mes-referencia to fd-trm-mes
       ajusta-trailer-complemento section.

           move ws-estacao-atual to fd-trm-estacao
           compute fd-trm-data = ws-ano-referencia * 10000
                               + ws-mes-referencia * 100 + 99

           read arqTemperatura

           end-if

           add 1 to ws-qtde-rejeitadas
           perform registra-controle-rejeito
           .
       grava-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  registro pendente do rejeito recem-gravado no controle de
      *>  rejeitos, para a tela de rejeitos corrigir ou descartar a linha
      *>________________________________________________________________________
       registra-controle-rejeito section.

           add 1 to ws-seq-rejeito

           move fd-rej-conteudo(1:3) to fd-crj-estacao
           move fd-rej-motivo to fd-crj-motivo
           move ws-data-carga to fd-crj-data-carga
           move ws-hora-carga to fd-crj-hora-carga
           move ws-seq-rejeito to fd-crj-sequencia
           move fd-rej-conteudo to fd-crj-conteudo
           move 'P' to fd-crj-situacao
           move spaces to fd-crj-conteudo-corrigido
           move 0 to fd-crj-data-tratamento
           move 0 to fd-crj-data-recarga
           move spaces to fd-crj-motivo-descarte
           move spaces to fd-ctlrej-reg(119:10)

           write fd-ctlrej-reg
           if ws-fs-arqControleRejeitos <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqControleRejeitos to ws-msn-erro-cod
               move 'Erro ao Gravar arqControleRejeitos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-controle-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  baixa das linhas ressubmetidas que esta carga leu: toda linha
      *>  ressubmetida ainda sem recarga estava em ressubmissaoRejeitos.txt,
      *>  que a tela de rejeitos regrava inteiro a cada correcao; o que a
      *>  carga tornou a recusar ja voltou ao controle como rejeito novo
      *>________________________________________________________________________
       baixa-ressubmissao section.

           move low-values to fd-crj-chave

           start arqControleRejeitos key is >= fd-crj-chave
           if ws-fs-arqControleRejeitos <> 0 then
               move 'S' to ws-fim-controle
           end-if

           perform until ws-fim-controle-sim
               read arqControleRejeitos next record
               if ws-fs-arqControleRejeitos <> 0 then
                   move 'S' to ws-fim-controle
               else
                   if fd-crj-ressubmetida
                   and fd-crj-data-recarga = 0 then
                       move ws-data-carga to fd-crj-data-recarga
                       rewrite fd-ctlrej-reg
                       if ws-fs-arqControleRejeitos <> 0 then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                           move 'Erro ao Regravar arqControleRejeitos' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtde-recarregadas
                   end-if
               end-if
           end-perform
           .
       baixa-ressubmissao-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.
      *>________________________________________________________________________
       finaliza section.

           if ws-origem-ressubmissao then
               perform baixa-ressubmissao
           end-if

           close arqBrutos

      *> _______________  as linhas lidas ja tiveram baixa no controle: o
      *>                   arquivo de ressubmissao fica vazio, para uma nova
      *>                   carga 'R' nao ler de novo a mesma linha
           if ws-origem-ressubmissao then
               open output arqBrutos
               if ws-fs-arqBrutos <> 0 then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqBrutos to ws-msn-erro-cod
                   move 'Erro ao Esvaziar ressubmissaoRejeitos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqBrutos
           end-if

           close arqRejeitos
           close arqTemperatura
           close cadEstacoes
           close arqControleRejeitos
           if ws-catalogo-aberto-sim then
               close catalogoGeracoes
           end-if
           if ws-carga-complementar then
               close arqComplemento
               close arqReprocesso
               if ws-faturamento-aberto-sim then
                   close controleFaturamento
               end-if
           end-if

           display "Linhas lidas:      " ws-qtde-lidas
           if ws-carga-complementar then
               display "Leituras mescladas:      " ws-qtde-mescladas
               display "Estacoes complementadas: " ws-qtde-estacoes-compl
               display "Dias para reemissao:     " ws-qtde-reemissao
           end-if
           if ws-origem-ressubmissao then
               display "Ressubmissoes baixadas:  " ws-qtde-recarregadas
           end-if
           if ws-qtde-convertidos > 0 then
               display "Conjuntos convertidos:   " ws-qtde-convertidos
           end-if

           stop run
