      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "verificaGeracoes".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>conferencia das geracoes de guarda arquivoTemp_ccyymm.dat contra o
      *>catalogoGeracoes mantido pelo expurgo e pela restauracao: rele cada
      *>geracao e compara registros, estacoes, detalhes e hash totals com
      *>a entrada do catalogo, apontando geracao danificada ou ausente; no
      *>mesmo passo aplica a retencao, marcando como expirada a geracao
      *>mais antiga que o periodo configurado (a guarda expirada pode ser
      *>descartada e deixa de alimentar as normais). Resultado gravado na
      *>entrada do catalogo e em verificacaoGeracoes.txt
      *>
      *>paramVerificaGeracoes.txt (opcional, uma linha):
      *>  pos 01-06  geracao ccyymm a conferir (em branco: todas as nao
      *>             expiradas do catalogo)
      *>  pos 07-09  retencao em meses (em branco vale 60)

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqParamVerifica assign to 'paramVerificaGeracoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamVerifica.

           select catalogoGeracoes assign to 'catalogoGeracoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-cat-chave
           lock mode is automatic
           file status is ws-fs-catalogoGeracoes.

           select arqArquivoMes assign to ws-nome-arquivo-mes
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArquivoMes.

           select arqVerificacao assign to 'verificacaoGeracoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqVerificacao.

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

       fd arqParamVerifica.
       01 fd-pver-linha.
          05 fd-pver-geracao.
             10 fd-pver-ano                        pic  x(04).
             10 fd-pver-mes                        pic  x(02).
          05 fd-pver-geracao-num redefines fd-pver-geracao.
             10 fd-pver-ano-num                    pic  9(04).
             10 fd-pver-mes-num                    pic  9(02).
          05 fd-pver-retencao                      pic  x(03).
          05 fd-pver-retencao-num redefines fd-pver-retencao
                                                   pic  9(03).

       fd catalogoGeracoes.
      *>      catalogo das geracoes de guarda (layout em arquivaTemperatura)
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

       fd arqVerificacao.
       01 fd-verificacao-linha                     pic x(100).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqParamVerifica                   pic  9(02).
       77 ws-fs-catalogoGeracoes                   pic  9(02).
       77 ws-fs-arqArquivoMes                      pic  9(02).
       77 ws-fs-arqVerificacao                     pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-nome-arquivo-mes                      pic  x(30).

      *>      geracao pedida (zero = todas) e retencao em meses
       77 ws-ano-pedido                            pic  9(04) value 0.
       77 ws-mes-pedido                            pic  9(02) value 0.
       77 ws-retencao-meses                        pic  9(03) value 60.

       77 ws-fim-catalogo                          pic  x(01) value 'N'.
          88 ws-fim-catalogo-sim                    value 'S'.
       77 ws-fim-geracao                           pic  x(01).
          88 ws-fim-geracao-sim                     value 'S'.

      *>      idade da geracao em meses contra o mes corrente
       77 ws-meses-hoje                            pic  9(06).
       77 ws-idade-meses                           pic s9(06).

      *>      totais relidos da geracao
       77 ws-lid-registros                         pic  9(06).
       77 ws-lid-estacoes                          pic  9(04).
       77 ws-lid-detalhes                          pic  9(06).
       77 ws-lid-hash-temperatura                  pic s9(07)v99.
       77 ws-lid-hash-datas                        pic  9(12).

       77 ws-qtde-conferidas                       pic  9(04) value 0.
       77 ws-qtde-ok                               pic  9(04) value 0.
       77 ws-qtde-divergentes                      pic  9(04) value 0.
       77 ws-qtde-expiradas                        pic  9(04) value 0.

       77 ws-tem-divergencia                       pic  x(01) value 'N'.
          88 ws-tem-divergencia-sim                 value 'S'.

       01 ws-linha-ver-cabec.
          05 filler                                pic x(38) value
             'CONFERENCIA DAS GERACOES DE GUARDA - '.
          05 ws-ver-data                           pic  99/99/9999.
          05 filler                                pic x(14) value
             ' - RETENCAO '.
          05 ws-ver-retencao                       pic  zz9.
          05 filler                                pic x(06) value ' MESES'.

       01 ws-linha-ver-colunas                     pic  x(100) value
          'GERACAO SIT  REGISTROS CAT/LIDO  ESTACOES CAT/LIDO  RESULTADO'.

       01 ws-linha-ver-geracao.
          05 ws-ver-ano                            pic  9(04).
          05 ws-ver-mes                            pic  9(02).
          05 filler                                pic x(02) value ' '.
          05 ws-ver-situacao                       pic  x(01).
          05 filler                                pic x(04) value ' '.
          05 ws-ver-cat-registros                  pic  zzzzz9.
          05 filler                                pic x(01) value '/'.
          05 ws-ver-lid-registros                  pic  zzzzz9.
          05 filler                                pic x(04) value ' '.
          05 ws-ver-cat-estacoes                   pic  zzz9.
          05 filler                                pic x(01) value '/'.
          05 ws-ver-lid-estacoes                   pic  zzz9.
          05 filler                                pic x(04) value ' '.
          05 ws-ver-resultado                      pic  x(50).

       01 ws-linha-ver-totais.
          05 filler                                pic x(11) value
             'CONFERIDAS '.
          05 ws-vtt-conferidas                     pic  zzz9.
          05 filler                                pic x(07) value ' - OK '.
          05 ws-vtt-ok                             pic  zzz9.
          05 filler                                pic x(15) value
             ' - DIVERGENTES '.
          05 ws-vtt-divergentes                    pic  zzz9.
          05 filler                                pic x(13) value
             ' - EXPIRADAS '.
          05 ws-vtt-expiradas                      pic  zzz9.

      *>      data ccyymmdd impressa como dd/mm/ccyy
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

      *> _______________  geracao pedida e retencao (opcionais)
           open input arqParamVerifica
           if ws-fs-arqParamVerifica = 0 then
               read arqParamVerifica
               if ws-fs-arqParamVerifica = 0 then
                   if fd-pver-geracao is numeric
                   and fd-pver-mes-num >= 1
                   and fd-pver-mes-num <= 12 then
                       move fd-pver-ano-num to ws-ano-pedido
                       move fd-pver-mes-num to ws-mes-pedido
                   end-if
                   if fd-pver-retencao is numeric
                   and fd-pver-retencao-num > 0 then
                       move fd-pver-retencao-num to ws-retencao-meses
                   end-if
               end-if
               close arqParamVerifica
           end-if

           move function current-date(1:8) to ws-dha-data
           compute ws-meses-hoje = ws-dha-ano * 12 + ws-dha-mes

           open i-o catalogoGeracoes
           if ws-fs-catalogoGeracoes <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-catalogoGeracoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo catalogoGeracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqVerificacao
           if ws-fs-arqVerificacao <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqVerificacao to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo verificacaoGeracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dha-dia to ws-ddm-dia
           move ws-dha-mes to ws-ddm-mes
           move ws-dha-ano to ws-ddm-ano
           move ws-data-ddmmccyy-num to ws-ver-data
           move ws-retencao-meses to ws-ver-retencao
           move ws-linha-ver-cabec to fd-verificacao-linha
           perform grava-linha-verificacao
           move ws-linha-ver-colunas to fd-verificacao-linha
           perform grava-linha-verificacao
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: a geracao pedida ou todo o catalogo, em
      *>  ordem de ano e mes
      *>________________________________________________________________________
       processamento section.

           if ws-ano-pedido > 0 then
               move ws-ano-pedido to fd-cat-ano
               move ws-mes-pedido to fd-cat-mes
               read catalogoGeracoes
               if ws-fs-catalogoGeracoes = 23 then
                   move ws-ano-pedido to ws-ver-ano
                   move ws-mes-pedido to ws-ver-mes
                   move space to ws-ver-situacao
                   move 0 to ws-ver-cat-registros
                   move 0 to ws-ver-lid-registros
                   move 0 to ws-ver-cat-estacoes
                   move 0 to ws-ver-lid-estacoes
                   move 'GERACAO NAO CATALOGADA' to ws-ver-resultado
                   move ws-linha-ver-geracao to fd-verificacao-linha
                   perform grava-linha-verificacao
                   add 1 to ws-qtde-divergentes
                   move 'S' to ws-tem-divergencia
               else
                   if ws-fs-catalogoGeracoes <> 0 then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo catalogoGeracoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform trata-entrada-catalogo
               end-if
           else
               move low-values to fd-cat-chave
               start catalogoGeracoes key is >= fd-cat-chave
               if ws-fs-catalogoGeracoes <> 0 then
                   move 'S' to ws-fim-catalogo
               end-if

               perform until ws-fim-catalogo-sim
                   read catalogoGeracoes next record
                   if ws-fs-catalogoGeracoes = 10 then
                       move 'S' to ws-fim-catalogo
                   else
                       if ws-fs-catalogoGeracoes <> 0 then
                           move 3 to ws-msn-erro-offset
                           move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                           move 'Erro ao Ler Arquivo catalogoGeracoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform trata-entrada-catalogo
                   end-if
               end-perform
           end-if
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  uma entrada do catalogo: ja expirada so e listada; fora da
      *>  retencao passa a expirada; as demais tem a guarda relida e
      *>  conferida, com o resultado gravado na entrada
      *>________________________________________________________________________
       trata-entrada-catalogo section.

           move fd-cat-ano to ws-ver-ano
           move fd-cat-mes to ws-ver-mes
           move fd-cat-qtde-registros to ws-ver-cat-registros
           move fd-cat-qtde-estacoes to ws-ver-cat-estacoes
           move 0 to ws-ver-lid-registros
           move 0 to ws-ver-lid-estacoes

           compute ws-idade-meses = ws-meses-hoje
                                  - (fd-cat-ano * 12 + fd-cat-mes)

           if fd-cat-expirada then
               move fd-cat-situacao to ws-ver-situacao
               move 'EXPIRADA' to ws-ver-resultado
           else
               if ws-idade-meses > ws-retencao-meses then
                   move 'E' to fd-cat-situacao
                   move fd-cat-situacao to ws-ver-situacao
                   move 'EXPIRADA NESTA EXECUCAO - GUARDA PODE SER DESCARTADA'
                     to ws-ver-resultado
                   add 1 to ws-qtde-expiradas
               else
                   perform confere-geracao
                   move fd-cat-situacao to ws-ver-situacao
               end-if

               rewrite fd-catalogo-reg
               if ws-fs-catalogoGeracoes <> 0 then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo catalogoGeracoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-linha-ver-geracao to fd-verificacao-linha
           perform grava-linha-verificacao
           .
       trata-entrada-catalogo-exit.
           exit.
      *>________________________________________________________________________
      *>  releitura da guarda com os mesmos totais do expurgo (registros,
      *>  cabecalhos, detalhes e hash das temperaturas e datas) e
      *>  comparacao com a entrada do catalogo
      *>________________________________________________________________________
       confere-geracao section.

           add 1 to ws-qtde-conferidas
           move ws-dha-data-num to fd-cat-data-verificacao

           move 0 to ws-lid-registros
           move 0 to ws-lid-estacoes
           move 0 to ws-lid-detalhes
           move 0 to ws-lid-hash-temperatura
           move 0 to ws-lid-hash-datas

           move fd-cat-nome-arquivo to ws-nome-arquivo-mes
           open input arqArquivoMes
           if ws-fs-arqArquivoMes <> 0 then
               move 'F' to fd-cat-resultado-verificacao
               move 'ARQUIVO DA GERACAO AUSENTE' to ws-ver-resultado
               add 1 to ws-qtde-divergentes
               move 'S' to ws-tem-divergencia
           else
               move 'N' to ws-fim-geracao
               perform until ws-fim-geracao-sim
                   read arqArquivoMes
                   if ws-fs-arqArquivoMes = 10 then
                       move 'S' to ws-fim-geracao
                   else
                       if ws-fs-arqArquivoMes <> 0 then
                           move 5 to ws-msn-erro-offset
                           move ws-fs-arqArquivoMes to ws-msn-erro-cod
                           move 'Erro ao Ler Geracao arquivoTemp' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-lid-registros
                       if fd-trm-e-cabecalho then
                           add 1 to ws-lid-estacoes
                       end-if
                       if fd-trm-e-detalhe then
                           add 1 to ws-lid-detalhes
                           add fd-trm-temperatura to ws-lid-hash-temperatura
                           add fd-trm-data to ws-lid-hash-datas
                       end-if
                   end-if
               end-perform
               close arqArquivoMes

               move ws-lid-registros to ws-ver-lid-registros
               move ws-lid-estacoes to ws-ver-lid-estacoes

               if ws-lid-registros = fd-cat-qtde-registros
               and ws-lid-estacoes = fd-cat-qtde-estacoes
               and ws-lid-detalhes = fd-cat-qtde-detalhes
               and ws-lid-hash-temperatura = fd-cat-hash-temperatura
               and ws-lid-hash-datas = fd-cat-hash-datas then
                   move 'O' to fd-cat-resultado-verificacao
                   move 'OK' to ws-ver-resultado
                   add 1 to ws-qtde-ok
               else
                   move 'D' to fd-cat-resultado-verificacao
                   move 'DIVERGE DO CATALOGO (CONTAGEM OU HASH TOTALS)'
                     to ws-ver-resultado
                   add 1 to ws-qtde-divergentes
                   move 'S' to ws-tem-divergencia
               end-if
           end-if
           .
       confere-geracao-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha da conferencia
      *>________________________________________________________________________
       grava-linha-verificacao section.

           write fd-verificacao-linha
           if ws-fs-arqVerificacao <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqVerificacao to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo verificacaoGeracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-verificacao-exit.
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
      *>   finalização normal: totais e desfecho da conferencia
      *>________________________________________________________________________
       finaliza section.

           move ws-qtde-conferidas to ws-vtt-conferidas
           move ws-qtde-ok to ws-vtt-ok
           move ws-qtde-divergentes to ws-vtt-divergentes
           move ws-qtde-expiradas to ws-vtt-expiradas
           move ws-linha-ver-totais to fd-verificacao-linha
           perform grava-linha-verificacao

           close catalogoGeracoes
           close arqVerificacao

           display "Geracoes conferidas:  " ws-qtde-conferidas
           display "Geracoes divergentes: " ws-qtde-divergentes
           display "Geracoes expiradas:   " ws-qtde-expiradas

      *>      codigo fora da faixa 1-5 dos abends, para a monitoracao nao
      *>      confundir guarda danificada com falha do programa
           if ws-tem-divergencia-sim then
               move 99 to return-code
           end-if

           stop run
           .
       finaliza-exit.
           exit.
