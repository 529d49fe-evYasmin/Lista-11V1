
      *>construcao das normais climatologicas a partir das geracoes de
      *>guarda do expurgo: varre as geracoes arquivoTemp_ccyymm.dat
      *>listadas em paramNormais.txt (ou as dos ultimos N anos segundo o
      *>catalogoGeracoes, linha 'U' + NN no parametro) e apura, por
      *>estacao e dia do calendario, a media, a minima e a maxima de
      *>longo prazo sobre os anos disponiveis, gravando
      *>normaisClimaticas.txt; o gerador de relatorios imprime o desvio
      *>de cada dia contra a propria normal, porque 25 graus em janeiro
      *>e em julho sao coisas bem diferentes

      *>divisão para configuração de ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqParamNormais.

           select catalogoGeracoes assign to 'catalogoGeracoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-cat-chave
           lock mode is automatic
           file status is ws-fs-catalogoGeracoes.

           select arqArquivoMes assign to ws-nome-arquivo-mes
           organization is line sequential
           access mode is sequential
      *>        05-06   mes da geracao
      *>      uma linha por geracao; geracao listada e inexistente e
      *>      apenas ignorada, as normais saem dos anos disponiveis
      *>      alternativa, no lugar da lista:
      *>        01-01   'U'
      *>        02-03   quantidade de anos (NN): usa as geracoes do
      *>                catalogo dos ultimos NN anos, nao expiradas e sem
      *>                divergencia na ultima conferencia
       01 fd-pnrm-linha.
          05 fd-pnrm-ano                           pic  x(04).
          05 fd-pnrm-ano-num redefines fd-pnrm-ano pic  9(04).
          05 fd-pnrm-mes                           pic  x(02).
          05 fd-pnrm-mes-num redefines fd-pnrm-mes pic  9(02).
       01 fd-pnrm-linha-catalogo.
          05 fd-pnrm-cat-marca                     pic  x(01).
             88 fd-pnrm-cat-ultimos                value 'U' 'u'.
          05 fd-pnrm-cat-anos                      pic  x(02).
          05 fd-pnrm-cat-anos-num redefines fd-pnrm-cat-anos
                                                   pic  9(02).
          05 filler                                pic  x(03).

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
       working-storage section.

       77 ws-fs-arqParamNormais                    pic  9(02).
       77 ws-fs-catalogoGeracoes                   pic  9(02).
       77 ws-fs-arqArquivoMes                      pic  9(02).
       77 ws-fs-arqNormais                         pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).
          88 ws-fim-parametros-sim                  value 'S'.
       77 ws-fim-geracao                           pic  x(01).
          88 ws-fim-geracao-sim                     value 'S'.
       77 ws-fim-catalogo                          pic  x(01) value 'N'.
          88 ws-fim-catalogo-sim                    value 'S'.

      *>      janela do catalogo em meses corridos (ano * 12 + mes)
       77 ws-meses-hoje                            pic  9(06).
       77 ws-meses-inicio                          pic  9(06).
       77 ws-meses-geracao                         pic  9(06).

       77 ws-ano-geracao                           pic  9(04).
       77 ws-mes-geracao                           pic  9(02).
                       perform finaliza-anormal
                   end-if

                   if fd-pnrm-cat-ultimos
                   and fd-pnrm-cat-anos is numeric
                   and fd-pnrm-cat-anos-num > 0 then
                       perform processa-catalogo
                   else
                       if fd-pnrm-ano is numeric
                       and fd-pnrm-mes is numeric
                       and fd-pnrm-mes-num >= 1
                       and fd-pnrm-mes-num <= 12 then
                           move fd-pnrm-ano-num to ws-ano-geracao
                           move fd-pnrm-mes-num to ws-mes-geracao
                           perform processa-geracao
                       else
                           display "Linha invalida em paramNormais ignorada"
                           add 1 to ws-qtde-ignoradas
                       end-if
                   end-if
               end-if
           end-perform
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  geracoes dos ultimos NN anos segundo o catalogo do expurgo, sem o
      *>  mes corrente; expirada (guarda descartavel) ou reprovada na
      *>  ultima conferencia fica de fora das normais
      *>________________________________________________________________________
       processa-catalogo section.

           open input catalogoGeracoes
           if ws-fs-catalogoGeracoes <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-catalogoGeracoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo catalogoGeracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date(1:8) to ws-dha-data
           compute ws-meses-hoje = ws-dha-ano * 12 + ws-dha-mes
           compute ws-meses-inicio = ws-meses-hoje
                                   - fd-pnrm-cat-anos-num * 12

           move 'N' to ws-fim-catalogo
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
                       move 5 to ws-msn-erro-offset
                       move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo catalogoGeracoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   compute ws-meses-geracao = fd-cat-ano * 12 + fd-cat-mes
                   if ws-meses-geracao >= ws-meses-inicio
                   and ws-meses-geracao < ws-meses-hoje then
                       if fd-cat-expirada then
                           display "Geracao expirada ignorada: "
                                   fd-cat-nome-arquivo
                           add 1 to ws-qtde-ignoradas
                       else
                           if fd-cat-verificada-diverge
                           or fd-cat-verificada-ausente then
                               display "Geracao reprovada na conferencia "
                                       "ignorada: " fd-cat-nome-arquivo
                               add 1 to ws-qtde-ignoradas
                           else
                               move fd-cat-ano to ws-ano-geracao
                               move fd-cat-mes to ws-mes-geracao
                               perform processa-geracao
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           close catalogoGeracoes
           .
       processa-catalogo-exit.
           exit.
      *>________________________________________________________________________
      *>  varredura de uma geracao de guarda; geracao listada e inexistente
      *>  e so ignorada, as normais saem dos anos que realmente existem
      *>________________________________________________________________________
