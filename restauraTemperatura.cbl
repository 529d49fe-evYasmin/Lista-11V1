      *>arqTemperatura.dat os conjuntos cabecalho/detalhe/trailer das
      *>estacoes daquele mes, recusando (e reportando) as estacoes cujas
      *>chaves ja existem no indexado, e imprime uma pagina de conciliacao
      *>provando restaurados = arquivados = fd-trm-qtde-regs do trailer.
      *>Os totais lidos da guarda sao conferidos com a entrada da geracao
      *>no catalogoGeracoes, que passa a situacao restaurada. O mes volta
      *>ao lado dos meses em aberto, com o cabecalho na data ccyymm00 e o
      *>trailer na ccyymm99 (geracoes antigas, de cabecalho na data 0 e
      *>trailer na 99999999, sao acertadas na regravacao)

      *>divisão para configuração de ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqReconciliacao.

           select catalogoGeracoes assign to 'catalogoGeracoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-cat-chave
           lock mode is automatic
           file status is ws-fs-catalogoGeracoes.

           select arqErros assign to 'arqErros.txt'
           organization is line sequential
           access mode is sequential

       fd arqTemperatura.
       01 fd-temperatura-reg.
      *>      chave do arquivo indexado: estacao + data (ccyymmdd); o
      *>      cabecalho do mes fica na data ccyymm00 e o trailer na ccyymm99
          05 fd-trm-chave.
             10 fd-trm-estacao                     pic  x(03).
             10 fd-trm-data                        pic  9(08).
       fd arqReconciliacao.
       01 fd-reconciliacao-linha                   pic x(80).

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

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

       77 ws-fs-arqArquivoMes                      pic  9(02).
       77 ws-fs-arqReconciliacao                   pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).
       77 ws-fs-catalogoGeracoes                   pic  9(02).

       77 ws-ano-alvo                              pic  9(04).
       77 ws-mes-alvo                              pic  9(02).
       77 ws-tot-lidos                             pic  9(06) value 0.
       77 ws-tot-restaurados                       pic  9(06) value 0.

      *>      totais de controle lidos da guarda, conferidos com o catalogo
       77 ws-tot-cabecalhos                        pic  9(04) value 0.
       77 ws-hash-temperatura                      pic s9(07)v99 value 0.
       77 ws-hash-datas                            pic  9(12) value 0.

       77 ws-tem-divergencia                       pic  x(01) value 'N'.
          88 ws-tem-divergencia-sim                 value 'S'.

             ' - TOTAL RESTAURADOS '.
          05 ws-rec-tot-restaurados                pic  9(06).

       01 ws-linha-recon-catalogo.
          05 filler                                pic x(11) value 'CATALOGO - '.
          05 ws-rec-catalogo                       pic  x(40).

       01 ws-linha-recon-final                     pic  x(44).

       01 ws-data-hora-atual.
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtde-regs-guarda
                   perform acumula-totais-guarda
                   perform trata-registro-restauracao
               end-if
           end-perform
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  totais de controle da guarda, no mesmo criterio do expurgo:
      *>  cabecalhos, registros e hash das temperaturas e datas dos detalhes
      *>________________________________________________________________________
       acumula-totais-guarda section.

           if fd-trm-e-cabecalho then
               add 1 to ws-tot-cabecalhos
           end-if
           if fd-trm-e-detalhe then
               add fd-trm-temperatura to ws-hash-temperatura
               add fd-trm-data to ws-hash-datas
           end-if
           .
       acumula-totais-guarda-exit.
           exit.
      *>________________________________________________________________________
      *>  tratamento de um registro da guarda: localiza a estacao na tabela
      *>  de conciliacao e regrava o registro no arquivo indexado
      *>________________________________________________________________________
      *>  compatibilidade com geracoes antigas da guarda: registros gravados
      *>  antes dos extremos do dia existirem no layout chegam com os campos
      *>  novos em branco e recebem o valor de sempre (minima = maxima =
      *>  media do dia, hora 99 marcando dia sem detalhe horario) e
      *>  cabecalho e trailer voltam nas chaves do proprio mes
      *>________________________________________________________________________
       ajusta-registro-guarda section.

           if fd-trm-e-cabecalho then
               compute fd-trm-data = fd-trm-ano * 10000 + fd-trm-mes * 100
           end-if
           if fd-trm-e-trailer then
               compute fd-trm-data = fd-trm-ano * 10000 + fd-trm-mes * 100
                                   + 99
           end-if

           if fd-trm-temp-minima is not numeric
           or fd-trm-temp-maxima is not numeric then
               if fd-trm-e-detalhe then
       concilia-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  conferencia da guarda lida contra a entrada do catalogo, com a
      *>  linha na conciliacao; a entrada passa a restaurada quando algum
      *>  detalhe voltou ao indexado. Geracao anterior ao catalogo (sem
      *>  entrada) e apenas apontada
      *>________________________________________________________________________
       confere-catalogo section.

           open i-o catalogoGeracoes
           if ws-fs-catalogoGeracoes = 35 then
               move 'GERACAO SEM ENTRADA NO CATALOGO' to ws-rec-catalogo
           else
               if ws-fs-catalogoGeracoes <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo catalogoGeracoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ano-alvo to fd-cat-ano
               move ws-mes-alvo to fd-cat-mes
               read catalogoGeracoes
               if ws-fs-catalogoGeracoes = 23 then
                   move 'GERACAO SEM ENTRADA NO CATALOGO' to ws-rec-catalogo
               else
                   if ws-fs-catalogoGeracoes <> 0 then
                       move 7 to ws-msn-erro-offset
                       move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo catalogoGeracoes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-cat-qtde-registros = ws-qtde-regs-guarda
                   and fd-cat-qtde-estacoes = ws-tot-cabecalhos
                   and fd-cat-qtde-detalhes = ws-tot-lidos
                   and fd-cat-hash-temperatura = ws-hash-temperatura
                   and fd-cat-hash-datas = ws-hash-datas then
                       move 'GERACAO CONFERE COM O CATALOGO' to ws-rec-catalogo
                   else
                       move 'GERACAO DIVERGE DO CATALOGO' to ws-rec-catalogo
                       move 'S' to ws-tem-divergencia
                   end-if

                   if ws-tot-restaurados > 0 then
                       move function current-date(1:8) to ws-dha-data
                       move 'R' to fd-cat-situacao
                       move ws-dha-data-num to fd-cat-data-restauracao
                       rewrite fd-catalogo-reg
                       if ws-fs-catalogoGeracoes <> 0 then
                           move 7 to ws-msn-erro-offset
                           move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                           move 'Erro ao Gravar Arquivo catalogoGeracoes' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
               close catalogoGeracoes
           end-if

           write fd-reconciliacao-linha from ws-linha-recon-catalogo
           if ws-fs-arqReconciliacao <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqReconciliacao to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqReconciliacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       confere-catalogo-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.
               perform finaliza-anormal
           end-if

           perform confere-catalogo

           if ws-tem-divergencia-sim then
               move 'RESTAURACAO COM DIVERGENCIA' to ws-linha-recon-final
           else
           display "Detalhes arquivados:  " ws-tot-lidos
           display "Detalhes restaurados: " ws-tot-restaurados

      *>      codigo fora da faixa 1-7 dos abends, para a monitoracao nao
      *>      confundir divergencia com falha antes de comecar
           if ws-tem-divergencia-sim then
               move 99 to return-code
