      *>reportado, move o conjunto cabecalho/detalhe/trailer de cada estacao
      *>do mes alvo para um arquivo sequencial de guarda (uma geracao por
      *>mes), exclui os registros do arquivo indexado e imprime uma pagina
      *>de conciliacao provando arquivados = excluidos = fd-trm-qtde-regs.
      *>Na virada do mes a estacao tem tambem o conjunto do mes seguinte
      *>(cabecalho ccyymm00, trailer ccyymm99), que fica intacto: so o mes
      *>alvo sai, e o mes alvo tem de estar fechado (anterior ao corrente).
      *>A geracao gravada e registrada no catalogoGeracoes com a data de
      *>criacao, estacoes, registros e hash totals da conciliacao (soma
      *>das temperaturas e das datas dos detalhes), para a conferencia
      *>posterior da guarda por verificaGeracoes

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
      *>      catalogo das geracoes de guarda: uma entrada por mes
      *>      arquivado, com os totais da conciliacao e a situacao
      *>      ('A'tiva, 'R'estaurada, 'E'xpirada pela retencao)
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
       77 ws-tot-excluidos                         pic  9(06) value 0.
       77 ws-tot-estacoes                          pic  9(04) value 0.

      *>      totais de controle da geracao para o catalogo: todos os
      *>      registros gravados na guarda e hash das temperaturas e das
      *>      datas dos detalhes; estacoes contadas pelos cabecalhos
      *>      gravados (o conjunto orfao nao traz cabecalho)
       77 ws-tot-registros                         pic  9(06) value 0.
       77 ws-tot-cabecalhos                        pic  9(04) value 0.
       77 ws-hash-temperatura                      pic s9(07)v99 value 0.
       77 ws-hash-datas                            pic  9(12) value 0.

       77 ws-tem-divergencia                       pic  x(01) value 'N'.
          88 ws-tem-divergencia-sim                 value 'S'.

             ' - TOTAL EXCLUIDOS '.
          05 ws-rec-tot-excluidos                  pic  9(06).

       01 ws-linha-recon-hash.
          05 filler                                pic x(10) value 'REGISTROS '.
          05 ws-rec-tot-registros                  pic  9(06).
          05 filler                                pic x(20) value
             ' - HASH TEMPERATURA '.
          05 ws-rec-hash-temperatura               pic -9(07)9,99.
          05 filler                                pic x(14) value
             ' - HASH DATAS '.
          05 ws-rec-hash-datas                     pic  9(12).

       01 ws-linha-recon-final                     pic  x(40).

       01 ws-data-hora-atual.
               perform finaliza-anormal
           end-if

      *>      o mes em curso ainda recebe leituras: so mes fechado sai
           move function current-date(1:8) to ws-dha-data
           if ws-ano-alvo > ws-dha-ano
           or (ws-ano-alvo = ws-dha-ano
               and ws-mes-alvo >= ws-dha-mes) then
               move 1 to ws-msn-erro-offset
               move 9 to ws-msn-erro-cod
               move 'Mes de Expurgo Ainda em Aberto' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  uma geracao de guarda por mes expurgado
           move spaces to ws-nome-arquivo-mes
           string 'arquivoTemp_'          delimited by size
               move 'Erro ao Gravar Arquivo arqArquivoMes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-tot-registros
           if fd-trm-e-cabecalho then
               add 1 to ws-tot-cabecalhos
           end-if
           if fd-trm-e-detalhe then
               add fd-trm-temperatura to ws-hash-temperatura
               add fd-trm-data to ws-hash-datas
           end-if
           .
       arquiva-registro-exit.
           exit.
       concilia-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  entrada da geracao no catalogo: criada no primeiro expurgo do mes;
      *>  uma reexecucao acrescenta a guarda (open extend) e soma aqui os
      *>  mesmos totais, para o catalogo continuar batendo com o arquivo
      *>________________________________________________________________________
       atualiza-catalogo section.

           open i-o catalogoGeracoes
           if ws-fs-catalogoGeracoes = 35 then
               open output catalogoGeracoes
               close catalogoGeracoes
               open i-o catalogoGeracoes
           end-if
           if ws-fs-catalogoGeracoes <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-catalogoGeracoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo catalogoGeracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date(1:8) to ws-dha-data

           move ws-ano-alvo to fd-cat-ano
           move ws-mes-alvo to fd-cat-mes
           read catalogoGeracoes
           if ws-fs-catalogoGeracoes = 23 then
               move ws-nome-arquivo-mes to fd-cat-nome-arquivo
               move ws-dha-data-num to fd-cat-data-criacao
               move 0 to fd-cat-qtde-estacoes
               move 0 to fd-cat-qtde-registros
               move 0 to fd-cat-qtde-detalhes
               move 0 to fd-cat-hash-temperatura
               move 0 to fd-cat-hash-datas
               move 0 to fd-cat-data-restauracao
               move 0 to fd-cat-data-verificacao
               move space to fd-cat-resultado-verificacao
               move spaces to fd-catalogo-reg(108:10)
           else
               if ws-fs-catalogoGeracoes <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                   move 'Erro ao Ler Arquivo catalogoGeracoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move ws-dha-data-num to fd-cat-data-atualizacao
           add ws-tot-cabecalhos to fd-cat-qtde-estacoes
           add ws-tot-registros to fd-cat-qtde-registros
           add ws-tot-arquivados to fd-cat-qtde-detalhes
           add ws-hash-temperatura to fd-cat-hash-temperatura
           add ws-hash-datas to fd-cat-hash-datas
           move 'A' to fd-cat-situacao

           if ws-fs-catalogoGeracoes = 23 then
               write fd-catalogo-reg
           else
               rewrite fd-catalogo-reg
           end-if
           if ws-fs-catalogoGeracoes <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-catalogoGeracoes to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo catalogoGeracoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close catalogoGeracoes
           .
       atualiza-catalogo-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.
               perform finaliza-anormal
           end-if

           move ws-tot-registros to ws-rec-tot-registros
           move ws-hash-temperatura to ws-rec-hash-temperatura
           move ws-hash-datas to ws-rec-hash-datas
           write fd-reconciliacao-linha from ws-linha-recon-hash
           if ws-fs-arqReconciliacao <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqReconciliacao to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqReconciliacao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-tem-divergencia-sim then
               move 'EXPURGO COM DIVERGENCIA' to ws-linha-recon-final
           else
           close arqArquivoMes
           close arqReconciliacao

           if ws-tot-registros > 0 then
               perform atualiza-catalogo
           end-if

           display "Estacoes expurgadas: " ws-tot-estacoes
           display "Registros de detalhe arquivados: " ws-tot-arquivados
           display "Registros de detalhe excluidos:  " ws-tot-excluidos

      *>      codigo fora da faixa 1-7 dos abends, para a monitoracao nao
      *>      confundir divergencia com falha antes de comecar
           if ws-tem-divergencia-sim then
               move 99 to return-code
