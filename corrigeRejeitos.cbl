      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "corrigeRejeitos".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>tratamento online das linhas recusadas pela carga: percorre os
      *>rejeitos pendentes de controleRejeitos.dat filtrando por estacao
      *>e motivo, e deixa corrigir a linha ou descarta-la com motivo. A
      *>linha corrigida passa pelas mesmas validacoes da carga (estacao
      *>cadastrada e ativa, data, temperatura, hora, mes dentro da janela
      *>de referencia de paramCarga e leitura ainda inexistente em
      *>arqTemperatura.dat) e vai para
      *>ressubmissaoRejeitos.txt, regravado em ordem de estacao, data e
      *>hora a cada correcao, que a carga le direto na origem 'R' de
      *>paramCarga; o rejeito fica ressubmetido ate a carga dar baixa,
      *>descartado com o motivo informado, ou pendente

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqControleRejeitos assign to 'controleRejeitos.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-crj-chave
           lock mode is automatic
           file status is ws-fs-arqControleRejeitos.

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

           select catalogoGeracoes assign to 'catalogoGeracoes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-cat-chave
           lock mode is automatic
           file status is ws-fs-catalogoGeracoes.

           select arqRessubmissao assign to 'ressubmissaoRejeitos.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRessubmissao.

           select arqParamCarga assign to 'paramCarga.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamCarga.

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

       fd catalogoGeracoes.
      *>      catalogo das geracoes de guarda gravado pelo expurgo: mes com
      *>      entrada ja saiu de arqTemperatura e a carga recusa (05)
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

       fd arqRessubmissao.
      *>      mesma linha de 18 bytes de leiturasEstacoes.txt
       01 fd-ressubmissao-linha                    pic x(18).

       fd arqParamCarga.
      *>      parametro da carga (layout em cargaTemperatura): aqui so o
      *>      mes de referencia, pos 03-08 (ccyymm)
       01 fd-pcar-linha.
          05 fd-pcar-modo                          pic  x(01).
          05 fd-pcar-origem                        pic  x(01).
          05 fd-pcar-referencia.
             10 fd-pcar-ref-ano                    pic  x(04).
             10 fd-pcar-ref-mes                    pic  x(02).
          05 fd-pcar-referencia-num redefines fd-pcar-referencia.
             10 fd-pcar-ref-ano-num                pic  9(04).
             10 fd-pcar-ref-mes-num                pic  9(02).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqControleRejeitos                pic  9(02).
       77 ws-fs-cadEstacoes                        pic  9(02).
       77 ws-fs-arqTemperatura                     pic  9(02).
       77 ws-fs-arqRessubmissao                    pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).
       77 ws-fs-arqParamCarga                      pic  9(02).
       77 ws-fs-catalogoGeracoes                   pic  9(02).

      *>      arqTemperatura ausente: nenhuma estacao carregada ainda, sem
      *>      cabecalho nem leitura para conferir
       77 ws-temperatura-aberto                    pic  x(01) value 'N'.
          88 ws-temperatura-aberto-sim              value 'S'.
      *>      catalogoGeracoes ausente: nenhum mes expurgado ainda
       77 ws-catalogo-aberto                       pic  x(01) value 'N'.
          88 ws-catalogo-aberto-sim                 value 'S'.

       77 ws-sair                                  pic  x(01) value 'N'.
          88 ws-sair-sim                            value 'S' 's'.
       77 ws-fim-rejeitos                          pic  x(01).
          88 ws-fim-rejeitos-sim                    value 'S'.
       77 ws-opcao                                 pic  x(01).
          88 ws-opcao-corrigir                      value 'C' 'c'.
          88 ws-opcao-descartar                     value 'D' 'd'.
          88 ws-opcao-sair                          value 'S' 's'.

       77 ws-mensagem                              pic  x(50).
       77 ws-qtde-corrigidas                       pic  9(04) value 0.
       77 ws-qtde-descartadas                      pic  9(04) value 0.

      *>      filtro da consulta: em branco lista todas as estacoes ou
      *>      todos os motivos
       77 ws-filtro-estacao                        pic  x(03).
       77 ws-filtro-motivo                         pic  x(02).

      *>      rejeito em tela
       77 ws-estacao                               pic  x(03).
       77 ws-motivo                                pic  x(02).
       77 ws-descricao-motivo                      pic  x(36).
       77 ws-data-carga                            pic  9(08).
       77 ws-hora-carga                            pic  9(06).
       77 ws-conteudo                              pic  x(18).
       77 ws-motivo-descarte                       pic  x(40).

      *>      linha corrigida, no layout de leiturasEstacoes.txt
       01 ws-linha-corrigida.
          05 ws-cor-estacao                        pic  x(03).
          05 ws-cor-data                           pic  x(08).
          05 ws-cor-data-num redefines ws-cor-data pic  9(08).
          05 ws-cor-data-aberta redefines ws-cor-data.
             10 ws-cor-ano                         pic  9(04).
             10 ws-cor-mes                         pic  9(02).
             10 ws-cor-dia                         pic  9(02).
          05 ws-cor-temp.
             10 ws-cor-temp-sinal                  pic  x(01).
             10 ws-cor-temp-digitos                pic  x(04).
          05 ws-cor-hora                           pic  x(02).
          05 ws-cor-hora-num redefines ws-cor-hora pic  9(02).

       77 ws-erro-correcao                         pic  x(50).
          88 ws-correcao-valida                     value spaces.

      *>      janela de meses aceitos pela carga (ccyymm): o mes de
      *>      referencia de paramCarga, ou o anterior ao corrente, e o
      *>      seguinte
       77 ws-ano-ref-carga                         pic  9(04) value 0.
       77 ws-mes-ref-carga                         pic  9(02) value 0.
       77 ws-ref-carga                             pic  9(06).
       77 ws-seg-carga                             pic  9(06).
       77 ws-mes-linha                             pic  9(06).

      *>      mes/ano/dias usados pela validacao da data, como na carga
       77 ws-mes-calc                              pic  9(02).
       77 ws-ano-calc                              pic  9(04).
       77 ws-dias-calc                             pic  9(02).

      *>      linhas ressubmetidas que a carga ainda nao leu, na ordem de
      *>      estacao, data e hora em que a carga exige as linhas
       77 ws-qtde-ressubmissao                     pic  9(04) value 0.
       77 ws-limite-ressubmissao                   pic  9(04) value 2000.
       77 ws-ind-rsb                               pic  9(04).
       77 ws-ind-troca                             pic  9(04).
       01 ws-tabela-ressubmissao.
          05 ws-rsb-ent occurs 2000.
             10 ws-rsb-chave.
                15 ws-rsb-estacao                  pic  x(03).
                15 ws-rsb-data                     pic  x(08).
                15 ws-rsb-hora                     pic  x(02).
             10 ws-rsb-linha                       pic  x(18).
       01 ws-rsb-troca.
          05 ws-rsb-troca-chave                    pic  x(13).
          05 ws-rsb-troca-linha                    pic  x(18).

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

      *>_____declaração de tela_____
       screen section.

       01 tela-filtro.
          05 blank screen.
          05 line 02 column 05 value 'Rejeitos da Carga - controleRejeitos'.
          05 line 04 column 05 value 'Estacao........: '.
          05 line 04 column 22 pic x(03) using ws-filtro-estacao.
          05 line 04 column 27 value '(em branco: todas)'.
          05 line 05 column 05 value 'Motivo.........: '.
          05 line 05 column 22 pic x(02) using ws-filtro-motivo.
          05 line 05 column 27 value '(em branco: todos)'.

       01 tela-rejeito.
          05 blank screen.
          05 line 02 column 05 value 'Rejeitos da Carga - controleRejeitos'.
          05 line 04 column 05 value 'Estacao........: '.
          05 line 04 column 22 pic x(03) from ws-estacao.
          05 line 05 column 05 value 'Motivo.........: '.
          05 line 05 column 22 pic x(02) from ws-motivo.
          05 line 05 column 25 pic x(36) from ws-descricao-motivo.
          05 line 06 column 05 value 'Carga em.......: '.
          05 line 06 column 22 pic 9(08) from ws-data-carga.
          05 line 06 column 31 pic 9(06) from ws-hora-carga.
          05 line 08 column 05 value 'Linha recusada.: '.
          05 line 08 column 22 pic x(18) from ws-conteudo.
          05 line 09 column 22 value 'EEEccyymmdd+TTTTHH'.

       01 tela-opcao.
          05 line 12 column 05 value
             '(C)orrigir (D)escartar (P)roximo (S)air: '.
          05 line 12 column 47 pic x(01) using ws-opcao.

       01 tela-correcao.
          05 line 14 column 05 value 'Linha corrigida: '.
          05 line 14 column 22 pic x(18) using ws-linha-corrigida.

       01 tela-motivo.
          05 line 14 column 05 value 'Motivo.........: '.
          05 line 14 column 22 pic x(40) using ws-motivo-descarte.

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.
      *>_____________________________________________________________________
      *> procedimentos de inicialização
      *>_____________________________________________________________________
       inicializa section.

      *> _______________  o controle nasce na primeira carga; sem ele ainda
      *>                   nao ha rejeito a tratar e o arquivo e criado vazio
           open i-o arqControleRejeitos.
           if ws-fs-arqControleRejeitos = 35 then
               open output arqControleRejeitos
               close arqControleRejeitos
               open i-o arqControleRejeitos
           end-if
           if ws-fs-arqControleRejeitos <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqControleRejeitos to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqControleRejeitos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input cadEstacoes.
           if ws-fs-cadEstacoes <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-cadEstacoes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo cadEstacoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqTemperatura.
           if ws-fs-arqTemperatura = 0 then
               move 'S' to ws-temperatura-aberto
           else
               if ws-fs-arqTemperatura <> 35 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo arqTemperatura' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input catalogoGeracoes.
           if ws-fs-catalogoGeracoes = 0 then
               move 'S' to ws-catalogo-aberto
           else
               if ws-fs-catalogoGeracoes <> 35 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-catalogoGeracoes to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo catalogoGeracoes' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> _______________  janela de meses da carga, pela mesma regra dela
           open input arqParamCarga
           if ws-fs-arqParamCarga = 0 then
               read arqParamCarga
               if ws-fs-arqParamCarga = 0
               and fd-pcar-referencia is numeric
               and fd-pcar-ref-mes-num >= 1
               and fd-pcar-ref-mes-num <= 12 then
                   move fd-pcar-ref-ano-num to ws-ano-ref-carga
                   move fd-pcar-ref-mes-num to ws-mes-ref-carga
               end-if
               close arqParamCarga
           end-if

           if ws-ano-ref-carga = 0 then
               move function current-date(1:8) to ws-dha-data
               move ws-dha-ano to ws-ano-ref-carga
               move ws-dha-mes to ws-mes-ref-carga
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

           perform carrega-ressubmissao
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  linhas ja ressubmetidas que a carga ainda nao leu: continuam na
      *>  ressubmissao junto com as corrigidas nesta sessao
      *>________________________________________________________________________
       carrega-ressubmissao section.

           move 'N' to ws-fim-rejeitos
           move low-values to fd-crj-chave

           start arqControleRejeitos key is >= fd-crj-chave
           if ws-fs-arqControleRejeitos <> 0 then
               move 'S' to ws-fim-rejeitos
           end-if

           perform until ws-fim-rejeitos-sim
               read arqControleRejeitos next record
               if ws-fs-arqControleRejeitos = 10 then
                   move 'S' to ws-fim-rejeitos
               else
                   if ws-fs-arqControleRejeitos <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                       move 'Erro ao Ler arqControleRejeitos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-crj-ressubmetida
                   and fd-crj-data-recarga = 0 then
                       if ws-qtde-ressubmissao >= ws-limite-ressubmissao then
                           move 4 to ws-msn-erro-offset
                           move 9 to ws-msn-erro-cod
                           move 'Limite de 2000 Linhas na Ressubmissao' to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move fd-crj-conteudo-corrigido to ws-linha-corrigida
                       perform inclui-ressubmissao
                   end-if
               end-if
           end-perform
           .
       carrega-ressubmissao-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: um filtro por vez ate o operador sair
      *>________________________________________________________________________
       processamento section.

           perform until ws-sair-sim

               move spaces to ws-filtro-estacao
               move spaces to ws-filtro-motivo
               accept tela-filtro

               perform percorre-rejeitos

               if not ws-sair-sim then
                   display "'F'iltrar novamente" line 20 column 05
                   display "'S'air" line 21 column 05
                   accept ws-sair line 22 column 05
               end-if
           end-perform
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  rejeitos pendentes do filtro, em ordem de estacao e motivo; com a
      *>  estacao informada a leitura parte dela e para quando ela acaba
      *>________________________________________________________________________
       percorre-rejeitos section.

           move 'N' to ws-fim-rejeitos
           move low-values to fd-crj-chave
           if ws-filtro-estacao <> spaces then
               move ws-filtro-estacao to fd-crj-estacao
           end-if

           start arqControleRejeitos key is >= fd-crj-chave
           if ws-fs-arqControleRejeitos <> 0 then
               move 'S' to ws-fim-rejeitos
           end-if

           perform until ws-fim-rejeitos-sim
                      or ws-sair-sim
               read arqControleRejeitos next record

               if ws-fs-arqControleRejeitos = 10 then
                   move 'S' to ws-fim-rejeitos
               else
                   if ws-fs-arqControleRejeitos <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                       move 'Erro ao Ler arqControleRejeitos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-filtro-estacao <> spaces
                   and fd-crj-estacao <> ws-filtro-estacao then
                       move 'S' to ws-fim-rejeitos
                   else
                       if fd-crj-pendente
                       and (ws-filtro-motivo = spaces
                            or fd-crj-motivo = ws-filtro-motivo) then
                           perform trata-rejeito
                       end-if
                   end-if
               end-if
           end-perform

           if ws-fim-rejeitos-sim then
               display 'Nenhum outro rejeito pendente no filtro' line 18 column 05
           end-if
           .
       percorre-rejeitos-exit.
           exit.
      *>________________________________________________________________________
      *>  apresentacao de um rejeito pendente e a decisao do operador
      *>________________________________________________________________________
       trata-rejeito section.

           move spaces to ws-mensagem
           move fd-crj-estacao to ws-estacao
           move fd-crj-motivo to ws-motivo
           move fd-crj-data-carga to ws-data-carga
           move fd-crj-hora-carga to ws-hora-carga
           move fd-crj-conteudo to ws-conteudo
           perform descreve-motivo

           display tela-rejeito
           move space to ws-opcao
           accept tela-opcao

           if ws-opcao-sair then
               move 'S' to ws-sair
           else
               if ws-opcao-corrigir then
                   perform corrige-rejeito
               else
                   if ws-opcao-descartar then
                       perform descarta-rejeito
                   end-if
               end-if
           end-if

           if ws-mensagem <> spaces then
               display ws-mensagem line 18 column 05
               display "Tecle <enter> para o proximo rejeito" line 20 column 05
               accept ws-opcao line 22 column 05
           end-if
           .
       trata-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  descricao do motivo de rejeicao, com os codigos da carga
      *>________________________________________________________________________
       descreve-motivo section.

           evaluate ws-motivo
               when '01'
                   move 'estacao em branco' to ws-descricao-motivo
               when '02'
                   move 'data invalida' to ws-descricao-motivo
               when '03'
                   move 'temperatura invalida' to ws-descricao-motivo
               when '04'
                   move 'linha fora de ordem' to ws-descricao-motivo
               when '05'
                   move 'mes fora da referencia ou expurgado' to ws-descricao-motivo
               when '06'
                   move 'chave ja existe' to ws-descricao-motivo
               when '07'
                   move 'linha com tamanho invalido' to ws-descricao-motivo
               when '08'
                   move 'estacao nao cadastrada ou desativada' to ws-descricao-motivo
               when '09'
                   move 'hora invalida' to ws-descricao-motivo
               when other
                   move spaces to ws-descricao-motivo
           end-evaluate
           .
       descreve-motivo-exit.
           exit.
      *>________________________________________________________________________
      *>  correcao: a linha digitada passa pelas validacoes da carga e,
      *>  aceita, entra na ressubmissao e o rejeito fica ressubmetido
      *>________________________________________________________________________
       corrige-rejeito section.

           move fd-crj-conteudo to ws-linha-corrigida
           accept tela-correcao

           perform valida-correcao

           if not ws-correcao-valida then
               move ws-erro-correcao to ws-mensagem
           else
               if ws-qtde-ressubmissao >= ws-limite-ressubmissao then
                   move 'Ressubmissao cheia: rode a carga com origem R'
                     to ws-mensagem
               else
                   perform inclui-ressubmissao
                   perform grava-ressubmissao

                   move function current-date(1:8) to ws-dha-data
                   move 'R' to fd-crj-situacao
                   move ws-linha-corrigida to fd-crj-conteudo-corrigido
                   move ws-dha-data-num to fd-crj-data-tratamento
                   move 0 to fd-crj-data-recarga
                   perform regrava-rejeito

                   add 1 to ws-qtde-corrigidas
                   move 'Linha corrigida e ressubmetida' to ws-mensagem
               end-if
           end-if
           .
       corrige-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  validacoes da carga aplicadas a linha corrigida; a mensagem leva
      *>  o codigo do motivo que a carga devolveria
      *>________________________________________________________________________
       valida-correcao section.

           move spaces to ws-erro-correcao

           if ws-cor-estacao = spaces then
               move 'Estacao em branco (01)' to ws-erro-correcao
           end-if

           if ws-correcao-valida then
               move ws-cor-estacao to fd-est-estacao
               read cadEstacoes
               if ws-fs-cadEstacoes <> 0
               or not fd-est-ativa then
                   move 'Estacao nao cadastrada ou desativada (08)'
                     to ws-erro-correcao
               end-if
           end-if

           if ws-correcao-valida then
               if ws-cor-data is not numeric then
                   move 'Data invalida (02)' to ws-erro-correcao
               else
                   move ws-cor-mes to ws-mes-calc
                   move ws-cor-ano to ws-ano-calc
                   perform calcula-dias-mes
                   if ws-dias-calc = 0
                   or ws-cor-dia < 1
                   or ws-cor-dia > ws-dias-calc then
                       move 'Data invalida (02)' to ws-erro-correcao
                   end-if
               end-if
           end-if

           if ws-correcao-valida then
               if (ws-cor-temp-sinal <> '+' and ws-cor-temp-sinal <> '-')
               or ws-cor-temp-digitos is not numeric then
                   move 'Temperatura invalida (03)' to ws-erro-correcao
               end-if
           end-if

           if ws-correcao-valida
           and ws-cor-hora <> spaces then
               if ws-cor-hora is not numeric
               or ws-cor-hora-num > 23 then
                   move 'Hora invalida (09)' to ws-erro-correcao
               end-if
           end-if

      *>      a leitura deve ser do mes de referencia da carga ou do
      *>      seguinte, e o dia ainda nao pode existir, senao a carga
      *>      recusa de novo
           if ws-correcao-valida then
               compute ws-mes-linha = ws-cor-ano * 100 + ws-cor-mes
               if ws-mes-linha <> ws-ref-carga
               and ws-mes-linha <> ws-seg-carga then
                   move 'Mes fora da referencia da carga (05)'
                     to ws-erro-correcao
               end-if
           end-if

      *>      mes ja expurgado: a carga recusa tambem com motivo 05
           if ws-correcao-valida
           and ws-catalogo-aberto-sim then
               move ws-cor-ano to fd-cat-ano
               move ws-cor-mes to fd-cat-mes
               read catalogoGeracoes
               if ws-fs-catalogoGeracoes = 0 then
                   move 'Mes ja expurgado para guarda (05)'
                     to ws-erro-correcao
               end-if
           end-if

           if ws-correcao-valida
           and ws-temperatura-aberto-sim then
               move ws-cor-estacao to fd-trm-estacao
               move ws-cor-data-num to fd-trm-data
               read arqTemperatura
               if ws-fs-arqTemperatura = 0 then
                   move 'Leitura ja existe em arqTemperatura (06)'
                     to ws-erro-correcao
               end-if
           end-if

      *>      a mesma leitura ja ressubmetida seria recusada como fora de
      *>      ordem; linha diaria e horaria do mesmo dia tambem
           if ws-correcao-valida then
               perform varying ws-ind-rsb from 1 by 1
                                        until ws-ind-rsb > ws-qtde-ressubmissao
                   if ws-rsb-estacao(ws-ind-rsb) = ws-cor-estacao
                   and ws-rsb-data(ws-ind-rsb) = ws-cor-data
                   and (ws-rsb-hora(ws-ind-rsb) = ws-cor-hora
                        or ws-rsb-hora(ws-ind-rsb) = spaces
                        or ws-cor-hora = spaces) then
                       move 'Leitura ja ressubmetida, aguardando a carga'
                         to ws-erro-correcao
                   end-if
               end-perform
           end-if
           .
       valida-correcao-exit.
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
      *>  descarte: o motivo e obrigatorio e fica no controle
      *>________________________________________________________________________
       descarta-rejeito section.

           move spaces to ws-motivo-descarte
           accept tela-motivo

           if ws-motivo-descarte = spaces then
               move 'Motivo obrigatorio no descarte' to ws-mensagem
           else
               move function current-date(1:8) to ws-dha-data
               move 'D' to fd-crj-situacao
               move ws-motivo-descarte to fd-crj-motivo-descarte
               move ws-dha-data-num to fd-crj-data-tratamento
               perform regrava-rejeito

               add 1 to ws-qtde-descartadas
               move 'Rejeito descartado' to ws-mensagem
           end-if
           .
       descarta-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao do rejeito corrente do controle
      *>________________________________________________________________________
       regrava-rejeito section.

           rewrite fd-ctlrej-reg
           if ws-fs-arqControleRejeitos <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqControleRejeitos to ws-msn-erro-cod
               move 'Erro ao Regravar arqControleRejeitos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  inclusao de ws-linha-corrigida na tabela da ressubmissao, mantida
      *>  em ordem de estacao, data e hora pela troca com a vizinha
      *>________________________________________________________________________
       inclui-ressubmissao section.

           add 1 to ws-qtde-ressubmissao
           move ws-cor-estacao to ws-rsb-estacao(ws-qtde-ressubmissao)
           move ws-cor-data to ws-rsb-data(ws-qtde-ressubmissao)
           move ws-cor-hora to ws-rsb-hora(ws-qtde-ressubmissao)
           move ws-linha-corrigida to ws-rsb-linha(ws-qtde-ressubmissao)

           perform varying ws-ind-rsb from ws-qtde-ressubmissao by -1
                                    until ws-ind-rsb < 2
               compute ws-ind-troca = ws-ind-rsb - 1
               if ws-rsb-chave(ws-ind-troca) > ws-rsb-chave(ws-ind-rsb) then
                   move ws-rsb-ent(ws-ind-troca) to ws-rsb-troca
                   move ws-rsb-ent(ws-ind-rsb) to ws-rsb-ent(ws-ind-troca)
                   move ws-rsb-troca to ws-rsb-ent(ws-ind-rsb)
               end-if
           end-perform
           .
       inclui-ressubmissao-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao inteira de ressubmissaoRejeitos.txt a partir da tabela:
      *>  o arquivo tem sempre todas as linhas que a carga ainda nao leu
      *>________________________________________________________________________
       grava-ressubmissao section.

           open output arqRessubmissao
           if ws-fs-arqRessubmissao <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqRessubmissao to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqRessubmissao' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-rsb from 1 by 1
                                    until ws-ind-rsb > ws-qtde-ressubmissao
               write fd-ressubmissao-linha from ws-rsb-linha(ws-ind-rsb)
               if ws-fs-arqRessubmissao <> 0 then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqRessubmissao to ws-msn-erro-cod
                   move 'Erro ao Gravar Arquivo arqRessubmissao' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqRessubmissao
           .
       grava-ressubmissao-exit.
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

           stop run
           .
       finaliza-anormal-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização normal
      *>________________________________________________________________________
       finaliza section.

           close arqControleRejeitos
           close cadEstacoes
           if ws-temperatura-aberto-sim then
               close arqTemperatura
           end-if
           if ws-catalogo-aberto-sim then
               close catalogoGeracoes
           end-if

           display erase
           display 'Rejeitos corrigidos:  ' ws-qtde-corrigidas
           display 'Rejeitos descartados: ' ws-qtde-descartadas

           stop run
           .
       finaliza-exit.
           exit.
