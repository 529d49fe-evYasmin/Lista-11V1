      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "relatorioRejeitos".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>contagem diaria dos rejeitos em aberto: le controleRejeitos.dat,
      *>mantido pela carga e pela tela de rejeitos, e grava em
      *>rejeitosAbertos_ccyymmdd.txt uma linha por estacao com os
      *>rejeitos ainda pendentes, a data da carga do mais antigo deles e
      *>as linhas ja ressubmetidas que a carga ainda nao leu, fechando
      *>com os totais do dia; estacao sem nada em aberto nao e listada

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqControleRejeitos assign to 'controleRejeitos.dat'
           organization is indexed
           access mode is sequential
           record key is fd-crj-chave
           lock mode is automatic
           file status is ws-fs-arqControleRejeitos.

           select arqRelRejeitos assign to ws-nome-relatorio
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelRejeitos.

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

       fd arqRelRejeitos.
       01 fd-relRejeitos-linha                     pic x(100).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqControleRejeitos                pic  9(02).
       77 ws-fs-arqRelRejeitos                     pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).

       77 ws-nome-relatorio                        pic  x(30).

       77 ws-fim-controle                          pic  x(01) value 'N'.
          88 ws-fim-controle-sim                    value 'S'.
       77 ws-controle-aberto                       pic  x(01) value 'N'.
          88 ws-controle-aberto-sim                 value 'S'.

      *>      quebra por estacao: a chave do controle ja vem agrupada
       77 ws-estacao-atual                         pic  x(03).
       77 ws-est-pendentes                         pic  9(05).
       77 ws-est-aguardando                        pic  9(05).
       77 ws-est-mais-antigo                       pic  9(08).

       77 ws-qtde-lidas                            pic  9(06) value 0.
       77 ws-qtde-estacoes                         pic  9(04) value 0.
       77 ws-tot-pendentes                         pic  9(06) value 0.
       77 ws-tot-aguardando                        pic  9(06) value 0.
       77 ws-tot-descartados                       pic  9(06) value 0.

       01 ws-linha-rel-cabec.
          05 filler                                pic  x(33) value
             'REJEITOS EM ABERTO POR ESTACAO - '.
          05 ws-rcb-data                           pic  9(04)/9(02)/9(02).

       01 ws-linha-rel-estacao.
          05 filler                                pic  x(04) value 'EST '.
          05 ws-res-estacao                        pic  x(03).
          05 filler                                pic  x(13) value
             ' - PENDENTES '.
          05 ws-res-pendentes                      pic  9(05).
          05 filler                                pic  x(15) value
             ' - MAIS ANTIGO '.
          05 ws-res-mais-antigo                    pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(20) value
             ' - AGUARDANDO CARGA '.
          05 ws-res-aguardando                     pic  9(05).

       01 ws-linha-rel-total.
          05 filler                                pic  x(09) value
             'ESTACOES '.
          05 ws-rtt-estacoes                       pic  9(04).
          05 filler                                pic  x(13) value
             ' - PENDENTES '.
          05 ws-rtt-pendentes                      pic  9(06).
          05 filler                                pic  x(20) value
             ' - AGUARDANDO CARGA '.
          05 ws-rtt-aguardando                     pic  9(06).
          05 filler                                pic  x(15) value
             ' - DESCARTADOS '.
          05 ws-rtt-descartados                    pic  9(06).

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
           move function current-date(9:6) to ws-dha-hora

      *> _______________  sem controle ainda nenhuma carga rejeitou linha:
      *>                   o relatorio sai so com o cabecalho e os totais
           open input arqControleRejeitos
           if ws-fs-arqControleRejeitos = 35 then
               move 'S' to ws-fim-controle
           else
               if ws-fs-arqControleRejeitos <> 0 then
                   move 1 to ws-msn-erro-offset
                   move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                   move 'Erro ao Abrir Arquivo arqControleRejeitos' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move 'S' to ws-controle-aberto
           end-if

           move spaces to ws-nome-relatorio
           string 'rejeitosAbertos_'       delimited by size
                  ws-dha-data              delimited by size
                  '.txt'                   delimited by size
                  into ws-nome-relatorio
           end-string

           open output arqRelRejeitos
           if ws-fs-arqRelRejeitos <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRelRejeitos to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqRelRejeitos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dha-data-num to ws-rcb-data
           move ws-linha-rel-cabec to fd-relRejeitos-linha
           perform grava-linha-relatorio

           move low-values to ws-estacao-atual
           move 0 to ws-est-pendentes
           move 0 to ws-est-aguardando
           move 0 to ws-est-mais-antigo
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: uma passada pelo controle, com quebra
      *>  por estacao
      *>________________________________________________________________________
       processamento section.

           perform until ws-fim-controle-sim
               read arqControleRejeitos next record

               if ws-fs-arqControleRejeitos = 10 then
                   move 'S' to ws-fim-controle
               else
                   if ws-fs-arqControleRejeitos <> 0 then
                       move 3 to ws-msn-erro-offset
                       move ws-fs-arqControleRejeitos to ws-msn-erro-cod
                       move 'Erro ao Ler arqControleRejeitos' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtde-lidas
                   if fd-crj-estacao <> ws-estacao-atual then
                       perform fecha-estacao
                       move fd-crj-estacao to ws-estacao-atual
                   end-if
                   perform acumula-rejeito
               end-if
           end-perform

           perform fecha-estacao
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  contagem de um rejeito na estacao corrente: pendente (com a
      *>  carga mais antiga) ou ressubmetido esperando a carga
      *>________________________________________________________________________
       acumula-rejeito section.

           if fd-crj-pendente then
               add 1 to ws-est-pendentes
               if ws-est-mais-antigo = 0
               or fd-crj-data-carga < ws-est-mais-antigo then
                   move fd-crj-data-carga to ws-est-mais-antigo
               end-if
           else
               if fd-crj-ressubmetida
               and fd-crj-data-recarga = 0 then
                   add 1 to ws-est-aguardando
               else
                   if fd-crj-descartada then
                       add 1 to ws-tot-descartados
                   end-if
               end-if
           end-if
           .
       acumula-rejeito-exit.
           exit.
      *>________________________________________________________________________
      *>  linha da estacao que terminou, se ela tiver algo em aberto
      *>________________________________________________________________________
       fecha-estacao section.

           if ws-est-pendentes > 0
           or ws-est-aguardando > 0 then
               move ws-estacao-atual to ws-res-estacao
               move ws-est-pendentes to ws-res-pendentes
               move ws-est-mais-antigo to ws-res-mais-antigo
               move ws-est-aguardando to ws-res-aguardando
               move ws-linha-rel-estacao to fd-relRejeitos-linha
               perform grava-linha-relatorio

               add 1 to ws-qtde-estacoes
               add ws-est-pendentes to ws-tot-pendentes
               add ws-est-aguardando to ws-tot-aguardando
           end-if

           move 0 to ws-est-pendentes
           move 0 to ws-est-aguardando
           move 0 to ws-est-mais-antigo
           .
       fecha-estacao-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha ja montada em fd-relRejeitos-linha
      *>________________________________________________________________________
       grava-linha-relatorio section.

           write fd-relRejeitos-linha
           if ws-fs-arqRelRejeitos <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRelRejeitos to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqRelRejeitos' to ws-msn-erro-text
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
      *>   finalização normal: totais do dia
      *>________________________________________________________________________
       finaliza section.

           move ws-qtde-estacoes to ws-rtt-estacoes
           move ws-tot-pendentes to ws-rtt-pendentes
           move ws-tot-aguardando to ws-rtt-aguardando
           move ws-tot-descartados to ws-rtt-descartados
           move ws-linha-rel-total to fd-relRejeitos-linha
           perform grava-linha-relatorio

           if ws-controle-aberto-sim then
               close arqControleRejeitos
           end-if
           close arqRelRejeitos

           display "Rejeitos lidos:        " ws-qtde-lidas
           display "Estacoes com rejeitos: " ws-qtde-estacoes
           display "Rejeitos pendentes:    " ws-tot-pendentes

           stop run
           .
       finaliza-exit.
           exit.
