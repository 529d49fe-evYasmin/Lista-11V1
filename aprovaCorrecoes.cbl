      $set sourceformat"free"

      *>divisão de identificação do programa
       identification division.
      *>---program-id é uma informação obrigatória---
       program-id. "aprovaCorrecoes".
       author. "Evelyn Yasmin Pereira".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>aprovacao das correcoes de leitura pedidas na manutencao: exige
      *>sign-on de operador com perfil 'S'upervisor, percorre os pedidos
      *>pendentes de correcoesPendentes.dat e deixa aprovar ou rejeitar
      *>cada um; o operador que pediu a correcao nunca decide o proprio
      *>pedido. Aprovado, o pedido e aplicado em arqTemperatura.dat (com
      *>o reajuste do trailer na exclusao) e vai para o journal como
      *>aprovado, que e o que o reprocessamento da noite enxerga;
      *>rejeitado, fica no journal com o supervisor e o motivo, sem
      *>tocar a leitura; o sign-on segue as regras da manutencao, com
      *>log de seguranca e troca obrigatoria da senha vencida

      *>divisão para configuração de ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>declaração de recursos externos
       input-output section.
       file-control.

           select arqTemperatura assign to 'arqTemperatura.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-trm-chave
           lock mode is automatic
           file status is ws-fs-arqTemperatura.

           select arqJournal assign to 'journalCorrecoes.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJournal.

           select arqErros assign to 'arqErros.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqErros.

           select cadOperadores assign to 'cadOperadores.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-opr-operador
           lock mode is automatic
           file status is ws-fs-cadOperadores.

           select arqPendentes assign to 'correcoesPendentes.dat'
           organization is indexed
           access mode is dynamic
           record key is fd-pnd-chave
           lock mode is automatic
           file status is ws-fs-arqPendentes.

           select arqSeguranca assign to 'logSignon.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSeguranca.

           select arqParamSeguranca assign to 'paramSeguranca.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamSeguranca.

       i-o-control.

      *>declaração de variáveis
       data division.
      *>________variáveis de arquivos________
       file section.

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
      *>      extremos do dia apurados do detalhe horario da carga; hora 99
      *>      marca detalhe diario sem horario (minima = maxima = media)
             10 fd-trm-temp-minima                 pic s9(02)v99.
             10 fd-trm-temp-maxima                 pic s9(02)v99.
             10 fd-trm-hora-minima                 pic  9(02).
             10 fd-trm-hora-maxima                 pic  9(02).
             10 filler                             pic  x(06).

       fd arqJournal.
       01 fd-journal-linha                         pic x(140).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

       fd cadOperadores.
       01 fd-operador-reg.
      *>      cadastro de operadores mantido por cadastroOperadores
          05 fd-opr-operador                       pic  x(08).
          05 fd-opr-senha                          pic  x(08).
      *>      perfil de permissao: 'C'onsulta, 'A'ltera (consulta e
      *>      altera), 'E'xclui (consulta, altera e exclui), 'S'upervisor
      *>      (consulta e decide as correcoes pendentes de aprovacao)
          05 fd-opr-perfil                         pic  x(01).
             88 fd-opr-perfil-consulta             value 'C'.
             88 fd-opr-perfil-altera               value 'A'.
             88 fd-opr-perfil-exclui               value 'E'.
             88 fd-opr-perfil-supervisor           value 'S'.
      *>      situacao: 'A'tivo ou 'B'loqueado
          05 fd-opr-situacao                       pic  x(01).
             88 fd-opr-ativo                       value 'A'.
             88 fd-opr-bloqueado                   value 'B'.
      *>      senhas erradas consecutivas; no limite o operador bloqueia
          05 fd-opr-tentativas                     pic  9(01).
      *>      data (ccyymmdd) da ultima troca de senha, zero quando a senha
      *>      foi definida pelo cadastro e vence no primeiro sign-on, e do
      *>      ultimo sign-on com sucesso, zero se o operador nunca entrou
          05 fd-opr-data-troca-senha               pic  9(08).
          05 fd-opr-data-ultimo-signon             pic  9(08).
          05 filler                                pic  x(10).

       fd arqPendentes.
       01 fd-pendente-reg.
      *>      pedido de correcao gravado pela manutencao de leituras; a
      *>      chave leva a data e a hora do pedido para a mesma leitura
      *>      guardar o historico de pedidos ja decididos
          05 fd-pnd-chave.
             10 fd-pnd-estacao                     pic  x(03).
             10 fd-pnd-data-leitura                pic  9(08).
             10 fd-pnd-data-pedido                 pic  9(08).
             10 fd-pnd-hora-pedido                 pic  9(06).
      *>      operacao pedida: 'A'lteracao do valor ou 'E'xclusao
          05 fd-pnd-operacao                       pic  x(01).
             88 fd-pnd-alteracao                   value 'A'.
             88 fd-pnd-exclusao                    value 'E'.
          05 fd-pnd-valor-antigo                   pic s9(02)v99.
          05 fd-pnd-valor-novo                     pic s9(02)v99.
          05 fd-pnd-solicitante                    pic  x(08).
      *>      situacao: 'P'endente, 'A'provada ou 'R'ejeitada
          05 fd-pnd-situacao                       pic  x(01).
             88 fd-pnd-pendente                    value 'P'.
             88 fd-pnd-aprovada                    value 'A'.
             88 fd-pnd-rejeitada                   value 'R'.
      *>      decisao: supervisor, quando e, na rejeicao, o motivo
          05 fd-pnd-supervisor                     pic  x(08).
          05 fd-pnd-data-decisao                   pic  9(08).
          05 fd-pnd-hora-decisao                   pic  9(06).
          05 fd-pnd-motivo                         pic  x(40).
          05 filler                                pic  x(10).

       fd arqSeguranca.
       01 fd-seguranca-linha                       pic x(100).

       fd arqParamSeguranca.
      *>      layout do arquivo-texto (posicoes, 1-based), editavel a mao:
      *>        01-03   dias de validade da senha (padrao 090)
      *>        04-06   dias sem sign-on para o operador ser listado como
      *>                inativo no cadastro (padrao 090)
      *>      arquivo ausente ou campo invalido assume o padrao
       01 fd-pseg-linha.
          05 fd-pseg-validade-senha                pic  x(03).
          05 fd-pseg-validade-senha-num redefines fd-pseg-validade-senha
                                                   pic  9(03).
          05 fd-pseg-dias-inativo                  pic  x(03).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-arqTemperatura                     pic  9(02).
       77 ws-fs-arqJournal                         pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).
       77 ws-fs-cadOperadores                      pic  9(02).
       77 ws-fs-arqPendentes                       pic  9(02).
       77 ws-fs-arqSeguranca                       pic  9(02).
       77 ws-fs-arqParamSeguranca                  pic  9(02).

      *>      sign-on do supervisor: identificacao gravada na decisao
       77 ws-operador                              pic  x(08).
       77 ws-senha                                 pic  x(08).
       77 ws-perfil                                pic  x(01).
          88 ws-perfil-supervisor                   value 'S'.
       77 ws-signon-ok                             pic  x(01) value 'N'.
          88 ws-signon-ok-sim                       value 'S'.
       77 ws-tentativas-sessao                     pic  9(01) value 0.
       77 ws-limite-tentativas                     pic  9(01) value 3.

      *>      envelhecimento da senha: vencida a validade, o sign-on so
      *>      termina depois da troca
       77 ws-validade-senha                        pic  9(03) value 90.
       77 ws-dias-senha                            pic  9(05).
       77 ws-senha-vencida                         pic  x(01).
          88 ws-senha-vencida-sim                   value 'S'.
       77 ws-senha-trocada                         pic  x(01).
          88 ws-senha-trocada-sim                   value 'S'.
       77 ws-tentativas-troca                      pic  9(01).
       77 ws-senha-nova                            pic  x(08).
       77 ws-senha-confirma                        pic  x(08).

       77 ws-sair                                  pic  x(01) value 'N'.
          88 ws-sair-sim                            value 'S'.
       77 ws-fim-pendentes                         pic  x(01) value 'N'.
          88 ws-fim-pendentes-sim                   value 'S'.
       77 ws-opcao                                 pic  x(01).
          88 ws-opcao-aprovar                       value 'A' 'a'.
          88 ws-opcao-rejeitar                      value 'R' 'r'.
          88 ws-opcao-sair                          value 'S' 's'.

       77 ws-mensagem                              pic  x(50).
       77 ws-qtde-aprovadas                        pic  9(04) value 0.
       77 ws-qtde-rejeitadas                       pic  9(04) value 0.

      *>      pedido em tela
       77 ws-estacao                               pic  x(03).
       77 ws-data-leitura                          pic  9(08).
       77 ws-operacao                              pic  x(01).
       77 ws-valor-antigo                          pic s9(02)v99.
       77 ws-valor-novo                            pic s9(02)v99.
       77 ws-solicitante                           pic  x(08).
       77 ws-data-pedido                           pic  9(08).
       77 ws-hora-pedido                           pic  9(06).
       77 ws-motivo                                pic  x(40).

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

      *>      mesma linha do journal gravada pela manutencao: o operador e
      *>      o solicitante, a situacao e o supervisor registram a decisao
       01 ws-linha-journal.
          05 ws-jrn-data                           pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(01) value ' '.
          05 ws-jrn-horas                          pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-jrn-minutos                        pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-jrn-segundos                       pic  9(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-operador                       pic  x(08).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-operacao                       pic  x(01).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-estacao                        pic  x(03).
          05 filler                                pic  x(01) value ' '.
          05 ws-jrn-data-leitura                   pic  9(08).
          05 filler                                pic  x(06) value ' de '.
          05 ws-jrn-valor-antigo                   pic -9(02)9,99.
          05 filler                                pic  x(07) value ' para '.
          05 ws-jrn-valor-novo                     pic -9(02)9,99.
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-situacao                       pic  x(01).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-supervisor                     pic  x(08).
          05 filler                                pic  x(03) value ' - '.
          05 ws-jrn-motivo                         pic  x(40).

      *>      uma linha por tentativa de sign-on no log de seguranca, lida
      *>      pelo relatorio mensal de acessos (posicoes, 1-based):
      *>        01-10   data (ccyy/mm/dd)       12-19   hora (hh:mm:ss)
      *>        23-30   operador digitado       34-55   programa
      *>        59      tentativa na sessao     63-64   ocorrencia
      *>        68-97   descricao da ocorrencia
      *>      ocorrencias: 'OK' sucesso, 'SE' senha errada, 'BA' senha
      *>      errada que bloqueou o operador, 'BL' operador bloqueado,
      *>      'DE' operador desconhecido, 'TS' troca de senha vencida,
      *>      'TN' troca de senha vencida nao concluida
       01 ws-linha-seguranca.
          05 ws-seg-data                           pic  9(04)/9(02)/9(02).
          05 filler                                pic  x(01) value ' '.
          05 ws-seg-horas                          pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-seg-minutos                        pic  9(02).
          05 filler                                pic  x(01) value ':'.
          05 ws-seg-segundos                       pic  9(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-operador                       pic  x(08).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-programa                       pic  x(22) value
             'aprovaCorrecoes'.
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-tentativa                      pic  9(01).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-ocorrencia                     pic  x(02).
          05 filler                                pic  x(03) value ' - '.
          05 ws-seg-descricao                      pic  x(30).

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

       01 tela-signon.
          05 blank screen.
          05 line 02 column 05 value 'Aprovacao de Correcoes - Sign-on'.
          05 line 04 column 05 value 'Operador.......: '.
          05 line 04 column 22 pic x(08) using ws-operador.
          05 line 05 column 05 value 'Senha..........: '.
          05 line 05 column 22 pic x(08) using ws-senha secure.

       01 tela-troca-senha.
          05 line 07 column 05 value 'Nova senha.....: '.
          05 line 07 column 22 pic x(08) using ws-senha-nova secure.
          05 line 08 column 05 value 'Confirmacao....: '.
          05 line 08 column 22 pic x(08) using ws-senha-confirma secure.

       01 tela-pedido.
          05 blank screen.
          05 line 02 column 05 value 'Aprovacao de Correcoes - correcoesPendentes'.
          05 line 04 column 05 value 'Supervisor.....: '.
          05 line 04 column 22 pic x(08) from ws-operador.
          05 line 06 column 05 value 'Estacao........: '.
          05 line 06 column 22 pic x(03) from ws-estacao.
          05 line 07 column 05 value 'Data leitura...: '.
          05 line 07 column 22 pic 9(08) from ws-data-leitura.
          05 line 08 column 05 value 'Operacao (A/E).: '.
          05 line 08 column 22 pic x(01) from ws-operacao.
          05 line 09 column 05 value 'Valor antigo...: '.
          05 line 09 column 22 pic -9(02)9,99 from ws-valor-antigo.
          05 line 10 column 05 value 'Valor novo.....: '.
          05 line 10 column 22 pic -9(02)9,99 from ws-valor-novo.
          05 line 11 column 05 value 'Solicitante....: '.
          05 line 11 column 22 pic x(08) from ws-solicitante.
          05 line 12 column 05 value 'Pedido em......: '.
          05 line 12 column 22 pic 9(08) from ws-data-pedido.
          05 line 12 column 31 pic 9(06) from ws-hora-pedido.

       01 tela-opcao.
          05 line 14 column 05 value
             '(A)provar (R)ejeitar (P)roximo (S)air: '.
          05 line 14 column 45 pic x(01) using ws-opcao.

       01 tela-motivo.
          05 line 16 column 05 value 'Motivo.........: '.
          05 line 16 column 22 pic x(40) using ws-motivo.

      *>declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.
      *>_____________________________________________________________________
      *> procedimentos de inicialização
      *>_____________________________________________________________________
       inicializa section.

           open i-o cadOperadores.
           if ws-fs-cadOperadores <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-cadOperadores to ws-msn-erro-cod
      *>        registro antigo: cadastroOperadores converte na abertura
               if ws-fs-cadOperadores = 39 then
                   move 'Cadastro Antigo: Rodar cadastroOperadores' to ws-msn-erro-text
               else
                   move 'Erro ao Abrir Arquivo cadOperadores' to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if

      *> _______________  validade da senha; parametro ausente vale o padrao
           open input arqParamSeguranca
           if ws-fs-arqParamSeguranca = 0 then
               read arqParamSeguranca
               if ws-fs-arqParamSeguranca = 0
               and fd-pseg-validade-senha is numeric
               and fd-pseg-validade-senha-num > 0 then
                   move fd-pseg-validade-senha-num to ws-validade-senha
               end-if
               close arqParamSeguranca
           end-if

      *> _______________  log de seguranca e acumulado entre execucoes
           open extend arqSeguranca.
           if ws-fs-arqSeguranca = 35 then
               open output arqSeguranca
           end-if
           if ws-fs-arqSeguranca <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqSeguranca to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqSeguranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform efetua-signon

      *>      a decisao e exclusiva do perfil supervisor
           if not ws-perfil-supervisor then
               move 7 to ws-msn-erro-offset
               move 9 to ws-msn-erro-cod
               move 'Aprovacao Restrita ao Perfil Supervisor' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTemperatura.
           if ws-fs-arqTemperatura <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  journal de correcoes e acumulado entre execucoes
           open extend arqJournal.
           if ws-fs-arqJournal = 35 then
               open output arqJournal
           end-if
           if ws-fs-arqJournal <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqJournal to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqJournal' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  primeira execucao cria o arquivo de pendentes
           open i-o arqPendentes.
           if ws-fs-arqPendentes = 35 then
               open output arqPendentes
               close arqPendentes
               open i-o arqPendentes
           end-if
           if ws-fs-arqPendentes <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqPendentes to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqPendentes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.
      *>________________________________________________________________________
      *>  sign-on contra o cadastro de operadores: senha conferida no
      *>  registro, tentativas erradas acumuladas nele e bloqueio
      *>  automatico ao atingir o limite; operador bloqueado nao entra
      *>  nem com a senha certa, so depois do desbloqueio no cadastro.
      *>  Toda tentativa vai para o log de seguranca, e a senha vencida
      *>  (ou definida pelo cadastro) tem de ser trocada antes de entrar
      *>________________________________________________________________________
       efetua-signon section.

           move spaces to ws-operador
           move 'C' to ws-perfil

           perform until ws-signon-ok-sim
                      or ws-tentativas-sessao >= ws-limite-tentativas

               move spaces to ws-senha
               accept tela-signon

               if ws-operador = spaces then
                   display 'Informe o operador' line 18 column 05
               else
                   move ws-tentativas-sessao to ws-seg-tentativa
                   add 1 to ws-seg-tentativa
                   move ws-operador to fd-opr-operador
                   read cadOperadores

                   if ws-fs-cadOperadores <> 0 then
                       add 1 to ws-tentativas-sessao
                       display 'Operador ou senha invalidos' line 18 column 05
                       move 'DE' to ws-seg-ocorrencia
                       move 'OPERADOR DESCONHECIDO' to ws-seg-descricao
                       perform grava-log-seguranca
                   else
                       if fd-opr-bloqueado then
                           display 'Operador bloqueado, procure o cadastro'
                                   line 18 column 05
                           add 1 to ws-tentativas-sessao
                           move 'BL' to ws-seg-ocorrencia
                           move 'OPERADOR BLOQUEADO' to ws-seg-descricao
                           perform grava-log-seguranca
                       else
                           if ws-senha = fd-opr-senha
                           and ws-senha <> spaces then
                               perform confere-validade-senha
                           else
                               add 1 to ws-tentativas-sessao
                               add 1 to fd-opr-tentativas
                               if fd-opr-tentativas >= ws-limite-tentativas then
                                   move 'B' to fd-opr-situacao
                                   display 'Operador bloqueado por tentativas'
                                           line 18 column 05
                                   move 'BA' to ws-seg-ocorrencia
                                   move 'SENHA ERRADA - BLOQUEIO' to ws-seg-descricao
                               else
                                   display 'Operador ou senha invalidos'
                                           line 18 column 05
                                   move 'SE' to ws-seg-ocorrencia
                                   move 'SENHA ERRADA' to ws-seg-descricao
                               end-if
                               perform regrava-operador
                               perform grava-log-seguranca
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if not ws-signon-ok-sim then
               move 7 to ws-msn-erro-offset
               move 9 to ws-msn-erro-cod
               move 'Acesso Negado na Aprovacao de Correcoes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       efetua-signon-exit.
           exit.
      *>________________________________________________________________________
      *>  senha certa: conferencia da validade e, vencida, troca obrigatoria
      *>  antes de concluir o sign-on; a troca nao concluida encerra a
      *>  sessao sem contar como senha errada
      *>________________________________________________________________________
       confere-validade-senha section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move 'N' to ws-senha-vencida
           if fd-opr-data-troca-senha is not numeric
           or fd-opr-data-troca-senha = 0
           or fd-opr-data-troca-senha > ws-dha-data-num then
               move 'S' to ws-senha-vencida
           else
               compute ws-dias-senha =
                   function integer-of-date(ws-dha-data-num)
                 - function integer-of-date(fd-opr-data-troca-senha)
               if ws-dias-senha > ws-validade-senha then
                   move 'S' to ws-senha-vencida
               end-if
           end-if

           if ws-senha-vencida-sim then
               perform troca-senha-vencida
           end-if

           if ws-senha-vencida-sim
           and not ws-senha-trocada-sim then
               move ws-limite-tentativas to ws-tentativas-sessao
               move 'TN' to ws-seg-ocorrencia
               move 'TROCA DE SENHA NAO CONCLUIDA' to ws-seg-descricao
               perform grava-log-seguranca
           else
               move 0 to fd-opr-tentativas
               move ws-dha-data-num to fd-opr-data-ultimo-signon
               perform regrava-operador
               move fd-opr-perfil to ws-perfil
               move 'S' to ws-signon-ok
               move 'OK' to ws-seg-ocorrencia
               move 'SIGN-ON COM SUCESSO' to ws-seg-descricao
               perform grava-log-seguranca
           end-if
           .
       confere-validade-senha-exit.
           exit.
      *>________________________________________________________________________
      *>  troca da senha vencida: nova senha diferente da atual, digitada
      *>  duas vezes, com o mesmo limite de tentativas do sign-on
      *>________________________________________________________________________
       troca-senha-vencida section.

           move 'N' to ws-senha-trocada
           move 0 to ws-tentativas-troca

           perform until ws-senha-trocada-sim
                      or ws-tentativas-troca >= ws-limite-tentativas
               move spaces to ws-senha-nova
               move spaces to ws-senha-confirma
               display 'Senha vencida: informe a nova senha' line 18 column 05
               accept tela-troca-senha

               if ws-senha-nova = spaces
               or ws-senha-nova = fd-opr-senha then
                   add 1 to ws-tentativas-troca
                   display 'Nova senha invalida ou igual a atual'
                           line 18 column 05
               else
                   if ws-senha-nova <> ws-senha-confirma then
                       add 1 to ws-tentativas-troca
                       display 'Confirmacao nao confere com a senha'
                               line 18 column 05
                   else
                       move ws-senha-nova to fd-opr-senha
                       move ws-dha-data-num to fd-opr-data-troca-senha
                       move 'S' to ws-senha-trocada
                       move 'TS' to ws-seg-ocorrencia
                       move 'TROCA DE SENHA VENCIDA' to ws-seg-descricao
                       perform grava-log-seguranca
                   end-if
               end-if
           end-perform
           .
       troca-senha-vencida-exit.
           exit.
      *>________________________________________________________________________
      *>  gravacao de uma linha no log de seguranca; ocorrencia, descricao
      *>  e tentativa ja vem preenchidas
      *>________________________________________________________________________
       grava-log-seguranca section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move ws-dha-data-num to ws-seg-data
           move ws-dha-horas to ws-seg-horas
           move ws-dha-minutos to ws-seg-minutos
           move ws-dha-segundos to ws-seg-segundos
           move ws-operador to ws-seg-operador

           write fd-seguranca-linha from ws-linha-seguranca
           if ws-fs-arqSeguranca <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqSeguranca to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqSeguranca' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-log-seguranca-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao do registro corrente do cadastro de operadores
      *>________________________________________________________________________
       regrava-operador section.

           rewrite fd-operador-reg
           if ws-fs-cadOperadores <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-cadOperadores to ws-msn-erro-cod
               move 'Erro ao Regravar cadOperadores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-operador-exit.
           exit.
      *>________________________________________________________________________
      *>  processamento principal: uma passada pelos pedidos, na ordem da
      *>  chave, parando em cada pendente ate o supervisor sair
      *>________________________________________________________________________
       processamento section.

           move low-values to fd-pnd-chave

           start arqPendentes key is >= fd-pnd-chave
           if ws-fs-arqPendentes <> 0 then
               move 'S' to ws-fim-pendentes
           end-if

           perform until ws-fim-pendentes-sim
                      or ws-sair-sim
               read arqPendentes next record

               if ws-fs-arqPendentes = 10 then
                   move 'S' to ws-fim-pendentes
               else
                   if ws-fs-arqPendentes <> 0 then
                       move 8 to ws-msn-erro-offset
                       move ws-fs-arqPendentes to ws-msn-erro-cod
                       move 'Erro ao Ler Arquivo arqPendentes' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if fd-pnd-pendente then
                       perform decide-pedido
                   end-if
               end-if
           end-perform

           if ws-fim-pendentes-sim then
               display 'Nenhum outro pedido pendente' line 18 column 05
               display "'S'air" line 21 column 05
               accept ws-opcao line 22 column 05
           end-if
           .
       processamento-exit.
           exit.
      *>________________________________________________________________________
      *>  apresentacao de um pedido pendente e a decisao do supervisor;
      *>  o pedido do proprio operador so pode ser pulado
      *>________________________________________________________________________
       decide-pedido section.

           move spaces to ws-mensagem
           move fd-pnd-estacao to ws-estacao
           move fd-pnd-data-leitura to ws-data-leitura
           move fd-pnd-operacao to ws-operacao
           move fd-pnd-valor-antigo to ws-valor-antigo
           move fd-pnd-valor-novo to ws-valor-novo
           move fd-pnd-solicitante to ws-solicitante
           move fd-pnd-data-pedido to ws-data-pedido
           move fd-pnd-hora-pedido to ws-hora-pedido

           display tela-pedido
           move space to ws-opcao
           accept tela-opcao

           if ws-opcao-sair then
               move 'S' to ws-sair
           else
               if ws-opcao-aprovar or ws-opcao-rejeitar then
                   if fd-pnd-solicitante = ws-operador then
                       move 'Pedido do proprio supervisor: outro deve decidir'
                         to ws-mensagem
                   else
                       if ws-opcao-aprovar then
                           perform aprova-pedido
                       else
                           perform rejeita-pedido
                       end-if
                   end-if
               end-if
           end-if

           if ws-mensagem <> spaces then
               display ws-mensagem line 18 column 05
               display "Tecle <enter> para o proximo pedido" line 20 column 05
               accept ws-opcao line 22 column 05
           end-if
           .
       decide-pedido-exit.
           exit.
      *>________________________________________________________________________
      *>  aprovacao: aplica o pedido na leitura, desde que ela ainda tenha
      *>  o valor visto pelo solicitante, e registra a decisao
      *>________________________________________________________________________
       aprova-pedido section.

           move fd-pnd-estacao to fd-trm-estacao
           move fd-pnd-data-leitura to fd-trm-data

           read arqTemperatura

           if ws-fs-arqTemperatura <> 0
           or not fd-trm-e-detalhe then
               move 'Leitura nao localizada: rejeite o pedido' to ws-mensagem
           else
               if fd-trm-temperatura <> fd-pnd-valor-antigo then
                   move 'Leitura mudou desde o pedido: rejeite o pedido'
                     to ws-mensagem
               else
                   if fd-pnd-exclusao then
                       perform aplica-exclusao
                   else
                       perform aplica-alteracao
                   end-if

                   move 'A' to fd-pnd-situacao
                   move spaces to fd-pnd-motivo
                   perform registra-decisao

                   add 1 to ws-qtde-aprovadas
                   if ws-mensagem = spaces then
                       move 'Correcao aprovada e aplicada' to ws-mensagem
                   end-if
               end-if
           end-if
           .
       aprova-pedido-exit.
           exit.
      *>________________________________________________________________________
      *>  correcao do valor da leitura aprovada
      *>________________________________________________________________________
       aplica-alteracao section.

           move fd-pnd-valor-novo to fd-trm-temperatura

      *>      registro carregado da linha diaria (hora 99) carrega a
      *>      propria media como minima e maxima do dia: a correcao
      *>      acompanha, senao os extremos, o modo de reemissao e as
      *>      normais continuariam publicando o valor antigo; dia com
      *>      extremos horarios reais (hora ate 23) preserva os seus
           if fd-trm-hora-minima is not numeric
           or fd-trm-hora-maxima is not numeric
           or (fd-trm-hora-minima = 99
               and fd-trm-hora-maxima = 99) then
               move fd-pnd-valor-novo to fd-trm-temp-minima
               move fd-pnd-valor-novo to fd-trm-temp-maxima
               move 99 to fd-trm-hora-minima
               move 99 to fd-trm-hora-maxima
           end-if

           rewrite fd-temperatura-reg
           if ws-fs-arqTemperatura <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Regravar arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       aplica-alteracao-exit.
           exit.
      *>________________________________________________________________________
      *>  exclusao da leitura aprovada, com ajuste do trailer
      *>________________________________________________________________________
       aplica-exclusao section.

           delete arqTemperatura record
           if ws-fs-arqTemperatura <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqTemperatura to ws-msn-erro-cod
               move 'Erro ao Excluir de arqTemperatura' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  reajustando a contagem do trailer do mes da leitura
      *>                   (ccyymm99) para a conciliacao da carga do
      *>                   relatorio continuar batendo
           move fd-pnd-estacao to fd-trm-estacao
           compute fd-trm-data = fd-pnd-data-leitura
                               - function mod(fd-pnd-data-leitura, 100) + 99

           read arqTemperatura

           if ws-fs-arqTemperatura <> 0
           or not fd-trm-e-trailer then
               move 'Excluido, mas trailer nao localizado' to ws-mensagem
           else
               subtract 1 from fd-trm-qtde-regs

               rewrite fd-temperatura-reg
               if ws-fs-arqTemperatura <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqTemperatura to ws-msn-erro-cod
                   move 'Erro ao Regravar Trailer arqTemperatura' to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 'Exclusao aprovada, trailer reajustado' to ws-mensagem
           end-if
           .
       aplica-exclusao-exit.
           exit.
      *>________________________________________________________________________
      *>  rejeicao: a leitura nao muda, o motivo e obrigatorio
      *>________________________________________________________________________
       rejeita-pedido section.

           move spaces to ws-motivo
           accept tela-motivo

           if ws-motivo = spaces then
               move 'Motivo obrigatorio na rejeicao' to ws-mensagem
           else
               move 'R' to fd-pnd-situacao
               move ws-motivo to fd-pnd-motivo
               perform registra-decisao

               add 1 to ws-qtde-rejeitadas
               move 'Correcao rejeitada' to ws-mensagem
           end-if
           .
       rejeita-pedido-exit.
           exit.
      *>________________________________________________________________________
      *>  regravacao do pedido decidido e linha da decisao no journal;
      *>  situacao e motivo ja vem preenchidos no registro
      *>________________________________________________________________________
       registra-decisao section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           move ws-operador to fd-pnd-supervisor
           move ws-dha-data-num to fd-pnd-data-decisao
           move ws-dha-hora to fd-pnd-hora-decisao

           rewrite fd-pendente-reg
           if ws-fs-arqPendentes <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqPendentes to ws-msn-erro-cod
               move 'Erro ao Regravar Arquivo arqPendentes' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dha-data-num to ws-jrn-data
           move ws-dha-horas to ws-jrn-horas
           move ws-dha-minutos to ws-jrn-minutos
           move ws-dha-segundos to ws-jrn-segundos
           move fd-pnd-solicitante to ws-jrn-operador
           move fd-pnd-operacao to ws-jrn-operacao
           move fd-pnd-estacao to ws-jrn-estacao
           move fd-pnd-data-leitura to ws-jrn-data-leitura
           move fd-pnd-valor-antigo to ws-jrn-valor-antigo
           move fd-pnd-valor-novo to ws-jrn-valor-novo
           move fd-pnd-situacao to ws-jrn-situacao
           move fd-pnd-supervisor to ws-jrn-supervisor
           move fd-pnd-motivo to ws-jrn-motivo

           write fd-journal-linha from ws-linha-journal
           if ws-fs-arqJournal <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqJournal to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqJournal' to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-decisao-exit.
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

           close arqTemperatura
           close arqJournal
           close cadOperadores
           close arqPendentes
           close arqSeguranca

           display erase
           display 'Correcoes aprovadas:  ' ws-qtde-aprovadas
           display 'Correcoes rejeitadas: ' ws-qtde-rejeitadas

           stop run
           .
       finaliza-exit.
           exit.
