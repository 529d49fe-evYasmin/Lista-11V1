      *>manutencao do cadastro de operadores cadOperadores.dat usado pelo
      *>sign-on da manutencao de leituras: inclui operador com senha e
      *>perfil de permissao ('C'onsulta, 'A'ltera, 'E'xclui, cada nivel
      *>englobando o anterior, e 'S'upervisor, que consulta e aprova ou
      *>rejeita as correcoes pedidas pelos outros operadores), troca
      *>senha e perfil, bloqueia e desbloqueia (zerando as tentativas de
      *>senha erradas acumuladas pelo bloqueio automatico do sign-on);
      *>senha definida aqui vence no primeiro sign-on do operador, e a
      *>opcao de listagem grava em operadoresInativos.txt os operadores
      *>ativos sem sign-on ha mais dos dias de paramSeguranca.txt, para
      *>serem bloqueados; cadastro ainda no registro antigo de 29 bytes
      *>(sem as datas de troca de senha e de sign-on) e convertido aqui
      *>na abertura, com copia dos registros antigos em
      *>cadOperadoresAntigo.txt

      *>divisão para configuração de ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-cadOperadores.

           select cadOperadoresAntigo assign to 'cadOperadores.dat'
           organization is indexed
           access mode is sequential
           record key is fd-opa-operador
           lock mode is automatic
           file status is ws-fs-cadOperadoresAntigo.

           select arqOperadoresAntigo assign to 'cadOperadoresAntigo.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadoresAntigo.

           select arqErros assign to 'arqErros.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqErros.

           select arqParamSeguranca assign to 'paramSeguranca.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamSeguranca.

           select arqInativos assign to 'operadoresInativos.txt'
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqInativos.

       i-o-control.

      *>declaração de variáveis
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
      *>      situacao: 'A'tivo ou 'B'loqueado (pelo sign-on ou a mao)
          05 fd-opr-situacao                       pic  x(01).
             88 fd-opr-ativo                       value 'A'.
             88 fd-opr-bloqueado                   value 'B'.
      *>      senhas erradas consecutivas acumuladas pelo sign-on
          05 fd-opr-tentativas                     pic  9(01).
      *>      data (ccyymmdd) da ultima troca de senha, zero quando a senha
      *>      foi definida pelo cadastro e vence no primeiro sign-on, e do
      *>      ultimo sign-on com sucesso, zero se o operador nunca entrou
          05 fd-opr-data-troca-senha               pic  9(08).
          05 fd-opr-data-ultimo-signon             pic  9(08).
          05 filler                                pic  x(10).

       fd cadOperadoresAntigo.
      *>      registro de cadOperadores antes das datas de troca de senha
      *>      e de sign-on, lido so pela conversao
       01 fd-operador-antigo-reg.
          05 fd-opa-operador                       pic  x(08).
          05 filler                                pic  x(21).

       fd arqOperadoresAntigo.
       01 fd-operador-antigo-linha.
          05 fd-oat-operador                       pic  x(08).
          05 fd-oat-senha                          pic  x(08).
          05 fd-oat-perfil                         pic  x(01).
          05 fd-oat-situacao                       pic  x(01).
          05 fd-oat-tentativas                     pic  x(01).
          05 filler                                pic  x(10).

       fd arqErros.
       01 fd-erros-linha                           pic x(72).

       fd arqParamSeguranca.
      *>      layout do arquivo-texto (posicoes, 1-based), editavel a mao:
      *>        01-03   dias de validade da senha (padrao 090)
      *>        04-06   dias sem sign-on para o operador ser listado como
      *>                inativo no cadastro (padrao 090)
      *>      arquivo ausente ou campo invalido assume o padrao
       01 fd-pseg-linha.
          05 fd-pseg-validade-senha                pic  x(03).
          05 fd-pseg-dias-inativo                  pic  x(03).
          05 fd-pseg-dias-inativo-num redefines fd-pseg-dias-inativo
                                                   pic  9(03).

       fd arqInativos.
       01 fd-inativos-linha                        pic x(80).

      *>_____variáveis de trabalho______
       working-storage section.

       77 ws-fs-cadOperadores                      pic  9(02).
       77 ws-fs-arqErros                           pic  9(02).
       77 ws-fs-arqParamSeguranca                  pic  9(02).
       77 ws-fs-arqInativos                        pic  9(02).
       77 ws-fs-cadOperadoresAntigo                pic  9(02).
       77 ws-fs-arqOperadoresAntigo                pic  9(02).

      *>      conversao do cadastro no registro antigo
       77 ws-fim-conversao                         pic  x(01).
          88 ws-fim-conversao-sim                   value 'S'.
       77 ws-qtde-convertidos                      pic  9(04) value 0.

       77 ws-operador                              pic  x(08).
       77 ws-sair                                  pic  x(01).
       77 ws-senha                                 pic  x(08).
       77 ws-perfil                                pic  x(01).
       77 ws-situacao                              pic  x(01).
       77 ws-data-troca-senha                      pic  9(08).
       77 ws-data-ultimo-signon                    pic  9(08).

      *>      listagem de operadores ativos sem sign-on recente
       77 ws-dias-inativo                          pic  9(03) value 90.
       77 ws-dias-sem-signon                       pic  9(05).
       77 ws-qtde-inativos                         pic  9(04).
       77 ws-fim-operadores                        pic  x(01).
          88 ws-fim-operadores-sim                  value 'S'.

       01 ws-linha-inat-cabec.
          05 filler                                pic  x(34) value
             'OPERADORES ATIVOS SEM SIGN-ON HA '.
          05 ws-ina-cab-dias                       pic  9(03).
          05 filler                                pic  x(15) value
             ' DIAS - DATA '.
          05 ws-ina-cab-data                       pic  9(04)/9(02)/9(02).

       01 ws-linha-inat-det.
          05 filler                                pic  x(05) value 'OPR '.
          05 ws-ina-operador                       pic  x(08).
          05 filler                                pic  x(10) value ' - PERFIL '.
          05 ws-ina-perfil                         pic  x(01).
          05 filler                                pic  x(19) value
             ' - ULTIMO SIGN-ON '.
          05 ws-ina-ultimo-signon                  pic  x(10).
          05 filler                                pic  x(08) value ' - DIAS '.
          05 ws-ina-dias                           pic  x(05).

       01 ws-linha-inat-tot.
          05 filler                                pic  x(20) value
             'OPERADORES LISTADOS '.
          05 ws-ina-tot                            pic  9(04).

       01 ws-data-edit                             pic  9(04)/9(02)/9(02).

       01 ws-data-hora-atual.
          05 ws-dha-data.
       01 tela-registro.
          05 line 06 column 05 value 'Senha..........: '.
          05 line 06 column 22 pic x(08) using ws-senha.
          05 line 07 column 05 value 'Perfil C/A/E/S.: '.
          05 line 07 column 22 pic x(01) using ws-perfil.

       01 tela-situacao.
          05 line 08 column 05 value 'Situacao.......: '.
          05 line 08 column 22 pic x(01) from ws-situacao.
          05 line 08 column 30 value 'Troca senha: '.
          05 line 08 column 43 pic 9(08) from ws-data-troca-senha.
          05 line 08 column 53 value 'Sign-on: '.
          05 line 08 column 62 pic 9(08) from ws-data-ultimo-signon.

       01 tela-opcao-existente.
          05 line 10 column 05 value
               close cadOperadores
               open i-o cadOperadores
           end-if

      *> _______________  tamanho de registro diferente (status 39): o
      *>                   cadastro ainda esta no registro antigo
           if ws-fs-cadOperadores = 39 then
               perform converte-cadastro-antigo
               open i-o cadOperadores
           end-if

           if ws-fs-cadOperadores <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-cadOperadores to ws-msn-erro-cod
               perform finaliza-anormal
           end-if

      *> _______________  dias de inatividade; parametro ausente vale o padrao
           open input arqParamSeguranca
           if ws-fs-arqParamSeguranca = 0 then
               read arqParamSeguranca
               if ws-fs-arqParamSeguranca = 0
               and fd-pseg-dias-inativo is numeric
               and fd-pseg-dias-inativo-num > 0 then
                   move fd-pseg-dias-inativo-num to ws-dias-inativo
               end-if
               close arqParamSeguranca
           end-if

           move spaces to ws-operador
           .
       inicializa-exit.
               end-if

               display "'C'onsultar outro operador" line 20 column 05
               display "'L'istar operadores sem sign-on recente"
                       line 20 column 35
               display "'S'air" line 21 column 05
               accept ws-sair line 22 column 05

               if ws-sair = 'L' or ws-sair = 'l' then
                   perform lista-inativos
               end-if
           end-perform
           .
       processamento-exit.
               move fd-opr-senha to ws-senha
               move fd-opr-perfil to ws-perfil
               move fd-opr-situacao to ws-situacao
               move fd-opr-data-troca-senha to ws-data-troca-senha
               move fd-opr-data-ultimo-signon to ws-data-ultimo-signon
           else
               move spaces to ws-senha
               move 'C' to ws-perfil
               move 'A' to ws-situacao
               move 0 to ws-data-troca-senha
               move 0 to ws-data-ultimo-signon
               display 'Operador nao cadastrado' line 18 column 05
           end-if
           .
                   move 'Senha obrigatoria' to ws-mensagem
               else
               if ws-perfil <> 'C' and ws-perfil <> 'A'
               and ws-perfil <> 'E' and ws-perfil <> 'S' then
                   move 'Perfil invalido: use C, A, E ou S' to ws-mensagem
               else
                   move ws-operador to fd-opr-operador
                   move ws-senha to fd-opr-senha
                   move ws-perfil to fd-opr-perfil
                   move 'A' to fd-opr-situacao
                   move 0 to fd-opr-tentativas
                   move 0 to fd-opr-data-troca-senha
                   move 0 to fd-opr-data-ultimo-signon
                   move spaces to fd-operador-reg(36:10)

                   write fd-operador-reg
                   if ws-fs-cadOperadores <> 0 then
               move 'Senha obrigatoria' to ws-mensagem
           else
           if ws-perfil <> 'C' and ws-perfil <> 'A'
           and ws-perfil <> 'E' and ws-perfil <> 'S' then
               move 'Perfil invalido: use C, A, E ou S' to ws-mensagem
           else
      *>        senha redefinida pelo cadastro vence no proximo sign-on
               if ws-senha <> fd-opr-senha then
                   move 0 to fd-opr-data-troca-senha
               end-if
               move ws-senha to fd-opr-senha
               move ws-perfil to fd-opr-perfil

       regrava-operador-exit.
           exit.
      *>________________________________________________________________________
      *>  listagem dos operadores ativos sem sign-on ha mais dos dias de
      *>  inatividade (ou que nunca entraram), regravada a cada pedido
      *>________________________________________________________________________
       lista-inativos section.

           move function current-date(1:8) to ws-dha-data
           move function current-date(9:6) to ws-dha-hora

           open output arqInativos
           if ws-fs-arqInativos <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqInativos to ws-msn-erro-cod
               move 'Erro ao Abrir Arquivo arqInativos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dias-inativo to ws-ina-cab-dias
           move ws-dha-data-num to ws-ina-cab-data
           write fd-inativos-linha from ws-linha-inat-cabec
           if ws-fs-arqInativos <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqInativos to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqInativos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-inativos
           move 'N' to ws-fim-operadores
           move low-values to fd-opr-operador

           start cadOperadores key is >= fd-opr-operador
           if ws-fs-cadOperadores <> 0 then
               move 'S' to ws-fim-operadores
           end-if

           perform until ws-fim-operadores-sim
               read cadOperadores next record
               if ws-fs-cadOperadores <> 0 then
                   move 'S' to ws-fim-operadores
               else
                   if fd-opr-ativo then
                       perform confere-inatividade
                   end-if
               end-if
           end-perform

           move ws-qtde-inativos to ws-ina-tot
           write fd-inativos-linha from ws-linha-inat-tot
           if ws-fs-arqInativos <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqInativos to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqInativos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqInativos

           move spaces to ws-mensagem
           string 'Operadores listados em operadoresInativos: '
                                           delimited by size
                  ws-qtde-inativos         delimited by size
                  into ws-mensagem
           end-string
           display ws-mensagem line 18 column 05
           .
       lista-inativos-exit.
           exit.
      *>________________________________________________________________________
      *>  conferencia de um operador ativo contra o prazo de inatividade
      *>________________________________________________________________________
       confere-inatividade section.

           if fd-opr-data-ultimo-signon is not numeric
           or fd-opr-data-ultimo-signon = 0 then
               move 'NUNCA' to ws-ina-ultimo-signon
               move spaces to ws-ina-dias
               perform grava-linha-inativo
           else
               if fd-opr-data-ultimo-signon < ws-dha-data-num then
                   compute ws-dias-sem-signon =
                       function integer-of-date(ws-dha-data-num)
                     - function integer-of-date(fd-opr-data-ultimo-signon)
                   if ws-dias-sem-signon > ws-dias-inativo then
                       move fd-opr-data-ultimo-signon to ws-data-edit
                       move ws-data-edit to ws-ina-ultimo-signon
                       move ws-dias-sem-signon to ws-ina-dias
                       perform grava-linha-inativo
                   end-if
               end-if
           end-if
           .
       confere-inatividade-exit.
           exit.
      *>________________________________________________________________________
      *>  linha de um operador inativo na listagem
      *>________________________________________________________________________
       grava-linha-inativo section.

           move fd-opr-operador to ws-ina-operador
           move fd-opr-perfil to ws-ina-perfil

           write fd-inativos-linha from ws-linha-inat-det
           if ws-fs-arqInativos <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqInativos to ws-msn-erro-cod
               move 'Erro ao Gravar Arquivo arqInativos' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtde-inativos
           .
       grava-linha-inativo-exit.
           exit.
      *>________________________________________________________________________
      *>  conversao do cadastro do registro antigo (29 bytes) para o atual:
      *>  os registros antigos vao para cadOperadoresAntigo.txt, o cadastro
      *>  e recriado e cada operador volta com as datas de troca de senha
      *>  e de ultimo sign-on na data da conversao, para a senha nao vencer
      *>  nem o operador sair como inativo so por causa da conversao
      *>________________________________________________________________________
       converte-cadastro-antigo section.

           open input cadOperadoresAntigo
           if ws-fs-cadOperadoresAntigo <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-cadOperadoresAntigo to ws-msn-erro-cod
               move 'Erro ao Abrir cadOperadores Antigo' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqOperadoresAntigo
           if ws-fs-arqOperadoresAntigo <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqOperadoresAntigo to ws-msn-erro-cod
               move 'Erro ao Abrir cadOperadoresAntigo.txt' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> _______________  copia dos registros no layout antigo
           move 'N' to ws-fim-conversao
           perform until ws-fim-conversao-sim
               read cadOperadoresAntigo next record
               if ws-fs-cadOperadoresAntigo = 10 then
                   move 'S' to ws-fim-conversao
               else
                   if ws-fs-cadOperadoresAntigo <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-cadOperadoresAntigo to ws-msn-erro-cod
                       move 'Erro ao Ler cadOperadores Antigo' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   write fd-operador-antigo-linha from fd-operador-antigo-reg
                   if ws-fs-arqOperadoresAntigo <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-arqOperadoresAntigo to ws-msn-erro-cod
                       move 'Erro ao Gravar cadOperadoresAntigo.txt' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close cadOperadoresAntigo
           close arqOperadoresAntigo

      *> _______________  cadastro recriado no registro atual
           open output cadOperadores
           if ws-fs-cadOperadores <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-cadOperadores to ws-msn-erro-cod
               move 'Erro ao Recriar Arquivo cadOperadores' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqOperadoresAntigo
           if ws-fs-arqOperadoresAntigo <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqOperadoresAntigo to ws-msn-erro-cod
               move 'Erro ao Abrir cadOperadoresAntigo.txt' to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date(1:8) to ws-dha-data

           move 'N' to ws-fim-conversao
           perform until ws-fim-conversao-sim
               read arqOperadoresAntigo
               if ws-fs-arqOperadoresAntigo <> 0 then
                   move 'S' to ws-fim-conversao
               else
                   move spaces to fd-operador-reg
                   move fd-oat-operador to fd-opr-operador
                   move fd-oat-senha to fd-opr-senha
                   move fd-oat-perfil to fd-opr-perfil
                   move fd-oat-situacao to fd-opr-situacao
                   if fd-oat-tentativas is numeric then
                       move fd-oat-tentativas to fd-opr-tentativas
                   else
                       move 0 to fd-opr-tentativas
                   end-if
                   move ws-dha-data-num to fd-opr-data-troca-senha
                   move ws-dha-data-num to fd-opr-data-ultimo-signon
                   write fd-operador-reg
                   if ws-fs-cadOperadores <> 0 then
                       move 5 to ws-msn-erro-offset
                       move ws-fs-cadOperadores to ws-msn-erro-cod
                       move 'Erro ao Gravar Arquivo cadOperadores' to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtde-convertidos
               end-if
           end-perform

           close arqOperadoresAntigo
           close cadOperadores

           display 'Cadastro convertido, operadores: ' ws-qtde-convertidos
                   line 18 column 05
           .
       converte-cadastro-antigo-exit.
           exit.
      *>________________________________________________________________________
      *>   finalização anormal - erro
      *>________________________________________________________________________
       finaliza-anormal section.
