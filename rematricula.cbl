      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "rematricula".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Campanha de rematricula - roda antes da virada para o ano de
      *>fechamento informado na linha de comando (./rematricula aaaa):
      *>  1) gera (ou atualiza) a campanha em arqRematricula.dat: todo
      *>     aluno ATIVO do ano entra como PENDENTE com a turma de destino
      *>     apos a promocao (mesma regra da virada: "Aprovado" avanca o
      *>     prefixo numerico da turma, os demais permanecem); quem ja
      *>     esta na campanha mantem a resposta e tem as turmas
      *>     recalculadas (as notas podem ter mudado desde a geracao)
      *>  2) lista em rematriculaElegiveis.txt os alunos da campanha por
      *>     turma de destino, com a resposta da familia e a condicao:
      *>     Recusado, Bloqueado (parcelas do ano em aberto, de meses ja
      *>     encerrados - a renegociada conta ate o acordo ser QUITADO),
      *>     Confirmado ou Pendente
      *>  3) resume em rematriculaStatus.txt, por turma de destino, os
      *>     confirmados, pendentes, bloqueados e recusados contra a
      *>     capacidade da turma
      *>As respostas sao gravadas na tela de Rematricula; a virada so
      *>promove os confirmados sem bloqueio.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select arqCadAl assign to "arqCadAlIndex.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod_aluno
           file status is ws-fs-arqCadAl.

           select arqRematricula assign to "arqRematricula.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rm-chave
           file status is ws-fs-arqRematricula.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tm-codigo
           file status is ws-fs-arqTurmas.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mn-chave
           file status is ws-fs-arqMensalidades.

           select arqTaxasAlunos assign to "arqTaxasAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ta-chave
           file status is ws-fs-arqTaxasAlunos.

           select arqAcordos assign to "arqAcordos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ac-numero
           file status is ws-fs-arqAcordos.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqElegiveis assign to "rematriculaElegiveis.txt"
           organization is line sequential
           file status is ws-fs-arqElegiveis.

           select arqStatus assign to "rematriculaStatus.txt"
           organization is line sequential
           file status is ws-fs-arqStatus.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd arqCadAl.

       01  fd-cadastro.
           05  fd-cod_aluno                        pic 9(05).
           05  fd-nome_aluno                       pic x(35).
           05  fd-data_nasc.
               10  fd-dia                          pic 9(02).
               10  fd-mes                          pic 9(02).
               10  fd-ano                          pic 9(04).
           05  fd-endereco.
               10  fd-cep                          pic x(09).
               10  fd-rua                          pic x(25).
               10  fd-n_casa                       pic 9(05).
               10  fd-bairro                       pic x(20).
               10  fd-cidade                       pic x(20).
               10  fd-uf                           pic x(02).
           05  fd-nome_mae                         pic x(35).
           05  fd-nome_pai                         pic x(35).
           05  fd-fone_pais                        pic x(15).
           05  fd-turma                            pic x(10).
           05  fd-ano_letivo                       pic 9(04).
           05  fd-notas-todas.
               10  fd-qtd-notas                    pic 9(02).
               10  fd-notas occurs 6.
                   15 fd-disciplina                 pic x(10).
                   15 fd-nota                       pic 99,99.
           05  fd-media                            pic 99,99.
           05  fd-situacao                         pic x(09).
           05  fd-status_cadastro                  pic x(09).
           05  fd-responsavel                      pic 9(05).

       fd arqRematricula.

       01  fd-rematricula.
           05  fd-rm-chave.
               10  fd-rm-ano                       pic 9(04).
               10  fd-rm-cod_aluno                 pic 9(05).
           05  fd-rm-turma                         pic x(10).
           05  fd-rm-turma-destino                 pic x(10).
           05  fd-rm-situacao                      pic x(10).
           05  fd-rm-data-resposta                 pic 9(08).
           05  fd-rm-usuario                       pic x(08).
           05  fd-rm-data-geracao                  pic 9(08).

       fd arqTurmas.

       01  fd-turma-reg.
           05  fd-tm-codigo                        pic x(10).
           05  fd-tm-turno                         pic x(10).
           05  fd-tm-professor                     pic x(35).
           05  fd-tm-capacidade                    pic 9(03).
           05  fd-tm-mensalidade                   pic 9(04),99.

       fd arqMensalidades.

       01  fd-mensalidade.
           05  fd-mn-chave.
               10  fd-mn-cod_aluno                 pic 9(05).
               10  fd-mn-ano                       pic 9(04).
               10  fd-mn-mes                       pic 9(02).
           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

      *>----Taxas avulsas lancadas por aluno (ABERTA, PAGA ou CANCELADA)
       fd arqTaxasAlunos.

       01  fd-taxa-aluno.
           05  fd-ta-chave.
               10  fd-ta-cod_aluno                 pic 9(05).
               10  fd-ta-seq                       pic 9(04).
           05  fd-ta-codigo                        pic 9(03).
           05  fd-ta-ano                           pic 9(04).
           05  fd-ta-mes                           pic 9(02).
           05  fd-ta-descricao                     pic x(30).
           05  fd-ta-categoria                     pic x(10).
           05  fd-ta-valor                         pic 9(04),99.
           05  fd-ta-valor-pago                    pic 9(04),99.
           05  fd-ta-situacao                      pic x(09).
           05  fd-ta-vencimento                    pic 9(08).
           05  fd-ta-encargos-ate                  pic 9(08).
           05  fd-ta-data-lancamento               pic 9(08).
           05  fd-ta-usuario                       pic x(08).

       fd arqAcordos.

       01  fd-acordo.
           05  fd-ac-numero                        pic 9(04).
           05  fd-ac-responsavel                   pic 9(05).
           05  fd-ac-cod-titular                   pic 9(05).
           05  fd-ac-data                          pic 9(08).
           05  fd-ac-valor-total                   pic 9(06),99.
           05  fd-ac-entrada                       pic 9(04),99.
           05  fd-ac-qtd-parcelas                  pic 9(02).
           05  fd-ac-primeiro-venc                 pic 9(08).
           05  fd-ac-situacao                      pic x(09).
           05  fd-ac-usuario                       pic x(08).

       fd arqParametros.

       01  fd-parametros.
           05  fd-par-chave                        pic x(08).
           05  fd-par-ultimo-codigo                pic 9(05).
           05  fd-par-limite-aprov                 pic 99,99.
           05  fd-par-limite-faltas                pic 9(02).
           05  fd-par-nome-escola                  pic x(40).
           05  fd-par-senha                        pic x(08).
           05  fd-par-multa-perc                   pic 99,99.
           05  fd-par-juros-dia                    pic 9,9999.
           05  fd-par-dias-carencia                pic 9(02).
           05  fd-par-dia-vencimento               pic 9(02).
           05  fd-par-dias-rompimento              pic 9(03).
           05  fd-par-cnpj                         pic x(14).
           05  fd-par-inscr-municipal              pic x(08).
           05  fd-par-cod-municipio                pic 9(07).
           05  fd-par-cod-servico                  pic x(05).
           05  fd-par-aliquota-iss                 pic 99,99.
           05  fd-par-serie-rps                    pic x(05).
           05  fd-par-ultimo-rps                   pic 9(08).
           05  fd-par-ultimo-lote-rps              pic 9(06).
           05  fd-par-cod-inep                     pic 9(08).

       fd arqElegiveis.

       01  ele-linha                               pic x(132).

       fd arqStatus.

       01  sta-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqCadAl                          pic x(02).
       77  ws-fs-arqRematricula                    pic x(02).
       77  ws-fs-arqTurmas                         pic x(02).
       77  ws-fs-arqMensalidades                   pic x(02).
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqElegiveis                      pic x(02).
       77  ws-fs-arqStatus                         pic x(02).

       77  ws-tem-turmas                           pic x(01) value "N".
       77  ws-tem-mensalidades                     pic x(01) value "N".
       77  ws-tem-acordos                          pic x(01) value "N".
       77  ws-tem-taxas                            pic x(01) value "N".
       77  ws-tem-parametros                       pic x(01) value "N".

       77  ws-fim-arquivo                          pic x(01).
       77  ws-rm-fim                               pic x(01).
       77  ws-mn-fim                               pic x(01).
       77  ws-tx-fim                               pic x(01).

      *>----Nome da escola impresso no cabecalho; sem o arquivo de
      *>----parametros permanece o padrao historico
       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL".

      *>---- Ano de fechamento informado na linha de comando (obrigatorio)
       77  ws-ano-param                            pic x(10).
       77  ws-ano-trim                             pic x(10).
       77  ws-ano-tam                              pic 9(02).
       77  ws-ano-valido                           pic x(01).
       77  ws-ano-fechamento                       pic 9(04).
       77  ws-ano-novo                             pic 9(04).

       77  ws-data-hoje                            pic 9(08).
       77  ws-comp-hoje                            pic 9(06).
       77  ws-comp-parcela                         pic 9(06).

      *>---- Avanco da turma: prefixo numerico da turma + 1 (mesma regra
      *>---- da virada)
       77  ws-turma-pfx-len                        pic 9(02).
       77  ws-turma-num                            pic 9(02).
       77  ws-turma-num-edt                        pic z9.
       77  ws-turma-nova                           pic x(10).
       77  ws-turma-anterior                       pic x(10).
       77  ws-ptr                                  pic 9(03).
       77  ws-i                                    pic 9(02).

      *>---- Turmas de destino da campanha: as de arqTurmas.dat e as que
      *>---- nao estao cadastradas (ex.: promocao alem da ultima serie)
       01  ws-destinos.
           05  ws-ds-qtd                           pic 9(02).
           05  ws-ds-item occurs 99.
               10  ws-ds-turma                     pic x(10).
               10  ws-ds-cadastrada                pic x(01).
               10  ws-ds-capacidade                pic 9(03).
               10  ws-ds-confirmados               pic 9(03).
               10  ws-ds-pendentes                 pic 9(03).
               10  ws-ds-bloqueados                pic 9(03).
               10  ws-ds-recusados                 pic 9(03).

       77  ws-ds                                   pic 9(02).
       77  ws-ds-achou                             pic 9(02).

      *>---- Condicao do aluno na campanha
       77  ws-abertas                              pic 9(03).
       77  ws-condicao                             pic x(10).

      *>---- Data da resposta (aaaammdd) quebrada para impressao
       01  ws-data-resp                            pic 9(08).
       01  ws-data-resp-r redefines ws-data-resp.
           05  ws-dr-ano                           pic 9(04).
           05  ws-dr-mes                           pic 9(02).
           05  ws-dr-dia                           pic 9(02).
       01  ws-data-edt.
           05  ws-data-dia-edt                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-mes-edt                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-ano-edt                     pic 9(04).

      *>---- Totais
       77  ws-qtd-novos                            pic 9(05) value zero.
       77  ws-qtd-atualizados                      pic 9(05) value zero.
       77  ws-tot-confirmados                      pic 9(05) value zero.
       77  ws-tot-pendentes                        pic 9(05) value zero.
       77  ws-tot-bloqueados                       pic 9(05) value zero.
       77  ws-tot-recusados                        pic 9(05) value zero.
       77  ws-tot-capacidade                       pic 9(05) value zero.
       77  ws-total-turma                          pic 9(05).
       77  ws-vagas-turma                          pic s9(05).

       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-abertas-edt                          pic zz9.
       77  ws-qtd-edt                              pic zzzz9.
       77  ws-vagas-edt                            pic zzzz9-.
       77  ws-qtd-novos-edt                        pic zzzz9.
       77  ws-qtd-atualizados-edt                  pic zzzz9.
       77  ws-tot-confirmados-edt                  pic zzzz9.
       77  ws-tot-pendentes-edt                    pic zzzz9.
       77  ws-tot-bloqueados-edt                   pic zzzz9.
       77  ws-tot-recusados-edt                    pic zzzz9.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform gerar-campanha.
           perform listar-campanha.
           perform imprime-status-campanha.
           perform finaliza.
           stop run.

       inicializa section.

           accept ws-ano-param from command-line
           perform validar-ano-fechamento
           if ws-ano-valido = "N" then
               move "Informe o Ano Letivo de Fechamento (aaaa) na Linha de Comando." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           compute ws-ano-novo = ws-ano-fechamento + 1

           accept ws-data-hoje from date yyyymmdd
           divide ws-data-hoje by 100 giving ws-comp-hoje

           open input arqCadAl
           if ws-fs-arqCadAl <> "00" then
               move "Erro ao abrir arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open i-o arqRematricula         *> Abre (ou cria) a campanha de rematricula
           if ws-fs-arqRematricula = "35" then
               open output arqRematricula  *> Primeira campanha: cria o arquivo vazio
               close arqRematricula
               open i-o arqRematricula
           end-if
           if ws-fs-arqRematricula <> "00"
           and ws-fs-arqRematricula <> "05" then
               move "Erro ao abrir arq. arqRematricula.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqTurmas            *> Sem o arquivo de turmas todo destino sai
           evaluate ws-fs-arqTurmas        *> como turma nao cadastrada
               when "00"
                   move "S" to ws-tem-turmas
               when "35"
                   move "N" to ws-tem-turmas
               when other
                   move "Erro ao abrir arq. arqTurmas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqMensalidades      *> Sem mensalidades geradas nao ha bloqueio
           evaluate ws-fs-arqMensalidades
               when "00"
                   move "S" to ws-tem-mensalidades
               when "35"
                   move "N" to ws-tem-mensalidades
               when other
                   move "Erro ao abrir arq. arqMensalidades.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqAcordos           *> Sem o arquivo de acordos a parcela
           evaluate ws-fs-arqAcordos       *> renegociada conta como aberta
               when "00"
                   move "S" to ws-tem-acordos
               when "35"
                   move "N" to ws-tem-acordos
               when other
                   move "Erro ao abrir arq. arqAcordos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqTaxasAlunos       *> Sem taxas avulsas lancadas so as
           evaluate ws-fs-arqTaxasAlunos   *> parcelas entram na contagem
               when "00"
                   move "S" to ws-tem-taxas
               when "35"
                   move "N" to ws-tem-taxas
               when other
                   move "Erro ao abrir arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqParametros        *> Sem o arquivo de parametros o cabecalho
           evaluate ws-fs-arqParametros    *> sai com o nome padrao da escola
               when "00"
                   move "S" to ws-tem-parametros
                   move "PARAMS" to fd-par-chave
                   read arqParametros
                   if ws-fs-arqParametros = "00" then
                       move fd-par-nome-escola to ws-nome-escola
                   end-if
               when "35"
                   move "N" to ws-tem-parametros
               when other
                   move "Erro ao abrir arq. arqParametros.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open output arqElegiveis
           if ws-fs-arqElegiveis <> "00" then
               move "Erro ao abrir arq. rematriculaElegiveis.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqStatus
           if ws-fs-arqStatus <> "00" then
               move "Erro ao abrir arq. rematriculaStatus.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           perform carregar-turmas-destino

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica o ano de fechamento recebido na linha de comando
      *>------------------------------------------------------------------------
       validar-ano-fechamento section.

           move "S" to ws-ano-valido

           move function trim(ws-ano-param)                  to ws-ano-trim
           move function length(function trim(ws-ano-param)) to ws-ano-tam

           if ws-ano-param = spaces
           or ws-ano-tam <> 4 then
               move "N" to ws-ano-valido
           else
               perform varying ws-i from 1 by 1 until ws-i > 4
                   if ws-ano-trim(ws-i:1) not numeric then
                       move "N" to ws-ano-valido
                   end-if
               end-perform
           end-if

           if ws-ano-valido = "S" then
               move ws-ano-trim(1:4) to ws-ano-fechamento
               if ws-ano-fechamento = zero then
                   move "N" to ws-ano-valido
               end-if
           end-if

           .
       validar-ano-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega as turmas cadastradas como destinos, com a capacidade
      *>------------------------------------------------------------------------
       carregar-turmas-destino section.

           move zero to ws-ds-qtd

           if ws-tem-turmas = "S" then
               move low-values to fd-tm-codigo
               start arqTurmas key is not < fd-tm-codigo

               evaluate ws-fs-arqTurmas
                   when "00"
                       move "N" to ws-fim-arquivo
                       perform until ws-fim-arquivo = "S"
                           read arqTurmas next
                           evaluate ws-fs-arqTurmas
                               when "00"
                                   if ws-ds-qtd >= 99 then
                                       move "Turmas Demais para a Campanha (Maximo 99)." to ws-msg-erro-fatal
                                       perform erro-fatal
                                   end-if
                                   add 1 to ws-ds-qtd
                                   move fd-tm-codigo     to ws-ds-turma(ws-ds-qtd)
                                   move "S"              to ws-ds-cadastrada(ws-ds-qtd)
                                   move fd-tm-capacidade to ws-ds-capacidade(ws-ds-qtd)
                                   move zero             to ws-ds-confirmados(ws-ds-qtd)
                                   move zero             to ws-ds-pendentes(ws-ds-qtd)
                                   move zero             to ws-ds-bloqueados(ws-ds-qtd)
                                   move zero             to ws-ds-recusados(ws-ds-qtd)
                               when "10"
                                   move "S" to ws-fim-arquivo
                               when other
                                   move "Erro ao Ler Arq. arqTurmas.dat" to ws-msg-erro-fatal
                                   perform erro-fatal
                           end-evaluate
                       end-perform
                   when "23"
                       continue                        *> Nenhuma turma cadastrada
                   when other
                       move "Erro ao Posicionar Arq. arqTurmas.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       carregar-turmas-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro e inclui (ou atualiza) na campanha cada aluno
      *>   ativo do ano de fechamento
      *>------------------------------------------------------------------------
       gerar-campanha section.

           move 1 to fd-cod_aluno
           start arqCadAl

           evaluate ws-fs-arqCadAl
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqCadAl next
                       if ws-fs-arqCadAl = "00" then
                           if fd-status_cadastro <> "INATIVO"
                           and fd-ano_letivo = ws-ano-fechamento then
                               perform incluir-aluno-campanha
                           end-if
                       else
                           if ws-fs-arqCadAl = "10" then
                               move "S" to ws-fim-arquivo
                           else
                               move "Erro ao Ler Arq. arqCadAl!" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue
               when other
                   move "Erro ao Posicionar Arq. arqCadAl!" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       gerar-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui o aluno corrente como PENDENTE ou, se ja estiver na
      *>   campanha, recalcula as turmas mantendo a resposta gravada
      *>------------------------------------------------------------------------
       incluir-aluno-campanha section.

           move fd-turma to ws-turma-anterior
           if fd-situacao = "Aprovado" then
               perform avancar-turma
           else
               move fd-turma to ws-turma-nova
           end-if

           move ws-ano-fechamento to fd-rm-ano
           move fd-cod_aluno      to fd-rm-cod_aluno
           read arqRematricula

           evaluate ws-fs-arqRematricula
               when "00"
                   move fd-turma      to fd-rm-turma
                   move ws-turma-nova to fd-rm-turma-destino
                   rewrite fd-rematricula
                   if ws-fs-arqRematricula <> "00" then
                       move "Erro ao Regravar arq. arqRematricula.dat" to ws-msg-erro-fatal
                       perform erro-fatal
                   end-if
                   add 1 to ws-qtd-atualizados
               when "23"
                   move ws-ano-fechamento to fd-rm-ano
                   move fd-cod_aluno      to fd-rm-cod_aluno
                   move fd-turma          to fd-rm-turma
                   move ws-turma-nova     to fd-rm-turma-destino
                   move "PENDENTE"        to fd-rm-situacao
                   move zero              to fd-rm-data-resposta
                   move spaces            to fd-rm-usuario
                   move ws-data-hoje      to fd-rm-data-geracao
                   write fd-rematricula
                   if ws-fs-arqRematricula <> "00" then
                       move "Erro ao Gravar arq. arqRematricula.dat" to ws-msg-erro-fatal
                       perform erro-fatal
                   end-if
                   add 1 to ws-qtd-novos
               when other
                   move "Erro ao Ler arq. arqRematricula.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform localizar-destino           *> Destino fora do cadastro de turmas
                                               *> entra na tabela sem capacidade
           .
       incluir-aluno-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza a turma fd-rm-turma-destino na tabela de destinos
      *>   (ws-ds-achou); a turma nao cadastrada e incluida sem capacidade
      *>------------------------------------------------------------------------
       localizar-destino section.

           move zero to ws-ds-achou
           perform varying ws-ds from 1 by 1
                     until ws-ds > ws-ds-qtd
                        or ws-ds-achou > zero
               if ws-ds-turma(ws-ds) = fd-rm-turma-destino then
                   move ws-ds to ws-ds-achou
               end-if
           end-perform

           if ws-ds-achou = zero then
               if ws-ds-qtd >= 99 then
                   move "Turmas Demais para a Campanha (Maximo 99)." to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
               add 1 to ws-ds-qtd
               move ws-ds-qtd           to ws-ds-achou
               move fd-rm-turma-destino to ws-ds-turma(ws-ds-qtd)
               move "N"                 to ws-ds-cadastrada(ws-ds-qtd)
               move zero                to ws-ds-capacidade(ws-ds-qtd)
               move zero                to ws-ds-confirmados(ws-ds-qtd)
               move zero                to ws-ds-pendentes(ws-ds-qtd)
               move zero                to ws-ds-bloqueados(ws-ds-qtd)
               move zero                to ws-ds-recusados(ws-ds-qtd)
           end-if

           .
       localizar-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Avanca o prefixo numerico da turma (ex.: "3A" vira "4A"); turma
      *>   sem prefixo numerico permanece como esta
      *>------------------------------------------------------------------------
       avancar-turma section.

           move zero to ws-turma-pfx-len
           perform varying ws-i from 1 by 1
                     until ws-i > 2
                        or ws-turma-anterior(ws-i:1) not numeric
               move ws-i to ws-turma-pfx-len
           end-perform

           if ws-turma-pfx-len = zero then
               move ws-turma-anterior to ws-turma-nova
           else
               move ws-turma-anterior(1:ws-turma-pfx-len) to ws-turma-num
               add 1 to ws-turma-num
               move ws-turma-num to ws-turma-num-edt

               move spaces to ws-turma-nova
               move 1      to ws-ptr
               if ws-turma-num < 10 then
                   string ws-turma-num-edt(2:1) delimited by size
                     into ws-turma-nova
                     with pointer ws-ptr
                   end-string
               else
                   string ws-turma-num-edt      delimited by size
                     into ws-turma-nova
                     with pointer ws-ptr
                   end-string
               end-if
               string ws-turma-anterior(ws-turma-pfx-len + 1:) delimited by size
                 into ws-turma-nova
                 with pointer ws-ptr
               end-string
           end-if

           .
       avancar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lista os alunos da campanha agrupados por turma de destino e
      *>   acumula a condicao de cada um na tabela de destinos
      *>------------------------------------------------------------------------
       listar-campanha section.

           move ws-nome-escola to ele-linha
           write ele-linha

           move spaces to ele-linha
           string "Rematricula "             delimited by size
                  ws-ano-fechamento          delimited by size
                  " -> "                     delimited by size
                  ws-ano-novo                delimited by size
                  " - Alunos Elegiveis por Turma de Destino" delimited by size
             into ele-linha
           end-string
           write ele-linha

           move all "=" to ele-linha
           write ele-linha

           perform varying ws-ds from 1 by 1 until ws-ds > ws-ds-qtd
               perform listar-destino
           end-perform

           .
       listar-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre a campanha do ano e lista os alunos da turma de
      *>   destino ws-ds ainda ativos no ano de fechamento
      *>------------------------------------------------------------------------
       listar-destino section.

           move spaces to ele-linha
           write ele-linha

           move spaces to ele-linha
           if ws-ds-cadastrada(ws-ds) = "S" then
               string "Turma de Destino: "   delimited by size
                      ws-ds-turma(ws-ds)     delimited by size
                 into ele-linha
               end-string
           else
               string "Turma de Destino: "   delimited by size
                      ws-ds-turma(ws-ds)     delimited by size
                      "  (nao cadastrada em arqTurmas)" delimited by size
                 into ele-linha
               end-string
           end-if
           write ele-linha

           move spaces to ele-linha
           move "Cod."               to ele-linha(1:5)
           move "Aluno"              to ele-linha(8:35)
           move "Turma Atual"        to ele-linha(45:11)
           move "Resposta"           to ele-linha(58:10)
           move "Data Resp."         to ele-linha(70:10)
           move "Condicao"           to ele-linha(82:10)
           move "Em Aberto"          to ele-linha(94:9)
           write ele-linha

           move all "-" to ele-linha
           write ele-linha

           move ws-ano-fechamento to fd-rm-ano
           move zero              to fd-rm-cod_aluno
           start arqRematricula key is not < fd-rm-chave

           evaluate ws-fs-arqRematricula
               when "00"
                   move "N" to ws-rm-fim
                   perform until ws-rm-fim = "S"
                       read arqRematricula next
                       if ws-fs-arqRematricula = "00"
                       and fd-rm-ano = ws-ano-fechamento then
                           if fd-rm-turma-destino = ws-ds-turma(ws-ds) then
                               perform listar-aluno-campanha
                           end-if
                       else
                           if ws-fs-arqRematricula = "00"
                           or ws-fs-arqRematricula = "10" then
                               move "S" to ws-rm-fim
                           else
                               move "Erro ao Ler Arq. arqRematricula.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Campanha vazia
               when other
                   move "Erro ao Posicionar Arq. arqRematricula.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       listar-destino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Classifica e lista o aluno corrente da campanha; quem saiu da
      *>   escola (ou mudou de ano letivo) depois da geracao fica de fora
      *>------------------------------------------------------------------------
       listar-aluno-campanha section.

           move fd-rm-cod_aluno to fd-cod_aluno
           read arqCadAl
           evaluate ws-fs-arqCadAl
               when "00"
                   if fd-status_cadastro <> "INATIVO"
                   and fd-ano_letivo = ws-ano-fechamento then
                       perform contar-parcelas-abertas
                       perform imprime-aluno-campanha
                   end-if
               when "23"
                   continue                            *> Cadastro removido depois da geracao
               when other
                   move "Erro ao Ler Arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       listar-aluno-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o aluno corrente da campanha com a condicao apurada
      *>------------------------------------------------------------------------
       imprime-aluno-campanha section.

           evaluate true
               when fd-rm-situacao = "RECUSADA"
                   move "Recusado"   to ws-condicao
                   add 1 to ws-ds-recusados(ws-ds)
               when ws-abertas > zero
                   move "Bloqueado"  to ws-condicao
                   add 1 to ws-ds-bloqueados(ws-ds)
               when fd-rm-situacao = "CONFIRMADA"
                   move "Confirmado" to ws-condicao
                   add 1 to ws-ds-confirmados(ws-ds)
               when other
                   move "Pendente"   to ws-condicao
                   add 1 to ws-ds-pendentes(ws-ds)
           end-evaluate

           move fd-rm-cod_aluno to ws-cod-aluno-edt
           move ws-abertas      to ws-abertas-edt

           move spaces to ele-linha
           move ws-cod-aluno-edt     to ele-linha(1:5)
           move fd-nome_aluno        to ele-linha(8:35)
           move fd-rm-turma          to ele-linha(45:10)
           move fd-rm-situacao       to ele-linha(58:10)
           if fd-rm-data-resposta is numeric
           and fd-rm-data-resposta > zero then
               move fd-rm-data-resposta to ws-data-resp
               move ws-dr-dia           to ws-data-dia-edt
               move ws-dr-mes           to ws-data-mes-edt
               move ws-dr-ano           to ws-data-ano-edt
               move ws-data-edt         to ele-linha(70:10)
           end-if
           move ws-condicao          to ele-linha(82:10)
           if ws-abertas > zero then
               move ws-abertas-edt   to ele-linha(100:3)
           end-if
           write ele-linha
           if ws-fs-arqElegiveis <> "00" then
               move "Erro ao Gravar arq. rematriculaElegiveis.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-aluno-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta as parcelas do ano de fechamento do aluno fd-cod_aluno em
      *>   aberto, de meses anteriores ao corrente: paga, isenta e
      *>   cancelada estao quitadas; a renegociada so com o acordo QUITADO.
      *>   As taxas avulsas do ano entram na contagem pela mesma regra
      *>------------------------------------------------------------------------
       contar-parcelas-abertas section.

           move zero to ws-abertas

           move fd-cod_aluno      to fd-mn-cod_aluno
           move ws-ano-fechamento to fd-mn-ano
           move zero              to fd-mn-mes
           if ws-tem-mensalidades = "S" then
               start arqMensalidades key is not < fd-mn-chave
           else
               move "23" to ws-fs-arqMensalidades  *> Sem mensalidades geradas
           end-if

           evaluate ws-fs-arqMensalidades
               when "00"
                   move "N" to ws-mn-fim
                   perform until ws-mn-fim = "S"
                       read arqMensalidades next
                       if ws-fs-arqMensalidades = "00" then
                           if fd-mn-cod_aluno = fd-cod_aluno
                           and fd-mn-ano = ws-ano-fechamento then
                               compute ws-comp-parcela = fd-mn-ano * 100 + fd-mn-mes
                               evaluate fd-mn-situacao
                                   when "PAGA"
                                   when "ISENTA"
                                   when "CANCELADA"
                                       continue
                                   when "RENEGOCIA"
                                       if ws-tem-acordos = "S" then
                                           move fd-mn-acordo to fd-ac-numero
                                           read arqAcordos
                                           if ws-fs-arqAcordos <> "00"
                                           or fd-ac-situacao <> "QUITADO" then
                                               add 1 to ws-abertas
                                           end-if
                                       else
                                           add 1 to ws-abertas
                                       end-if
                                   when other
                                       if ws-comp-parcela < ws-comp-hoje then
                                           add 1 to ws-abertas
                                       end-if
                               end-evaluate
                           else
                               move "S" to ws-mn-fim
                           end-if
                       else
                           if ws-fs-arqMensalidades = "10" then
                               move "S" to ws-mn-fim
                           else
                               move "Erro ao Ler Arq. arqMensalidades.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem mensalidades no ano
               when other
                   move "Erro ao Posicionar Arq. arqMensalidades.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           if ws-tem-taxas = "S" then
               perform contar-taxas-abertas
           end-if

           .
       contar-parcelas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma a ws-abertas as taxas avulsas do ano fechado do aluno
      *>   fd-cod_aluno em aberto, de competencia anterior ao mes corrente
      *>   (paga e cancelada estao quitadas)
      *>------------------------------------------------------------------------
       contar-taxas-abertas section.

           move fd-cod_aluno to fd-ta-cod_aluno
           move zero         to fd-ta-seq
           start arqTaxasAlunos key is not < fd-ta-chave

           evaluate ws-fs-arqTaxasAlunos
               when "00"
                   move "N" to ws-tx-fim
                   perform until ws-tx-fim = "S"
                       read arqTaxasAlunos next
                       if ws-fs-arqTaxasAlunos = "00"
                       and fd-ta-cod_aluno = fd-cod_aluno then
                           compute ws-comp-parcela = fd-ta-ano * 100 + fd-ta-mes
                           if fd-ta-ano = ws-ano-fechamento
                           and fd-ta-situacao <> "PAGA"
                           and fd-ta-situacao <> "CANCELADA"
                           and ws-comp-parcela < ws-comp-hoje then
                               add 1 to ws-abertas
                           end-if
                       else
                           if ws-fs-arqTaxasAlunos = "00"
                           or ws-fs-arqTaxasAlunos = "10" then
                               move "S" to ws-tx-fim
                           else
                               move "Erro ao Ler Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem taxas lancadas
               when other
                   move "Erro ao Posicionar Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       contar-taxas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o status da campanha por turma de destino e os totais
      *>------------------------------------------------------------------------
       imprime-status-campanha section.

           move ws-nome-escola to sta-linha
           write sta-linha

           move spaces to sta-linha
           string "Status da Campanha de Rematricula "  delimited by size
                  ws-ano-fechamento                     delimited by size
                  " -> "                                delimited by size
                  ws-ano-novo                           delimited by size
             into sta-linha
           end-string
           write sta-linha

           move all "=" to sta-linha
           write sta-linha

           move spaces to sta-linha
           move "Turma Destino"      to sta-linha(1:13)
           move "Capac."             to sta-linha(16:6)
           move "Confirm."           to sta-linha(24:8)
           move "Pendentes"          to sta-linha(34:9)
           move "Bloqueados"         to sta-linha(45:10)
           move "Recusados"          to sta-linha(57:9)
           move "Total"              to sta-linha(68:5)
           move "Vagas Apos Confirm." to sta-linha(75:19)
           write sta-linha

           move all "-" to sta-linha
           write sta-linha

           perform varying ws-ds from 1 by 1 until ws-ds > ws-ds-qtd
               compute ws-total-turma = ws-ds-confirmados(ws-ds)
                                      + ws-ds-pendentes(ws-ds)
                                      + ws-ds-bloqueados(ws-ds)
                                      + ws-ds-recusados(ws-ds)

               add ws-ds-confirmados(ws-ds) to ws-tot-confirmados
               add ws-ds-pendentes(ws-ds)   to ws-tot-pendentes
               add ws-ds-bloqueados(ws-ds)  to ws-tot-bloqueados
               add ws-ds-recusados(ws-ds)   to ws-tot-recusados
               add ws-ds-capacidade(ws-ds)  to ws-tot-capacidade

               move spaces to sta-linha
               move ws-ds-turma(ws-ds)      to sta-linha(1:10)
               if ws-ds-cadastrada(ws-ds) = "S" then
                   move ws-ds-capacidade(ws-ds) to ws-qtd-edt
                   move ws-qtd-edt              to sta-linha(16:5)
               else
                   move "*"                     to sta-linha(12:1)
               end-if
               move ws-ds-confirmados(ws-ds) to ws-qtd-edt
               move ws-qtd-edt               to sta-linha(26:5)
               move ws-ds-pendentes(ws-ds)   to ws-qtd-edt
               move ws-qtd-edt               to sta-linha(37:5)
               move ws-ds-bloqueados(ws-ds)  to ws-qtd-edt
               move ws-qtd-edt               to sta-linha(49:5)
               move ws-ds-recusados(ws-ds)   to ws-qtd-edt
               move ws-qtd-edt               to sta-linha(60:5)
               move ws-total-turma           to ws-qtd-edt
               move ws-qtd-edt               to sta-linha(68:5)
               if ws-ds-cadastrada(ws-ds) = "S" then
                   compute ws-vagas-turma = ws-ds-capacidade(ws-ds)
                                          - ws-ds-confirmados(ws-ds)
                   move ws-vagas-turma       to ws-vagas-edt
                   move ws-vagas-edt         to sta-linha(80:6)
               end-if
               write sta-linha
               if ws-fs-arqStatus <> "00" then
                   move "Erro ao Gravar arq. rematriculaStatus.txt" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
           end-perform

           move all "-" to sta-linha
           write sta-linha

           compute ws-total-turma = ws-tot-confirmados + ws-tot-pendentes
                                  + ws-tot-bloqueados  + ws-tot-recusados

           move spaces to sta-linha
           move "TOTAL"                  to sta-linha(1:5)
           move ws-tot-capacidade        to ws-qtd-edt
           move ws-qtd-edt               to sta-linha(16:5)
           move ws-tot-confirmados       to ws-qtd-edt
           move ws-qtd-edt               to sta-linha(26:5)
           move ws-tot-pendentes         to ws-qtd-edt
           move ws-qtd-edt               to sta-linha(37:5)
           move ws-tot-bloqueados        to ws-qtd-edt
           move ws-qtd-edt               to sta-linha(49:5)
           move ws-tot-recusados         to ws-qtd-edt
           move ws-qtd-edt               to sta-linha(60:5)
           move ws-total-turma           to ws-qtd-edt
           move ws-qtd-edt               to sta-linha(68:5)
           write sta-linha

           move spaces to sta-linha
           write sta-linha

           move "* turma de destino nao cadastrada em arqTurmas (sem capacidade)" to sta-linha
           write sta-linha

           move ws-qtd-novos       to ws-qtd-novos-edt
           move ws-qtd-atualizados to ws-qtd-atualizados-edt
           move spaces to sta-linha
           string "Incluidos na Campanha Nesta Execucao: " delimited by size
                  ws-qtd-novos-edt                         delimited by size
                  "   Turmas Recalculadas: "               delimited by size
                  ws-qtd-atualizados-edt                   delimited by size
             into sta-linha
           end-string
           write sta-linha

           move ws-tot-confirmados to ws-tot-confirmados-edt
           move ws-tot-pendentes   to ws-tot-pendentes-edt
           move ws-tot-bloqueados  to ws-tot-bloqueados-edt
           move ws-tot-recusados   to ws-tot-recusados-edt
           display "Rematricula " ws-ano-fechamento
                   " - Confirmados: " ws-tot-confirmados-edt
                   "  Pendentes: "    ws-tot-pendentes-edt
                   "  Bloqueados: "   ws-tot-bloqueados-edt
                   "  Recusados: "    ws-tot-recusados-edt

           .
       imprime-status-campanha-exit.
           exit.

       erro-fatal section.

           display ws-msg-erro-fatal
           perform finaliza
           move 8 to return-code             *> Sinaliza o erro ao controlador da rodada
           stop run

           .
       erro-fatal-exit.
           exit.

       finaliza section.

           close arqCadAl
           close arqRematricula
           if ws-tem-turmas = "S" then
               close arqTurmas
           end-if
           if ws-tem-mensalidades = "S" then
               close arqMensalidades
           end-if
           if ws-tem-acordos = "S" then
               close arqAcordos
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           close arqElegiveis
           close arqStatus

           .
       finaliza-exit.
           exit.
