      *>da turma + 1), os demais permanecem na mesma turma, o ano letivo e
      *>incrementado e as notas/media/situacao sao limpas. O resumo de
      *>promovidos e retidos sai em viradaAnoResumo.txt.
      *>A virada depende da campanha de rematricula do ano
      *>(arqRematricula.dat, gerada por ./rematricula aaaa): so o aluno
      *>CONFIRMADO e sem parcelas do ano em aberto passa ao novo ano; os
      *>demais ficam INATIVOS no ano fechado com a situacao final
      *>"Recusou", "Bloqueado" (parcelas em aberto) ou "Nao Conf." (sem
      *>resposta), e a saida entra na movimentacao de alunos. Ao final,
      *>as vagas que sobram em cada turma do novo ano sao liberadas aos
      *>primeiros da lista de espera (arqListaEspera.dat), com a oferta
      *>anotada em ofertasListaEspera.txt.

      *>Divisão para configuração do ambiente
       Environment Division.
           organization is line sequential
           file status is ws-fs-arqResumo.

           select arqRematricula assign to "arqRematricula.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rm-chave
           file status is ws-fs-arqRematricula.

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

           select arqMovimentos assign to "arqMovimentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mv-chave
           file status is ws-fs-arqMovimentos.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tm-codigo
           file status is ws-fs-arqTurmas.

           select arqListaEspera assign to "arqListaEspera.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-le-chave
           file status is ws-fs-arqListaEspera.

           select arqOfertasEspera assign to "ofertasListaEspera.txt"
           organization is line sequential
           file status is ws-fs-arqOfertasEspera.

       I-O-Control.



       01  res-linha                               pic x(132).

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

       fd arqMovimentos.

       01  fd-movimento.
           05  fd-mv-chave.
               10  fd-mv-cod_aluno                 pic 9(05).
               10  fd-mv-data                      pic 9(08).
               10  fd-mv-tipo                      pic x(01).
           05  fd-mv-escola                        pic x(40).
           05  fd-mv-turma                         pic x(10).
           05  fd-mv-ano_letivo                    pic 9(04).
           05  fd-mv-canceladas                    pic 9(02).
           05  fd-mv-usuario                       pic x(08).
           05  fd-mv-data-registro                 pic 9(08).

       fd arqTurmas.

       01  fd-turma-reg.
           05  fd-tm-codigo                        pic x(10).
           05  fd-tm-turno                         pic x(10).
           05  fd-tm-professor                     pic x(35).
           05  fd-tm-capacidade                    pic 9(03).
           05  fd-tm-mensalidade                   pic 9(04),99.

       fd arqListaEspera.

       01  fd-lista-espera.
           05  fd-le-chave.
               10  fd-le-turma                     pic x(10).
               10  fd-le-posicao                   pic 9(03).
           05  fd-le-nome                          pic x(35).
           05  fd-le-fone                          pic x(15).
           05  fd-le-data                          pic 9(08).
           05  fd-le-liberada                      pic 9(08).

       fd arqOfertasEspera.

       01  ofe-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqNotasBim                       pic x(02).
       77  ws-fs-arqNotasBimHist                   pic x(02).
       77  ws-fs-arqResumo                         pic x(02).
       77  ws-fs-arqRematricula                    pic x(02).
       77  ws-fs-arqMensalidades                   pic x(02).
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-fs-arqMovimentos                     pic x(02).
       77  ws-fs-arqTurmas                         pic x(02).
       77  ws-fs-arqListaEspera                    pic x(02).
       77  ws-fs-arqOfertasEspera                  pic x(02).

       77  ws-fim-arquivo                          pic x(01) value "N".


       77  ws-situacao-final                       pic x(10).

      *>---- Campanha de rematricula: resposta da familia e parcelas do
      *>---- ano fechado em aberto (de meses anteriores ao corrente, a
      *>---- renegociada ate o acordo ser QUITADO)
       77  ws-tem-mensalidades                     pic x(01) value "N".
       77  ws-tem-acordos                          pic x(01) value "N".
       77  ws-tem-taxas                            pic x(01) value "N".
       77  ws-rm-achou                             pic x(01).
       77  ws-mn-fim                               pic x(01).
       77  ws-tx-fim                               pic x(01).
       77  ws-abertas                              pic 9(03).
       77  ws-data-hoje                            pic 9(08).
       77  ws-comp-hoje                            pic 9(06).
       77  ws-comp-parcela                         pic 9(06).

      *>---- Vagas do novo ano por turma (capacidade - alunos ativos no
      *>---- ano novo) liberadas aos primeiros da lista de espera
       77  ws-tem-turmas                           pic x(01) value "N".
       77  ws-tem-espera                           pic x(01) value "N".
       77  ws-le-fim                               pic x(01).
       01  ws-vagas.
           05  ws-vg-qtd                           pic 9(02).
           05  ws-vg-item occurs 99.
               10  ws-vg-turma                     pic x(10).
               10  ws-vg-capacidade                pic 9(03).
               10  ws-vg-ocupadas                  pic 9(03).
       77  ws-vg                                   pic 9(02).
       77  ws-vg-livres                            pic s9(03).
       77  ws-vg-liberadas                         pic 9(03).
       77  ws-vg-livres-edt                        pic zz9.
       77  ws-vg-liberadas-edt                     pic zz9.
       77  ws-le-posicao-edt                       pic zz9.
       01  ws-data-oferta                          pic 9(08).
       01  ws-data-oferta-r redefines ws-data-oferta.
           05  ws-of-ano                           pic 9(04).
           05  ws-of-mes                           pic 9(02).
           05  ws-of-dia                           pic 9(02).
       01  ws-data-oferta-edt.
           05  ws-of-dia-edt                       pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-of-mes-edt                       pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-of-ano-edt                       pic 9(04).

       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-qtd-arquivados                       pic 9(05) value zero.
       77  ws-qtd-promovidos                       pic 9(05) value zero.
       77  ws-qtd-retidos                          pic 9(05) value zero.
       77  ws-qtd-freq-arquivadas                  pic 9(05) value zero.
       77  ws-qtd-nb-arquivadas                    pic 9(05) value zero.
       77  ws-qtd-recusaram                        pic 9(05) value zero.
       77  ws-qtd-bloqueados                       pic 9(05) value zero.
       77  ws-qtd-nao-confirmados                  pic 9(05) value zero.
       77  ws-qtd-liberadas                        pic 9(05) value zero.
       77  ws-qtd-arquivados-edt                   pic zzzz9.
       77  ws-qtd-promovidos-edt                   pic zzzz9.
       77  ws-qtd-retidos-edt                      pic zzzz9.
       77  ws-qtd-freq-arquivadas-edt              pic zzzz9.
       77  ws-qtd-nb-arquivadas-edt                pic zzzz9.
       77  ws-qtd-recusaram-edt                    pic zzzz9.
       77  ws-qtd-bloqueados-edt                   pic zzzz9.
       77  ws-qtd-nao-confirmados-edt              pic zzzz9.
       77  ws-qtd-liberadas-edt                    pic zzzz9.

       01  ws-msg-erro-fatal                       pic x(60).


           perform inicializa.
           perform processar-virada.
           perform liberar-vagas-espera.
           perform imprime-totais-virada.
           perform finaliza.
           stop run.


           compute ws-ano-novo = ws-ano-fechamento + 1

           accept ws-data-hoje from date yyyymmdd
           divide ws-data-hoje by 100 giving ws-comp-hoje

      *>---- Sem a campanha de rematricula do ano a virada nao roda
           open input arqRematricula
           if ws-fs-arqRematricula <> "00" then
               move "Campanha de Rematricula Nao Gerada (./rematricula aaaa)." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move ws-ano-fechamento to fd-rm-ano
           move zero              to fd-rm-cod_aluno
           start arqRematricula key is not < fd-rm-chave
           if ws-fs-arqRematricula = "00" then
               read arqRematricula next
           end-if
           if ws-fs-arqRematricula <> "00"
           or fd-rm-ano <> ws-ano-fechamento then
               move "Campanha de Rematricula Nao Gerada (./rematricula aaaa)." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

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

           open i-o arqMovimentos          *> Abre (ou cria) a movimentacao de alunos
           if ws-fs-arqMovimentos = "35" then
               open output arqMovimentos
               close arqMovimentos
               open i-o arqMovimentos
           end-if
           if ws-fs-arqMovimentos <> "00"
           and ws-fs-arqMovimentos <> "05" then
               move "Erro ao abrir arq. arqMovimentos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqTurmas            *> Sem turmas cadastradas nao ha vagas
           evaluate ws-fs-arqTurmas        *> a liberar para a lista de espera
               when "00"
                   move "S" to ws-tem-turmas
               when "35"
                   move "N" to ws-tem-turmas
               when other
                   move "Erro ao abrir arq. arqTurmas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open i-o arqListaEspera         *> Sem o arquivo nao ha fila de espera
           evaluate ws-fs-arqListaEspera
               when "00"
                   move "S" to ws-tem-espera
               when "35"
                   move "N" to ws-tem-espera
               when other
                   move "Erro ao abrir arq. arqListaEspera.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open i-o arqCadAl
           if ws-fs-arqCadAl  <> "00" then
               move "Erro ao abrir arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       processar-virada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Arquiva a imagem do ano fechado e, conforme a campanha de
      *>   rematricula, passa o aluno confirmado ao novo ano letivo ou
      *>   encerra o cadastro no ano fechado com a situacao final
      *>------------------------------------------------------------------------
       virar-aluno section.

           end-if
           add 1 to ws-qtd-arquivados

      *>-------------  Resposta da familia na campanha: quem nao confirmou,
      *>-------------  ou confirmou com parcelas do ano em aberto, nao
      *>-------------  passa ao novo ano

           move fd-turma to ws-turma-anterior

           move ws-ano-fechamento to fd-rm-ano
           move fd-cod_aluno      to fd-rm-cod_aluno
           read arqRematricula
           evaluate ws-fs-arqRematricula
               when "00"
                   move "S" to ws-rm-achou
               when "23"
                   move "N" to ws-rm-achou     *> Fora da campanha: sem resposta
               when other
                   move "Erro ao Ler arq. arqRematricula.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform contar-parcelas-abertas

           evaluate true
               when ws-rm-achou = "S" and fd-rm-situacao = "RECUSADA"
                   move "Recusou"   to ws-situacao-final
                   add 1 to ws-qtd-recusaram
               when ws-abertas > zero
                   move "Bloqueado" to ws-situacao-final
                   add 1 to ws-qtd-bloqueados
               when ws-rm-achou = "S" and fd-rm-situacao = "CONFIRMADA"
                   move spaces      to ws-situacao-final
               when other
                   move "Nao Conf." to ws-situacao-final
                   add 1 to ws-qtd-nao-confirmados
           end-evaluate

           if ws-situacao-final <> spaces then
               perform encerrar-aluno-ano
           else
               perform passar-aluno-ano
           end-if

           .
       virar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Aluno sem rematricula: o cadastro fica INATIVO no ano fechado
      *>   (turma, notas e ano letivo preservados) com a situacao final,
      *>   a frequencia e as notas de bimestre do ano vao para o historico
      *>   e a saida e registrada na movimentacao de alunos
      *>------------------------------------------------------------------------
       encerrar-aluno-ano section.

           move "INATIVO"         to fd-status_cadastro
           move ws-situacao-final to fd-situacao

           if ws-tem-frequencia = "S" then
               perform arquivar-frequencia-aluno
           end-if

           if ws-tem-notas-bim = "S" then
               perform arquivar-notasbim-aluno
           end-if

           rewrite fd-cadastro
           if ws-fs-arqCadAl <> "00" then
               move "Erro ao Regravar Arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           perform gravar-movimento-saida

           perform gravar-linha-resumo

           .
       encerrar-aluno-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra a saida por falta de rematricula (tipo O, outro motivo)
      *>   na movimentacao de alunos, com a data da virada
      *>------------------------------------------------------------------------
       gravar-movimento-saida section.

           move spaces            to fd-movimento
           move fd-cod_aluno      to fd-mv-cod_aluno
           move ws-data-hoje      to fd-mv-data
           move "O"               to fd-mv-tipo
           move fd-turma          to fd-mv-turma
           move fd-ano_letivo     to fd-mv-ano_letivo
           move zero              to fd-mv-canceladas
           move "VIRADA"          to fd-mv-usuario
           move ws-data-hoje      to fd-mv-data-registro

           write fd-movimento
           evaluate ws-fs-arqMovimentos
               when "00"
                   continue
               when "22"
                   rewrite fd-movimento
                   if ws-fs-arqMovimentos <> "00" then
                       move "Erro ao Regravar arq. arqMovimentos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
                   end-if
               when other
                   move "Erro ao Gravar arq. arqMovimentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       gravar-movimento-saida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta as parcelas do ano fechado do aluno fd-cod_aluno em aberto,
      *>   de meses anteriores ao corrente: paga, isenta e cancelada estao
      *>   quitadas; a renegociada so com o acordo QUITADO. As taxas
      *>   avulsas do ano entram na contagem pela mesma regra
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
      *>   Aluno confirmado: promove o aprovado para a turma seguinte (os
      *>   demais - Reprovado, ou sem avaliacao concluida - permanecem) e
      *>   prepara o cadastro para o novo ano letivo
      *>------------------------------------------------------------------------
       passar-aluno-ano section.

           if fd-situacao = "Aprovado" then
               perform avancar-turma
               move ws-turma-nova to fd-turma
           perform gravar-linha-resumo

           .
       passar-aluno-ano-exit.
           exit.

      *>------------------------------------------------------------------------
       avancar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura as vagas de cada turma no novo ano (capacidade - alunos
      *>   ativos do ano novo) e as libera aos primeiros da lista de
      *>   espera da turma, anotando a oferta no relatorio de ofertas
      *>------------------------------------------------------------------------
       liberar-vagas-espera section.

           if ws-tem-turmas = "S"
           and ws-tem-espera = "S" then
               perform carregar-vagas-turmas
               perform contar-ocupadas-turmas

               open extend arqOfertasEspera
               if ws-fs-arqOfertasEspera <> "00"
               and ws-fs-arqOfertasEspera <> "05" then
                   move "Erro ao abrir arq. ofertasListaEspera.txt" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if

               move spaces to res-linha
               write res-linha
               move "Vagas do Novo Ano Liberadas para a Lista de Espera" to res-linha
               write res-linha

               perform varying ws-vg from 1 by 1 until ws-vg > ws-vg-qtd
                   compute ws-vg-livres = ws-vg-capacidade(ws-vg)
                                        - ws-vg-ocupadas(ws-vg)
                   if ws-vg-livres > zero then
                       perform liberar-vagas-turma
                   end-if
               end-perform

               close arqOfertasEspera
           end-if

           .
       liberar-vagas-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega as turmas cadastradas com a capacidade
      *>------------------------------------------------------------------------
       carregar-vagas-turmas section.

           move zero to ws-vg-qtd

           move low-values to fd-tm-codigo
           start arqTurmas key is not < fd-tm-codigo

           evaluate ws-fs-arqTurmas
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqTurmas next
                       evaluate ws-fs-arqTurmas
                           when "00"
                               if ws-vg-qtd < 99 then
                                   add 1 to ws-vg-qtd
                                   move fd-tm-codigo     to ws-vg-turma(ws-vg-qtd)
                                   move fd-tm-capacidade to ws-vg-capacidade(ws-vg-qtd)
                                   move zero             to ws-vg-ocupadas(ws-vg-qtd)
                               end-if
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler Arq. arqTurmas.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Nenhuma turma cadastrada
               when other
                   move "Erro ao Posicionar Arq. arqTurmas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       carregar-vagas-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta os alunos ativos do ano novo em cada turma (promovidos,
      *>   retidos confirmados e matriculas ja feitas para o ano novo)
      *>------------------------------------------------------------------------
       contar-ocupadas-turmas section.

           move 1 to fd-cod_aluno
           start arqCadAl

           evaluate ws-fs-arqCadAl
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqCadAl next
                       if ws-fs-arqCadAl = "00" then
                           if fd-status_cadastro <> "INATIVO"
                           and fd-ano_letivo = ws-ano-novo then
                               perform varying ws-vg from 1 by 1 until ws-vg > ws-vg-qtd
                                   if ws-vg-turma(ws-vg) = fd-turma then
                                       add 1 to ws-vg-ocupadas(ws-vg)
                                   end-if
                               end-perform
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
       contar-ocupadas-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre a fila da turma ws-vg em ordem de posicao e libera as
      *>   vagas livres aos primeiros; o candidato que ja recebeu vaga em
      *>   virada anterior e ainda esta na fila continua ocupando a oferta
      *>------------------------------------------------------------------------
       liberar-vagas-turma section.

           move zero to ws-vg-liberadas

           move ws-vg-turma(ws-vg) to fd-le-turma
           move zero               to fd-le-posicao
           start arqListaEspera key is greater than fd-le-chave

           evaluate ws-fs-arqListaEspera
               when "00"
                   move "N" to ws-le-fim
                   perform until ws-le-fim = "S"
                              or ws-vg-livres = zero
                       read arqListaEspera next
                       if ws-fs-arqListaEspera = "00"
                       and fd-le-turma = ws-vg-turma(ws-vg) then
                           if fd-le-liberada is numeric
                           and fd-le-liberada > zero then
                               continue                *> Oferta ja feita antes
                           else
                               move ws-data-hoje to fd-le-liberada
                               rewrite fd-lista-espera
                               if ws-fs-arqListaEspera <> "00" then
                                   move "Erro ao Regravar arq. arqListaEspera.dat" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                               perform anotar-oferta-virada
                               add 1 to ws-vg-liberadas
                               add 1 to ws-qtd-liberadas
                           end-if
                           subtract 1 from ws-vg-livres
                       else
                           if ws-fs-arqListaEspera = "00"
                           or ws-fs-arqListaEspera = "10" then
                               move "S" to ws-le-fim
                           else
                               move "Erro ao Ler arq. arqListaEspera.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
               when "10"
                   continue                            *> Sem fila de espera para a turma
               when other
                   move "Erro ao Posicionar arq. arqListaEspera.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           if ws-vg-liberadas > zero then
               move ws-vg-liberadas to ws-vg-liberadas-edt
               move spaces to res-linha
               string "Turma: "                   delimited by size
                      ws-vg-turma(ws-vg)          delimited by size
                      "  Vagas Liberadas: "       delimited by size
                      ws-vg-liberadas-edt         delimited by size
                 into res-linha
               end-string
               write res-linha
           end-if

           .
       liberar-vagas-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anota a oferta no relatorio de ofertas da lista de espera (mesmo
      *>   formato das ofertas do dia; o candidato esta em fd-lista-espera)
      *>------------------------------------------------------------------------
       anotar-oferta-virada section.

           move ws-data-hoje  to ws-data-oferta
           move ws-of-dia     to ws-of-dia-edt
           move ws-of-mes     to ws-of-mes-edt
           move ws-of-ano     to ws-of-ano-edt
           move fd-le-posicao to ws-le-posicao-edt

           move spaces to ofe-linha
           string ws-data-oferta-edt    delimited by size
                  "  Turma: "           delimited by size
                  fd-le-turma           delimited by size
                  "  Posicao: "         delimited by size
                  ws-le-posicao-edt     delimited by size
                  "  Candidato: "       delimited by size
                  fd-le-nome            delimited by size
                  "  Fone: "            delimited by size
                  fd-le-fone            delimited by size
             into ofe-linha
           end-string

           write ofe-linha
           if ws-fs-arqOfertasEspera <> "00" then
               move "Erro ao Gravar arq. ofertasListaEspera.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       anotar-oferta-virada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a linha do aluno no resumo da virada
      *>------------------------------------------------------------------------
           end-string
           write res-linha

           move ws-qtd-recusaram       to ws-qtd-recusaram-edt
           move ws-qtd-bloqueados      to ws-qtd-bloqueados-edt
           move ws-qtd-nao-confirmados to ws-qtd-nao-confirmados-edt
           move ws-qtd-liberadas       to ws-qtd-liberadas-edt

           move spaces to res-linha
           string "Sem Rematricula - Recusaram: "    delimited by size
                  ws-qtd-recusaram-edt               delimited by size
                  "   Bloqueados: "                  delimited by size
                  ws-qtd-bloqueados-edt              delimited by size
                  "   Nao Confirmados: "             delimited by size
                  ws-qtd-nao-confirmados-edt         delimited by size
             into res-linha
           end-string
           write res-linha

           move spaces to res-linha
           string "Vagas Liberadas para a Lista de Espera: " delimited by size
                  ws-qtd-liberadas-edt                       delimited by size
             into res-linha
           end-string
           write res-linha

           move spaces to res-linha
           string "Registros de Frequencia Arquivados e Limpos: " delimited by size
                  ws-qtd-freq-arquivadas-edt                      delimited by size
                   "  Retidos: "                     ws-qtd-retidos-edt
                   "  Frequencias: "                 ws-qtd-freq-arquivadas-edt
                   "  Bimestres: "                   ws-qtd-nb-arquivadas-edt
           display "Sem Rematricula: "               ws-qtd-recusaram-edt
                   " Recusaram / "                   ws-qtd-bloqueados-edt
                   " Bloqueados / "                  ws-qtd-nao-confirmados-edt
                   " Nao Confirmados  Vagas Liberadas: " ws-qtd-liberadas-edt

           .
       imprime-totais-virada-exit.
               close arqNotasBimHist
           end-if
           close arqResumo
           close arqRematricula
           if ws-tem-mensalidades = "S" then
               close arqMensalidades
           end-if
           if ws-tem-acordos = "S" then
               close arqAcordos
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if
           close arqMovimentos
           if ws-tem-turmas = "S" then
               close arqTurmas
           end-if
           if ws-tem-espera = "S" then
               close arqListaEspera
           end-if

           .
       finaliza-exit.
