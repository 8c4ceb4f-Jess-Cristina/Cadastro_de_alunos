           organization is line sequential
           file status is ws-fs-arqRecibo.

           select arqAcordos assign to "arqAcordos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ac-numero
           file status is ws-fs-arqAcordos.

           select arqAcordoParcelas assign to "arqAcordoParcelas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ap-chave
           file status is ws-fs-arqAcordoParcelas.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pf-codigo
           file status is ws-fs-arqProfessores.

           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-at-chave
           file status is ws-fs-arqAtribuicoes.

           select arqGradeHoraria assign to "arqGradeHoraria.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-gh-chave
           file status is ws-fs-arqGradeHoraria.

           select arqMovimentos assign to "arqMovimentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mv-chave
           file status is ws-fs-arqMovimentos.

           select arqDeclaracao assign to "declaracaoTransferencia.txt"
           organization is line sequential
           file status is ws-fs-arqDeclaracao.

           select arqRematricula assign to "arqRematricula.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rm-chave
           file status is ws-fs-arqRematricula.

           select arqTaxas assign to "arqTaxas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tx-codigo
           file status is ws-fs-arqTaxas.

           select arqTaxasAlunos assign to "arqTaxasAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ta-chave
           file status is ws-fs-arqTaxasAlunos.

           select arqPagamentosIndex assign to "arqPagamentosIndex.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pix-chave
           alternate record key is fd-pix-chave-aluno
           file status is ws-fs-arqPagamentosIndex.

           select arqCadAlLogIndex assign to ws-log-ix-nome
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-lix-chave
           alternate record key is fd-lix-chave-data
           file status is ws-fs-arqCadAlLogIndex.

           select arqArquivamentos assign to "arqArquivamentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-aq-ano
           file status is ws-fs-arqArquivamentos.


       I-O-Control.

           05  fd-par-limite-faltas                pic 9(02).
           05  fd-par-nome-escola                  pic x(40).
           05  fd-par-senha                        pic x(08).
      *>----Encargos de atraso, dia de vencimento e tolerancia de atraso
      *>----da parcela de acordo (acima dela o acordo esta rompido) no fim
      *>----do registro: o registro gravado antes dos campos continua
      *>----legivel - nele os campos voltam em branco e valem os padroes
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

       fd arqTurmas.

           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
      *>----Dia de vencimento da parcela e data ate a qual a multa e os
      *>----juros ja foram quitados, no fim do registro: nas parcelas
      *>----geradas antes dos campos eles voltam em branco - vale o dia
      *>----padrao dos parametros e nenhum encargo quitado. A parcela
      *>----consolidada num acordo fica "RENEGOCIA" com o numero dele
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

       fd arqPagamentos.

           05  fd-pg-ano                           pic 9(04).
           05  fd-pg-mes                           pic 9(02).
           05  fd-pg-valor                         pic 9(04),99.
      *>----Multa e juros recebidos fora do principal (fd-pg-valor); nas
      *>----entradas gravadas antes dos campos eles voltam em branco. O
      *>----tipo separa a parcela de acordo ("A": ano e mes levam o numero
      *>----do acordo e da parcela dele) e a taxa avulsa ("T": ano leva o
      *>----numero do lancamento do aluno, mes zerado) da mensalidade
      *>----(branco ou "M")
           05  fd-pg-encargos.
               10  fd-pg-multa                     pic 9(04),99.
               10  fd-pg-juros                     pic 9(04),99.
           05  fd-pg-tipo                          pic x(01).

       fd arqRecibo.

           05  fd-le-nome                          pic x(35).
           05  fd-le-fone                          pic x(15).
           05  fd-le-data                          pic 9(08).
           05  fd-le-liberada                      pic 9(08).

       fd arqOfertasEspera.

               10  fd-rs-uf                        pic x(02).
           05  fd-rs-fone                          pic x(15).

      *>----Acordos de renegociacao: o cabecalho guarda o responsavel, o
      *>----primeiro filho do acordo (identifica o acordo no caixa), o
      *>----total consolidado, a entrada e o plano; as parcelas do acordo
      *>----(a 00 e a entrada) sao cobradas e baixadas como mensalidades
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

       fd arqAcordoParcelas.

       01  fd-acordo-parcela.
           05  fd-ap-chave.
               10  fd-ap-numero                    pic 9(04).
               10  fd-ap-parcela                   pic 9(02).
           05  fd-ap-vencimento                    pic 9(08).
           05  fd-ap-valor                         pic 9(04),99.
           05  fd-ap-valor-pago                    pic 9(04),99.
           05  fd-ap-situacao                      pic x(09).
           05  fd-ap-encargos-ate                  pic 9(08).

      *>----Professores: a carga horaria contratada e em aulas semanais
      *>----(uma aula por horario da grade) e limita as aulas lancadas
       fd arqProfessores.

       01  fd-professor.
           05  fd-pf-codigo                        pic 9(04).
           05  fd-pf-nome                          pic x(35).
           05  fd-pf-fone                          pic x(15).
           05  fd-pf-email                         pic x(40).
           05  fd-pf-carga                         pic 9(02).

      *>----Atribuicao de aulas: o professor de cada disciplina da turma
       fd arqAtribuicoes.

       01  fd-atribuicao.
           05  fd-at-chave.
               10  fd-at-turma                     pic x(10).
               10  fd-at-disciplina                pic x(10).
           05  fd-at-professor                     pic 9(04).

      *>----Grade horaria semanal: um registro por horario ocupado da
      *>----turma (dia 1=segunda a 5=sexta, aula 1 a 6); o professor e o
      *>----da atribuicao da disciplina, gravado para a critica de choque
       fd arqGradeHoraria.

       01  fd-grade.
           05  fd-gh-chave.
               10  fd-gh-turma                     pic x(10).
               10  fd-gh-dia                       pic 9(01).
               10  fd-gh-aula                      pic 9(01).
           05  fd-gh-disciplina                    pic x(10).
           05  fd-gh-professor                     pic 9(04).

      *>----Movimentacao de alunos: saidas (T transferido, A abandono,
      *>----O outro motivo) e entradas (E transferencia recebida, M
      *>----matricula, R reingresso) com a data do movimento, a escola
      *>----de destino/origem e, na saida, as parcelas canceladas
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

       fd arqDeclaracao.

       01  dcl-linha                               pic x(80).

      *>----Campanha de rematricula: a resposta da familia por aluno e
      *>----ano de fechamento (PENDENTE, CONFIRMADA ou RECUSADA) com a
      *>----turma atual e a de destino apos a promocao; o bloqueio por
      *>----parcelas do ano em aberto e apurado na hora, nao e gravado
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

      *>----Catalogo de taxas avulsas (material, uniforme, passeio, taxa
      *>----de matricula...): valor e categoria contabil da taxa, uma
      *>----palavra (MATERIAL, UNIFORME, PASSEIO, MATRICULA) que separa
      *>----a receita da mensalidade na exportacao contabil
       fd arqTaxas.

       01  fd-taxa.
           05  fd-tx-codigo                        pic 9(03).
           05  fd-tx-descricao                     pic x(30).
           05  fd-tx-valor                         pic 9(04),99.
           05  fd-tx-categoria                     pic x(10).

      *>----Taxas lancadas por aluno: cada lancamento e um titulo a
      *>----receber proprio (numerado por aluno), com a competencia, a
      *>----descricao e a categoria copiadas do catalogo na data do
      *>----lancamento e o vencimento completo (ABERTA, PAGA ou CANCELADA
      *>----na saida do aluno)
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

      *>----Indice do diario de pagamentos: cada entrada do diario
      *>----(arqPagamentos.dat, 47 posicoes) gravada de novo com a chave
      *>----por data + recibo (as 14 primeiras posicoes da propria
      *>----entrada) e a chave alternativa por aluno + data + recibo no
      *>----fim, para o caixa e as consultas lerem so o dia ou o aluno
      *>----pedido. Os arquivos anuais do arquivamento
      *>----(arqPagamentos<aaaa>.dat) tem o mesmo layout
       fd arqPagamentosIndex.

       01  fd-pagamento-ix.
           05  fd-pix-chave.
               10  fd-pix-data                     pic 9(08).
               10  fd-pix-seq                      pic 9(06).
           05  fd-pix-entrada                      pic x(33).
           05  fd-pix-chave-aluno.
               10  fd-pix-cod_aluno                pic 9(05).
               10  fd-pix-data-aluno               pic 9(08).
               10  fd-pix-seq-aluno                pic 9(06).

      *>----Indice do historico de alteracoes: cada entrada de
      *>----arqCadAlLog.dat gravada de novo com a chave por aluno +
      *>----data + hora do carimbo e a chave alternativa por data + hora
      *>----+ aluno; a ordem desempata as entradas do mesmo aluno no
      *>----mesmo segundo (e as antigas, sem carimbo, que entram com
      *>----data e hora zeradas). Os arquivos anuais do arquivamento
      *>----(arqCadAlLog<aaaa>.dat) tem o mesmo layout
       fd arqCadAlLogIndex.

       01  fd-log-ix.
           05  fd-lix-chave.
               10  fd-lix-cod_aluno                pic 9(05).
               10  fd-lix-data                     pic 9(08).
               10  fd-lix-hora                     pic 9(06).
               10  fd-lix-ordem                    pic 9(04).
           05  fd-lix-chave-data.
               10  fd-lix-data-dt                  pic 9(08).
               10  fd-lix-hora-dt                  pic 9(06).
               10  fd-lix-cod_aluno-dt             pic 9(05).
               10  fd-lix-ordem-dt                 pic 9(04).
           05  fd-lix-registro.
               10  fd-lix-operacao                 pic x(10).
               10  fd-lix-cadastro                 pic x(348).
               10  fd-lix-usuario                  pic x(08).
               10  fd-lix-data-log                 pic x(08).
               10  fd-lix-hora-log                 pic x(06).

      *>----Controle do arquivamento anual dos diarios (um registro por
      *>----ano arquivado, gravado pelo programa arquivamento): aqui
      *>----interessa o ultimo recibo que saiu do diario, para a
      *>----numeracao dos recibos seguir depois do arquivamento
       fd arqArquivamentos.

       01  fd-arquivamento.
           05  fd-aq-ano                           pic 9(04).
           05  fd-aq-data                          pic 9(08).
           05  fd-aq-qtd-pagamentos                pic 9(07).
           05  fd-aq-total-mensalidades            pic 9(09),99.
           05  fd-aq-total-acordos                 pic 9(09),99.
           05  fd-aq-total-taxas                   pic 9(09),99.
           05  fd-aq-total-multa                   pic 9(09),99.
           05  fd-aq-total-juros                   pic 9(09),99.
           05  fd-aq-qtd-log                       pic 9(07).
           05  fd-aq-qtd-controle                  pic 9(07).
           05  fd-aq-ultimo-recibo                 pic 9(06).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqOfertasEspera                  pic x(02).
       77  ws-fs-arqUsuarios                       pic x(02).
       77  ws-fs-arqBolsas                         pic x(02).
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqAcordoParcelas                 pic x(02).
       77  ws-fs-arqProfessores                    pic x(02).
       77  ws-fs-arqAtribuicoes                    pic x(02).
       77  ws-fs-arqGradeHoraria                   pic x(02).
       77  ws-fs-arqMovimentos                     pic x(02).
       77  ws-fs-arqRematricula                    pic x(02).
       77  ws-fs-arqTaxas                          pic x(02).
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-fs-arqDeclaracao                     pic x(02).
       77  ws-fs-arqPagamentosIndex                pic x(02).
       77  ws-fs-arqCadAlLogIndex                  pic x(02).
       77  ws-fs-arqArquivamentos                  pic x(02).
       77  ws-log-operacao                         pic x(10).

       77  ws-ind                                  pic 9(01).
      *>----Controle de frequencia: limite legal de faltas (percentual) e
      *>----acumuladores para apurar as faltas do aluno sobre as aulas dadas
      *>----Navegacao do historico de alteracoes: a entrada 1 e a mais
      *>----recente; a busca conta as entradas do aluno no indice (da
      *>----mais antiga para a mais recente), entao o alvo e
      *>----total - entrada + 1
       77  ws-log-fim                              pic x(01).
       77  ws-log-achou                            pic x(01).
       77  ws-log-usuario-achado                   pic x(08).
       77  ws-log-data-achada                      pic 9(08).
       77  ws-log-hora-achada                      pic 9(06).
      *>----Indice do historico: o vivo fica aberto em i-o; a consulta
      *>----de um ano arquivado troca o nome para arqCadAlLog<aaaa>.dat
      *>----enquanto le e devolve o nome do vivo no final
       77  ws-log-ix-nome                          pic x(30)
           value "arqCadAlLogIndex.dat".
       77  ws-log-sem-arquivo                      pic x(01).
       77  ws-log-gravado                          pic x(01).
      *>----Hora do relogio: accept from time entrega hhmmsscc (8
      *>----digitos); o carimbo guarda apenas hhmmss (posicoes 1 a 6)
       77  ws-hora-bruta                           pic x(08).
           value "ESCOLA MUNICIPAL".
       77  ws-par-senha-pad                        pic x(08) value "MESTRE".

      *>----Encargos de atraso do contrato: multa de 2% e juros de mora
      *>----de 1% ao mes (0,0333% ao dia) sem carencia, vencimento no dia
      *>----10 - valem enquanto o registro de parametros nao os traz
       77  ws-multa-perc                           pic 9(02)v99 value 2.
       77  ws-juros-dia                            pic 9(01)v9999 value 0,0333.
       77  ws-dias-carencia                        pic 9(02) value zero.
       77  ws-dia-vencimento                       pic 9(02) value 10.
       77  ws-dias-rompimento                      pic 9(03) value 30.
       77  ws-multa-perc-tmp                       pic 9(02)v99.
       77  ws-juros-dia-tmp                        pic 9(01)v9999.
       77  ws-aliquota-iss-tmp                     pic 9(02)v99.

       77  ws-limite-faltas                        pic 9(02) value 25.
       77  ws-frequencia-valida                    pic x(01).
       77  ws-fq-fim                               pic x(01).
       77  ws-saldo-aberto                         pic 9(07)v99.
       77  ws-saldo-aberto-edt                     pic zzzzzz9,99.

      *>----Encargos de atraso da parcela na data do pagamento: a multa e
      *>----os juros diarios incidem sobre o saldo em aberto quando o
      *>----atraso passa da carencia; os juros contam desde o vencimento,
      *>----com o valor por dia arredondado como sai na instrucao do
      *>----boleto. O pagamento precisa cobrir os encargos, que sao
      *>----quitados primeiro (multa, depois juros); o restante abate o
      *>----principal e a parcela guarda a data ate a qual os encargos
      *>----foram quitados (a multa nao volta a incidir na mesma parcela)
       01  ws-enc-data-pagto                       pic 9(08).
       01  ws-enc-venc-data                        pic 9(08).
       01  ws-enc-venc-data-r redefines ws-enc-venc-data.
           05  ws-enc-venc-ano                     pic 9(04).
           05  ws-enc-venc-mes                     pic 9(02).
           05  ws-enc-venc-dia                     pic 9(02).
       77  ws-enc-dia-venc                         pic 9(02).
       77  ws-enc-venc-int                         pic 9(07).
       77  ws-enc-ult-dia-int                      pic 9(07).
       77  ws-enc-dias-atraso                      pic s9(05).
       77  ws-enc-saldo                            pic 9(04)v99.
       77  ws-enc-juros-valor-dia                  pic 9(04)v99.
       77  ws-enc-multa                            pic 9(04)v99.
       77  ws-enc-juros                            pic 9(04)v99.
       77  ws-enc-total-devido                     pic 9(05)v99.
       77  ws-enc-restante                         pic 9(04)v99.
       77  ws-enc-quitado-ate                      pic 9(08).
       77  ws-enc-aberto                           pic 9(05)v99.
       77  ws-pg-multa-frmt                        pic 9(04)v99.
       77  ws-pg-juros-frmt                        pic 9(04)v99.
       77  ws-pg-principal-frmt                    pic 9(04)v99.

      *>----Receitas recebidas por mes para a exportacao contabil (tipo
      *>----03): o principal das mensalidades, o das parcelas de acordo, a
      *>----multa e os juros saem em linhas proprias de cada mes do diario
      *>----de pagamentos
       01  ws-receitas-mes.
           05  ws-rc-qtd                           pic 9(03) value zero.
           05  ws-rc-item occurs 240.
               10  ws-rc-competencia               pic x(06).
               10  ws-rc-principal                 pic 9(09)v99.
               10  ws-rc-multa                     pic 9(09)v99.
               10  ws-rc-juros                     pic 9(09)v99.
               10  ws-rc-acordo                    pic 9(09)v99.
       77  ws-rc-i                                 pic 9(03).
       77  ws-rc-corrente                          pic 9(03).
       77  ws-rc-achou                             pic x(01).
       77  ws-rc-tipo-receita                      pic x(20).
       77  ws-rc-valor                             pic 9(09)v99.
       77  ws-rc-valor-edt                         pic zzzzzzzz9,99.

      *>----Receitas de taxas avulsas por mes e categoria contabil para a
      *>----exportacao (tipo 05), fora da receita das mensalidades
       01  ws-receitas-taxa.
           05  ws-tr-qtd                           pic 9(03) value zero.
           05  ws-tr-item occurs 240.
               10  ws-tr-competencia               pic x(06).
               10  ws-tr-categoria                 pic x(10).
               10  ws-tr-valor                     pic 9(09)v99.
       77  ws-tr-i                                 pic 9(03).
       77  ws-tr-corrente                          pic 9(03).
       77  ws-tr-categoria-busca                   pic x(10).

      *>----Taxas avulsas: lancamento por aluno ou turma e busca do
      *>----lancamento do aluno por taxa e competencia
       77  ws-tx-valor-frmt                        pic 9(04)v99.
       77  ws-tx-fim                               pic x(01).
       77  ws-tx-fim-cad                           pic x(01).
       77  ws-tx-achou                             pic x(01).
       77  ws-tx-ultimo-seq                        pic 9(04).
       77  ws-tx-codigo-busca                      pic 9(03).
       77  ws-tx-ano-busca                         pic 9(04).
       77  ws-tx-mes-busca                         pic 9(02).
       77  ws-tx-vencimento                        pic 9(08).
       77  ws-tx-qtd-edt                           pic zz9.
       77  ws-tx-qtd-exist-edt                     pic zz9.

      *>----Caixa de mensalidades: cada baixa confirmada gera uma entrada
      *>----no diario de pagamentos (arqPagamentos.dat) e um recibo
      *>----numerado para o responsavel; o numero do recibo e sequencial
           05  ws-pg-hoje-dia                      pic x(02).
       77  ws-pg-seq-prox                          pic 9(06).
       77  ws-pg-fim                               pic x(01).
       77  ws-aq-fim                               pic x(01).
       77  ws-pg-seq-edt                           pic zzzzz9.
       77  ws-pg-valor-edt                         pic zzz9,99.
      *>----Identificacao gravada no diario: aluno e ano/mes da
      *>----mensalidade, ou o primeiro filho e numero/parcela do acordo
       77  ws-pg-tipo                              pic x(01).
       77  ws-pg-cod-aluno                         pic 9(05).
       77  ws-pg-ano                               pic 9(04).
       77  ws-pg-mes                               pic 9(02).
       01  ws-pg-data-edt.
           05  ws-pg-dia-edt                       pic x(02).
           05  filler                              pic x(01) value "/".
       77  ws-turma-antiga                         pic x(10).
       77  ws-capacidade-antiga                    pic 9(03).

      *>----Acordos de renegociacao: o total do acordo e o devido de hoje
      *>----das parcelas marcadas; descontada a entrada, o restante e
      *>----dividido no numero de parcelas (truncado) e a ultima parcela
      *>----absorve a diferenca de centavos
       77  ws-ac-numero                            pic 9(04).
       77  ws-ac-numero-edt                        pic 9(04).
       77  ws-ac-cod-titular                       pic 9(05).
       77  ws-ac-qtd-marcadas                      pic 9(02).
       77  ws-ac-total                             pic 9(06)v99.
       77  ws-ac-entrada-frmt                      pic 9(04)v99.
       77  ws-ac-restante                          pic 9(06)v99.
       77  ws-ac-valor-parcela                     pic 9(06)v99.
       77  ws-ac-valor-ultima                      pic 9(06)v99.
       77  ws-ac-valor-gravar                      pic 9(04)v99.
       77  ws-ac-i                                 pic 9(02).
       77  ws-ac-p                                 pic 9(02).
       77  ws-ac-meses                             pic 9(03).
       77  ws-ac-fim                               pic x(01).
       77  ws-ac-fim-cad                           pic x(01).
       77  ws-ac-excedeu                           pic x(01).
       77  ws-ac-quitado                           pic x(01).
       77  ws-ac-saldo                             pic 9(04)v99.
       01  ws-ac-venc-data                         pic 9(08).
       01  ws-ac-venc-data-r redefines ws-ac-venc-data.
           05  ws-ac-venc-ano                      pic 9(04).
           05  ws-ac-venc-mes                      pic 9(02).
           05  ws-ac-venc-dia                      pic 9(02).

      *>----Grade horaria: horarios (dia/aula) conferidos contra as aulas
      *>----que o professor ja tem na grade - um so na inclusao de uma
      *>----aula, todos os da disciplina na troca de professor
       01  ws-aulas-disciplina.
           05  ws-ad-qtd                           pic 9(02).
           05  ws-ad-item occurs 30.
               10  ws-ad-dia                       pic 9(01).
               10  ws-ad-aula                      pic 9(01).
       77  ws-ad-i                                 pic 9(02).
       77  ws-gh-fim                               pic x(01).
       77  ws-gh-professor                         pic 9(04).
       77  ws-gh-carga                             pic 9(02).
       77  ws-gh-qtd-prof                          pic 9(02).
       77  ws-gh-total                             pic 9(03).
       77  ws-gh-turma-conflito                    pic x(10).

      *>----Movimentacao de alunos: data do movimento (aaaammdd) e a
      *>----linha de notas/frequencia da declaracao de transferencia
       01  ws-mv-data                              pic 9(08).
       01  ws-mv-data-r redefines ws-mv-data.
           05  ws-mv-ano                           pic 9(04).
           05  ws-mv-mes                           pic 9(02).
           05  ws-mv-dia                           pic 9(02).
       77  ws-mv-tipo                              pic x(01).
       77  ws-mv-escola                            pic x(40).
       77  ws-mv-canceladas                        pic 9(02).
       77  ws-mv-valida                            pic x(01).
       77  ws-mv-fim                               pic x(01).
       77  ws-mv-achou                             pic x(01).
       77  ws-mv-qtd-edt                           pic z9.
       77  ws-mv-freq-perc                         pic 9(03)v9.
       77  ws-mv-freq-edt                          pic zz9,9.
       77  ws-mv-total-edt                         pic zzzz9.
       77  ws-mv-faltas-edt                        pic zzzz9.
       01  ws-dc-linha-nota.
           05  ws-dc-disciplina                    pic x(10).
           05  ws-dc-bim occurs 5.
               10  filler                          pic x(02).
               10  ws-dc-nota                      pic x(05).
           05  filler                              pic x(02).
           05  ws-dc-media                         pic x(05).
           05  filler                              pic x(02).
           05  ws-dc-aulas                         pic zz9.
           05  filler                              pic x(02).
           05  ws-dc-faltas                        pic zz9.
           05  filler                              pic x(02).
           05  ws-dc-freq                          pic zz9,9.
       77  ws-dc-nota-edt                          pic z9,99.

      *>----Rematricula: parcelas do ano de fechamento em aberto, de meses
      *>----anteriores ao corrente (competencias aaaamm), que bloqueiam a
      *>----confirmacao
       77  ws-rm-abertas                           pic 9(03).
       77  ws-rm-abertas-edt                       pic zz9.
       77  ws-rm-comp-hoje                         pic 9(06).
       77  ws-rm-comp-parcela                      pic 9(06).
       77  ws-rm-fim                               pic x(01).
       77  ws-rm-achou                             pic x(01).

       01  ws-uf-validas-str                       pic x(54)
           value "ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       01  ws-uf-validas redefines ws-uf-validas-str.
           05  lk-log-usuario                      pic x(08).
           05  lk-log-data                         pic 9(08).
           05  lk-log-hora                         pic 9(06).
           05  lk-log-ano                          pic 9(04).

       01  lk-parametros.
           05  lk-par-ultimo-codigo                pic 9(05).
           05  lk-par-limite-faltas                pic 9(02).
           05  lk-par-nome-escola                  pic x(40).
           05  lk-par-senha                        pic x(08).
           05  lk-par-multa-perc                   pic 99,99.
           05  lk-par-juros-dia                    pic 9,9999.
           05  lk-par-dias-carencia                pic 9(02).
           05  lk-par-dia-vencimento               pic 9(02).
           05  lk-par-dias-rompimento              pic 9(03).
           05  lk-par-cnpj                         pic x(14).
           05  lk-par-inscr-municipal              pic x(08).
           05  lk-par-cod-municipio                pic 9(07).
           05  lk-par-cod-servico                  pic x(05).
           05  lk-par-aliquota-iss                 pic 99,99.
           05  lk-par-serie-rps                    pic x(05).
           05  lk-par-ultimo-rps                   pic 9(08).
           05  lk-par-ultimo-lote-rps              pic 9(06).
           05  lk-par-cod-inep                     pic 9(08).

       01  lk-turma-reg.
           05  lk-tm-codigo                        pic x(10).
           05  lk-mn-valor-pago                    pic 9(04),99.
           05  lk-mn-pagamento                     pic 9(04),99.
           05  lk-mn-situacao                      pic x(09).
           05  lk-mn-vencimento                    pic 9(02).
           05  lk-mn-multa                         pic 9(04),99.
           05  lk-mn-juros                         pic 9(04),99.
           05  lk-mn-total-devido                  pic 9(05),99.
      *>----Parcela de acordo: com o numero do acordo informado a baixa
      *>----e sobre a parcela dele (00 e a entrada), nao sobre a mensalidade
           05  lk-mn-acordo                        pic 9(04).
           05  lk-mn-acordo-parcela                pic 9(02).
      *>----Taxa avulsa: com o codigo da taxa informado a baixa e sobre a
      *>----taxa lancada para o aluno na competencia (ano/mes da parcela)
           05  lk-mn-taxa                          pic 9(03).
           05  lk-mn-taxa-descricao                pic x(30).

       01  lk-responsavel-reg.
           05  lk-rs-codigo                        pic 9(05).
           05  lk-le-nome                          pic x(35).
           05  lk-le-fone                          pic x(15).
           05  lk-le-data                          pic 9(08).
           05  lk-le-liberada                      pic 9(08).

      *>----Operador logado no programa raiz: o login/senha entram na
      *>----validacao do acesso e o login carimba o historico de
           05  lk-bl-ano-fim                       pic 9(04).
           05  lk-bl-mes-fim                       pic 9(02).

      *>----Acordo de renegociacao montado na tela: o responsavel, as
      *>----parcelas em aberto dos filhos (marcadas com "X" as que entram
      *>----no acordo) e o plano - entrada, parcelas e primeiro vencimento
       01  lk-acordo.
           05  lk-ac-numero                        pic 9(04).
           05  lk-ac-responsavel                   pic 9(05).
           05  lk-ac-nome-resp                     pic x(35).
           05  lk-ac-entrada                       pic 9(04),99.
           05  lk-ac-qtd-parcelas                  pic 9(02).
           05  lk-ac-primeiro-venc                 pic 9(08).
           05  lk-ac-valor-total                   pic 9(06),99.
           05  lk-ac-valor-parcela                 pic 9(04),99.
           05  lk-ac-qtd-itens                     pic 9(02).
           05  lk-ac-itens occurs 30.
               10  lk-ac-cod_aluno                 pic 9(05).
               10  lk-ac-nome_aluno                pic x(20).
               10  lk-ac-ano                       pic 9(04).
               10  lk-ac-mes                       pic 9(02).
               10  lk-ac-devido                    pic 9(05),99.
               10  lk-ac-marcado                   pic x(01).

      *>----Professor na tela de manutencao; as aulas ja lancadas na
      *>----grade voltam apenas para conferencia
       01  lk-professor.
           05  lk-pf-codigo                        pic 9(04).
           05  lk-pf-nome                          pic x(35).
           05  lk-pf-fone                          pic x(15).
           05  lk-pf-email                         pic x(40).
           05  lk-pf-carga                         pic 9(02).
           05  lk-pf-aulas-grade                   pic 9(02).

      *>----Grade horaria da turma: a atribuicao (disciplina/professor),
      *>----o horario a incluir ou excluir e o quadro semanal devolvido
      *>----(disciplina de cada aula 1 a 6 nos dias 1 a 5)
       01  lk-grade.
           05  lk-gh-turma                         pic x(10).
           05  lk-gh-disciplina                    pic x(10).
           05  lk-gh-professor                     pic 9(04).
           05  lk-gh-nome-prof                     pic x(35).
           05  lk-gh-dia                           pic 9(01).
           05  lk-gh-aula                          pic 9(01).
           05  lk-gh-quadro.
               10  lk-gh-quadro-aula occurs 6.
                   15  lk-gh-quadro-disc occurs 5  pic x(10).

      *>----Movimentacao do aluno: tipo da saida (T, A ou O), data do
      *>----movimento, escola de destino ou de origem e, na saida, as
      *>----parcelas canceladas
       01  lk-movimento.
           05  lk-mv-tipo                          pic x(01).
           05  lk-mv-data                          pic 9(08).
           05  lk-mv-escola                        pic x(40).
           05  lk-mv-qtd-canceladas                pic 9(02).

      *>----Rematricula: ano de fechamento da campanha, turma atual e de
      *>----destino, resposta da familia (C confirma, R recusa) com a
      *>----data, a situacao gravada e as parcelas do ano em aberto
       01  lk-rematricula.
           05  lk-rm-ano                           pic 9(04).
           05  lk-rm-turma                         pic x(10).
           05  lk-rm-turma-destino                 pic x(10).
           05  lk-rm-resposta                      pic x(01).
           05  lk-rm-data                          pic 9(08).
           05  lk-rm-situacao                      pic x(10).
           05  lk-rm-abertas                       pic 9(03).

      *>----Taxas avulsas: dados do catalogo e o lancamento na competencia
      *>----para um aluno (lk-cod_aluno) ou para uma turma inteira, com o
      *>----dia do vencimento (zero = dia padrao) e as quantidades lancadas
      *>----e ja existentes na competencia
       01  lk-taxa.
           05  lk-tx-codigo                        pic 9(03).
           05  lk-tx-descricao                     pic x(30).
           05  lk-tx-valor                         pic 9(04),99.
           05  lk-tx-categoria                     pic x(10).
           05  lk-tx-turma                         pic x(10).
           05  lk-tx-ano                           pic 9(04).
           05  lk-tx-mes                           pic 9(02).
           05  lk-tx-dia-venc                      pic 9(02).
           05  lk-tx-qtd-lancadas                  pic 9(03).
           05  lk-tx-qtd-existentes                pic 9(03).



      *>----Declaração de tela
                                lk-espera,
                                lk-operador,
                                lk-usuario-reg,
                                lk-bolsa,
                                lk-acordo,
                                lk-professor,
                                lk-grade,
                                lk-movimento,
                                lk-rematricula,
                                lk-taxa.

           perform inicializa.
           perform procedimento.
               perform finaliza-anormal
           end-if

           open i-o arqCadAlLogIndex      *> Abre (ou cria) o indice do historico por aluno e data
           if ws-fs-arqCadAlLogIndex = "35" then
               perform conferir-historico-sem-indice
               open output arqCadAlLogIndex   *> Historico ainda vazio: cria o indice vazio
               close arqCadAlLogIndex
               open i-o arqCadAlLogIndex
           end-if
           if ws-fs-arqCadAlLogIndex <> "00"
           and ws-fs-arqCadAlLogIndex <> "05" then
               move 177                                      to lk-msg-erro-ofsset
               move ws-fs-arqCadAlLogIndex                   to lk-msg-erro-cod
               move "Erro ao abrir arq. arqCadAlLogIndex!"   to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open extend arqCadAlLog        *> Abre (ou cria) o arquivo de historico de alteracoes
           if ws-fs-arqCadAlLog <> "00"
           and ws-fs-arqCadAlLog <> "05" then
               perform finaliza-anormal
           end-if

           open i-o arqPagamentosIndex    *> Abre (ou cria) o indice do diario por data e aluno
           if ws-fs-arqPagamentosIndex = "35" then
               perform conferir-diario-sem-indice
               open output arqPagamentosIndex *> Diario ainda vazio: cria o indice vazio
               close arqPagamentosIndex
               open i-o arqPagamentosIndex
           end-if
           if ws-fs-arqPagamentosIndex <> "00"
           and ws-fs-arqPagamentosIndex <> "05" then
               move 179                                      to lk-msg-erro-ofsset
               move ws-fs-arqPagamentosIndex                 to lk-msg-erro-cod
               move "Erro ao abrir arq. arqPagamentosIndex!" to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open extend arqPagamentos      *> Abre (ou cria) o diario de pagamentos do caixa
           if ws-fs-arqPagamentos <> "00"
           and ws-fs-arqPagamentos <> "05" then
               perform finaliza-anormal
           end-if

           open i-o arqAcordos            *> Abre (ou cria) o cadastro de acordos
           if ws-fs-arqAcordos = "35" then
               open output arqAcordos     *> Primeiro uso: cria o arquivo vazio
               close arqAcordos
               open i-o arqAcordos
           end-if
           if ws-fs-arqAcordos <> "00"
           and ws-fs-arqAcordos <> "05" then
               move 110                                  to lk-msg-erro-ofsset
               move ws-fs-arqAcordos                     to lk-msg-erro-cod
               move "Erro ao abrir arq. arqAcordos!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAcordoParcelas     *> Abre (ou cria) as parcelas dos acordos
           if ws-fs-arqAcordoParcelas = "35" then
               open output arqAcordoParcelas  *> Primeiro uso: cria o arquivo vazio
               close arqAcordoParcelas
               open i-o arqAcordoParcelas
           end-if
           if ws-fs-arqAcordoParcelas <> "00"
           and ws-fs-arqAcordoParcelas <> "05" then
               move 111                                         to lk-msg-erro-ofsset
               move ws-fs-arqAcordoParcelas                     to lk-msg-erro-cod
               move "Erro ao abrir arq. arqAcordoParcelas!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqProfessores        *> Abre (ou cria) o cadastro de professores
           if ws-fs-arqProfessores = "35" then
               open output arqProfessores *> Primeiro uso: cria o arquivo vazio
               close arqProfessores
               open i-o arqProfessores
           end-if
           if ws-fs-arqProfessores <> "00"
           and ws-fs-arqProfessores <> "05" then
               move 125                                      to lk-msg-erro-ofsset
               move ws-fs-arqProfessores                     to lk-msg-erro-cod
               move "Erro ao abrir arq. arqProfessores!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAtribuicoes        *> Abre (ou cria) as atribuicoes de aulas
           if ws-fs-arqAtribuicoes = "35" then
               open output arqAtribuicoes *> Primeiro uso: cria o arquivo vazio
               close arqAtribuicoes
               open i-o arqAtribuicoes
           end-if
           if ws-fs-arqAtribuicoes <> "00"
           and ws-fs-arqAtribuicoes <> "05" then
               move 130                                      to lk-msg-erro-ofsset
               move ws-fs-arqAtribuicoes                     to lk-msg-erro-cod
               move "Erro ao abrir arq. arqAtribuicoes!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqGradeHoraria       *> Abre (ou cria) a grade horaria das turmas
           if ws-fs-arqGradeHoraria = "35" then
               open output arqGradeHoraria  *> Primeiro uso: cria o arquivo vazio
               close arqGradeHoraria
               open i-o arqGradeHoraria
           end-if
           if ws-fs-arqGradeHoraria <> "00"
           and ws-fs-arqGradeHoraria <> "05" then
               move 136                                      to lk-msg-erro-ofsset
               move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
               move "Erro ao abrir arq. arqGradeHoraria!"    to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqMovimentos         *> Abre (ou cria) a movimentacao de alunos
           if ws-fs-arqMovimentos = "35" then
               open output arqMovimentos  *> Primeiro uso: cria o arquivo vazio
               close arqMovimentos
               open i-o arqMovimentos
           end-if
           if ws-fs-arqMovimentos <> "00"
           and ws-fs-arqMovimentos <> "05" then
               move 142                                      to lk-msg-erro-ofsset
               move ws-fs-arqMovimentos                      to lk-msg-erro-cod
               move "Erro ao abrir arq. arqMovimentos!"      to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRematricula        *> Abre (ou cria) a campanha de rematricula
           if ws-fs-arqRematricula = "35" then
               open output arqRematricula *> Primeiro uso: cria o arquivo vazio
               close arqRematricula
               open i-o arqRematricula
           end-if
           if ws-fs-arqRematricula <> "00"
           and ws-fs-arqRematricula <> "05" then
               move 155                                      to lk-msg-erro-ofsset
               move ws-fs-arqRematricula                     to lk-msg-erro-cod
               move "Erro ao abrir arq. arqRematricula!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTaxas              *> Abre (ou cria) o catalogo de taxas avulsas
           if ws-fs-arqTaxas = "35" then
               open output arqTaxas       *> Primeiro uso: cria o arquivo vazio
               close arqTaxas
               open i-o arqTaxas
           end-if
           if ws-fs-arqTaxas <> "00"
           and ws-fs-arqTaxas <> "05" then
               move 162                                      to lk-msg-erro-ofsset
               move ws-fs-arqTaxas                           to lk-msg-erro-cod
               move "Erro ao abrir arq. arqTaxas!"           to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTaxasAlunos        *> Abre (ou cria) as taxas lancadas por aluno
           if ws-fs-arqTaxasAlunos = "35" then
               open output arqTaxasAlunos *> Primeiro uso: cria o arquivo vazio
               close arqTaxasAlunos
               open i-o arqTaxasAlunos
           end-if
           if ws-fs-arqTaxasAlunos <> "00"
           and ws-fs-arqTaxasAlunos <> "05" then
               move 163                                      to lk-msg-erro-ofsset
               move ws-fs-arqTaxasAlunos                     to lk-msg-erro-cod
               move "Erro ao abrir arq. arqTaxasAlunos!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           perform ler-parametros
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Indice do historico ainda nao criado: so pode ser criado vazio
      *>   se o historico tambem estiver vazio; com entradas gravadas o
      *>   indice precisa ser montado antes pelo programa arquivamento
      *>   (./arquivamento INDICES)
      *>------------------------------------------------------------------------
       conferir-historico-sem-indice section.

           open input arqCadAlLog
           if ws-fs-arqCadAlLog = "00" then
               read arqCadAlLog
               if ws-fs-arqCadAlLog = "00" then    *> Erro fatal
                   move 178                                         to lk-msg-erro-ofsset
                   move ws-fs-arqCadAlLog                           to lk-msg-erro-cod
                   move "Sem Indice: Execute ./arquivamento INDICES" to lk-msg-erro-text
                   perform finaliza-anormal
               end-if
               close arqCadAlLog
           end-if

           .
       conferir-historico-sem-indice-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Indice do diario de pagamentos ainda nao criado: mesma regra
      *>   do indice do historico
      *>------------------------------------------------------------------------
       conferir-diario-sem-indice section.

           open input arqPagamentos
           if ws-fs-arqPagamentos = "00" then
               read arqPagamentos
               if ws-fs-arqPagamentos = "00" then  *> Erro fatal
                   move 180                                         to lk-msg-erro-ofsset
                   move ws-fs-arqPagamentos                         to lk-msg-erro-cod
                   move "Sem Indice: Execute ./arquivamento INDICES" to lk-msg-erro-text
                   perform finaliza-anormal
               end-if
               close arqPagamentos
           end-if

           .
       conferir-diario-sem-indice-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o registro de parametros da escola; sem o registro os
      *>   padroes historicos (limite 7, faltas 25%) permanecem validos
                   move "S"                   to ws-par-achado
                   move fd-par-limite-aprov   to ws-limite-aprovacao
                   move fd-par-limite-faltas  to ws-limite-faltas
                   if fd-par-dias-carencia numeric        *> Registro anterior aos encargos:
                   and fd-par-dia-vencimento numeric then *> permanecem os padroes do contrato
                       move fd-par-multa-perc     to ws-multa-perc
                       move fd-par-juros-dia      to ws-juros-dia
                       move fd-par-dias-carencia  to ws-dias-carencia
                       move fd-par-dia-vencimento to ws-dia-vencimento
                   end-if
                   if fd-par-dias-rompimento numeric then  *> Registro anterior aos acordos
                       move fd-par-dias-rompimento to ws-dias-rompimento
                   end-if
               when "23"
                   move "N" to ws-par-achado
               when other                              *> Erro fatal
               when = "tg"
                   perform gravar-turma
               when = "mc"
                   evaluate true
                       when lk-mn-acordo > zero
                           perform consultar-parcela-acordo
                       when lk-mn-taxa > zero
                           perform consultar-taxa-aluno
                       when other
                           perform consultar-mensalidade
                   end-evaluate
               when = "mb"
                   evaluate true
                       when lk-mn-acordo > zero
                           perform baixar-parcela-acordo
                       when lk-mn-taxa > zero
                           perform baixar-taxa-aluno
                       when other
                           perform baixar-mensalidade
                   end-evaluate
               when = "rb"
                   perform buscar-responsavel
               when = "rg"
                   perform gravar-bolsa
               when = "ox"
                   perform excluir-bolsa
               when = "ab"
                   perform buscar-acordo-responsavel
               when = "ag"
                   perform gerar-acordo
               when = "pb"
                   perform buscar-professor
               when = "pg"
                   perform gravar-professor
               when = "gb"
                   perform buscar-grade
               when = "ga"
                   perform gravar-atribuicao
               when = "gr"
                   perform remover-atribuicao
               when = "gg"
                   perform gravar-aula-grade
               when = "gx"
                   perform excluir-aula-grade
               when = "vb"
                   perform buscar-aluno-movimento
               when = "vs"
                   perform registrar-saida-aluno
               when = "vd"
                   perform reimprimir-declaracao
               when = "ve"
                   perform registrar-entrada-transf
               when = "qb"
                   perform buscar-rematricula
               when = "qg"
                   perform gravar-rematricula
               when = "xb"
                   perform buscar-taxa
               when = "xg"
                   perform gravar-taxa
               when = "xl"
                   perform lancar-taxa
           end-evaluate

           .
               end-if

               perform atualizar-ultimo-codigo     *> Mantem o ultimo codigo atribuido nos parametros

               move "M"    to ws-mv-tipo               *> A matricula nova entra no
               accept ws-mv-data from date yyyymmdd    *> movimento mensal de alunos
               move spaces to ws-mv-escola
               move zero   to ws-mv-canceladas
               perform gravar-movimento
           end-if

      *> -------------

      *>------------------------------------------------------------------------
      *>   Exportar Cadastros - Gera arquivo delimitado para a contabilidade
      *>   (tipo 01 cadastro, tipo 02 saldo em aberto por aluno e, no fim,
      *>   tipo 03 receitas recebidas por mes, com a multa e os juros em
      *>   linhas proprias, separadas do principal das mensalidades)
      *>------------------------------------------------------------------------
       exportar-cadastros section.

                       if fd-status_cadastro <> "INATIVO" then
                           perform exportar-linha-cadastro
                           perform exportar-linha-saldo
                           perform exportar-linhas-taxa
                       end-if
                       read arqCadAl next
                       if ws-fs-arqCadAl <> "00"
                   perform finaliza-anormal
           end-evaluate

           perform exportar-receitas-diario

           close arqExportFin
           if ws-fs-arqExportFin <> "00" then          *> Erro fatal
               move 16                                          to lk-msg-erro-ofsset
           exit.

      *>------------------------------------------------------------------------
      *>   Grava as linhas tipo 03 da exportacao: percorre o diario de
      *>   pagamentos e totaliza por mes do recebimento o principal das
      *>   mensalidades, a multa, os juros e o principal das parcelas de
      *>   acordo, e as linhas tipo 05 com o principal das taxas avulsas
      *>   por categoria contabil; o diario fica aberto em
      *>   extend no restante do programa, entao e reaberto em input e
      *>   devolvido ao extend no final (mesmo manejo de
      *>   buscar-proximo-recibo)
      *>------------------------------------------------------------------------
       exportar-receitas-diario section.

           move zero to ws-rc-qtd
           move zero to ws-tr-qtd

           close arqPagamentos
           open input arqPagamentos
           if ws-fs-arqPagamentos <> "00" then     *> Erro fatal
               move 106                                     to lk-msg-erro-ofsset
               move ws-fs-arqPagamentos                     to lk-msg-erro-cod
               move "Erro ao Reabrir Arq. arqPagamentos!"   to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-pg-fim
           perform until ws-pg-fim = "S"
               read arqPagamentos
               if ws-fs-arqPagamentos = "00" then
                   perform acumular-receita-mes
               else
                   if ws-fs-arqPagamentos = "10" then
                       move "S" to ws-pg-fim
                   else                            *> Erro fatal
                       move 107                                 to lk-msg-erro-ofsset
                       move ws-fs-arqPagamentos                 to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqPagamentos!"   to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqPagamentos

           open extend arqPagamentos      *> Devolve o arquivo ao modo de gravacao
           if ws-fs-arqPagamentos <> "00"
           and ws-fs-arqPagamentos <> "05" then
               move 108                                     to lk-msg-erro-ofsset
               move ws-fs-arqPagamentos                     to lk-msg-erro-cod
               move "Erro ao Reabrir Arq. arqPagamentos!"   to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-rc-i from 1 by 1 until ws-rc-i > ws-rc-qtd
               move "MENSALIDADE"          to ws-rc-tipo-receita
               move ws-rc-principal(ws-rc-i) to ws-rc-valor
               perform exportar-linha-receita
               move "MULTA"                to ws-rc-tipo-receita
               move ws-rc-multa(ws-rc-i)   to ws-rc-valor
               perform exportar-linha-receita
               move "JUROS"                to ws-rc-tipo-receita
               move ws-rc-juros(ws-rc-i)   to ws-rc-valor
               perform exportar-linha-receita
               move "ACORDO"               to ws-rc-tipo-receita
               move ws-rc-acordo(ws-rc-i)  to ws-rc-valor
               perform exportar-linha-receita
           end-perform

           perform varying ws-tr-i from 1 by 1 until ws-tr-i > ws-tr-qtd
               perform exportar-linha-receita-taxa
           end-perform

           .
       exportar-receitas-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma a entrada corrente do diario no mes do recebimento; as
      *>   entradas anteriores aos encargos (campos em branco) contam so
      *>   o principal
      *>------------------------------------------------------------------------
       acumular-receita-mes section.

           move "N" to ws-rc-achou
           perform varying ws-rc-i from 1 by 1 until ws-rc-i > ws-rc-qtd
               if ws-rc-competencia(ws-rc-i) = fd-pg-data(1:6) then
                   move "S"       to ws-rc-achou
                   move ws-rc-i   to ws-rc-corrente
                   move ws-rc-qtd to ws-rc-i          *> Encerra a varredura
               end-if
           end-perform

           if ws-rc-achou = "N" then
               if ws-rc-qtd < 240 then
                   add 1 to ws-rc-qtd
                   move ws-rc-qtd         to ws-rc-corrente
                   move fd-pg-data(1:6)   to ws-rc-competencia(ws-rc-corrente)
                   move zero              to ws-rc-principal(ws-rc-corrente)
                   move zero              to ws-rc-multa(ws-rc-corrente)
                   move zero              to ws-rc-juros(ws-rc-corrente)
                   move zero              to ws-rc-acordo(ws-rc-corrente)
                   move "S"               to ws-rc-achou
               end-if
           end-if

           if ws-rc-achou = "S" then
               move fd-pg-valor to ws-pg-principal-frmt
               evaluate fd-pg-tipo
                   when "A"                           *> Parcela de acordo
                       add ws-pg-principal-frmt to ws-rc-acordo(ws-rc-corrente)
                   when "T"                           *> Taxa avulsa: por categoria (tipo 05)
                       perform acumular-receita-taxa
                   when other
                       add ws-pg-principal-frmt to ws-rc-principal(ws-rc-corrente)
               end-evaluate
               if fd-pg-encargos <> spaces then
                   move fd-pg-multa to ws-pg-multa-frmt
                   move fd-pg-juros to ws-pg-juros-frmt
                   add ws-pg-multa-frmt to ws-rc-multa(ws-rc-corrente)
                   add ws-pg-juros-frmt to ws-rc-juros(ws-rc-corrente)
               end-if
           end-if

           .
       acumular-receita-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha tipo 03 (receita do mes por tipo) da exportacao
      *>------------------------------------------------------------------------
       exportar-linha-receita section.

           move ws-rc-valor to ws-rc-valor-edt

           move spaces to fd-linha-export
           string "03"                           delimited by size   *> Tipo 03: receita recebida
                  ";"                            delimited by size
                  ws-rc-competencia(ws-rc-i)     delimited by size
                  ";"                            delimited by size
                  ws-rc-tipo-receita             delimited by space
                  ";"                            delimited by size
                  ws-rc-valor-edt                delimited by size
             into fd-linha-export
           end-string

           write fd-linha-export
           if ws-fs-arqExportFin <> "00" then          *> Erro fatal
               move 109                                         to lk-msg-erro-ofsset
               move ws-fs-arqExportFin                          to lk-msg-erro-cod
               move "Erro ao Gravar arq. exportacaoFinanceiro!" to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       exportar-linha-receita-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava as linhas tipo 04 da exportacao: uma por taxa avulsa em
      *>   aberto do aluno corrente (fd-cadastro), com o codigo e a
      *>   categoria contabil da taxa, a competencia e o saldo, para a
      *>   contabilidade lancar a receber fora das mensalidades
      *>------------------------------------------------------------------------
       exportar-linhas-taxa section.

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
                           if fd-ta-situacao <> "PAGA"
                           and fd-ta-situacao <> "CANCELADA" then
                               perform exportar-linha-taxa
                           end-if
                       else
                           if ws-fs-arqTaxasAlunos = "00"
                           or ws-fs-arqTaxasAlunos = "10" then
                               move "S" to ws-tx-fim
                           else                        *> Erro fatal
                               move 169                                    to lk-msg-erro-ofsset
                               move ws-fs-arqTaxasAlunos                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqTaxasAlunos!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem taxas lancadas
               when other                              *> Erro fatal
                   move 170                                        to lk-msg-erro-ofsset
                   move ws-fs-arqTaxasAlunos                       to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqTaxasAlunos!"  to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       exportar-linhas-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha tipo 04 (taxa avulsa em aberto) da exportacao
      *>------------------------------------------------------------------------
       exportar-linha-taxa section.

           move fd-ta-valor      to ws-mn-valor-frmt
           move fd-ta-valor-pago to ws-mn-pago-frmt
           if ws-mn-pago-frmt < ws-mn-valor-frmt then
               compute ws-saldo-aberto = ws-mn-valor-frmt - ws-mn-pago-frmt
           else
               move zero to ws-saldo-aberto
           end-if
           move ws-saldo-aberto to ws-saldo-aberto-edt

           move spaces to fd-linha-export
           string "04"                delimited by size   *> Tipo 04: taxa avulsa em aberto
                  ";"                 delimited by size
                  ws-cod_aluno-edt    delimited by size
                  ";"                 delimited by size
                  fd-ta-codigo        delimited by size
                  ";"                 delimited by size
                  fd-ta-categoria     delimited by space
                  ";"                 delimited by size
                  fd-ta-ano           delimited by size
                  fd-ta-mes           delimited by size
                  ";"                 delimited by size
                  ws-saldo-aberto-edt delimited by size
             into fd-linha-export
           end-string

           write fd-linha-export
           if ws-fs-arqExportFin <> "00" then          *> Erro fatal
               move 175                                         to lk-msg-erro-ofsset
               move ws-fs-arqExportFin                          to lk-msg-erro-cod
               move "Erro ao Gravar arq. exportacaoFinanceiro!" to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       exportar-linha-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma o principal da taxa avulsa recebida (entrada tipo "T" do
      *>   diario) no mes do recebimento e na categoria contabil da taxa,
      *>   lida do lancamento do aluno (o diario leva o aluno e o numero
      *>   do lancamento)
      *>------------------------------------------------------------------------
       acumular-receita-taxa section.

           move fd-pg-cod_aluno to fd-ta-cod_aluno
           move fd-pg-ano       to fd-ta-seq
           read arqTaxasAlunos

           evaluate ws-fs-arqTaxasAlunos
               when "00"
                   move fd-ta-categoria to ws-tr-categoria-busca
               when "23"
                   move "TAXAS"         to ws-tr-categoria-busca  *> Lancamento nao encontrado
               when other                              *> Erro fatal
                   move 169                                    to lk-msg-erro-ofsset
                   move ws-fs-arqTaxasAlunos                   to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqTaxasAlunos!"     to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           move "N" to ws-rc-achou
           perform varying ws-tr-i from 1 by 1 until ws-tr-i > ws-tr-qtd
               if ws-tr-competencia(ws-tr-i) = fd-pg-data(1:6)
               and ws-tr-categoria(ws-tr-i) = ws-tr-categoria-busca then
                   move "S"       to ws-rc-achou
                   move ws-tr-i   to ws-tr-corrente
                   move ws-tr-qtd to ws-tr-i          *> Encerra a varredura
               end-if
           end-perform

           if ws-rc-achou = "N" then
               if ws-tr-qtd < 240 then
                   add 1 to ws-tr-qtd
                   move ws-tr-qtd             to ws-tr-corrente
                   move fd-pg-data(1:6)       to ws-tr-competencia(ws-tr-corrente)
                   move ws-tr-categoria-busca to ws-tr-categoria(ws-tr-corrente)
                   move zero                  to ws-tr-valor(ws-tr-corrente)
                   move "S"                   to ws-rc-achou
               end-if
           end-if

           if ws-rc-achou = "S" then
               move fd-pg-valor to ws-pg-principal-frmt
               add ws-pg-principal-frmt to ws-tr-valor(ws-tr-corrente)
           end-if

           .
       acumular-receita-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma linha tipo 05 (receita de taxas avulsas do mes por
      *>   categoria contabil) da exportacao
      *>------------------------------------------------------------------------
       exportar-linha-receita-taxa section.

           move ws-tr-valor(ws-tr-i) to ws-rc-valor-edt

           move spaces to fd-linha-export
           string "05"                           delimited by size   *> Tipo 05: receita de taxas
                  ";"                            delimited by size
                  ws-tr-competencia(ws-tr-i)     delimited by size
                  ";"                            delimited by size
                  ws-tr-categoria(ws-tr-i)       delimited by space
                  ";"                            delimited by size
                  ws-rc-valor-edt                delimited by size
             into fd-linha-export
           end-string

           write fd-linha-export
           if ws-fs-arqExportFin <> "00" then          *> Erro fatal
               move 176                                         to lk-msg-erro-ofsset
               move ws-fs-arqExportFin                          to lk-msg-erro-cod
               move "Erro ao Gravar arq. exportacaoFinanceiro!" to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       exportar-linha-receita-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma o saldo em aberto (valor - valor pago das parcelas nao
      *>   quitadas) das mensalidades do aluno corrente em fd-cod_aluno;
      *>   a parcela renegociada fica de fora - o saldo dela entra pelas
      *>   parcelas do acordo, somadas no primeiro filho do acordo
      *>------------------------------------------------------------------------
       apurar-saldo-aberto section.

           move zero to ws-saldo-aberto

           move fd-cod_aluno to fd-mn-cod_aluno
           move zero         to fd-mn-ano
           move zero         to fd-mn-mes
           start arqMensalidades key is not < fd-mn-chave

           evaluate ws-fs-arqMensalidades
               when "00"
                   move "N" to ws-mn-fim
                   perform until ws-mn-fim = "S"
                       read arqMensalidades next
                       if ws-fs-arqMensalidades = "00" then
                           if fd-mn-cod_aluno = fd-cod_aluno then
                               if fd-mn-situacao <> "PAGA"
                               and fd-mn-situacao <> "ISENTA"
                               and fd-mn-situacao <> "RENEGOCIA"
                               and fd-mn-situacao <> "CANCELADA" then
                                   move fd-mn-valor      to ws-mn-valor-frmt
                                   move fd-mn-valor-pago to ws-mn-pago-frmt
                                   compute ws-saldo-aberto = ws-saldo-aberto
                                       + ws-mn-valor-frmt - ws-mn-pago-frmt
                               end-if
                           else
                               move "S" to ws-mn-fim
                           end-if
                       else
                           if ws-fs-arqMensalidades = "10" then
                               move "S" to ws-mn-fim
                           else                        *> Erro fatal
                               move 58                                      to lk-msg-erro-ofsset
                               move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqMensalidades!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem mensalidades geradas
               when other                              *> Erro fatal
                   move 59                                        to lk-msg-erro-ofsset
                   move ws-fs-arqMensalidades                     to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqMensalidades!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform apurar-saldo-acordos

           .
       apurar-saldo-aberto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma ao saldo em aberto as parcelas nao pagas dos acordos
      *>   ATIVO em que o aluno corrente e o primeiro filho
      *>------------------------------------------------------------------------
       apurar-saldo-acordos section.

           move zero to fd-ac-numero
           start arqAcordos key is not < fd-ac-numero

           if ws-fs-arqAcordos = "00" then
               move "N" to ws-ac-fim
               perform until ws-ac-fim = "S"
                   read arqAcordos next
                   if ws-fs-arqAcordos = "00" then
                       if fd-ac-cod-titular = fd-cod_aluno
                       and fd-ac-situacao = "ATIVO" then
                           perform somar-saldo-acordo
                       end-if
                   else
                       if ws-fs-arqAcordos = "10" then
                           move "S" to ws-ac-fim
                       else                            *> Erro fatal
                           move 123                                 to lk-msg-erro-ofsset
                           move ws-fs-arqAcordos                    to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqAcordos!"      to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform
           end-if

           .
       apurar-saldo-acordos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma o saldo das parcelas nao pagas do acordo corrente
      *>------------------------------------------------------------------------
       somar-saldo-acordo section.

           move fd-ac-numero to fd-ap-numero
           move zero         to fd-ap-parcela
           start arqAcordoParcelas key is not < fd-ap-chave

           if ws-fs-arqAcordoParcelas = "00" then
               move "N" to ws-mn-fim
               perform until ws-mn-fim = "S"
                   read arqAcordoParcelas next
                   if ws-fs-arqAcordoParcelas = "00"
                   and fd-ap-numero = fd-ac-numero then
                       if fd-ap-situacao <> "PAGA" then
                           move fd-ap-valor      to ws-mn-valor-frmt
                           move fd-ap-valor-pago to ws-mn-pago-frmt
                           compute ws-saldo-aberto = ws-saldo-aberto
                               + ws-mn-valor-frmt - ws-mn-pago-frmt
                       end-if
                   else
                       move "S" to ws-mn-fim
                   end-if
               end-perform
           end-if

           .
       somar-saldo-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Buscar próximo código disponível para cadastro
      *>------------------------------------------------------------------------
       buscar-cod-aluno section.

      *>---- Com o registro de parametros disponivel o proximo codigo sai
      *>---- direto do ultimo atribuido, sem varrer o arquivo inteiro; a
      *>---- varredura permanece como contingencia enquanto o registro de
      *>---- parametros ainda nao foi criado
           if ws-par-achado = "S"
           and fd-par-ultimo-codigo > zero then
               compute lk-cod_aluno = fd-par-ultimo-codigo + 1
           else
               move 1 to fd-cod_aluno
               start arqCadAl                          *> Dar start no arquivo
               if ws-fs-arqCadAl = "00" then
                   perform until ws-fs-arqCadAL = "10"   *> Rodar até encontrar o último registro
                       read arqCadAl next
                       move fd-cod_aluno to lk-cod_aluno   *> Mover dados do arquivo para as variaveis do programa
                   end-perform
                   add 1                 to lk-cod_aluno   *> Adicionar 1 ao código
               else
                   if ws-fs-arqCadAl = "23" then       *> Caso ainda não tenha nenhum registro no arquivo
                       move 1 to lk-cod_aluno
                   else                                *> Erro fatal
                   perform gravar-log-historico          *> Registra a imagem anterior do cadastro no historico

                   move "ATIVO" to fd-status_cadastro
                   if fd-situacao = "Transf."
                   or fd-situacao = "Abandono"
                   or fd-situacao = "Desligado"
                   or fd-situacao = "Recusou"
                   or fd-situacao = "Nao Conf."
                   or fd-situacao = "Bloqueado" then
                       move spaces to fd-situacao        *> Reingresso apos a saida: volta a cursar
                   end-if
                   rewrite fd-cadastro
                   if ws-fs-arqCadAl  <> 00 then      *> Erro fatal
                       move 26                                   to lk-msg-erro-ofsset
                       perform finaliza-anormal        *> Desvio para o fim anormal
                   else
                       move "Cadastro Restaurado com Sucesso!" to lk-msg

                       move "R"    to ws-mv-tipo           *> Reingresso no movimento mensal
                       accept ws-mv-data from date yyyymmdd
                       move spaces to ws-mv-escola
                       move zero   to ws-mv-canceladas
                       perform gravar-movimento
                   end-if
               end-if
           end-if
               perform finaliza-anormal
           end-if

           perform gravar-indice-historico

           .
       gravar-log-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a entrada recem gravada no historico (fd-log-registro)
      *>   tambem no indice por aluno e por data; a entrada do mesmo aluno
      *>   no mesmo segundo recebe a ordem seguinte
      *>------------------------------------------------------------------------
       gravar-indice-historico section.

           move fd-log-cod_aluno   to fd-lix-cod_aluno
           move ws-pg-data-hoje    to fd-lix-data
           move ws-hora-bruta(1:6) to fd-lix-hora
           move fd-log-registro    to fd-lix-registro
           move 1                  to fd-lix-ordem

           move "N" to ws-log-gravado
           perform until ws-log-gravado = "S"
               move fd-lix-data      to fd-lix-data-dt
               move fd-lix-hora      to fd-lix-hora-dt
               move fd-lix-cod_aluno to fd-lix-cod_aluno-dt
               move fd-lix-ordem     to fd-lix-ordem-dt

               write fd-log-ix
               evaluate ws-fs-arqCadAlLogIndex
                   when "00"
                       move "S" to ws-log-gravado
                   when "22"
                       add 1 to fd-lix-ordem       *> Ja ha entrada do aluno no mesmo segundo
                   when other                      *> Erro fatal
                       move 181                                       to lk-msg-erro-ofsset
                       move ws-fs-arqCadAlLogIndex                    to lk-msg-erro-cod
                       move "Erro ao Escrever Arq. arqCadAlLogIndex!" to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-perform

           .
       gravar-indice-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Consulta do historico de alteracoes - devolve a imagem anterior
      *>   de numero lk-log-seq (1 = mais recente) do aluno informado,
               perform buscar-entrada-historico

               if ws-log-achou = "N" then
                   if ws-log-sem-arquivo = "S" then
                       move "Ano Informado Sem Historico Arquivado." to lk-msg
                   else
                       move "Nenhum Registro no Historico para o Codigo." to lk-msg
                   end-if
                   move zero to lk-log-total
                   move spaces to lk-log-operacao-nav
                   move spaces to lk-log-usuario
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza no indice do historico a entrada lk-log-seq do aluno
      *>   lk-cod_aluno, lendo so as entradas do aluno (chave por aluno +
      *>   data + hora). Com lk-log-ano informado a busca e feita no
      *>   historico arquivado daquele ano (arqCadAlLog<aaaa>.dat, mesmo
      *>   layout do indice): o indice vivo, que fica aberto em i-o no
      *>   restante do programa, e fechado para a leitura e reaberto no
      *>   final
      *>------------------------------------------------------------------------
       buscar-entrada-historico section.

           move "N"  to ws-log-achou
           move "N"  to ws-log-sem-arquivo
           move zero to ws-log-total-w

           if lk-log-ano > zero then
               close arqCadAlLogIndex
               move spaces to ws-log-ix-nome
               string "arqCadAlLog"    delimited by size
                      lk-log-ano       delimited by size
                      ".dat"           delimited by size
                 into ws-log-ix-nome
               end-string

               open input arqCadAlLogIndex
               evaluate ws-fs-arqCadAlLogIndex
                   when "00"
                       continue
                   when "35"
                       move "S" to ws-log-sem-arquivo  *> Ano sem historico arquivado
                   when other                          *> Erro fatal
                       move 36                                     to lk-msg-erro-ofsset
                       move ws-fs-arqCadAlLogIndex                 to lk-msg-erro-cod
                       move "Erro ao abrir Historico Arquivado!"   to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           if ws-log-sem-arquivo = "N" then

      *>-------------  Passo 1: contar as entradas do aluno

               perform posicionar-historico-aluno
               perform until ws-log-fim = "S"
                   perform ler-historico-aluno
                   if ws-log-fim = "N" then
                       add 1 to ws-log-total-w
                   end-if
               end-perform

      *>-------------  Passo 2: reposicionar no aluno e ler ate a entrada
      *>-------------  desejada (a entrada 1 e a mais recente, ou seja, a
      *>-------------  ultima do aluno na ordem de data e hora do indice)

               if ws-log-total-w > zero then
                   if lk-log-seq < 1 then
                       move 1 to lk-log-seq
                   end-if
                   if lk-log-seq > ws-log-total-w then
                       move ws-log-total-w to lk-log-seq
                   end-if
                   compute ws-log-alvo = ws-log-total-w - lk-log-seq + 1

                   move zero to ws-log-conta
                   perform posicionar-historico-aluno
                   perform until ws-log-fim = "S"
                       perform ler-historico-aluno
                       if ws-log-fim = "N" then
                           add 1 to ws-log-conta
                           if ws-log-conta = ws-log-alvo then
                               move fd-lix-operacao  to ws-log-oper-achada
                               move fd-lix-cadastro  to ws-imagem-historico
                               if ws-imagem-historico(344:5) not numeric
                                   move "00000" to ws-imagem-historico(344:5)
                               end-if                 *> Entrada anterior ao campo de
                                                       *> responsavel (no fim do registro):
                                                       *> o codigo volta como zero
                               move fd-lix-usuario   to ws-log-usuario-achado
                               if fd-lix-data-log numeric  *> Entrada anterior ao carimbo
                                   move fd-lix-data-log to ws-log-data-achada
                               else                        *> do operador: sem data/hora
                                   move zero            to ws-log-data-achada
                               end-if
                               if fd-lix-hora-log numeric
                                   move fd-lix-hora-log to ws-log-hora-achada
                               else
                                   move zero            to ws-log-hora-achada
                               end-if
                               move "S"              to ws-log-achou
                               move "S"              to ws-log-fim
                           end-if
                       end-if
                   end-perform
               end-if
           end-if

           if lk-log-ano > zero then
               if ws-log-sem-arquivo = "N" then
                   close arqCadAlLogIndex
               end-if
               move "arqCadAlLogIndex.dat" to ws-log-ix-nome

               open i-o arqCadAlLogIndex   *> Devolve o indice vivo ao modo de gravacao
               if ws-fs-arqCadAlLogIndex <> "00" then  *> Erro fatal
                   move 39                                      to lk-msg-erro-ofsset
                   move ws-fs-arqCadAlLogIndex                  to lk-msg-erro-cod
                   move "Erro ao Reabrir Arq. arqCadAlLogIndex!" to lk-msg-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
           exit.

      *>------------------------------------------------------------------------
      *>   Posiciona o indice do historico na primeira entrada do aluno
      *>   lk-cod_aluno (ws-log-fim = "S" quando o aluno nao tem entradas)
      *>------------------------------------------------------------------------
       posicionar-historico-aluno section.

           move "N"          to ws-log-fim
           move lk-cod_aluno to fd-lix-cod_aluno
           move zero         to fd-lix-data
           move zero         to fd-lix-hora
           move zero         to fd-lix-ordem
           start arqCadAlLogIndex key is not < fd-lix-chave

           evaluate ws-fs-arqCadAlLogIndex
               when "00"
                   continue
               when "23"
                   move "S" to ws-log-fim          *> Nenhuma entrada do codigo em diante
               when other                          *> Erro fatal
                   move 38                                        to lk-msg-erro-ofsset
                   move ws-fs-arqCadAlLogIndex                    to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqCadAlLogIndex!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       posicionar-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le a proxima entrada do indice do historico; ws-log-fim = "S"
      *>   no fim do arquivo ou quando a entrada ja e de outro aluno
      *>------------------------------------------------------------------------
       ler-historico-aluno section.

           read arqCadAlLogIndex next

           evaluate ws-fs-arqCadAlLogIndex
               when "00"
                   if fd-lix-cod_aluno <> lk-cod_aluno then
                       move "S" to ws-log-fim
                   end-if
               when "10"
                   move "S" to ws-log-fim
               when other                          *> Erro fatal
                   move 37                                       to lk-msg-erro-ofsset
                   move ws-fs-arqCadAlLogIndex                   to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqCadAlLogIndex!"     to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-historico-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Reversao do cadastro para a imagem anterior selecionada no
      *>   historico; a imagem corrente e registrada antes como REVERSAO
      *>   para que a trilha do historico permaneca completa
      *>------------------------------------------------------------------------
       reverter-historico section.

           if lk-cod_aluno = zero then
               move "Informe o Codigo do Aluno." to lk-msg
           else
               perform buscar-entrada-historico

               if ws-log-achou = "N" then
                   move "Nenhum Registro no Historico para o Codigo." to lk-msg
               else
                   move lk-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   if ws-fs-arqCadAl <> "00" then  *> Erro fatal
                       move 40                                  to lk-msg-erro-ofsset
                       move ws-fs-arqCadAl                      to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if

                   move "REVERSAO" to ws-log-operacao
                   perform gravar-log-historico    *> Registra a imagem corrente antes de sobrescrever

                   move ws-imagem-historico to fd-cadastro
                   rewrite fd-cadastro
               move ws-par-senha-pad        to lk-par-senha
           end-if

           move ws-multa-perc               to lk-par-multa-perc
           move ws-juros-dia                to lk-par-juros-dia
           move ws-dias-carencia            to lk-par-dias-carencia
           move ws-dia-vencimento           to lk-par-dia-vencimento
           move ws-dias-rompimento          to lk-par-dias-rompimento

           if ws-par-achado = "S"                  *> Dados municipais da NFS-e: registro
           and fd-par-ultimo-rps numeric then      *> anterior a eles sai em branco
               move fd-par-cnpj             to lk-par-cnpj
               move fd-par-inscr-municipal  to lk-par-inscr-municipal
               move fd-par-cod-municipio    to lk-par-cod-municipio
               move fd-par-cod-servico      to lk-par-cod-servico
               move fd-par-aliquota-iss     to lk-par-aliquota-iss
               move fd-par-serie-rps        to lk-par-serie-rps
               move fd-par-ultimo-rps       to lk-par-ultimo-rps
               move fd-par-ultimo-lote-rps  to lk-par-ultimo-lote-rps
               move fd-par-cod-inep         to lk-par-cod-inep
           else
               move spaces                  to lk-par-cnpj
               move spaces                  to lk-par-inscr-municipal
               move zero                    to lk-par-cod-municipio
               move spaces                  to lk-par-cod-servico
               move zero                    to lk-par-aliquota-iss
               move spaces                  to lk-par-serie-rps
               move zero                    to lk-par-ultimo-rps
               move zero                    to lk-par-ultimo-lote-rps
               move zero                    to lk-par-cod-inep
           end-if

           .
       consultar-parametros-exit.
           exit.
       alterar-parametros section.

           move lk-par-limite-aprov to ws-limite-aprov-tmp   *> De-edita p/ validar a faixa
           move lk-par-multa-perc   to ws-multa-perc-tmp
           move lk-par-juros-dia    to ws-juros-dia-tmp
           move lk-par-aliquota-iss to ws-aliquota-iss-tmp

           perform buscar-maior-codigo     *> Ultimo codigo abaixo do maior em uso faria
                                           *> buscar-cod-aluno entregar codigo repetido
                   move "Senha Nao Pode Ficar em Branco."          to lk-msg
               when lk-par-ultimo-codigo < ws-maior-codigo
                   move "Ultimo Codigo Abaixo do Maior em Uso."    to lk-msg
               when ws-multa-perc-tmp > 10
                   move "Multa por Atraso Invalida (0 a 10%)."     to lk-msg
               when ws-juros-dia-tmp > 1
                   move "Juros ao Dia Invalidos (0 a 1%)."         to lk-msg
               when lk-par-dia-vencimento < 1
               or   lk-par-dia-vencimento > 31
                   move "Dia de Vencimento Invalido (1 a 31)."     to lk-msg
               when lk-par-dias-rompimento < 1
                   move "Tolerancia do Acordo Invalida (1 a 999)." to lk-msg
               when lk-par-cnpj <> spaces
               and  lk-par-cnpj is not numeric
                   move "CNPJ Invalido (14 digitos, sem pontuacao)." to lk-msg
               when ws-aliquota-iss-tmp > 5
                   move "Aliquota do ISS Invalida (0 a 5%)."       to lk-msg
               when other
                   if ws-par-achado = "S" then     *> Numeracao dos RPS e gravada pelo lote
                       move "PARAMS" to fd-par-chave  *> da NFS-e: relida para nao voltar atras
                       read arqParametros
                       if ws-fs-arqParametros <> "00" then  *> Erro fatal
                           move 124                                  to lk-msg-erro-ofsset
                           move ws-fs-arqParametros                  to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqParametros!"    to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
                   if ws-par-achado = "N"
                   or fd-par-ultimo-rps is not numeric then
                       move zero                to fd-par-ultimo-rps
                       move zero                to fd-par-ultimo-lote-rps
                   end-if

                   move "PARAMS"                to fd-par-chave
                   move lk-par-ultimo-codigo    to fd-par-ultimo-codigo
                   move lk-par-limite-aprov     to fd-par-limite-aprov
                   move lk-par-limite-faltas    to fd-par-limite-faltas
                   move lk-par-nome-escola      to fd-par-nome-escola
                   move lk-par-senha            to fd-par-senha
                   move lk-par-multa-perc       to fd-par-multa-perc
                   move lk-par-juros-dia        to fd-par-juros-dia
                   move lk-par-dias-carencia    to fd-par-dias-carencia
                   move lk-par-dia-vencimento   to fd-par-dia-vencimento
                   move lk-par-dias-rompimento  to fd-par-dias-rompimento
                   move lk-par-cnpj             to fd-par-cnpj
                   move lk-par-inscr-municipal  to fd-par-inscr-municipal
                   move lk-par-cod-municipio    to fd-par-cod-municipio
                   move lk-par-cod-servico      to fd-par-cod-servico
                   move lk-par-aliquota-iss     to fd-par-aliquota-iss
                   move lk-par-serie-rps        to fd-par-serie-rps
                   move lk-par-cod-inep         to fd-par-cod-inep

                   if ws-par-achado = "S" then
                       rewrite fd-parametros
                   move "S"                   to ws-par-achado
                   move ws-limite-aprov-tmp   to ws-limite-aprovacao
                   move fd-par-limite-faltas  to ws-limite-faltas
                   move ws-multa-perc-tmp     to ws-multa-perc
                   move ws-juros-dia-tmp      to ws-juros-dia
                   move fd-par-dias-carencia  to ws-dias-carencia
                   move fd-par-dia-vencimento to ws-dia-vencimento
                   move fd-par-dias-rompimento to ws-dias-rompimento
                   move "Parametros Atualizados com Sucesso!"      to lk-msg
           end-evaluate

                       move fd-mn-valor       to lk-mn-valor
                       move fd-mn-valor-pago  to lk-mn-valor-pago
                       move fd-mn-situacao    to lk-mn-situacao

                       accept ws-enc-data-pagto from date yyyymmdd  *> Devido na data de hoje
                       perform calcular-encargos-atraso
                       perform devolver-encargos-parcela
                       move ws-enc-total-devido to lk-mn-pagamento   *> Sugere o total devido
                   when "23"
                       move "Parcela Nao Encontrada - Gere as Mensalidades." to lk-msg
                   when other                          *> Erro fatal
           exit.

      *>------------------------------------------------------------------------
      *>   Devolve a tela de baixa o vencimento, os encargos e o total
      *>   devido da parcela corrente apurados em calcular-encargos-atraso
      *>------------------------------------------------------------------------
       devolver-encargos-parcela section.

           move ws-enc-venc-dia      to lk-mn-vencimento
           move ws-enc-multa         to lk-mn-multa
           move ws-enc-juros         to lk-mn-juros
           move ws-enc-total-devido  to lk-mn-total-devido

           .
       devolver-encargos-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura os encargos de atraso do saldo da parcela corrente
      *>   (fd-mensalidade) na data de pagamento ws-enc-data-pagto: com
      *>   o atraso acima da carencia incidem a multa sobre o saldo e os
      *>   juros diarios desde o vencimento; parcela quitada ou isenta
      *>   nao tem encargos e a renegociada num acordo nao deve mais nada
      *>   (o saldo dela passou as parcelas do acordo)
      *>------------------------------------------------------------------------
       calcular-encargos-atraso section.

           move zero to ws-enc-multa
           move zero to ws-enc-juros
           move zero to ws-enc-dias-atraso

           move fd-mn-valor      to ws-mn-valor-frmt
           move fd-mn-valor-pago to ws-mn-pago-frmt
           if ws-mn-pago-frmt < ws-mn-valor-frmt
           and fd-mn-situacao <> "RENEGOCIA"
           and fd-mn-situacao <> "CANCELADA" then
               compute ws-enc-saldo = ws-mn-valor-frmt - ws-mn-pago-frmt
           else
               move zero to ws-enc-saldo
           end-if

           perform apurar-vencimento-parcela

           if fd-mn-encargos-ate numeric then
               move fd-mn-encargos-ate to ws-enc-quitado-ate
           else
               move zero               to ws-enc-quitado-ate
           end-if

           if ws-enc-saldo > zero
           and fd-mn-situacao <> "PAGA"
           and fd-mn-situacao <> "ISENTA" then
               perform aplicar-encargos-saldo
           end-if

           compute ws-enc-total-devido =
               ws-enc-saldo + ws-enc-multa + ws-enc-juros

           .
       calcular-encargos-atraso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura os encargos de atraso da parcela de acordo corrente
      *>   (fd-acordo-parcela) na data de pagamento ws-enc-data-pagto -
      *>   mesma regra da mensalidade, com o vencimento gravado na parcela
      *>------------------------------------------------------------------------
       calcular-encargos-acordo section.

           move zero to ws-enc-multa
           move zero to ws-enc-juros
           move zero to ws-enc-dias-atraso

           move fd-ap-valor      to ws-mn-valor-frmt
           move fd-ap-valor-pago to ws-mn-pago-frmt
           if ws-mn-pago-frmt < ws-mn-valor-frmt then
               compute ws-enc-saldo = ws-mn-valor-frmt - ws-mn-pago-frmt
           else
               move zero to ws-enc-saldo
           end-if

           move fd-ap-vencimento   to ws-enc-venc-data
           compute ws-enc-venc-int = function integer-of-date(ws-enc-venc-data)
           move fd-ap-encargos-ate to ws-enc-quitado-ate

           if ws-enc-saldo > zero
           and fd-ap-situacao <> "PAGA" then
               perform aplicar-encargos-saldo
           end-if

           compute ws-enc-total-devido =
               ws-enc-saldo + ws-enc-multa + ws-enc-juros

           .
       calcular-encargos-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Aplica a multa e os juros sobre o saldo ws-enc-saldo vencido em
      *>   ws-enc-venc-int; com encargos ja quitados ate ws-enc-quitado-ate
      *>   a multa nao incide de novo e os juros correm dali
      *>------------------------------------------------------------------------
       aplicar-encargos-saldo section.

           compute ws-enc-juros-valor-dia rounded =
               ws-enc-saldo * ws-juros-dia / 100

           if ws-enc-quitado-ate > zero then    *> Encargos ja quitados ate a data: a multa
               compute ws-enc-dias-atraso =     *> nao incide de novo e os juros correm dali
                   function integer-of-date(ws-enc-data-pagto)
                 - function integer-of-date(ws-enc-quitado-ate)
               if ws-enc-dias-atraso > zero then
                   compute ws-enc-juros =
                       ws-enc-juros-valor-dia * ws-enc-dias-atraso
               end-if
           else
               compute ws-enc-dias-atraso =
                   function integer-of-date(ws-enc-data-pagto) - ws-enc-venc-int

               if ws-enc-dias-atraso > ws-dias-carencia then
                   compute ws-enc-multa rounded =
                       ws-enc-saldo * ws-multa-perc / 100
                   compute ws-enc-juros =
                       ws-enc-juros-valor-dia * ws-enc-dias-atraso
               end-if
           end-if

           .
       aplicar-encargos-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura a data de vencimento da parcela corrente: o dia gravado
      *>   na parcela (ou o dia padrao dos parametros, nas parcelas
      *>   anteriores ao campo) no mes da competencia, limitado ao ultimo
      *>   dia do mes
      *>------------------------------------------------------------------------
       apurar-vencimento-parcela section.

           if fd-mn-vencimento numeric
           and fd-mn-vencimento > zero then
               move fd-mn-vencimento  to ws-enc-dia-venc
           else
               move ws-dia-vencimento to ws-enc-dia-venc
           end-if

           if fd-mn-mes = 12 then                  *> Primeiro dia do mes seguinte
               compute ws-enc-venc-ano = fd-mn-ano + 1
               move 01                to ws-enc-venc-mes
           else
               move fd-mn-ano         to ws-enc-venc-ano
               compute ws-enc-venc-mes = fd-mn-mes + 1
           end-if
           move 01 to ws-enc-venc-dia
           compute ws-enc-ult-dia-int =
               function integer-of-date(ws-enc-venc-data) - 1

           move fd-mn-ano to ws-enc-venc-ano
           move fd-mn-mes to ws-enc-venc-mes
           move 01        to ws-enc-venc-dia
           compute ws-enc-venc-int =
               function integer-of-date(ws-enc-venc-data) + ws-enc-dia-venc - 1

           if ws-enc-venc-int > ws-enc-ult-dia-int then
               move ws-enc-ult-dia-int to ws-enc-venc-int
           end-if

           compute ws-enc-venc-data = function date-of-integer(ws-enc-venc-int)

           .
       apurar-vencimento-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Baixa de pagamento em uma parcela de mensalidade: apura a
      *>   multa e os juros devidos na data, acumula o valor recebido
      *>   (livre dos encargos) e quita a parcela quando o total pago
      *>   alcanca o valor devido
      *>------------------------------------------------------------------------
       baixar-mensalidade section.

                           if fd-mn-situacao = "PAGA" then
                               move "Parcela Ja Esta Quitada." to lk-msg
                           else
                            if fd-mn-situacao = "ISENTA"
                            or fd-mn-situacao = "CANCELADA" then
                               if fd-mn-situacao = "ISENTA" then
                                   move "Parcela Isenta (Bolsa Integral)."     to lk-msg
                               else
                                   move "Parcela Cancelada na Saida do Aluno." to lk-msg
                               end-if
                            else
                             if fd-mn-situacao = "RENEGOCIA" then
                               move fd-mn-acordo to ws-ac-numero-edt
                               move spaces to lk-msg
                               string "Parcela Renegociada no Acordo "  delimited by size
                                      ws-ac-numero-edt                  delimited by size
                                      "."                               delimited by size
                                 into lk-msg
                               end-string
                             else
                               accept ws-enc-data-pagto from date yyyymmdd
                               perform calcular-encargos-atraso

                               if ws-mn-pagamento-frmt < ws-enc-multa + ws-enc-juros then
                                   perform devolver-encargos-parcela
                                   move "Pagamento Nao Cobre a Multa e os Juros Devidos." to lk-msg
                               else
                                   perform efetivar-baixa-parcela
                               end-if
                             end-if
                            end-if
                           end-if
                       when "23"
       baixar-mensalidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Efetiva a baixa da parcela corrente: rateia o valor recebido
      *>   entre encargos e principal, quita a parcela quando o principal
      *>   pago alcanca o valor devido, registra o pagamento no caixa e
      *>   imprime o recibo
      *>------------------------------------------------------------------------
       efetivar-baixa-parcela section.

           perform ratear-pagamento-encargos

           add  ws-pg-principal-frmt to ws-mn-pago-frmt

      *>---- Encargos apurados ate hoje: o que o pagamento nao cobriu
      *>---- passa ao principal e nao incide de novo
           if ws-enc-multa + ws-enc-juros > zero then
               move ws-enc-data-pagto to fd-mn-encargos-ate
               perform incorporar-encargos-abertos
               move ws-mn-valor-frmt  to fd-mn-valor
           end-if

           move ws-mn-pago-frmt to fd-mn-valor-pago
           if ws-mn-pago-frmt >= ws-mn-valor-frmt then
               move "PAGA"   to fd-mn-situacao
           else
               move "ABERTA" to fd-mn-situacao
           end-if

           rewrite fd-mensalidade
           if ws-fs-arqMensalidades <> "00" then  *> Erro fatal
               move 61                                       to lk-msg-erro-ofsset
               move ws-fs-arqMensalidades                    to lk-msg-erro-cod
               move "Erro ao Gravar Arq. arqMensalidades!"   to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           move "M"                  to ws-pg-tipo
           move lk-cod_aluno         to ws-pg-cod-aluno
           move lk-mn-ano            to ws-pg-ano
           move lk-mn-mes            to ws-pg-mes
           perform registrar-pagamento-caixa
           perform imprimir-recibo

           move fd-mn-valor       to lk-mn-valor
           move fd-mn-valor-pago  to lk-mn-valor-pago
           move fd-mn-situacao    to lk-mn-situacao

           perform calcular-encargos-atraso       *> Devido apos a baixa
           perform devolver-encargos-parcela
           move "Pagamento Registrado com Sucesso!" to lk-msg

           .
       efetivar-baixa-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rateia o valor recebido (ws-mn-pagamento-frmt) sobre a parcela
      *>   corrente: quita primeiro a multa, depois os juros, e o
      *>   restante abate o principal
      *>------------------------------------------------------------------------
       ratear-pagamento-encargos section.

           move ws-mn-pagamento-frmt to ws-enc-restante

           if ws-enc-restante > ws-enc-multa then
               move ws-enc-multa    to ws-pg-multa-frmt
           else
               move ws-enc-restante to ws-pg-multa-frmt
           end-if
           subtract ws-pg-multa-frmt from ws-enc-restante

           if ws-enc-restante > ws-enc-juros then
               move ws-enc-juros    to ws-pg-juros-frmt
           else
               move ws-enc-restante to ws-pg-juros-frmt
           end-if
           subtract ws-pg-juros-frmt from ws-enc-restante

           move ws-enc-restante to ws-pg-principal-frmt

           .
       ratear-pagamento-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Encargos apurados e nao cobertos pelo valor recebido passam
      *>   ao principal em aberto (ws-mn-valor-frmt), ja que a data de
      *>   encargos quitados avanca para a data do pagamento
      *>------------------------------------------------------------------------
       incorporar-encargos-abertos section.

           compute ws-enc-aberto = ws-enc-multa + ws-enc-juros
                                 - ws-pg-multa-frmt - ws-pg-juros-frmt
           if ws-enc-aberto > zero then
               add ws-enc-aberto to ws-mn-valor-frmt
           end-if

           .
       incorporar-encargos-abertos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra a baixa confirmada no diario de pagamentos do caixa:
      *>   data do recebimento, numero sequencial do recibo, aluno,
      *>   ano/mes da parcela (na parcela de acordo, o numero do acordo e
      *>   da parcela) e valor recebido (principal, multa e juros em
      *>   separado) - e a trilha que permite fechar o caixa no fim do
      *>   dia (programa caixa)
      *>------------------------------------------------------------------------
       registrar-pagamento-caixa section.


           move ws-pg-data-hoje        to fd-pg-data
           move ws-pg-seq-prox         to fd-pg-seq
           move ws-pg-cod-aluno        to fd-pg-cod_aluno
           move ws-pg-ano              to fd-pg-ano
           move ws-pg-mes              to fd-pg-mes
           move ws-pg-principal-frmt   to fd-pg-valor
           move ws-pg-multa-frmt       to fd-pg-multa
           move ws-pg-juros-frmt       to fd-pg-juros
           move ws-pg-tipo             to fd-pg-tipo

           write fd-pagamento
           if ws-fs-arqPagamentos <> "00" then     *> Erro fatal
               perform finaliza-anormal
           end-if

           move fd-pagamento       to fd-pagamento-ix  *> Mesma entrada no indice por
           move fd-pg-cod_aluno    to fd-pix-cod_aluno *> data e por aluno
           move fd-pg-data         to fd-pix-data-aluno
           move fd-pg-seq          to fd-pix-seq-aluno

           write fd-pagamento-ix
           if ws-fs-arqPagamentosIndex <> "00" then    *> Erro fatal
               move 182                                         to lk-msg-erro-ofsset
               move ws-fs-arqPagamentosIndex                    to lk-msg-erro-cod
               move "Erro ao Escrever Arq. arqPagamentosIndex!" to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-pagamento-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura o proximo numero de recibo: o maior recibo ja gravado
      *>   no diario de pagamentos ou, se maior, o ultimo que saiu dele
      *>   no arquivamento anual, mais um. O maior recibo do diario e o
      *>   da ultima chave do indice (data + recibo, gravados sempre com
      *>   a data do dia): le a ultima entrada de arqPagamentosIndex,
      *>   sem percorrer o diario; indice vazio fica com o arquivamento
      *>------------------------------------------------------------------------
       buscar-proximo-recibo section.

           move zero to ws-pg-seq-prox

           move 99999999 to fd-pix-data
           move 999999   to fd-pix-seq
           start arqPagamentosIndex key is not > fd-pix-chave

           evaluate ws-fs-arqPagamentosIndex
               when "00"
                   read arqPagamentosIndex previous
                   evaluate ws-fs-arqPagamentosIndex
                       when "00"
                           move fd-pix-seq to ws-pg-seq-prox
                       when "10"
                           continue                    *> Diario vazio
                       when other                      *> Erro fatal
                           move 69                                       to lk-msg-erro-ofsset
                           move ws-fs-arqPagamentosIndex                 to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqPagamentosIndex!"   to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
               when "23"
                   continue                            *> Diario vazio
               when other                              *> Erro fatal
                   move 68                                       to lk-msg-erro-ofsset
                   move ws-fs-arqPagamentosIndex                 to lk-msg-erro-cod
                   move "Erro ao Posicionar arqPagamentosIndex!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform ler-ultimo-recibo-arquivado

           add 1 to ws-pg-seq-prox

       buscar-proximo-recibo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o controle do arquivamento anual e leva para
      *>   ws-pg-seq-prox o ultimo recibo arquivado, quando maior que o
      *>   do diario (sem arquivamento feito o controle nao existe)
      *>------------------------------------------------------------------------
       ler-ultimo-recibo-arquivado section.

           open input arqArquivamentos
           evaluate ws-fs-arqArquivamentos
               when "00"
                   move "N" to ws-aq-fim
                   perform until ws-aq-fim = "S"
                       read arqArquivamentos next
                       evaluate ws-fs-arqArquivamentos
                           when "00"
                               if fd-aq-ultimo-recibo > ws-pg-seq-prox then
                                   move fd-aq-ultimo-recibo to ws-pg-seq-prox
                               end-if
                           when "10"
                               move "S" to ws-aq-fim
                           when other                  *> Erro fatal
                               move 183                                       to lk-msg-erro-ofsset
                               move ws-fs-arqArquivamentos                    to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqArquivamentos!"      to lk-msg-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-perform
                   close arqArquivamentos
               when "35"
                   continue                            *> Nenhum ano arquivado ainda
               when other                              *> Erro fatal
                   move 183                                       to lk-msg-erro-ofsset
                   move ws-fs-arqArquivamentos                    to lk-msg-erro-cod
                   move "Erro ao abrir arq. arqArquivamentos!"    to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-ultimo-recibo-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o recibo numerado da baixa para entrega ao responsavel
      *>   (reciboPagamento.txt e regravado a cada baixa confirmada)
           move all "-" to rcb-linha
           write rcb-linha

           if ws-pg-tipo = "A" then                *> Parcela de acordo: em nome do responsavel
               move spaces to rcb-linha
               string "Responsavel: "      delimited by size
                      lk-nome_aluno        delimited by size
                 into rcb-linha
               end-string
               write rcb-linha

               move spaces to rcb-linha
               string "Acordo: "           delimited by size
                      fd-ap-numero         delimited by size
                      "  Parcela: "        delimited by size
                      fd-ap-parcela        delimited by size
                      "  Situacao Atual: " delimited by size
                      fd-ap-situacao       delimited by size
                 into rcb-linha
               end-string
               write rcb-linha
           end-if

           if ws-pg-tipo = "T" then                *> Taxa avulsa: descricao e competencia
               move lk-cod_aluno to ws-cod_aluno-edt
               move spaces to rcb-linha
               string "Aluno: "            delimited by size
                      lk-nome_aluno        delimited by size
                      "  Cod: "            delimited by size
                      ws-cod_aluno-edt     delimited by size
                 into rcb-linha
               end-string
               write rcb-linha

               move spaces to rcb-linha
               string "Taxa: "             delimited by size
                      fd-ta-descricao      delimited by size
                      "  Categoria: "      delimited by size
                      fd-ta-categoria      delimited by size
                 into rcb-linha
               end-string
               write rcb-linha

               move spaces to rcb-linha
               string "Competencia: "      delimited by size
                      fd-ta-mes            delimited by size
                      "/"                  delimited by size
                      fd-ta-ano            delimited by size
                      "  Situacao Atual: " delimited by size
                      fd-ta-situacao       delimited by size
                 into rcb-linha
               end-string
               write rcb-linha
           end-if

           if ws-pg-tipo <> "A"
           and ws-pg-tipo <> "T" then
               move lk-cod_aluno to ws-cod_aluno-edt
               move spaces to rcb-linha
               string "Aluno: "            delimited by size
                      lk-nome_aluno        delimited by size
                      "  Cod: "            delimited by size
                      ws-cod_aluno-edt     delimited by size
                 into rcb-linha
               end-string
               write rcb-linha

               move spaces to rcb-linha
               string "Parcela: "          delimited by size
                      fd-pg-mes            delimited by size
                      "/"                  delimited by size
                      fd-pg-ano            delimited by size
                      "  Situacao Atual: " delimited by size
                      fd-mn-situacao       delimited by size
                 into rcb-linha
               end-string
               write rcb-linha
           end-if

           move ws-enc-venc-dia      to ws-pg-dia-edt      *> Vencimento da parcela
           move ws-enc-venc-mes      to ws-pg-mes-edt
           move ws-enc-venc-ano      to ws-pg-ano-edt
           move spaces to rcb-linha
           string "Vencimento: "           delimited by size
                  ws-pg-data-edt           delimited by size
             into rcb-linha
           end-string
           write rcb-linha

           move ws-pg-principal-frmt to ws-pg-valor-edt
           move spaces to rcb-linha
           string "Principal (R$):      "  delimited by size
                  ws-pg-valor-edt          delimited by size
             into rcb-linha
           end-string
           write rcb-linha

           move ws-pg-multa-frmt to ws-pg-valor-edt
           move spaces to rcb-linha
           string "Multa (R$):          "  delimited by size
                  ws-pg-valor-edt          delimited by size
             into rcb-linha
           end-string
           write rcb-linha

           move ws-pg-juros-frmt to ws-pg-valor-edt
           move spaces to rcb-linha
           string "Juros (R$):          "  delimited by size
                  ws-pg-valor-edt          delimited by size
             into rcb-linha
           end-string
           write rcb-linha
           exit.

      *>------------------------------------------------------------------------
      *>   Acordos - busca o responsavel informado e relaciona as parcelas
      *>   ABERTA de todos os filhos dele (cadastro com o codigo do
      *>   responsavel), cada uma com o devido na data de hoje (saldo mais
      *>   multa e juros), para a tela marcar as que entram no acordo
      *>------------------------------------------------------------------------
       buscar-acordo-responsavel section.

           move zero   to lk-ac-numero
           move zero   to lk-ac-qtd-itens
           move zero   to lk-ac-valor-total
           move zero   to lk-ac-valor-parcela
           move spaces to lk-ac-nome-resp
           move "N"    to ws-ac-excedeu

           if lk-ac-responsavel = zero then
               move "Informe o Codigo do Responsavel." to lk-msg
           else
               move lk-ac-responsavel to fd-rs-codigo
               read arqResponsaveis
               evaluate ws-fs-arqResponsaveis
                   when "00"
                       move fd-rs-nome to lk-ac-nome-resp
                       perform listar-parcelas-familia
                       evaluate true
                           when lk-ac-qtd-itens = zero
                               move "Nenhuma Parcela em Aberto para a Familia." to lk-msg
                           when ws-ac-excedeu = "S"
                               move "Listadas as 30 Primeiras Parcelas em Aberto." to lk-msg
                           when other
                               move "Marque as Parcelas que Entram no Acordo." to lk-msg
                       end-evaluate
                   when "23"
                       move "Responsavel Nao Cadastrado." to lk-msg
                   when other                          *> Erro fatal
                       move 74                                      to lk-msg-erro-ofsset
                       move ws-fs-arqResponsaveis                   to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqResponsaveis!"     to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       buscar-acordo-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro atras dos filhos do responsavel do acordo
      *>   (inativos tambem: a divida sobrevive a matricula) e junta as
      *>   parcelas em aberto de cada um
      *>------------------------------------------------------------------------
       listar-parcelas-familia section.

           accept ws-enc-data-pagto from date yyyymmdd   *> Devido na data de hoje

           move 1 to fd-cod_aluno
           start arqCadAl key is not < fd-cod_aluno

           evaluate ws-fs-arqCadAl
               when "00"
                   move "N" to ws-ac-fim-cad
                   perform until ws-ac-fim-cad = "S"
                       read arqCadAl next
                       if ws-fs-arqCadAl = "00" then
                           if fd-responsavel numeric
                           and fd-responsavel = lk-ac-responsavel then
                               perform listar-parcelas-filho
                           end-if
                       else
                           if ws-fs-arqCadAl = "10" then
                               move "S" to ws-ac-fim-cad
                           else                        *> Erro fatal
                               move 114                                 to lk-msg-erro-ofsset
                               move ws-fs-arqCadAl                      to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Cadastro ainda vazio
               when other                              *> Erro fatal
                   move 114                                 to lk-msg-erro-ofsset
                   move ws-fs-arqCadAl                      to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqCadAl!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       listar-parcelas-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acrescenta a lista do acordo as parcelas ABERTA do filho
      *>   corrente em fd-cod_aluno (ate 30 parcelas na tela)
      *>------------------------------------------------------------------------
       listar-parcelas-filho section.

           move fd-cod_aluno to fd-mn-cod_aluno
           move zero         to fd-mn-ano
           move zero         to fd-mn-mes
           start arqMensalidades key is not < fd-mn-chave

           evaluate ws-fs-arqMensalidades
               when "00"
                   move "N" to ws-mn-fim
                   perform until ws-mn-fim = "S"
                       read arqMensalidades next
                       if ws-fs-arqMensalidades = "00" then
                           if fd-mn-cod_aluno = fd-cod_aluno then
                               if fd-mn-situacao = "ABERTA" then
                                   perform incluir-parcela-lista-acordo
                               end-if
                           else
                               move "S" to ws-mn-fim
                           end-if
                       else
                           if ws-fs-arqMensalidades = "10" then
                               move "S" to ws-mn-fim
                           else                        *> Erro fatal
                               move 115                                     to lk-msg-erro-ofsset
                               move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqMensalidades!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Filho sem mensalidades geradas
               when other                              *> Erro fatal
                   move 115                                       to lk-msg-erro-ofsset
                   move ws-fs-arqMensalidades                     to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqMensalidades!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       listar-parcelas-filho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui a parcela corrente na lista do acordo com o devido hoje
      *>------------------------------------------------------------------------
       incluir-parcela-lista-acordo section.

           if lk-ac-qtd-itens < 30 then
               perform calcular-encargos-atraso
               if ws-enc-total-devido > zero then
                   add 1 to lk-ac-qtd-itens
                   move lk-ac-qtd-itens     to ws-ac-i
                   move fd-mn-cod_aluno     to lk-ac-cod_aluno(ws-ac-i)
                   move fd-nome_aluno       to lk-ac-nome_aluno(ws-ac-i)
                   move fd-mn-ano           to lk-ac-ano(ws-ac-i)
                   move fd-mn-mes           to lk-ac-mes(ws-ac-i)
                   move ws-enc-total-devido to lk-ac-devido(ws-ac-i)
                   move spaces              to lk-ac-marcado(ws-ac-i)
               end-if
           else
               move "S" to ws-ac-excedeu
           end-if

           .
       incluir-parcela-lista-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Acordos - consolida as parcelas marcadas num acordo novo: a
      *>   entrada (parcela 00, vence hoje) e as parcelas mensais a partir
      *>   do primeiro vencimento vao para arqAcordoParcelas.dat; as
      *>   parcelas de origem ficam RENEGOCIADA com o numero do acordo
      *>------------------------------------------------------------------------
       gerar-acordo section.

           perform validar-acordo

           if lk-msg = spaces then
               perform buscar-ultimo-acordo

               accept ws-pg-data-hoje from date yyyymmdd

               move ws-ac-numero          to fd-ac-numero
               move lk-ac-responsavel     to fd-ac-responsavel
               move ws-ac-cod-titular     to fd-ac-cod-titular
               move ws-pg-data-hoje       to fd-ac-data
               move ws-ac-total           to fd-ac-valor-total
               move ws-ac-entrada-frmt    to fd-ac-entrada
               move lk-ac-qtd-parcelas    to fd-ac-qtd-parcelas
               move lk-ac-primeiro-venc   to fd-ac-primeiro-venc
               move "ATIVO"               to fd-ac-situacao
               move lk-op-login           to fd-ac-usuario

               write fd-acordo
               if ws-fs-arqAcordos <> "00" then    *> Erro fatal
                   move 116                                     to lk-msg-erro-ofsset
                   move ws-fs-arqAcordos                        to lk-msg-erro-cod
                   move "Erro ao Escrever Arq. arqAcordos!"     to lk-msg-erro-text
                   perform finaliza-anormal
               end-if

               perform gravar-parcelas-acordo
               perform renegociar-parcelas-origem

               move ws-ac-numero          to lk-ac-numero
               move ws-ac-total           to lk-ac-valor-total
               move ws-ac-valor-parcela   to lk-ac-valor-parcela
               move ws-ac-numero          to ws-ac-numero-edt
               move spaces to lk-msg
               string "Acordo "                delimited by size
                      ws-ac-numero-edt         delimited by size
                      " Gerado com Sucesso!"   delimited by size
                 into lk-msg
               end-string
           end-if

           .
       gerar-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida o acordo da tela: parcelas marcadas ainda em aberto (o
      *>   devido e reapurado hoje), numero de parcelas, primeiro
      *>   vencimento e entrada; apura o valor das parcelas - a ultima
      *>   absorve a diferenca de centavos da divisao
      *>------------------------------------------------------------------------
       validar-acordo section.

           move spaces to lk-msg
           move zero   to ws-ac-total
           move zero   to ws-ac-qtd-marcadas
           move zero   to ws-ac-cod-titular
           move lk-ac-entrada to ws-ac-entrada-frmt

           accept ws-enc-data-pagto from date yyyymmdd

           if lk-ac-responsavel = zero
           or lk-ac-qtd-itens = zero then
               move "Busque o Responsavel e Marque as Parcelas." to lk-msg
           else
               perform varying ws-ac-i from 1 by 1
                         until ws-ac-i > lk-ac-qtd-itens
                            or lk-msg <> spaces
                   if lk-ac-marcado(ws-ac-i) = "X"
                   or lk-ac-marcado(ws-ac-i) = "x" then
                       perform conferir-parcela-marcada
                   end-if
               end-perform
           end-if

           if lk-msg = spaces then
               evaluate true
                   when ws-ac-qtd-marcadas = zero
                       move "Nenhuma Parcela Marcada para o Acordo." to lk-msg
                   when lk-ac-qtd-parcelas < 1
                   or   lk-ac-qtd-parcelas > 24
                       move "Numero de Parcelas Invalido (1 a 24)." to lk-msg
                   when ws-ac-entrada-frmt >= ws-ac-total
                       move "Entrada Cobre o Total - Use a Baixa da Parcela." to lk-msg
                   when other
                       perform validar-primeiro-vencimento
               end-evaluate
           end-if

           if lk-msg = spaces then
               compute ws-ac-restante = ws-ac-total - ws-ac-entrada-frmt
               compute ws-ac-valor-parcela = ws-ac-restante / lk-ac-qtd-parcelas
               compute ws-ac-valor-ultima =
                   ws-ac-restante - ws-ac-valor-parcela * (lk-ac-qtd-parcelas - 1)
               if ws-ac-valor-ultima > 9999,99 then
                   move "Parcela Acima de R$ 9999,99 - Aumente as Parcelas." to lk-msg
               end-if
           end-if

           .
       validar-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere a parcela marcada ws-ac-i: precisa continuar ABERTA;
      *>   soma o devido de hoje no total do acordo
      *>------------------------------------------------------------------------
       conferir-parcela-marcada section.

           move lk-ac-cod_aluno(ws-ac-i) to fd-mn-cod_aluno
           move lk-ac-ano(ws-ac-i)       to fd-mn-ano
           move lk-ac-mes(ws-ac-i)       to fd-mn-mes
           read arqMensalidades

           evaluate ws-fs-arqMensalidades
               when "00"
                   if fd-mn-situacao <> "ABERTA" then
                       move "Parcela Marcada Nao Esta Mais em Aberto - Busque de Novo." to lk-msg
                   else
                       perform calcular-encargos-atraso
                       move ws-enc-total-devido to lk-ac-devido(ws-ac-i)
                       add ws-enc-total-devido  to ws-ac-total
                       add 1 to ws-ac-qtd-marcadas
                       if ws-ac-cod-titular = zero then  *> O primeiro filho marcado identifica
                           move fd-mn-cod_aluno to ws-ac-cod-titular   *> o acordo no caixa
                       end-if
                   end-if
               when "23"
                   move "Parcela Marcada Nao Encontrada - Busque de Novo." to lk-msg
               when other                              *> Erro fatal
                   move 60                                      to lk-msg-erro-ofsset
                   move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqMensalidades!"     to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       conferir-parcela-marcada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida o primeiro vencimento do acordo (aaaammdd): data valida
      *>   e nao anterior a hoje
      *>------------------------------------------------------------------------
       validar-primeiro-vencimento section.

           move lk-ac-primeiro-venc to ws-ac-venc-data

           if ws-ac-venc-mes < 1 or ws-ac-venc-mes > 12 then
               move "Primeiro Vencimento Invalido (aaaammdd)." to lk-msg
           else
               move ws-dias-mes-item(ws-ac-venc-mes) to ws-dias-mes-max

               if ws-ac-venc-mes = 2
               and function mod(ws-ac-venc-ano, 4) = 0
               and (function mod(ws-ac-venc-ano, 100) <> 0 or function mod(ws-ac-venc-ano, 400) = 0) then
                   move 29 to ws-dias-mes-max
               end-if

               evaluate true
                   when ws-ac-venc-ano = zero
                   or   ws-ac-venc-dia < 1
                   or   ws-ac-venc-dia > ws-dias-mes-max
                       move "Primeiro Vencimento Invalido (aaaammdd)." to lk-msg
                   when ws-ac-venc-data < ws-enc-data-pagto
                       move "Primeiro Vencimento Anterior a Hoje." to lk-msg
                   when other
                       continue
               end-evaluate
           end-if

           .
       validar-primeiro-vencimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura o numero do proximo acordo: o ultimo gravado + 1
      *>------------------------------------------------------------------------
       buscar-ultimo-acordo section.

           move zero to ws-ac-numero

           move zero to fd-ac-numero
           start arqAcordos key is not < fd-ac-numero

           evaluate ws-fs-arqAcordos
               when "00"
                   move "N" to ws-ac-fim
                   perform until ws-ac-fim = "S"
                       read arqAcordos next
                       if ws-fs-arqAcordos = "00" then
                           move fd-ac-numero to ws-ac-numero
                       else
                           if ws-fs-arqAcordos = "10" then
                               move "S" to ws-ac-fim
                           else                        *> Erro fatal
                               move 122                                 to lk-msg-erro-ofsset
                               move ws-fs-arqAcordos                    to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqAcordos!"      to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Primeiro acordo
               when other                              *> Erro fatal
                   move 122                                   to lk-msg-erro-ofsset
                   move ws-fs-arqAcordos                      to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqAcordos!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           add 1 to ws-ac-numero

           .
       buscar-ultimo-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava as parcelas do acordo: a 00 e a entrada (quando houver),
      *>   vencendo hoje; as demais vencem mes a mes no dia do primeiro
      *>   vencimento (limitado ao ultimo dia do mes)
      *>------------------------------------------------------------------------
       gravar-parcelas-acordo section.

           if ws-ac-entrada-frmt > zero then
               move zero               to ws-ac-p
               move ws-pg-data-hoje    to ws-ac-venc-data
               move ws-ac-entrada-frmt to ws-ac-valor-gravar
               perform gravar-parcela-acordo
           end-if

           perform varying ws-ac-p from 1 by 1
                     until ws-ac-p > lk-ac-qtd-parcelas
               perform apurar-vencimento-acordo
               if ws-ac-p = lk-ac-qtd-parcelas then
                   move ws-ac-valor-ultima  to ws-ac-valor-gravar
               else
                   move ws-ac-valor-parcela to ws-ac-valor-gravar
               end-if
               perform gravar-parcela-acordo
           end-perform

           .
       gravar-parcelas-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura o vencimento da parcela ws-ac-p: o primeiro vencimento
      *>   avancado ws-ac-p - 1 meses, no mesmo dia (ou no ultimo dia do
      *>   mes, quando ele for mais curto)
      *>------------------------------------------------------------------------
       apurar-vencimento-acordo section.

           move lk-ac-primeiro-venc to ws-ac-venc-data
           compute ws-ac-meses = ws-ac-venc-mes - 1 + ws-ac-p - 1
           compute ws-ac-venc-ano = ws-ac-venc-ano + ws-ac-meses / 12
           compute ws-ac-venc-mes = function mod(ws-ac-meses, 12) + 1

           move ws-dias-mes-item(ws-ac-venc-mes) to ws-dias-mes-max
           if ws-ac-venc-mes = 2
           and function mod(ws-ac-venc-ano, 4) = 0
           and (function mod(ws-ac-venc-ano, 100) <> 0 or function mod(ws-ac-venc-ano, 400) = 0) then
               move 29 to ws-dias-mes-max
           end-if

           move lk-ac-primeiro-venc(7:2) to ws-ac-venc-dia
           if ws-ac-venc-dia > ws-dias-mes-max then
               move ws-dias-mes-max to ws-ac-venc-dia
           end-if

           .
       apurar-vencimento-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a parcela ws-ac-p do acordo corrente
      *>------------------------------------------------------------------------
       gravar-parcela-acordo section.

           move ws-ac-numero       to fd-ap-numero
           move ws-ac-p            to fd-ap-parcela
           move ws-ac-venc-data    to fd-ap-vencimento
           move ws-ac-valor-gravar to fd-ap-valor
           move zero               to fd-ap-valor-pago
           move "ABERTA"           to fd-ap-situacao
           move zero               to fd-ap-encargos-ate

           write fd-acordo-parcela
           if ws-fs-arqAcordoParcelas <> "00" then     *> Erro fatal
               move 117                                         to lk-msg-erro-ofsset
               move ws-fs-arqAcordoParcelas                     to lk-msg-erro-cod
               move "Erro ao Escrever Arq. arqAcordoParcelas!"  to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-parcela-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Marca as parcelas de origem do acordo como RENEGOCIADA, com o
      *>   numero do acordo que passou a cobra-las
      *>------------------------------------------------------------------------
       renegociar-parcelas-origem section.

           perform varying ws-ac-i from 1 by 1
                     until ws-ac-i > lk-ac-qtd-itens
               if lk-ac-marcado(ws-ac-i) = "X"
               or lk-ac-marcado(ws-ac-i) = "x" then
                   move lk-ac-cod_aluno(ws-ac-i) to fd-mn-cod_aluno
                   move lk-ac-ano(ws-ac-i)       to fd-mn-ano
                   move lk-ac-mes(ws-ac-i)       to fd-mn-mes
                   read arqMensalidades
                   if ws-fs-arqMensalidades = "00" then
                       move "RENEGOCIA"   to fd-mn-situacao
                       move ws-ac-numero  to fd-mn-acordo
                       rewrite fd-mensalidade
                   end-if
                   if ws-fs-arqMensalidades <> "00" then   *> Erro fatal
                       move 118                                      to lk-msg-erro-ofsset
                       move ws-fs-arqMensalidades                    to lk-msg-erro-cod
                       move "Erro ao Gravar Arq. arqMensalidades!"   to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           .
       renegociar-parcelas-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida a parcela de acordo informada na tela de baixa e devolve
      *>   o nome do responsavel do acordo no lugar do nome do aluno
      *>------------------------------------------------------------------------
       validar-parcela-acordo section.

           move spaces to lk-msg

           if lk-mn-acordo-parcela > 24 then
               move "Parcela do Acordo Invalida (00 a 24)." to lk-msg
           else
               move lk-mn-acordo to fd-ac-numero
               read arqAcordos
               evaluate ws-fs-arqAcordos
                   when "00"
                       move fd-ac-cod-titular to lk-cod_aluno
                       move fd-ac-responsavel to fd-rs-codigo
                       read arqResponsaveis
                       if ws-fs-arqResponsaveis = "00" then
                           move fd-rs-nome    to lk-nome_aluno
                       else
                           move spaces        to lk-nome_aluno
                       end-if
                   when "23"
                       move "Acordo Nao Encontrado." to lk-msg
                   when other                          *> Erro fatal
                       move 121                                 to lk-msg-erro-ofsset
                       move ws-fs-arqAcordos                    to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqAcordos!"      to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       validar-parcela-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Consulta uma parcela de acordo para a tela de baixa: valor,
      *>   total pago, situacao, encargos e total devido hoje
      *>------------------------------------------------------------------------
       consultar-parcela-acordo section.

           perform validar-parcela-acordo

           if lk-msg = spaces then
               move lk-mn-acordo         to fd-ap-numero
               move lk-mn-acordo-parcela to fd-ap-parcela
               read arqAcordoParcelas

               evaluate ws-fs-arqAcordoParcelas
                   when "00"
                       move fd-ap-valor       to lk-mn-valor
                       move fd-ap-valor-pago  to lk-mn-valor-pago
                       move fd-ap-situacao    to lk-mn-situacao

                       accept ws-enc-data-pagto from date yyyymmdd  *> Devido na data de hoje
                       perform calcular-encargos-acordo
                       perform devolver-encargos-parcela
                       move ws-enc-total-devido to lk-mn-pagamento   *> Sugere o total devido
                   when "23"
                       move "Parcela de Acordo Nao Encontrada." to lk-msg
                   when other                          *> Erro fatal
                       move 119                                         to lk-msg-erro-ofsset
                       move ws-fs-arqAcordoParcelas                     to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqAcordoParcelas!"       to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       consultar-parcela-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Baixa de pagamento numa parcela de acordo - mesma regra da
      *>   mensalidade: o pagamento cobre primeiro a multa e os juros
      *>------------------------------------------------------------------------
       baixar-parcela-acordo section.

           perform validar-parcela-acordo

           if lk-msg = spaces then
               move lk-mn-pagamento to ws-mn-pagamento-frmt   *> De-edita p/ validar e somar

               if ws-mn-pagamento-frmt = zero then
                   move "Informe o Valor do Pagamento." to lk-msg
               else
                   move lk-mn-acordo         to fd-ap-numero
                   move lk-mn-acordo-parcela to fd-ap-parcela
                   read arqAcordoParcelas

                   evaluate ws-fs-arqAcordoParcelas
                       when "00"
                           if fd-ap-situacao = "PAGA" then
                               move "Parcela Ja Esta Quitada." to lk-msg
                           else
                               accept ws-enc-data-pagto from date yyyymmdd
                               perform calcular-encargos-acordo

                               if ws-mn-pagamento-frmt < ws-enc-multa + ws-enc-juros then
                                   perform devolver-encargos-parcela
                                   move "Pagamento Nao Cobre a Multa e os Juros Devidos." to lk-msg
                               else
                                   perform efetivar-baixa-acordo
                               end-if
                           end-if
                       when "23"
                           move "Parcela de Acordo Nao Encontrada." to lk-msg
                       when other                      *> Erro fatal
                           move 119                                         to lk-msg-erro-ofsset
                           move ws-fs-arqAcordoParcelas                     to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqAcordoParcelas!"       to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
               end-if
           end-if

           .
       baixar-parcela-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Efetiva a baixa da parcela de acordo corrente, registra o
      *>   pagamento no caixa (tipo "A") e imprime o recibo; com todas as
      *>   parcelas pagas o acordo passa a QUITADO
      *>------------------------------------------------------------------------
       efetivar-baixa-acordo section.

           perform ratear-pagamento-encargos

           add  ws-pg-principal-frmt to ws-mn-pago-frmt

      *>---- Encargos apurados ate hoje: o que o pagamento nao cobriu
      *>---- passa ao principal e nao incide de novo
           if ws-enc-multa + ws-enc-juros > zero then
               move ws-enc-data-pagto to fd-ap-encargos-ate
               perform incorporar-encargos-abertos
               move ws-mn-valor-frmt  to fd-ap-valor
           end-if

           move ws-mn-pago-frmt to fd-ap-valor-pago
           if ws-mn-pago-frmt >= ws-mn-valor-frmt then
               move "PAGA"   to fd-ap-situacao
           else
               move "ABERTA" to fd-ap-situacao
           end-if

           rewrite fd-acordo-parcela
           if ws-fs-arqAcordoParcelas <> "00" then     *> Erro fatal
               move 120                                         to lk-msg-erro-ofsset
               move ws-fs-arqAcordoParcelas                     to lk-msg-erro-cod
               move "Erro ao Gravar Arq. arqAcordoParcelas!"    to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           move "A"                  to ws-pg-tipo
           move fd-ac-cod-titular    to ws-pg-cod-aluno
           move fd-ap-numero         to ws-pg-ano
           move fd-ap-parcela        to ws-pg-mes
           perform registrar-pagamento-caixa
           perform imprimir-recibo

           move fd-ap-valor       to lk-mn-valor
           move fd-ap-valor-pago  to lk-mn-valor-pago
           move fd-ap-situacao    to lk-mn-situacao

           perform calcular-encargos-acordo       *> Devido apos a baixa
           perform devolver-encargos-parcela

           if fd-ap-situacao = "PAGA" then
               perform encerrar-acordo-quitado
           end-if

           move "Pagamento Registrado com Sucesso!" to lk-msg

           .
       efetivar-baixa-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Passa o acordo corrente (fd-acordo) a QUITADO quando todas as
      *>   parcelas dele estao pagas
      *>------------------------------------------------------------------------
       encerrar-acordo-quitado section.

           move "S"          to ws-ac-quitado
           move fd-ac-numero to fd-ap-numero
           move zero         to fd-ap-parcela
           start arqAcordoParcelas key is not < fd-ap-chave

           if ws-fs-arqAcordoParcelas = "00" then
               move "N" to ws-ac-fim
               perform until ws-ac-fim = "S"
                   read arqAcordoParcelas next
                   if ws-fs-arqAcordoParcelas = "00"
                   and fd-ap-numero = fd-ac-numero then
                       if fd-ap-situacao <> "PAGA" then
                           move "N" to ws-ac-quitado
                           move "S" to ws-ac-fim
                       end-if
                   else
                       move "S" to ws-ac-fim
                   end-if
               end-perform
           end-if

           if ws-ac-quitado = "S" then
               move "QUITADO" to fd-ac-situacao
               rewrite fd-acordo
               if ws-fs-arqAcordos <> "00" then    *> Erro fatal
                   move 121                                     to lk-msg-erro-ofsset
                   move ws-fs-arqAcordos                        to lk-msg-erro-cod
                   move "Erro ao Gravar Arq. arqAcordos!"       to lk-msg-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       encerrar-acordo-quitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui um candidato no fim da fila de espera da turma lotada
      *>   (a posicao e a ultima da turma + 1; posicoes nao sao
      *>   renumeradas na remocao, entao a mais baixa remanescente e
      *>   sempre o primeiro da fila)
      *>------------------------------------------------------------------------
       gravar-espera section.

           evaluate true
               when lk-le-turma = spaces
                   move "Informe a Turma da Lista de Espera."    to lk-msg
               when lk-le-nome = spaces
                   move "Nome do Candidato Nao Informado."       to lk-msg
               when other
                   perform buscar-ultima-posicao-espera

                   accept ws-pg-data-hoje from date yyyymmdd

                   move lk-le-turma             to fd-le-turma
                   compute fd-le-posicao = ws-le-ult-posicao + 1
                   move lk-le-nome              to fd-le-nome
                   move lk-le-fone              to fd-le-fone
                   move ws-pg-data-hoje         to fd-le-data
                   move zero                    to fd-le-liberada

                   write fd-lista-espera
                   if ws-fs-arqListaEspera <> "00" then    *> Erro fatal
                       move 86                                        to lk-msg-erro-ofsset
                       move ws-fs-arqListaEspera                      to lk-msg-erro-cod
                       move "Erro ao Escrever Arq. arqListaEspera!"   to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if

                   move fd-le-posicao to lk-le-posicao
                   move fd-le-posicao to ws-le-posicao-edt
                   move spaces to lk-msg
                   string "Incluido na Lista de Espera - Posicao: " delimited by size
                          ws-le-posicao-edt                         delimited by size
                     into lk-msg
                   end-string
           end-evaluate

           .
       gravar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura a ultima posicao ja ocupada na fila de espera da turma
      *>   lk-le-turma (zero quando a fila esta vazia)
      *>------------------------------------------------------------------------
       buscar-ultima-posicao-espera section.

           move zero to ws-le-ult-posicao

           move lk-le-turma to fd-le-turma
           move zero        to fd-le-posicao
           start arqListaEspera key is not < fd-le-chave

           evaluate ws-fs-arqListaEspera
               when "00"
                   move "N" to ws-le-fim
                   perform until ws-le-fim = "S"
                       read arqListaEspera next
                       if ws-fs-arqListaEspera = "00" then
                           if fd-le-turma = lk-le-turma then
                               move fd-le-posicao to ws-le-ult-posicao
                           else
                               move "S" to ws-le-fim
                           end-if
                       else
                           if ws-fs-arqListaEspera = "10" then
                               move "S" to ws-le-fim
                           else                        *> Erro fatal
                               move 87                                     to lk-msg-erro-ofsset
                               move ws-fs-arqListaEspera                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqListaEspera!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Fila ainda vazia
               when other                              *> Erro fatal
                   move 88                                        to lk-msg-erro-ofsset
                   move ws-fs-arqListaEspera                      to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqListaEspera!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       buscar-ultima-posicao-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Devolve a proxima entrada da fila de espera da turma apos a
      *>   posicao lk-le-posicao (zero na primeira chamada = primeiro da
      *>   fila); fim da fila e avisado em lk-msg
      *>------------------------------------------------------------------------
       listar-espera section.

           if lk-le-turma = spaces then
               move "Informe a Turma da Lista de Espera." to lk-msg
           else
               move lk-le-turma    to fd-le-turma
               move lk-le-posicao  to fd-le-posicao
               start arqListaEspera key is greater than fd-le-chave

               evaluate ws-fs-arqListaEspera
                   when "00"
                       read arqListaEspera next
                       if ws-fs-arqListaEspera = "00"
                       and fd-le-turma = lk-le-turma then
                           move fd-le-posicao  to lk-le-posicao
                           move fd-le-nome     to lk-le-nome
                           move fd-le-fone     to lk-le-fone
                           move fd-le-data     to lk-le-data
                           move fd-le-liberada to lk-le-liberada
                       else
                           if ws-fs-arqListaEspera = "00"
                           or ws-fs-arqListaEspera = "10" then
                               perform avisar-fim-espera
                           else                        *> Erro fatal
                               move 87                                     to lk-msg-erro-ofsset
                               move ws-fs-arqListaEspera                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqListaEspera!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   when "23"
                   when "10"
                       perform avisar-fim-espera
                   when other                          *> Erro fatal
                       move 88                                        to lk-msg-erro-ofsset
                       move ws-fs-arqListaEspera                      to lk-msg-erro-cod
                       move "Erro ao Posicionar Arq. arqListaEspera!" to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       listar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta o aviso de fim (ou vazio) da fila de espera da turma
      *>------------------------------------------------------------------------
       avisar-fim-espera section.

           if lk-le-posicao = zero then
               move "Lista de Espera Vazia para a Turma." to lk-msg
           else
               move "Fim da Lista de Espera da Turma."    to lk-msg
           end-if

           .
       avisar-fim-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Remove a entrada lk-le-turma/lk-le-posicao da fila de espera
      *>   (candidato atendido ou desistente); as demais posicoes
      *>   permanecem como estao
      *>------------------------------------------------------------------------
       deletar-espera section.

           move lk-le-turma   to fd-le-turma
           move lk-le-posicao to fd-le-posicao
           read arqListaEspera

           evaluate ws-fs-arqListaEspera
               when "00"
                   delete arqListaEspera record
                   if ws-fs-arqListaEspera <> "00" then    *> Erro fatal
                       move 89                                       to lk-msg-erro-ofsset
                       move ws-fs-arqListaEspera                     to lk-msg-erro-cod
                       move "Erro ao Excluir Arq. arqListaEspera!"   to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if
                   move "Removido da Lista de Espera." to lk-msg
               when "23"
                   move "Entrada da Lista de Espera Nao Encontrada." to lk-msg
               when other                              *> Erro fatal
                   move 87                                     to lk-msg-erro-ofsset
                   move ws-fs-arqListaEspera                   to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqListaEspera!"     to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       deletar-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Vaga aberta na turma ws-vaga-turma (exclusao de cadastro,
      *>   transferencia ou aumento de capacidade): aponta o primeiro da
      *>   fila de espera na tela e anota a oferta no relatorio diario
      *>   ofertasListaEspera.txt para a secretaria chamar a familia
      *>------------------------------------------------------------------------
       avisar-vaga-espera section.

           move ws-vaga-turma to fd-le-turma
           move zero          to fd-le-posicao
           start arqListaEspera key is greater than fd-le-chave

           evaluate ws-fs-arqListaEspera
               when "00"
                   read arqListaEspera next
                   if ws-fs-arqListaEspera = "00"
                   and fd-le-turma = ws-vaga-turma then
                       perform anotar-oferta-espera

                       move spaces to lk-msg
                       string "Vaga Aberta - Chamar da Espera: " delimited by size
                              fd-le-nome(1:18)                   delimited by size
                         into lk-msg
                       end-string
                   else
                       if ws-fs-arqListaEspera <> "00"
                       and ws-fs-arqListaEspera <> "10" then   *> Erro fatal
                           move 87                                     to lk-msg-erro-ofsset
                           move ws-fs-arqListaEspera                   to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqListaEspera!"     to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               when "23"
               when "10"
                   continue                            *> Sem fila de espera para a turma
               when other                              *> Erro fatal
                   move 88                                        to lk-msg-erro-ofsset
                   move ws-fs-arqListaEspera                      to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqListaEspera!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       avisar-vaga-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anota a oferta do dia no relatorio de ofertas (o arquivo
      *>   acumula em extend as ofertas para a chamada diaria da
      *>   secretaria; o primeiro da fila esta em fd-lista-espera)
      *>------------------------------------------------------------------------
       anotar-oferta-espera section.

           open extend arqOfertasEspera
           if ws-fs-arqOfertasEspera <> "00"
           and ws-fs-arqOfertasEspera <> "05" then     *> Erro fatal
               move 90                                        to lk-msg-erro-ofsset
               move ws-fs-arqOfertasEspera                    to lk-msg-erro-cod
               move "Erro ao Abrir Arq. ofertasListaEspera!"  to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           accept ws-pg-data-hoje from date yyyymmdd
           move ws-pg-hoje-dia to ws-pg-dia-edt
           move ws-pg-hoje-mes to ws-pg-mes-edt
           move ws-pg-hoje-ano to ws-pg-ano-edt
           move fd-le-posicao  to ws-le-posicao-edt

           move spaces to ofe-linha
           string ws-pg-data-edt        delimited by size
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
           if ws-fs-arqOfertasEspera <> "00" then      *> Erro fatal
               move 91                                          to lk-msg-erro-ofsset
               move ws-fs-arqOfertasEspera                      to lk-msg-erro-cod
               move "Erro ao Escrever Arq. ofertasListaEspera!" to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           close arqOfertasEspera
           if ws-fs-arqOfertasEspera <> "00" then      *> Erro fatal
               move 92                                         to lk-msg-erro-ofsset
               move ws-fs-arqOfertasEspera                     to lk-msg-erro-cod
               move "Erro ao Fechar Arq. ofertasListaEspera!"  to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       anotar-oferta-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Busca a bolsa/desconto de um aluno (tela de manutencao)
      *>------------------------------------------------------------------------
       buscar-bolsa section.

           move lk-bl-cod_aluno to fd-bl-cod_aluno
           read arqBolsas

           evaluate ws-fs-arqBolsas
               when "00"
                   move fd-bolsa to lk-bolsa
               when "23"
                   move "Aluno Sem Bolsa ou Desconto Registrado." to lk-msg
               when other                              *> Erro fatal
                   move 101                                to lk-msg-erro-ofsset
                   move ws-fs-arqBolsas                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqBolsas!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       buscar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a bolsa/desconto de um aluno: tipo P aplica um
      *>   percentual da mensalidade (100 = bolsa integral, parcela nasce
      *>   ISENTA na geracao); tipo V abate um valor fixo; a vigencia
      *>   (ano/mes inicial e final) delimita as competencias atingidas
      *>------------------------------------------------------------------------
       gravar-bolsa section.

           perform validar-bolsa

           if lk-msg = spaces then
               move lk-bl-cod_aluno to fd-bl-cod_aluno
               read arqBolsas

               evaluate ws-fs-arqBolsas
                   when "00"
                       move lk-bolsa to fd-bolsa
                       rewrite fd-bolsa
                       if ws-fs-arqBolsas <> "00" then  *> Erro fatal
                           move 102                                 to lk-msg-erro-ofsset
                           move ws-fs-arqBolsas                     to lk-msg-erro-cod
                           move "Erro ao Gravar Arq. arqBolsas!"    to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Bolsa/Desconto Alterado com Sucesso!"   to lk-msg
                   when "23"
                       move lk-bolsa to fd-bolsa
                       write fd-bolsa
                       if ws-fs-arqBolsas <> "00" then  *> Erro fatal
                           move 103                                 to lk-msg-erro-ofsset
                           move ws-fs-arqBolsas                     to lk-msg-erro-cod
                           move "Erro ao Escrever Arq. arqBolsas!"  to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Bolsa/Desconto Registrado com Sucesso!" to lk-msg
                   when other                          *> Erro fatal
                       move 101                                to lk-msg-erro-ofsset
                       move ws-fs-arqBolsas                    to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqBolsas!"      to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       gravar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica os dados da bolsa/desconto antes de gravar; o aluno
      *>   precisa existir no cadastro
      *>------------------------------------------------------------------------
       validar-bolsa section.

           move spaces to lk-msg
           move lk-bl-valor to ws-mn-valor-frmt    *> De-edita p/ criticar o valor fixo

           evaluate true
               when lk-bl-cod_aluno = zero
                   move "Informe o Codigo do Aluno."                  to lk-msg
               when lk-bl-tipo <> "P" and lk-bl-tipo <> "V"
                   move "Tipo Invalido (P=Percentual, V=Valor Fixo)." to lk-msg
               when lk-bl-tipo = "P"
                and (lk-bl-percentual < 1 or lk-bl-percentual > 100)
                   move "Percentual Invalido (1 a 100)."              to lk-msg
               when lk-bl-tipo = "V" and ws-mn-valor-frmt = zero
                   move "Informe o Valor Fixo do Desconto."           to lk-msg
               when lk-bl-ano-ini = zero
                 or lk-bl-mes-ini < 1 or lk-bl-mes-ini > 12
                   move "Vigencia Inicial Invalida (ano/mes)."        to lk-msg
               when lk-bl-ano-fim = zero
                 or lk-bl-mes-fim < 1 or lk-bl-mes-fim > 12
                   move "Vigencia Final Invalida (ano/mes)."          to lk-msg
               when lk-bl-ano-fim < lk-bl-ano-ini
                 or (lk-bl-ano-fim = lk-bl-ano-ini
                     and lk-bl-mes-fim < lk-bl-mes-ini)
                   move "Vigencia Final Anterior a Inicial."          to lk-msg
               when other
                   move lk-bl-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   evaluate ws-fs-arqCadAl
                       when "00"
                           continue
                       when "23"
                           move "Codigo Informado Nao Registrado."    to lk-msg
                       when other                      *> Erro fatal
                           move 104                                 to lk-msg-erro-ofsset
                           move ws-fs-arqCadAl                      to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           .
       validar-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exclui o registro de bolsa/desconto de um aluno (beneficio
      *>   encerrado); as parcelas ja geradas permanecem como nasceram
      *>------------------------------------------------------------------------
       excluir-bolsa section.

           move lk-bl-cod_aluno to fd-bl-cod_aluno
           read arqBolsas

           evaluate ws-fs-arqBolsas
               when "00"
                   delete arqBolsas record
                   if ws-fs-arqBolsas <> "00" then     *> Erro fatal
                       move 105                                 to lk-msg-erro-ofsset
                       move ws-fs-arqBolsas                     to lk-msg-erro-cod
                       move "Erro ao Excluir Arq. arqBolsas!"   to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if
                   move "Bolsa/Desconto Excluido com Sucesso!" to lk-msg
               when "23"
                   move "Aluno Sem Bolsa ou Desconto Registrado." to lk-msg
               when other                              *> Erro fatal
                   move 101                                to lk-msg-erro-ofsset
                   move ws-fs-arqBolsas                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqBolsas!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       excluir-bolsa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Busca um professor no cadastro (tela de manutencao) e devolve
      *>   quantas aulas ele ja tem lancadas na grade horaria
      *>------------------------------------------------------------------------
       buscar-professor section.

           move lk-pf-codigo to fd-pf-codigo
           read arqProfessores

           evaluate ws-fs-arqProfessores
               when "00"
                   move fd-pf-nome         to lk-pf-nome
                   move fd-pf-fone         to lk-pf-fone
                   move fd-pf-email        to lk-pf-email
                   move fd-pf-carga        to lk-pf-carga

                   move fd-pf-codigo       to ws-gh-professor
                   move zero               to ws-ad-qtd
                   perform varrer-grade-professor
                   move ws-gh-qtd-prof     to lk-pf-aulas-grade
               when "23"
                   move "Professor Nao Cadastrado." to lk-msg
               when other                              *> Erro fatal
                   move 126                                     to lk-msg-erro-ofsset
                   move ws-fs-arqProfessores                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqProfessores!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       buscar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava um professor: inclui quando o codigo ainda nao existe,
      *>   sobrescreve quando ja existe; a carga contratada nao pode
      *>   ficar abaixo das aulas ja lancadas na grade
      *>------------------------------------------------------------------------
       gravar-professor section.

           move lk-pf-codigo to ws-gh-professor
           move zero         to ws-ad-qtd
           move zero         to ws-gh-qtd-prof

           evaluate true
               when lk-pf-codigo = zero
                   move "Informe o Codigo do Professor."             to lk-msg
               when lk-pf-nome = spaces
                   move "Informe o Nome do Professor."               to lk-msg
               when lk-pf-carga = zero
                   move "Informe a Carga Horaria Contratada."        to lk-msg
               when other
                   perform varrer-grade-professor
                   if lk-pf-carga < ws-gh-qtd-prof then
                       move "Carga Menor que as Aulas Ja Lancadas na Grade." to lk-msg
                   end-if
           end-evaluate

           if lk-msg = spaces then
               move lk-pf-codigo to fd-pf-codigo
               read arqProfessores

               evaluate ws-fs-arqProfessores
                   when "00"
                       move lk-pf-nome         to fd-pf-nome
                       move lk-pf-fone         to fd-pf-fone
                       move lk-pf-email        to fd-pf-email
                       move lk-pf-carga        to fd-pf-carga
                       rewrite fd-professor
                       if ws-fs-arqProfessores <> "00" then  *> Erro fatal
                           move 128                                      to lk-msg-erro-ofsset
                           move ws-fs-arqProfessores                     to lk-msg-erro-cod
                           move "Erro ao Gravar Arq. arqProfessores!"    to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Professor Alterado com Sucesso!"   to lk-msg
                   when "23"
                       move lk-pf-codigo       to fd-pf-codigo
                       move lk-pf-nome         to fd-pf-nome
                       move lk-pf-fone         to fd-pf-fone
                       move lk-pf-email        to fd-pf-email
                       move lk-pf-carga        to fd-pf-carga
                       write fd-professor
                       if ws-fs-arqProfessores <> "00" then  *> Erro fatal
                           move 127                                      to lk-msg-erro-ofsset
                           move ws-fs-arqProfessores                     to lk-msg-erro-cod
                           move "Erro ao Escrever Arq. arqProfessores!"  to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Professor Cadastrado com Sucesso!" to lk-msg
                   when other                          *> Erro fatal
                       move 126                                     to lk-msg-erro-ofsset
                       move ws-fs-arqProfessores                    to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqProfessores!"      to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate

               move ws-gh-qtd-prof to lk-pf-aulas-grade
           end-if

           .
       gravar-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre a grade horaria inteira atras das aulas do professor
      *>   em ws-gh-professor: conta as aulas e aponta em
      *>   ws-gh-turma-conflito a turma onde ele ja leciona em algum dos
      *>   horarios de ws-aulas-disciplina (choque de horario)
      *>------------------------------------------------------------------------
       varrer-grade-professor section.

           move zero   to ws-gh-qtd-prof
           move spaces to ws-gh-turma-conflito

           move low-values to fd-gh-chave
           start arqGradeHoraria key is not < fd-gh-chave

           evaluate ws-fs-arqGradeHoraria
               when "00"
                   move "N" to ws-gh-fim
                   perform until ws-gh-fim = "S"
                       read arqGradeHoraria next
                       evaluate ws-fs-arqGradeHoraria
                           when "00"
                               if fd-gh-professor = ws-gh-professor then
                                   add 1 to ws-gh-qtd-prof
                                   perform varying ws-ad-i from 1 by 1 until ws-ad-i > ws-ad-qtd
                                       if fd-gh-dia  = ws-ad-dia(ws-ad-i)
                                       and fd-gh-aula = ws-ad-aula(ws-ad-i)
                                       and fd-gh-turma <> lk-gh-turma then
                                           move fd-gh-turma to ws-gh-turma-conflito
                                       end-if
                                   end-perform
                               end-if
                           when "10"
                               move "S" to ws-gh-fim
                           when other                  *> Erro fatal
                               move 137                                      to lk-msg-erro-ofsset
                               move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Grade ainda vazia
               when other                              *> Erro fatal
                   move 137                                      to lk-msg-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       varrer-grade-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grade da turma: devolve o quadro semanal e, com a disciplina
      *>   informada, o professor atribuido a ela
      *>------------------------------------------------------------------------
       buscar-grade section.

           move spaces to lk-msg
           perform validar-turma-grade

           if lk-msg = spaces then
               perform montar-quadro-grade

               move zero   to lk-gh-professor
               move spaces to lk-gh-nome-prof
               if lk-gh-disciplina <> spaces then
                   perform ler-atribuicao-grade
                   if ws-fs-arqAtribuicoes = "00" then
                       move fd-at-professor to lk-gh-professor
                       perform ler-professor-grade
                   else
                       move "Disciplina Sem Professor Atribuido na Turma." to lk-msg
                   end-if
               end-if
           end-if

           .
       buscar-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Atribui (ou troca) o professor de uma disciplina da turma; na
      *>   troca, as aulas ja lancadas passam ao novo professor desde que
      *>   nao choquem com a agenda dele nem estourem a carga contratada
      *>------------------------------------------------------------------------
       gravar-atribuicao section.

           move spaces to lk-msg
           perform validar-turma-grade

           if lk-msg = spaces then
               evaluate true
                   when lk-gh-disciplina = spaces
                       move "Informe a Disciplina."                  to lk-msg
                   when lk-gh-professor = zero
                       move "Informe o Codigo do Professor."         to lk-msg
                   when other
                       perform ler-professor-grade
               end-evaluate
           end-if

           if lk-msg = spaces then
               perform ler-atribuicao-grade

               evaluate true
                   when ws-fs-arqAtribuicoes = "23"
                       move lk-gh-turma        to fd-at-turma
                       move lk-gh-disciplina   to fd-at-disciplina
                       move lk-gh-professor    to fd-at-professor
                       write fd-atribuicao
                       if ws-fs-arqAtribuicoes <> "00" then  *> Erro fatal
                           move 132                                      to lk-msg-erro-ofsset
                           move ws-fs-arqAtribuicoes                     to lk-msg-erro-cod
                           move "Erro ao Escrever Arq. arqAtribuicoes!"  to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Atribuicao Registrada com Sucesso!" to lk-msg
                   when fd-at-professor = lk-gh-professor
                       move "Professor Ja Atribuido a Disciplina." to lk-msg
                   when other
                       perform carregar-aulas-disciplina
                       move lk-gh-professor to ws-gh-professor
                       perform varrer-grade-professor
                       compute ws-gh-total = ws-gh-qtd-prof + ws-ad-qtd

                       evaluate true
                           when ws-gh-turma-conflito <> spaces
                               string "Choque de Horario do Professor na Turma " delimited by size
                                      ws-gh-turma-conflito                       delimited by size
                                 into lk-msg
                               end-string
                           when ws-gh-total > ws-gh-carga
                               move "Carga Contratada do Professor Nao Comporta." to lk-msg
                           when other
                               perform ler-atribuicao-grade
                               move lk-gh-professor to fd-at-professor
                               rewrite fd-atribuicao
                               if ws-fs-arqAtribuicoes <> "00" then  *> Erro fatal
                                   move 133                                      to lk-msg-erro-ofsset
                                   move ws-fs-arqAtribuicoes                     to lk-msg-erro-cod
                                   move "Erro ao Gravar Arq. arqAtribuicoes!"    to lk-msg-erro-text
                                   perform finaliza-anormal
                               end-if
                               perform transferir-aulas-professor
                               move "Professor da Disciplina Alterado com Sucesso!" to lk-msg
                       end-evaluate
               end-evaluate
           end-if

           if lk-gh-turma <> spaces then
               perform montar-quadro-grade
           end-if

           .
       gravar-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Remove a atribuicao de uma disciplina sem aulas na grade
      *>------------------------------------------------------------------------
       remover-atribuicao section.

           move spaces to lk-msg
           perform validar-turma-grade

           if lk-msg = spaces then
               if lk-gh-disciplina = spaces then
                   move "Informe a Disciplina." to lk-msg
               else
                   perform ler-atribuicao-grade
                   if ws-fs-arqAtribuicoes = "23" then
                       move "Disciplina Sem Professor Atribuido na Turma." to lk-msg
                   else
                       perform carregar-aulas-disciplina
                       if ws-ad-qtd > zero then
                           move "Exclua da Grade as Aulas da Disciplina Antes." to lk-msg
                       else
                           delete arqAtribuicoes record
                           if ws-fs-arqAtribuicoes <> "00" then  *> Erro fatal
                               move 134                                      to lk-msg-erro-ofsset
                               move ws-fs-arqAtribuicoes                     to lk-msg-erro-cod
                               move "Erro ao Excluir Arq. arqAtribuicoes!"   to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                           move zero   to lk-gh-professor
                           move spaces to lk-gh-nome-prof
                           move "Atribuicao Removida com Sucesso!" to lk-msg
                       end-if
                   end-if
               end-if
               perform montar-quadro-grade
           end-if

           .
       remover-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lanca uma aula na grade da turma: recusa horario ja ocupado na
      *>   turma, professor com aula em outra turma no mesmo horario e
      *>   professor com a carga contratada esgotada
      *>------------------------------------------------------------------------
       gravar-aula-grade section.

           move spaces to lk-msg
           perform validar-horario-grade

           if lk-msg = spaces then
               if lk-gh-disciplina = spaces then
                   move "Informe a Disciplina." to lk-msg
               else
                   perform ler-atribuicao-grade
                   if ws-fs-arqAtribuicoes = "23" then
                       move "Disciplina Sem Professor Atribuido na Turma." to lk-msg
                   else
                       move fd-at-professor to lk-gh-professor
                       perform ler-professor-grade
                   end-if
               end-if
           end-if

           if lk-msg = spaces then
               perform ler-horario-grade
               if ws-fs-arqGradeHoraria = "00" then
                   string "Horario Ja Ocupado na Turma: "   delimited by size
                          fd-gh-disciplina                  delimited by size
                     into lk-msg
                   end-string
               end-if
           end-if

           if lk-msg = spaces then
               move 1               to ws-ad-qtd
               move lk-gh-dia       to ws-ad-dia(1)
               move lk-gh-aula      to ws-ad-aula(1)
               move lk-gh-professor to ws-gh-professor
               perform varrer-grade-professor

               evaluate true
                   when ws-gh-turma-conflito <> spaces
                       string "Choque de Horario do Professor na Turma " delimited by size
                              ws-gh-turma-conflito                       delimited by size
                         into lk-msg
                       end-string
                   when ws-gh-qtd-prof >= ws-gh-carga
                       move "Carga Contratada do Professor Esgotada." to lk-msg
                   when other
                       move lk-gh-turma        to fd-gh-turma
                       move lk-gh-dia          to fd-gh-dia
                       move lk-gh-aula         to fd-gh-aula
                       move lk-gh-disciplina   to fd-gh-disciplina
                       move lk-gh-professor    to fd-gh-professor
                       write fd-grade
                       if ws-fs-arqGradeHoraria <> "00" then  *> Erro fatal
                           move 138                                      to lk-msg-erro-ofsset
                           move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                           move "Erro ao Escrever Arq. arqGradeHoraria!" to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Aula Lancada na Grade com Sucesso!" to lk-msg
               end-evaluate
           end-if

           if lk-gh-turma <> spaces then
               perform montar-quadro-grade
           end-if

           .
       gravar-aula-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Exclui uma aula da grade da turma (libera o horario)
      *>------------------------------------------------------------------------
       excluir-aula-grade section.

           move spaces to lk-msg
           perform validar-horario-grade

           if lk-msg = spaces then
               perform ler-horario-grade
               if ws-fs-arqGradeHoraria = "23" then
                   move "Horario Livre na Grade da Turma." to lk-msg
               else
                   delete arqGradeHoraria record
                   if ws-fs-arqGradeHoraria <> "00" then  *> Erro fatal
                       move 139                                      to lk-msg-erro-ofsset
                       move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                       move "Erro ao Excluir Arq. arqGradeHoraria!"  to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if
                   move "Aula Excluida da Grade com Sucesso!" to lk-msg
               end-if
           end-if

           if lk-gh-turma <> spaces then
               perform montar-quadro-grade
           end-if

           .
       excluir-aula-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica a turma da grade: informada e cadastrada
      *>------------------------------------------------------------------------
       validar-turma-grade section.

           if lk-gh-turma = spaces then
               move "Informe a Turma." to lk-msg
           else
               move lk-gh-turma to fd-tm-codigo
               read arqTurmas
               evaluate ws-fs-arqTurmas
                   when "00"
                       continue
                   when "23"
                       move "Turma Nao Cadastrada." to lk-msg
                   when other                          *> Erro fatal
                       move 49                                  to lk-msg-erro-ofsset
                       move ws-fs-arqTurmas                     to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqTurmas!"       to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       validar-turma-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica a turma e o horario (dia 1 a 5, aula 1 a 6) da grade
      *>------------------------------------------------------------------------
       validar-horario-grade section.

           perform validar-turma-grade

           if lk-msg = spaces then
               evaluate true
                   when lk-gh-dia < 1 or lk-gh-dia > 5
                       move "Dia Invalido (1=Segunda a 5=Sexta)." to lk-msg
                   when lk-gh-aula < 1 or lk-gh-aula > 6
                       move "Aula Invalida (1 a 6)."              to lk-msg
                   when other
                       continue
               end-evaluate
           end-if

           .
       validar-horario-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le a atribuicao da disciplina da turma (status "00" ou "23")
      *>------------------------------------------------------------------------
       ler-atribuicao-grade section.

           move lk-gh-turma      to fd-at-turma
           move lk-gh-disciplina to fd-at-disciplina
           read arqAtribuicoes

           if ws-fs-arqAtribuicoes <> "00"
           and ws-fs-arqAtribuicoes <> "23" then  *> Erro fatal
               move 131                                      to lk-msg-erro-ofsset
               move ws-fs-arqAtribuicoes                     to lk-msg-erro-cod
               move "Erro ao Ler Arq. arqAtribuicoes!"       to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-atribuicao-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o professor de lk-gh-professor: devolve o nome e guarda a
      *>   carga contratada
      *>------------------------------------------------------------------------
       ler-professor-grade section.

           move lk-gh-professor to fd-pf-codigo
           read arqProfessores

           evaluate ws-fs-arqProfessores
               when "00"
                   move fd-pf-nome  to lk-gh-nome-prof
                   move fd-pf-carga to ws-gh-carga
               when "23"
                   move spaces to lk-gh-nome-prof
                   move "Professor Nao Cadastrado." to lk-msg
               when other                              *> Erro fatal
                   move 126                                     to lk-msg-erro-ofsset
                   move ws-fs-arqProfessores                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqProfessores!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-professor-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o horario (turma/dia/aula) da grade (status "00" ou "23")
      *>------------------------------------------------------------------------
       ler-horario-grade section.

           move lk-gh-turma to fd-gh-turma
           move lk-gh-dia   to fd-gh-dia
           move lk-gh-aula  to fd-gh-aula
           read arqGradeHoraria

           if ws-fs-arqGradeHoraria <> "00"
           and ws-fs-arqGradeHoraria <> "23" then  *> Erro fatal
               move 137                                      to lk-msg-erro-ofsset
               move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
               move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-horario-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Guarda em ws-aulas-disciplina os horarios da grade da turma
      *>   ocupados pela disciplina informada
      *>------------------------------------------------------------------------
       carregar-aulas-disciplina section.

           move zero to ws-ad-qtd

           move lk-gh-turma to fd-gh-turma
           move zero        to fd-gh-dia
           move zero        to fd-gh-aula
           start arqGradeHoraria key is not < fd-gh-chave

           evaluate ws-fs-arqGradeHoraria
               when "00"
                   move "N" to ws-gh-fim
                   perform until ws-gh-fim = "S"
                       read arqGradeHoraria next
                       evaluate true
                           when ws-fs-arqGradeHoraria = "10"
                             or (ws-fs-arqGradeHoraria = "00"
                                 and fd-gh-turma <> lk-gh-turma)
                               move "S" to ws-gh-fim
                           when ws-fs-arqGradeHoraria = "00"
                               if fd-gh-disciplina = lk-gh-disciplina
                               and ws-ad-qtd < 30 then
                                   add 1 to ws-ad-qtd
                                   move fd-gh-dia  to ws-ad-dia(ws-ad-qtd)
                                   move fd-gh-aula to ws-ad-aula(ws-ad-qtd)
                               end-if
                           when other              *> Erro fatal
                               move 137                                      to lk-msg-erro-ofsset
                               move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Turma sem aulas na grade
               when other                              *> Erro fatal
                   move 137                                      to lk-msg-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       carregar-aulas-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Passa ao novo professor as aulas da disciplina na grade
      *>------------------------------------------------------------------------
       transferir-aulas-professor section.

           perform varying ws-ad-i from 1 by 1 until ws-ad-i > ws-ad-qtd
               move lk-gh-turma         to fd-gh-turma
               move ws-ad-dia(ws-ad-i)  to fd-gh-dia
               move ws-ad-aula(ws-ad-i) to fd-gh-aula
               read arqGradeHoraria
               if ws-fs-arqGradeHoraria <> "00" then  *> Erro fatal
                   move 137                                      to lk-msg-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                   perform finaliza-anormal
               end-if
               move lk-gh-professor to fd-gh-professor
               rewrite fd-grade
               if ws-fs-arqGradeHoraria <> "00" then  *> Erro fatal
                   move 141                                      to lk-msg-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                   move "Erro ao Gravar Arq. arqGradeHoraria!"   to lk-msg-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           .
       transferir-aulas-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta o quadro semanal da turma (disciplina de cada horario)
      *>------------------------------------------------------------------------
       montar-quadro-grade section.

           move spaces to lk-gh-quadro

           move lk-gh-turma to fd-gh-turma
           move zero        to fd-gh-dia
           move zero        to fd-gh-aula
           start arqGradeHoraria key is not < fd-gh-chave

           evaluate ws-fs-arqGradeHoraria
               when "00"
                   move "N" to ws-gh-fim
                   perform until ws-gh-fim = "S"
                       read arqGradeHoraria next
                       evaluate true
                           when ws-fs-arqGradeHoraria = "10"
                             or (ws-fs-arqGradeHoraria = "00"
                                 and fd-gh-turma <> lk-gh-turma)
                               move "S" to ws-gh-fim
                           when ws-fs-arqGradeHoraria = "00"
                               if fd-gh-dia  >= 1 and fd-gh-dia  <= 5
                               and fd-gh-aula >= 1 and fd-gh-aula <= 6 then
                                   move fd-gh-disciplina to lk-gh-quadro-disc(fd-gh-aula, fd-gh-dia)
                               end-if
                           when other              *> Erro fatal
                               move 137                                      to lk-msg-erro-ofsset
                               move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Turma sem aulas na grade
               when other                              *> Erro fatal
                   move 137                                      to lk-msg-erro-ofsset
                   move ws-fs-arqGradeHoraria                    to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqGradeHoraria!"      to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       montar-quadro-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rematricula - busca o aluno na campanha do ano de fechamento
      *>   lk-rm-ano: turma atual e de destino, a resposta ja gravada e
      *>   as parcelas do ano ainda em aberto (que bloqueiam a confirmacao)
      *>------------------------------------------------------------------------
       buscar-rematricula section.

           move spaces to lk-rm-turma
           move spaces to lk-rm-turma-destino
           move spaces to lk-rm-situacao
           move zero   to lk-rm-abertas

           evaluate true
               when lk-rm-ano = zero
                   move "Informe o Ano de Fechamento da Campanha."  to lk-msg
               when lk-cod_aluno = zero
                   move "Informe o Codigo do Aluno."                to lk-msg
               when other
                   move lk-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   evaluate ws-fs-arqCadAl
                       when "00"
                           move fd-cadastro to lk-cadastro
                           perform ler-rematricula
                           if ws-rm-achou = "N" then
                               move "Aluno Fora da Campanha de Rematricula." to lk-msg
                           else
                               move fd-rm-turma          to lk-rm-turma
                               move fd-rm-turma-destino  to lk-rm-turma-destino
                               move fd-rm-situacao       to lk-rm-situacao
                               move fd-rm-data-resposta  to lk-rm-data

                               perform contar-abertas-rematricula
                               move ws-rm-abertas to lk-rm-abertas
                               if ws-rm-abertas > zero then
                                   move "Bloqueado - Parcelas do Ano em Aberto." to lk-msg
                               end-if
                           end-if
                       when "23"
                           move "Codigo Informado Nao Registrado." to lk-msg
                       when other                      *> Erro fatal
                           move 157                                 to lk-msg-erro-ofsset
                           move ws-fs-arqCadAl                      to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           .
       buscar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a resposta da familia (C confirma, R recusa) com a data;
      *>   a confirmacao e recusada enquanto houver parcela do ano de
      *>   fechamento em aberto. A resposta pode ser trocada ate a virada
      *>------------------------------------------------------------------------
       gravar-rematricula section.

           move spaces     to lk-msg
           move lk-rm-data to ws-mv-data
           perform validar-data-movimento

           evaluate true
               when lk-rm-ano = zero
                   move "Informe o Ano de Fechamento da Campanha."  to lk-msg
               when lk-cod_aluno = zero
                   move "Informe o Codigo do Aluno."                to lk-msg
               when lk-rm-resposta <> "C" and lk-rm-resposta <> "R"
                   move "Resposta Invalida (C ou R)."               to lk-msg
               when ws-mv-valida <> "S"
                   move "Data da Resposta Invalida."                to lk-msg
               when other
                   move lk-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   evaluate ws-fs-arqCadAl
                       when "00"
                           if fd-status_cadastro = "INATIVO" then
                               move "Cadastro Inativo - Fora da Campanha." to lk-msg
                           end-if
                       when "23"
                           move "Codigo Informado Nao Registrado." to lk-msg
                       when other                      *> Erro fatal
                           move 157                                 to lk-msg-erro-ofsset
                           move ws-fs-arqCadAl                      to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           if lk-msg = spaces then
               perform ler-rematricula
               if ws-rm-achou = "N" then
                   move "Aluno Fora da Campanha de Rematricula." to lk-msg
               end-if
           end-if

           if lk-msg = spaces then
               perform contar-abertas-rematricula
               move ws-rm-abertas to lk-rm-abertas
               if lk-rm-resposta = "C"
               and ws-rm-abertas > zero then
                   move ws-rm-abertas to ws-rm-abertas-edt
                   string "Bloqueado - Parcelas do Ano em Aberto: " delimited by size
                          ws-rm-abertas-edt                         delimited by size
                     into lk-msg
                   end-string
               end-if
           end-if

           if lk-msg = spaces then
               if lk-rm-resposta = "C" then
                   move "CONFIRMADA" to fd-rm-situacao
               else
                   move "RECUSADA"   to fd-rm-situacao
               end-if
               move lk-rm-data  to fd-rm-data-resposta
               move lk-op-login to fd-rm-usuario

               rewrite fd-rematricula
               if ws-fs-arqRematricula <> "00" then    *> Erro fatal
                   move 159                                       to lk-msg-erro-ofsset
                   move ws-fs-arqRematricula                      to lk-msg-erro-cod
                   move "Erro ao Regravar Arq. arqRematricula!"   to lk-msg-erro-text
                   perform finaliza-anormal
               end-if

               move fd-cadastro         to lk-cadastro
               move fd-rm-turma         to lk-rm-turma
               move fd-rm-turma-destino to lk-rm-turma-destino
               move fd-rm-situacao      to lk-rm-situacao
               if lk-rm-resposta = "C" then
                   move "Rematricula Confirmada."            to lk-msg
               else
                   move "Recusa da Rematricula Registrada."  to lk-msg
               end-if
           end-if

           .
       gravar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o registro da campanha do aluno fd-cod_aluno no ano
      *>   lk-rm-ano (ws-rm-achou = "N" quando o aluno nao esta na campanha)
      *>------------------------------------------------------------------------
       ler-rematricula section.

           move lk-rm-ano    to fd-rm-ano
           move fd-cod_aluno to fd-rm-cod_aluno
           read arqRematricula

           evaluate ws-fs-arqRematricula
               when "00"
                   move "S" to ws-rm-achou
               when "23"
                   move "N" to ws-rm-achou
               when other                              *> Erro fatal
                   move 158                                    to lk-msg-erro-ofsset
                   move ws-fs-arqRematricula                   to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqRematricula!"     to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       ler-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta as parcelas do ano lk-rm-ano do aluno fd-cod_aluno ainda
      *>   em aberto, de meses anteriores ao mes corrente: paga, isenta e
      *>   cancelada estao quitadas; a renegociada so com o acordo QUITADO.
      *>   As taxas avulsas do ano entram na contagem pela mesma regra
      *>------------------------------------------------------------------------
       contar-abertas-rematricula section.

           move zero to ws-rm-abertas

           accept ws-pg-data-hoje from date yyyymmdd
           divide ws-pg-data-hoje by 100 giving ws-rm-comp-hoje

           move fd-cod_aluno to fd-mn-cod_aluno
           move lk-rm-ano    to fd-mn-ano
           move zero         to fd-mn-mes
           start arqMensalidades key is not < fd-mn-chave

           evaluate ws-fs-arqMensalidades
               when "00"
                   move "N" to ws-rm-fim
                   perform until ws-rm-fim = "S"
                       read arqMensalidades next
                       if ws-fs-arqMensalidades = "00" then
                           if fd-mn-cod_aluno = fd-cod_aluno
                           and fd-mn-ano = lk-rm-ano then
                               compute ws-rm-comp-parcela = fd-mn-ano * 100 + fd-mn-mes
                               evaluate fd-mn-situacao
                                   when "PAGA"
                                   when "ISENTA"
                                   when "CANCELADA"
                                       continue
                                   when "RENEGOCIA"
                                       move fd-mn-acordo to fd-ac-numero
                                       read arqAcordos
                                       if ws-fs-arqAcordos <> "00"
                                       or fd-ac-situacao <> "QUITADO" then
                                           add 1 to ws-rm-abertas
                                       end-if
                                   when other
                                       if ws-rm-comp-parcela < ws-rm-comp-hoje then
                                           add 1 to ws-rm-abertas
                                       end-if
                               end-evaluate
                           else
                               move "S" to ws-rm-fim
                           end-if
                       else
                           if ws-fs-arqMensalidades = "10" then
                               move "S" to ws-rm-fim
                           else                        *> Erro fatal
                               move 160                                     to lk-msg-erro-ofsset
                               move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqMensalidades!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem mensalidades no ano
               when other                              *> Erro fatal
                   move 161                                        to lk-msg-erro-ofsset
                   move ws-fs-arqMensalidades                      to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqMensalidades!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform contar-taxas-rematricula

           .
       contar-abertas-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma a ws-rm-abertas as taxas avulsas do ano lk-rm-ano do aluno
      *>   fd-cod_aluno ainda em aberto, de competencia anterior ao mes
      *>   corrente (paga e cancelada estao quitadas)
      *>------------------------------------------------------------------------
       contar-taxas-rematricula section.

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
                           compute ws-rm-comp-parcela = fd-ta-ano * 100 + fd-ta-mes
                           if fd-ta-ano = lk-rm-ano
                           and fd-ta-situacao <> "PAGA"
                           and fd-ta-situacao <> "CANCELADA"
                           and ws-rm-comp-parcela < ws-rm-comp-hoje then
                               add 1 to ws-rm-abertas
                           end-if
                       else
                           if ws-fs-arqTaxasAlunos = "00"
                           or ws-fs-arqTaxasAlunos = "10" then
                               move "S" to ws-tx-fim
                           else                        *> Erro fatal
                               move 169                                    to lk-msg-erro-ofsset
                               move ws-fs-arqTaxasAlunos                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqTaxasAlunos!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem taxas lancadas
               when other                              *> Erro fatal
                   move 170                                        to lk-msg-erro-ofsset
                   move ws-fs-arqTaxasAlunos                       to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqTaxasAlunos!"  to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       contar-taxas-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Taxas avulsas - busca uma taxa no catalogo (tela de manutencao)
      *>------------------------------------------------------------------------
       buscar-taxa section.

           move lk-tx-codigo to fd-tx-codigo
           read arqTaxas

           evaluate ws-fs-arqTaxas
               when "00"
                   move fd-tx-descricao    to lk-tx-descricao
                   move fd-tx-valor        to lk-tx-valor
                   move fd-tx-categoria    to lk-tx-categoria
               when "23"
                   move "Taxa Nao Cadastrada." to lk-msg
               when other                              *> Erro fatal
                   move 166                                     to lk-msg-erro-ofsset
                   move ws-fs-arqTaxas                          to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqTaxas!"            to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       buscar-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava uma taxa do catalogo: inclui quando o codigo ainda nao
      *>   existe, sobrescreve quando ja existe; o valor e a categoria
      *>   novos valem para os proximos lancamentos (os ja lancados
      *>   guardam os dados da data do lancamento)
      *>------------------------------------------------------------------------
       gravar-taxa section.

           move spaces      to lk-msg
           move lk-tx-valor to ws-tx-valor-frmt            *> De-edita p/ validar

           evaluate true
               when lk-tx-codigo = zero
                   move "Informe o Codigo da Taxa."                 to lk-msg
               when lk-tx-descricao = spaces
                   move "Informe a Descricao da Taxa."              to lk-msg
               when ws-tx-valor-frmt = zero
                   move "Informe o Valor da Taxa."                  to lk-msg
               when lk-tx-categoria = spaces
                   move "Informe a Categoria Contabil da Taxa."     to lk-msg
           end-evaluate

           if lk-msg = spaces then
               move lk-tx-codigo to fd-tx-codigo
               read arqTaxas

               evaluate ws-fs-arqTaxas
                   when "00"
                       move lk-tx-descricao    to fd-tx-descricao
                       move lk-tx-valor        to fd-tx-valor
                       move lk-tx-categoria    to fd-tx-categoria
                       rewrite fd-taxa
                       if ws-fs-arqTaxas <> "00" then    *> Erro fatal
                           move 167                                  to lk-msg-erro-ofsset
                           move ws-fs-arqTaxas                       to lk-msg-erro-cod
                           move "Erro ao Gravar Arq. arqTaxas!"      to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Taxa Alterada com Sucesso!"   to lk-msg
                   when "23"
                       move lk-tx-codigo       to fd-tx-codigo
                       move lk-tx-descricao    to fd-tx-descricao
                       move lk-tx-valor        to fd-tx-valor
                       move lk-tx-categoria    to fd-tx-categoria
                       write fd-taxa
                       if ws-fs-arqTaxas <> "00" then    *> Erro fatal
                           move 168                                  to lk-msg-erro-ofsset
                           move ws-fs-arqTaxas                       to lk-msg-erro-cod
                           move "Erro ao Escrever Arq. arqTaxas!"    to lk-msg-erro-text
                           perform finaliza-anormal
                       end-if
                       move "Taxa Cadastrada com Sucesso!" to lk-msg
                   when other                          *> Erro fatal
                       move 166                                     to lk-msg-erro-ofsset
                       move ws-fs-arqTaxas                          to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqTaxas!"            to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       gravar-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lanca a taxa do catalogo na competencia informada para um
      *>   aluno (lk-cod_aluno) ou para todos os alunos ativos da turma
      *>   (lk-tx-turma); cada lancamento vira um titulo proprio do aluno
      *>   em arqTaxasAlunos.dat, ao lado das mensalidades. O aluno que ja
      *>   tem a mesma taxa na mesma competencia nao recebe outra
      *>------------------------------------------------------------------------
       lancar-taxa section.

           move spaces to lk-msg
           move zero   to lk-tx-qtd-lancadas
           move zero   to lk-tx-qtd-existentes

           evaluate true
               when lk-tx-codigo = zero
                   move "Informe o Codigo da Taxa."                     to lk-msg
               when lk-tx-ano = zero
                   move "Informe o Ano da Competencia."                 to lk-msg
               when lk-tx-mes < 1 or lk-tx-mes > 12
                   move "Mes da Competencia Invalido (1 a 12)."         to lk-msg
               when lk-tx-dia-venc > 31
                   move "Dia do Vencimento Invalido (1 a 31)."          to lk-msg
               when lk-cod_aluno = zero and lk-tx-turma = spaces
                   move "Informe o Aluno ou a Turma do Lancamento."     to lk-msg
               when lk-cod_aluno > zero and lk-tx-turma <> spaces
                   move "Informe o Aluno ou a Turma, Nao os Dois."      to lk-msg
               when other
                   perform buscar-taxa
           end-evaluate

           if lk-msg = spaces then
               perform apurar-vencimento-taxa
               accept ws-pg-data-hoje from date yyyymmdd   *> Data do lancamento

               if lk-cod_aluno > zero then
                   move lk-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   evaluate ws-fs-arqCadAl
                       when "00"
                           move fd-nome_aluno to lk-nome_aluno
                           if fd-status_cadastro = "INATIVO" then
                               move "Cadastro Inativo - Taxa Nao Lancada." to lk-msg
                           else
                               perform lancar-taxa-aluno
                           end-if
                       when "23"
                           move "Codigo Informado Nao Registrado." to lk-msg
                       when other                      *> Erro fatal
                           move 173                                 to lk-msg-erro-ofsset
                           move ws-fs-arqCadAl                      to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
               else
                   perform lancar-taxa-turma
               end-if
           end-if

           if lk-msg = spaces then
               if lk-tx-qtd-lancadas = zero
               and lk-tx-qtd-existentes = zero then
                   move "Nenhum Aluno Ativo na Turma Informada." to lk-msg
               else
                   move lk-tx-qtd-lancadas   to ws-tx-qtd-edt
                   move lk-tx-qtd-existentes to ws-tx-qtd-exist-edt
                   string "Taxa Lancada: "              delimited by size
                          ws-tx-qtd-edt                 delimited by size
                          " Aluno(s)  Ja Lancada: "     delimited by size
                          ws-tx-qtd-exist-edt           delimited by size
                     into lk-msg
                   end-string
               end-if
           end-if

           .
       lancar-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro e lanca a taxa para cada aluno ativo da
      *>   turma lk-tx-turma
      *>------------------------------------------------------------------------
       lancar-taxa-turma section.

           move 1 to fd-cod_aluno
           start arqCadAl

           evaluate ws-fs-arqCadAl
               when "00"
                   move "N" to ws-tx-fim-cad
                   perform until ws-tx-fim-cad = "S"
                       read arqCadAl next
                       if ws-fs-arqCadAl = "00" then
                           if fd-status_cadastro <> "INATIVO"
                           and fd-turma = lk-tx-turma then
                               perform lancar-taxa-aluno
                           end-if
                       else
                           if ws-fs-arqCadAl = "10" then
                               move "S" to ws-tx-fim-cad
                           else                        *> Erro fatal
                               move 173                                 to lk-msg-erro-ofsset
                               move ws-fs-arqCadAl                      to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Arquivo ainda sem registros
               when other                              *> Erro fatal
                   move 174                                 to lk-msg-erro-ofsset
                   move ws-fs-arqCadAl                      to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqCadAl!" to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       lancar-taxa-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Lanca a taxa lk-tx-codigo da competencia para o aluno corrente
      *>   (fd-cadastro) com o proximo numero de lancamento dele; quando
      *>   a mesma taxa ja esta lancada na competencia so conta
      *>------------------------------------------------------------------------
       lancar-taxa-aluno section.

           move lk-tx-codigo to ws-tx-codigo-busca
           move lk-tx-ano    to ws-tx-ano-busca
           move lk-tx-mes    to ws-tx-mes-busca
           perform localizar-taxa-aluno

           if ws-tx-achou = "S" then
               add 1 to lk-tx-qtd-existentes
           else
               move fd-cod_aluno       to fd-ta-cod_aluno
               compute fd-ta-seq = ws-tx-ultimo-seq + 1
               move lk-tx-codigo       to fd-ta-codigo
               move lk-tx-ano          to fd-ta-ano
               move lk-tx-mes          to fd-ta-mes
               move fd-tx-descricao    to fd-ta-descricao
               move fd-tx-categoria    to fd-ta-categoria
               move fd-tx-valor        to fd-ta-valor
               move zero               to fd-ta-valor-pago
               move "ABERTA"           to fd-ta-situacao
               move ws-tx-vencimento   to fd-ta-vencimento
               move zero               to fd-ta-encargos-ate
               move ws-pg-data-hoje    to fd-ta-data-lancamento
               move lk-op-login        to fd-ta-usuario

               write fd-taxa-aluno
               if ws-fs-arqTaxasAlunos <> "00" then    *> Erro fatal
                   move 171                                       to lk-msg-erro-ofsset
                   move ws-fs-arqTaxasAlunos                      to lk-msg-erro-cod
                   move "Erro ao Escrever Arq. arqTaxasAlunos!"   to lk-msg-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to lk-tx-qtd-lancadas
           end-if

           .
       lancar-taxa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre os lancamentos de taxa do aluno fd-cod_aluno atras da
      *>   taxa ws-tx-codigo-busca na competencia ws-tx-ano/mes-busca
      *>   (ws-tx-achou = "S", com o lancamento em fd-taxa-aluno) e
      *>   devolve em ws-tx-ultimo-seq o ultimo numero de lancamento dele
      *>------------------------------------------------------------------------
       localizar-taxa-aluno section.

           move "N"  to ws-tx-achou
           move zero to ws-tx-ultimo-seq

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
                           move fd-ta-seq to ws-tx-ultimo-seq
                           if fd-ta-codigo = ws-tx-codigo-busca
                           and fd-ta-ano = ws-tx-ano-busca
                           and fd-ta-mes = ws-tx-mes-busca then
                               move "S" to ws-tx-achou
                               move "S" to ws-tx-fim
                           end-if
                       else
                           if ws-fs-arqTaxasAlunos = "00"
                           or ws-fs-arqTaxasAlunos = "10" then
                               move "S" to ws-tx-fim
                           else                        *> Erro fatal
                               move 169                                    to lk-msg-erro-ofsset
                               move ws-fs-arqTaxasAlunos                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqTaxasAlunos!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem taxas lancadas
               when other                              *> Erro fatal
                   move 170                                        to lk-msg-erro-ofsset
                   move ws-fs-arqTaxasAlunos                       to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqTaxasAlunos!"  to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       localizar-taxa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura o vencimento da taxa lancada: o dia informado (ou o dia
      *>   padrao dos parametros) no mes da competencia, limitado ao
      *>   ultimo dia do mes - mesma regra das mensalidades
      *>------------------------------------------------------------------------
       apurar-vencimento-taxa section.

           if lk-tx-dia-venc > zero then
               move lk-tx-dia-venc    to ws-enc-dia-venc
           else
               move ws-dia-vencimento to ws-enc-dia-venc
           end-if

           if lk-tx-mes = 12 then                  *> Primeiro dia do mes seguinte
               compute ws-enc-venc-ano = lk-tx-ano + 1
               move 01                to ws-enc-venc-mes
           else
               move lk-tx-ano         to ws-enc-venc-ano
               compute ws-enc-venc-mes = lk-tx-mes + 1
           end-if
           move 01 to ws-enc-venc-dia
           compute ws-enc-ult-dia-int =
               function integer-of-date(ws-enc-venc-data) - 1

           move lk-tx-ano to ws-enc-venc-ano
           move lk-tx-mes to ws-enc-venc-mes
           move 01        to ws-enc-venc-dia
           compute ws-enc-venc-int =
               function integer-of-date(ws-enc-venc-data) + ws-enc-dia-venc - 1

           if ws-enc-venc-int > ws-enc-ult-dia-int then
               move ws-enc-ult-dia-int to ws-enc-venc-int
           end-if

           compute ws-tx-vencimento = function date-of-integer(ws-enc-venc-int)

           .
       apurar-vencimento-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza a taxa informada na tela de baixa (aluno, competencia
      *>   no ano/mes da parcela e codigo da taxa) e devolve a descricao
      *>------------------------------------------------------------------------
       validar-taxa-baixa section.

           perform validar-parcela-mensalidade

           if lk-msg = spaces then
               move lk-mn-taxa to ws-tx-codigo-busca
               move lk-mn-ano  to ws-tx-ano-busca
               move lk-mn-mes  to ws-tx-mes-busca
               perform localizar-taxa-aluno
               if ws-tx-achou = "N" then
                   move "Taxa Nao Lancada para o Aluno na Competencia." to lk-msg
               else
                   move fd-ta-descricao to lk-mn-taxa-descricao
               end-if
           end-if

           .
       validar-taxa-baixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Consulta uma taxa lancada para a tela de baixa: valor, total
      *>   pago, situacao, encargos e total devido hoje
      *>------------------------------------------------------------------------
       consultar-taxa-aluno section.

           move spaces to lk-mn-taxa-descricao
           perform validar-taxa-baixa

           if lk-msg = spaces then
               move fd-ta-valor       to lk-mn-valor
               move fd-ta-valor-pago  to lk-mn-valor-pago
               move fd-ta-situacao    to lk-mn-situacao

               accept ws-enc-data-pagto from date yyyymmdd  *> Devido na data de hoje
               perform calcular-encargos-taxa
               perform devolver-encargos-parcela
               move ws-enc-total-devido to lk-mn-pagamento   *> Sugere o total devido
           end-if

           .
       consultar-taxa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Baixa de pagamento numa taxa lancada - mesma regra da
      *>   mensalidade: o pagamento cobre primeiro a multa e os juros
      *>------------------------------------------------------------------------
       baixar-taxa-aluno section.

           move spaces to lk-mn-taxa-descricao
           perform validar-taxa-baixa

           if lk-msg = spaces then
               move lk-mn-pagamento to ws-mn-pagamento-frmt   *> De-edita p/ validar e somar

               if ws-mn-pagamento-frmt = zero then
                   move "Informe o Valor do Pagamento." to lk-msg
               else
                   if fd-ta-situacao = "PAGA"
                   or fd-ta-situacao = "CANCELADA" then
                       if fd-ta-situacao = "PAGA" then
                           move "Taxa Ja Esta Quitada."               to lk-msg
                       else
                           move "Taxa Cancelada na Saida do Aluno."   to lk-msg
                       end-if
                   else
                       accept ws-enc-data-pagto from date yyyymmdd
                       perform calcular-encargos-taxa

                       if ws-mn-pagamento-frmt < ws-enc-multa + ws-enc-juros then
                           perform devolver-encargos-parcela
                           move "Pagamento Nao Cobre a Multa e os Juros Devidos." to lk-msg
                       else
                           perform efetivar-baixa-taxa
                       end-if
                   end-if
               end-if
           end-if

           .
       baixar-taxa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Efetiva a baixa da taxa corrente, registra o pagamento no
      *>   caixa (tipo "T": o ano leva o numero do lancamento do aluno) e
      *>   imprime o recibo
      *>------------------------------------------------------------------------
       efetivar-baixa-taxa section.

           perform ratear-pagamento-encargos

           add  ws-pg-principal-frmt to ws-mn-pago-frmt

      *>---- Encargos apurados ate hoje: o que o pagamento nao cobriu
      *>---- passa ao principal e nao incide de novo
           if ws-enc-multa + ws-enc-juros > zero then
               move ws-enc-data-pagto to fd-ta-encargos-ate
               perform incorporar-encargos-abertos
               move ws-mn-valor-frmt  to fd-ta-valor
           end-if

           move ws-mn-pago-frmt to fd-ta-valor-pago
           if ws-mn-pago-frmt >= ws-mn-valor-frmt then
               move "PAGA"   to fd-ta-situacao
           else
               move "ABERTA" to fd-ta-situacao
           end-if

           rewrite fd-taxa-aluno
           if ws-fs-arqTaxasAlunos <> "00" then        *> Erro fatal
               move 172                                       to lk-msg-erro-ofsset
               move ws-fs-arqTaxasAlunos                      to lk-msg-erro-cod
               move "Erro ao Gravar Arq. arqTaxasAlunos!"     to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           move "T"                  to ws-pg-tipo
           move fd-ta-cod_aluno      to ws-pg-cod-aluno
           move fd-ta-seq            to ws-pg-ano
           move zero                 to ws-pg-mes
           perform registrar-pagamento-caixa
           perform imprimir-recibo

           move fd-ta-valor       to lk-mn-valor
           move fd-ta-valor-pago  to lk-mn-valor-pago
           move fd-ta-situacao    to lk-mn-situacao

           perform calcular-encargos-taxa         *> Devido apos a baixa
           perform devolver-encargos-parcela
           move "Pagamento Registrado com Sucesso!" to lk-msg

           .
       efetivar-baixa-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Apura os encargos de atraso da taxa corrente (fd-taxa-aluno)
      *>   na data de pagamento ws-enc-data-pagto - mesma regra da
      *>   mensalidade, com o vencimento gravado no lancamento
      *>------------------------------------------------------------------------
       calcular-encargos-taxa section.

           move zero to ws-enc-multa
           move zero to ws-enc-juros
           move zero to ws-enc-dias-atraso

           move fd-ta-valor      to ws-mn-valor-frmt
           move fd-ta-valor-pago to ws-mn-pago-frmt
           if ws-mn-pago-frmt < ws-mn-valor-frmt
           and fd-ta-situacao <> "CANCELADA" then
               compute ws-enc-saldo = ws-mn-valor-frmt - ws-mn-pago-frmt
           else
               move zero to ws-enc-saldo
           end-if

           move fd-ta-vencimento   to ws-enc-venc-data
           compute ws-enc-venc-int = function integer-of-date(ws-enc-venc-data)
           move fd-ta-encargos-ate to ws-enc-quitado-ate

           if ws-enc-saldo > zero
           and fd-ta-situacao <> "PAGA" then
               perform aplicar-encargos-saldo
           end-if

           compute ws-enc-total-devido =
               ws-enc-saldo + ws-enc-multa + ws-enc-juros

           .
       calcular-encargos-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Movimentacao de alunos - busca o aluno informado, ativo ou
      *>   inativo; do inativo devolve a ultima saida registrada (tipo,
      *>   data e escola de destino) para conferencia na tela
      *>------------------------------------------------------------------------
       buscar-aluno-movimento section.

           move zero to lk-mv-qtd-canceladas

           if lk-cod_aluno = zero then
               move "Informe o Codigo do Aluno." to lk-msg
           else
               move lk-cod_aluno to fd-cod_aluno
               read arqCadAl
               evaluate ws-fs-arqCadAl
                   when "00"
                       move fd-cadastro to lk-cadastro
                       if fd-status_cadastro = "INATIVO" then
                           perform buscar-ultima-saida
                           if ws-mv-achou = "S" then
                               move ws-mv-tipo   to lk-mv-tipo
                               move ws-mv-data   to lk-mv-data
                               move ws-mv-escola to lk-mv-escola
                               move "Aluno Inativo - Saida Ja Registrada." to lk-msg
                           else
                               move "Cadastro Inativo (Excluido sem Saida)." to lk-msg
                           end-if
                       end-if
                   when "23"
                       move "Codigo Informado Nao Registrado." to lk-msg
                   when other                          *> Erro fatal
                       move 152                                 to lk-msg-erro-ofsset
                       move ws-fs-arqCadAl                      to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       buscar-aluno-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra a saida do aluno (T transferido, A abandono, O outro
      *>   motivo): o cadastro fica INATIVO com o motivo em fd-situacao,
      *>   as parcelas ABERTA sem pagamento dos meses seguintes ao da
      *>   saida sao canceladas, a vaga e oferecida a lista de espera e,
      *>   na transferencia, a declaracao e impressa
      *>------------------------------------------------------------------------
       registrar-saida-aluno section.

           perform validar-saida-aluno

           if lk-msg = spaces then
               move "SAIDA" to ws-log-operacao
               perform gravar-log-historico        *> Registra a imagem anterior do cadastro no historico

               move "INATIVO" to fd-status_cadastro
               evaluate lk-mv-tipo
                   when "T"
                       move "Transf."   to fd-situacao
                   when "A"
                       move "Abandono"  to fd-situacao
                   when other
                       move "Desligado" to fd-situacao
               end-evaluate

               rewrite fd-cadastro
               if ws-fs-arqCadAl <> "00" then      *> Erro fatal
                   move 151                                     to lk-msg-erro-ofsset
                   move ws-fs-arqCadAl                          to lk-msg-erro-cod
                   move "Erro ao Registrar Saida arq. arqCadAl!" to lk-msg-erro-text
                   perform finaliza-anormal
               end-if

               move lk-mv-data to ws-mv-data
               perform cancelar-parcelas-saida     *> Cobranca encerrada no mes da saida

               move lk-mv-tipo   to ws-mv-tipo
               move lk-mv-escola to ws-mv-escola
               perform gravar-movimento

               if lk-mv-tipo = "T" then
                   perform imprimir-declaracao-transf
               end-if

               move fd-cadastro      to lk-cadastro
               move ws-mv-canceladas to lk-mv-qtd-canceladas
               move ws-mv-canceladas to ws-mv-qtd-edt
               move spaces to lk-msg
               string "Saida Registrada - Parcelas Canceladas: " delimited by size
                      ws-mv-qtd-edt                             delimited by size
                 into lk-msg
               end-string

               move fd-turma to ws-vaga-turma      *> A saida abre vaga na turma:
               perform avisar-vaga-espera          *> aponta o primeiro da fila de espera
           end-if

           .
       registrar-saida-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica a saida: tipo, escola de destino (obrigatoria na
      *>   transferencia), data e cadastro ativo
      *>------------------------------------------------------------------------
       validar-saida-aluno section.

           move spaces     to lk-msg
           move lk-mv-data to ws-mv-data
           perform validar-data-movimento

           evaluate true
               when lk-cod_aluno = zero
                   move "Informe o Codigo do Aluno."           to lk-msg
               when lk-mv-tipo <> "T" and lk-mv-tipo <> "A"
                and lk-mv-tipo <> "O"
                   move "Tipo de Saida Invalido (T, A ou O)."  to lk-msg
               when lk-mv-tipo = "T" and lk-mv-escola = spaces
                   move "Informe a Escola de Destino."         to lk-msg
               when ws-mv-valida <> "S"
                   move "Data da Saida Invalida."              to lk-msg
               when other
                   move lk-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   evaluate ws-fs-arqCadAl
                       when "00"
                           if fd-status_cadastro = "INATIVO" then
                               move "Cadastro Ja Esta Inativo."    to lk-msg
                           end-if
                       when "23"
                           move "Codigo Informado Nao Registrado." to lk-msg
                       when other                      *> Erro fatal
                           move 152                                 to lk-msg-erro-ofsset
                           move ws-fs-arqCadAl                      to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           .
       validar-saida-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida a data do movimento (ws-mv-data, aaaammdd): data de
      *>   calendario que nao pode ser posterior a hoje
      *>------------------------------------------------------------------------
       validar-data-movimento section.

           move "S" to ws-mv-valida

           if ws-mv-mes < 1 or ws-mv-mes > 12 then
               move "N" to ws-mv-valida
           else
               move ws-dias-mes-item(ws-mv-mes) to ws-dias-mes-max

               if ws-mv-mes = 2
               and function mod(ws-mv-ano, 4) = 0
               and (function mod(ws-mv-ano, 100) <> 0 or function mod(ws-mv-ano, 400) = 0) then
                   move 29 to ws-dias-mes-max
               end-if

               accept ws-pg-data-hoje from date yyyymmdd

               if ws-mv-ano = zero
               or ws-mv-dia < 1
               or ws-mv-dia > ws-dias-mes-max
               or ws-mv-data > ws-pg-data-hoje then
                   move "N" to ws-mv-valida
               end-if
           end-if

           .
       validar-data-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cancela as parcelas do aluno posteriores ao mes da saida que
      *>   estao ABERTA e sem nenhum pagamento; a parcela ja paga em
      *>   parte fica como esta, para acerto pela secretaria. As taxas
      *>   avulsas lancadas para esses meses seguem a mesma regra
      *>------------------------------------------------------------------------
       cancelar-parcelas-saida section.

           move zero to ws-mv-canceladas

           move fd-cod_aluno to fd-mn-cod_aluno
           move zero         to fd-mn-ano
           move zero         to fd-mn-mes
           start arqMensalidades key is not < fd-mn-chave

           evaluate ws-fs-arqMensalidades
               when "00"
                   move "N" to ws-mn-fim
                   perform until ws-mn-fim = "S"
                       read arqMensalidades next
                       evaluate true
                           when ws-fs-arqMensalidades = "10"
                             or (ws-fs-arqMensalidades = "00"
                                 and fd-mn-cod_aluno <> fd-cod_aluno)
                               move "S" to ws-mn-fim
                           when ws-fs-arqMensalidades = "00"
                               move fd-mn-valor-pago to ws-mn-pago-frmt
                               if (fd-mn-ano > ws-mv-ano
                                   or (fd-mn-ano = ws-mv-ano and fd-mn-mes > ws-mv-mes))
                               and fd-mn-situacao = "ABERTA"
                               and ws-mn-pago-frmt = zero then
                                   move "CANCELADA" to fd-mn-situacao
                                   rewrite fd-mensalidade
                                   if ws-fs-arqMensalidades <> "00" then   *> Erro fatal
                                       move 150                                     to lk-msg-erro-ofsset
                                       move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                                       move "Erro ao Cancelar Parcela da Saida!"    to lk-msg-erro-text
                                       perform finaliza-anormal
                                   end-if
                                   add 1 to ws-mv-canceladas
                               end-if
                           when other              *> Erro fatal
                               move 149                                     to lk-msg-erro-ofsset
                               move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqMensalidades!"     to lk-msg-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Aluno sem parcelas geradas
               when other                              *> Erro fatal
                   move 149                                     to lk-msg-erro-ofsset
                   move ws-fs-arqMensalidades                   to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqMensalidades!"     to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           perform cancelar-taxas-saida

           .
       cancelar-parcelas-saida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cancela as taxas avulsas do aluno de competencia posterior ao
      *>   mes da saida, ABERTA e sem nenhum pagamento (somadas em
      *>   ws-mv-canceladas junto com as parcelas)
      *>------------------------------------------------------------------------
       cancelar-taxas-saida section.

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
                           move fd-ta-valor-pago to ws-mn-pago-frmt
                           if (fd-ta-ano > ws-mv-ano
                               or (fd-ta-ano = ws-mv-ano and fd-ta-mes > ws-mv-mes))
                           and fd-ta-situacao = "ABERTA"
                           and ws-mn-pago-frmt = zero then
                               move "CANCELADA" to fd-ta-situacao
                               rewrite fd-taxa-aluno
                               if ws-fs-arqTaxasAlunos <> "00" then   *> Erro fatal
                                   move 186                                     to lk-msg-erro-ofsset
                                   move ws-fs-arqTaxasAlunos                    to lk-msg-erro-cod
                                   move "Erro ao Cancelar Taxa da Saida!"       to lk-msg-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-mv-canceladas
                           end-if
                       else
                           if ws-fs-arqTaxasAlunos = "00"
                           or ws-fs-arqTaxasAlunos = "10" then
                               move "S" to ws-tx-fim
                           else                        *> Erro fatal
                               move 169                                    to lk-msg-erro-ofsset
                               move ws-fs-arqTaxasAlunos                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqTaxasAlunos!"     to lk-msg-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Aluno sem taxas lancadas
               when other                              *> Erro fatal
                   move 170                                        to lk-msg-erro-ofsset
                   move ws-fs-arqTaxasAlunos                       to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqTaxasAlunos!"  to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       cancelar-taxas-saida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o movimento do aluno corrente (fd-cadastro) com o tipo,
      *>   a data e a escola de ws-mv-*; o mesmo movimento repetido no
      *>   mesmo dia e regravado
      *>------------------------------------------------------------------------
       gravar-movimento section.

           move spaces            to fd-movimento
           move fd-cod_aluno      to fd-mv-cod_aluno
           move ws-mv-data        to fd-mv-data
           move ws-mv-tipo        to fd-mv-tipo
           move ws-mv-escola      to fd-mv-escola
           move fd-turma          to fd-mv-turma
           move fd-ano_letivo     to fd-mv-ano_letivo
           move ws-mv-canceladas  to fd-mv-canceladas
           move lk-op-login       to fd-mv-usuario
           accept ws-pg-data-hoje from date yyyymmdd
           move ws-pg-data-hoje   to fd-mv-data-registro

           write fd-movimento

           evaluate ws-fs-arqMovimentos
               when "00"
                   continue
               when "22"
                   rewrite fd-movimento
                   if ws-fs-arqMovimentos <> "00" then     *> Erro fatal
                       move 145                                   to lk-msg-erro-ofsset
                       move ws-fs-arqMovimentos                   to lk-msg-erro-cod
                       move "Erro ao Regravar Arq. arqMovimentos!" to lk-msg-erro-text
                       perform finaliza-anormal
                   end-if
               when other                              *> Erro fatal
                   move 144                                   to lk-msg-erro-ofsset
                   move ws-fs-arqMovimentos                   to lk-msg-erro-cod
                   move "Erro ao Gravar Arq. arqMovimentos!"  to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       gravar-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Busca a ultima saida (T, A ou O) registrada do aluno
      *>   lk-cod_aluno; devolve ws-mv-achou e o tipo, a data e a escola
      *>------------------------------------------------------------------------
       buscar-ultima-saida section.

           move "N" to ws-mv-achou

           move lk-cod_aluno to fd-mv-cod_aluno
           move zero         to fd-mv-data
           move low-values   to fd-mv-tipo
           start arqMovimentos key is not < fd-mv-chave

           evaluate ws-fs-arqMovimentos
               when "00"
                   move "N" to ws-mv-fim
                   perform until ws-mv-fim = "S"
                       read arqMovimentos next
                       evaluate true
                           when ws-fs-arqMovimentos = "10"
                             or (ws-fs-arqMovimentos = "00"
                                 and fd-mv-cod_aluno <> lk-cod_aluno)
                               move "S" to ws-mv-fim
                           when ws-fs-arqMovimentos = "00"
                               if fd-mv-tipo = "T"
                               or fd-mv-tipo = "A"
                               or fd-mv-tipo = "O" then
                                   move "S"          to ws-mv-achou
                                   move fd-mv-tipo   to ws-mv-tipo
                                   move fd-mv-data   to ws-mv-data
                                   move fd-mv-escola to ws-mv-escola
                               end-if
                           when other              *> Erro fatal
                               move 143                                   to lk-msg-erro-ofsset
                               move ws-fs-arqMovimentos                   to lk-msg-erro-cod
                               move "Erro ao Ler Arq. arqMovimentos!"     to lk-msg-erro-text
                               perform finaliza-anormal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Aluno sem movimentos
               when other                              *> Erro fatal
                   move 153                                       to lk-msg-erro-ofsset
                   move ws-fs-arqMovimentos                       to lk-msg-erro-cod
                   move "Erro ao Posicionar Arq. arqMovimentos!"  to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           .
       buscar-ultima-saida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Reimprime a declaracao de transferencia de um aluno ja
      *>   transferido, com a data e a escola da ultima saida
      *>------------------------------------------------------------------------
       reimprimir-declaracao section.

           if lk-cod_aluno = zero then
               move "Informe o Codigo do Aluno." to lk-msg
           else
               move lk-cod_aluno to fd-cod_aluno
               read arqCadAl
               evaluate ws-fs-arqCadAl
                   when "00"
                       perform buscar-ultima-saida
                       if fd-status_cadastro <> "INATIVO"
                       or ws-mv-achou <> "S"
                       or ws-mv-tipo  <> "T" then
                           move "Aluno sem Saida por Transferencia." to lk-msg
                       else
                           perform imprimir-declaracao-transf
                           move fd-cadastro  to lk-cadastro
                           move ws-mv-tipo   to lk-mv-tipo
                           move ws-mv-data   to lk-mv-data
                           move ws-mv-escola to lk-mv-escola
                           move "Declaracao de Transferencia Impressa." to lk-msg
                       end-if
                   when "23"
                       move "Codigo Informado Nao Registrado." to lk-msg
                   when other                          *> Erro fatal
                       move 152                                 to lk-msg-erro-ofsset
                       move ws-fs-arqCadAl                      to lk-msg-erro-cod
                       move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if

           .
       reimprimir-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a declaracao de transferencia do aluno corrente
      *>   (fd-cadastro) em declaracaoTransferencia.txt: as notas
      *>   parciais de cada disciplina por bimestre (arqNotasBim), a
      *>   media parcial e a frequencia ate a data (arqFrequencia)
      *>------------------------------------------------------------------------
       imprimir-declaracao-transf section.

           open output arqDeclaracao
           if ws-fs-arqDeclaracao <> "00" then     *> Erro fatal
               move 147                                       to lk-msg-erro-ofsset
               move ws-fs-arqDeclaracao                       to lk-msg-erro-cod
               move "Erro ao Abrir Arq. declaracaoTransf.!"   to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           if ws-par-achado = "S" then
               move fd-par-nome-escola     to dcl-linha
           else
               move ws-par-nome-escola-pad to dcl-linha
           end-if
           write dcl-linha

           move "DECLARACAO DE TRANSFERENCIA" to dcl-linha
           write dcl-linha

           move all "-" to dcl-linha
           write dcl-linha

           move spaces to dcl-linha
           string "Declaramos que o(a) aluno(a) "  delimited by size
                  fd-nome_aluno                    delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move fd-cod_aluno to ws-cod_aluno-edt
           move fd-dia       to ws-pg-dia-edt
           move fd-mes       to ws-pg-mes-edt
           move fd-ano       to ws-pg-ano-edt
           move spaces to dcl-linha
           string "codigo "                        delimited by size
                  ws-cod_aluno-edt                 delimited by size
                  ", nascido(a) em "               delimited by size
                  ws-pg-data-edt                   delimited by size
                  ", filho(a) de"                  delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move spaces to dcl-linha
           string "    "                           delimited by size
                  fd-nome_mae                      delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move spaces to dcl-linha
           string "esteve matriculado(a) nesta escola na turma " delimited by size
                  fd-turma                                       delimited by size
                  " do ano letivo "                              delimited by size
                  fd-ano_letivo                                  delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move ws-mv-dia to ws-pg-dia-edt
           move ws-mv-mes to ws-pg-mes-edt
           move ws-mv-ano to ws-pg-ano-edt
           move spaces to dcl-linha
           string "ate "                           delimited by size
                  ws-pg-data-edt                   delimited by size
                  ", sendo transferido(a) para a escola:" delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move spaces to dcl-linha
           string "    "                           delimited by size
                  ws-mv-escola                     delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move spaces to dcl-linha
           write dcl-linha

           move "RENDIMENTO PARCIAL ATE A DATA DA TRANSFERENCIA" to dcl-linha
           write dcl-linha

           move "Disciplina  1.Bim  2.Bim  3.Bim  4.Bim  Recup  Media  Aul  Fal  Freq%"
             to dcl-linha
           write dcl-linha

           move all "-" to dcl-linha
           write dcl-linha

           perform apurar-notas-finais                *> Bimestres e media parcial do aluno

           if ws-db-qtd = zero then
               move "Nenhuma nota lancada no ano letivo." to dcl-linha
               write dcl-linha
           else
               perform varying ws-db-i from 1 by 1 until ws-db-i > ws-db-qtd
                   perform imprimir-linha-declaracao
               end-perform
           end-if

           move all "-" to dcl-linha
           write dcl-linha

           perform verificar-frequencia-aluno         *> Total de aulas e faltas ate a data

           move zero to ws-mv-freq-perc
           if ws-fq-tot-aulas > zero
           and ws-fq-tot-faltas <= ws-fq-tot-aulas then
               compute ws-mv-freq-perc rounded =
                   (ws-fq-tot-aulas - ws-fq-tot-faltas) * 100 / ws-fq-tot-aulas
           end-if
           move ws-fq-tot-aulas  to ws-mv-total-edt
           move ws-fq-tot-faltas to ws-mv-faltas-edt
           move ws-mv-freq-perc  to ws-mv-freq-edt
           move spaces to dcl-linha
           string "Frequencia Geral - Aulas Dadas: "  delimited by size
                  ws-mv-total-edt                     delimited by size
                  "  Faltas: "                        delimited by size
                  ws-mv-faltas-edt                    delimited by size
                  "  Frequencia: "                    delimited by size
                  ws-mv-freq-edt                      delimited by size
                  "%"                                 delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move spaces to dcl-linha
           write dcl-linha

           accept ws-pg-data-hoje from date yyyymmdd
           move ws-pg-hoje-dia to ws-pg-dia-edt
           move ws-pg-hoje-mes to ws-pg-mes-edt
           move ws-pg-hoje-ano to ws-pg-ano-edt
           move spaces to dcl-linha
           string "Emitida em "                    delimited by size
                  ws-pg-data-edt                   delimited by size
             into dcl-linha
           end-string
           write dcl-linha

           move spaces to dcl-linha
           write dcl-linha

           move "Secretaria Escolar: ______________________________" to dcl-linha
           write dcl-linha

           close arqDeclaracao
           if ws-fs-arqDeclaracao <> "00" then     *> Erro fatal
               move 148                                       to lk-msg-erro-ofsset
               move ws-fs-arqDeclaracao                       to lk-msg-erro-cod
               move "Erro ao Fechar Arq. declaracaoTransf.!"  to lk-msg-erro-text
               perform finaliza-anormal
           end-if

           .
       imprimir-declaracao-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Linha da disciplina ws-db-i na declaracao: nota de cada
      *>   bimestre lancado, media parcial e frequencia da disciplina
      *>------------------------------------------------------------------------
       imprimir-linha-declaracao section.

           move spaces to ws-dc-linha-nota
           move ws-db-disciplina(ws-db-i) to ws-dc-disciplina

           perform varying ws-db-j from 1 by 1 until ws-db-j > 5
               if ws-db-tem-nota(ws-db-i, ws-db-j) = "S" then
                   move ws-db-nota(ws-db-i, ws-db-j) to ws-dc-nota-edt
                   move ws-dc-nota-edt               to ws-dc-nota(ws-db-j)
               else
                   move "  -  "                      to ws-dc-nota(ws-db-j)
               end-if
           end-perform

           move ws-db-media-final(ws-db-i) to ws-dc-nota-edt
           move ws-dc-nota-edt             to ws-dc-media

           move lk-cod_aluno              to fd-fq-cod_aluno
           move ws-db-disciplina(ws-db-i) to fd-fq-disciplina
           read arqFrequencia

           evaluate ws-fs-arqFrequencia
               when "00"
                   move fd-fq-aulas-dadas to ws-dc-aulas
                   move fd-fq-faltas      to ws-dc-faltas
                   move zero              to ws-mv-freq-perc
                   if fd-fq-aulas-dadas > zero
                   and fd-fq-faltas <= fd-fq-aulas-dadas then
                       compute ws-mv-freq-perc rounded =
                           (fd-fq-aulas-dadas - fd-fq-faltas) * 100 / fd-fq-aulas-dadas
                   end-if
                   move ws-mv-freq-perc   to ws-dc-freq
               when "23"
                   move zero to ws-dc-aulas      *> Disciplina sem frequencia lancada
                   move zero to ws-dc-faltas
                   move zero to ws-dc-freq
               when other                              *> Erro fatal
                   move 154                                  to lk-msg-erro-ofsset
                   move ws-fs-arqFrequencia                  to lk-msg-erro-cod
                   move "Erro ao Ler Arq. arqFrequencia!"    to lk-msg-erro-text
                   perform finaliza-anormal
           end-evaluate

           move ws-dc-linha-nota to dcl-linha
           write dcl-linha

           .
       imprimir-linha-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra a transferencia recebida: a escola de origem, a data
      *>   de entrada e, quando informadas, as notas trazidas da escola
      *>   de origem, lancadas no bimestre como na tela de notas
      *>------------------------------------------------------------------------
       registrar-entrada-transf section.

           move spaces     to lk-msg
           move lk-mv-data to ws-mv-data
           perform validar-data-movimento

           evaluate true
               when lk-cod_aluno = zero
                   move "Informe o Codigo do Aluno."              to lk-msg
               when lk-mv-escola = spaces
                   move "Informe a Escola de Origem."             to lk-msg
               when ws-mv-valida <> "S"
                   move "Data da Entrada Invalida."               to lk-msg
               when lk-qtd-notas > zero
                and (lk-nota-bim < 1 or lk-nota-bim > 4)
                   move "Bimestre das Notas Trazidas Invalido (1 a 4)." to lk-msg
               when other
                   move lk-cod_aluno to fd-cod_aluno
                   read arqCadAl
                   evaluate ws-fs-arqCadAl
                       when "00"
                           if fd-status_cadastro = "INATIVO" then
                               move "Cadastro Inativo - Restaure antes de Alterar." to lk-msg
                           end-if
                       when "23"
                           move "Codigo Informado Nao Registrado." to lk-msg
                       when other                      *> Erro fatal
                           move 152                                 to lk-msg-erro-ofsset
                           move ws-fs-arqCadAl                      to lk-msg-erro-cod
                           move "Erro ao Ler Arq. arqCadAl!"        to lk-msg-erro-text
                           perform finaliza-anormal
                   end-evaluate
           end-evaluate

           if lk-msg = spaces
           and lk-qtd-notas > zero then
               perform cadastrar-nota              *> Notas trazidas: gravadas no bimestre e
           end-if                                  *> reapuradas como no lancamento de notas

           if lk-msg = spaces then
               move "E"          to ws-mv-tipo
               move lk-mv-escola to ws-mv-escola
               move zero         to ws-mv-canceladas
               perform gravar-movimento

               move fd-cadastro to lk-cadastro
               move "Transferencia Recebida Registrada." to lk-msg
           end-if

           .
       registrar-entrada-transf-exit.
           exit.

      *>------------------------------------------------------------------------
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqAcordos
           if ws-fs-arqAcordos <> "00" then        *> Erro fatal ao fechar o arquivo
               move 112                                  to lk-msg-erro-ofsset
               move ws-fs-arqAcordos                     to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqAcordos!"    to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqAcordoParcelas
           if ws-fs-arqAcordoParcelas <> "00" then *> Erro fatal ao fechar o arquivo
               move 113                                         to lk-msg-erro-ofsset
               move ws-fs-arqAcordoParcelas                     to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqAcordoParcelas!"    to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqProfessores
           if ws-fs-arqProfessores <> "00" then    *> Erro fatal ao fechar o arquivo
               move 129                                       to lk-msg-erro-ofsset
               move ws-fs-arqProfessores                      to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqProfessores!"     to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqAtribuicoes
           if ws-fs-arqAtribuicoes <> "00" then    *> Erro fatal ao fechar o arquivo
               move 135                                       to lk-msg-erro-ofsset
               move ws-fs-arqAtribuicoes                      to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqAtribuicoes!"     to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqGradeHoraria
           if ws-fs-arqGradeHoraria <> "00" then   *> Erro fatal ao fechar o arquivo
               move 140                                       to lk-msg-erro-ofsset
               move ws-fs-arqGradeHoraria                     to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqGradeHoraria!"    to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqMovimentos
           if ws-fs-arqMovimentos <> "00" then     *> Erro fatal ao fechar o arquivo
               move 146                                       to lk-msg-erro-ofsset
               move ws-fs-arqMovimentos                       to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqMovimentos!"      to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqRematricula
           if ws-fs-arqRematricula <> "00" then    *> Erro fatal ao fechar o arquivo
               move 156                                       to lk-msg-erro-ofsset
               move ws-fs-arqRematricula                      to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqRematricula!"     to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqTaxas
           if ws-fs-arqTaxas <> "00" then          *> Erro fatal ao fechar o arquivo
               move 164                                       to lk-msg-erro-ofsset
               move ws-fs-arqTaxas                            to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqTaxas!"           to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqTaxasAlunos
           if ws-fs-arqTaxasAlunos <> "00" then    *> Erro fatal ao fechar o arquivo
               move 165                                       to lk-msg-erro-ofsset
               move ws-fs-arqTaxasAlunos                      to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqTaxasAlunos!"     to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqPagamentosIndex
           if ws-fs-arqPagamentosIndex <> "00" then    *> Erro fatal ao fechar o arquivo
               move 184                                         to lk-msg-erro-ofsset
               move ws-fs-arqPagamentosIndex                    to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqPagamentosIndex!"   to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

           close arqCadAlLogIndex
           if ws-fs-arqCadAlLogIndex <> "00" then      *> Erro fatal ao fechar o arquivo
               move 185                                         to lk-msg-erro-ofsset
               move ws-fs-arqCadAlLogIndex                      to lk-msg-erro-cod
               move "Erro ao Fechar Arq. arqCadAlLogIndex!"     to lk-msg-erro-text
               move "ef" to lk-funcao              *> Move a funcao de erro fatal para informar ao programa principal
           end-if

      *> ---- Progrmas chamados terminam com "exit programa", já o programa principal
      *> ---- termina com "stop run"
           exit program.
