      *>e data do pagamento; registros 1 e 9 de abertura/fechamento sao
      *>ignorados) e faz a baixa automatica de cada titulo liquidado em
      *>arqMensalidades.dat, exatamente como baixar-mensalidade faz na
      *>tela: o valor recebido quita primeiro a multa e os juros de
      *>atraso devidos na data do pagamento (parametros da escola, como
      *>na instrucao do boleto), o restante acumula em fd-mn-valor-pago
      *>e quita a parcela (PAGA) quando o total pago alcanca o valor
      *>devido. Cada baixa tambem entra no diario de pagamentos
      *>arqPagamentos.dat, com a multa e os juros separados do principal,
      *>para o fechamento de caixa do dia conferir. O processamento sai
      *>em relatorioRetorno.txt com os titulos confirmados (saldo mais
      *>encargos), os de valor divergente (baixados pelo valor
      *>recebido), os ja quitados, os de
      *>parcela isenta (bolsa integral, fora da cobranca - a parcela nao
      *>e regravada), os de parcela renegociada num acordo (nao baixados)
      *>e os nao encontrados - so as excecoes ficam para acerto manual.
      *>O documento com cod_aluno 00000 e de parcela de acordo (numero do
      *>acordo + parcela): a baixa segue a mesma regra em
      *>arqAcordoParcelas.dat, o diario recebe a entrada tipo "A" e o
      *>acordo passa a QUITADO quando todas as parcelas estao pagas.
      *>O documento com 00 no lugar do ano e de taxa avulsa (cod_aluno +
      *>00 + numero do lancamento do aluno): a baixa segue a mesma regra
      *>em arqTaxasAlunos.dat e o diario recebe a entrada tipo "T".
      *>Cada entrada gravada no diario entra tambem no indice do diario
      *>por data e por aluno (arqPagamentosIndex.dat), e o numero do
      *>recibo segue o maior ja gravado no diario ou, depois de um
      *>arquivamento anual, o ultimo arquivado (arqArquivamentos.dat).

      *>Divisão para configuração do ambiente
       Environment Division.
           organization is line sequential
           file status is ws-fs-arqPagamentos.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

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

           select arqArquivamentos assign to "arqArquivamentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-aq-ano
           file status is ws-fs-arqArquivamentos.

           select arqRelatorio assign to "relatorioRetorno.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.
           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

       fd arqPagamentos.

           05  fd-pg-ano                           pic 9(04).
           05  fd-pg-mes                           pic 9(02).
           05  fd-pg-valor                         pic 9(04),99.
           05  fd-pg-encargos.
               10  fd-pg-multa                     pic 9(04),99.
               10  fd-pg-juros                     pic 9(04),99.
           05  fd-pg-tipo                          pic x(01).

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

      *>----Indice do diario de pagamentos (mesmo layout do programa
      *>----processamento): a entrada do diario com a chave alternativa
      *>----por aluno + data + recibo no fim
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

       fd arqRelatorio.

       77  ws-fs-arqMensalidades                   pic x(02).
       77  ws-fs-arqPagamentos                     pic x(02).
       77  ws-fs-arqRelatorio                      pic x(02).
       77  ws-fs-arqParametros                     pic x(02).

       77  ws-tem-parametros                       pic x(01) value "N".
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqAcordoParcelas                 pic x(02).
       77  ws-tem-acordos                          pic x(01) value "N".
       77  ws-ac-fim                               pic x(01).
       77  ws-ac-quitado                           pic x(01).
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-tem-taxas                            pic x(01) value "N".
       77  ws-fs-arqPagamentosIndex                pic x(02).
       77  ws-fs-arqArquivamentos                  pic x(02).
       77  ws-diario-com-entradas                  pic x(01) value "N".
       77  ws-aq-fim                               pic x(01).

       77  ws-fim-arquivo                          pic x(01) value "N".
       77  ws-pg-fim                               pic x(01).
               10  ws-rt-cod_aluno                 pic x(05).
               10  ws-rt-ano                       pic x(04).
               10  ws-rt-mes                       pic x(02).
      *>----Na taxa avulsa o documento e cod_aluno + 00 + numero do lancamento
           05  ws-rt-numero-doc-taxa redefines ws-rt-numero-doc.
               10  ws-rt-tx-cod_aluno              pic x(05).
               10  ws-rt-tx-marca                  pic x(02).
               10  ws-rt-tx-seq                    pic x(04).
           05  ws-rt-valor-cents                   pic x(09).
           05  ws-rt-data-pagto                    pic x(08).

       77  ws-rt-cod-num                           pic 9(05).
       77  ws-rt-ano-num                           pic 9(04).
       77  ws-rt-mes-num                           pic 9(02).
       77  ws-rt-tx-seq-num                        pic 9(04).
       77  ws-rt-complemento                       pic x(20).
       77  ws-rt-valor-num                         pic 9(09).
       77  ws-valor-recebido                       pic 9(07)v99.

       77  ws-mn-valor-frmt                        pic 9(04)v99.
       77  ws-mn-pago-frmt                         pic 9(04)v99.
       77  ws-saldo-esperado                       pic 9(05)v99.

       77  ws-ocorrencia                           pic x(14).

      *>----Encargos de atraso (mesma regra da baixa de tela e da instrucao
      *>----da remessa); sem o arquivo de parametros valem os padroes do
      *>----contrato: multa de 2%, juros de 0,0333% ao dia, sem carencia,
      *>----vencimento no dia 10
       77  ws-multa-perc                           pic 9(02)v99 value 2.
       77  ws-juros-dia                            pic 9(01)v9999 value 0,0333.
       77  ws-dias-carencia                        pic 9(02) value zero.
       77  ws-dia-vencimento                       pic 9(02) value 10.

       77  ws-enc-data-pagto                       pic 9(08).
       01  ws-enc-venc-data                        pic 9(08).
       01  ws-enc-venc-data-r redefines ws-enc-venc-data.
           05  ws-enc-venc-ano                     pic 9(04).
           05  ws-enc-venc-mes                     pic 9(02).
           05  ws-enc-venc-dia                     pic 9(02).
       77  ws-enc-dia-venc                         pic 9(02).
       77  ws-enc-venc-int                         pic 9(07).
       77  ws-enc-ult-dia-int                      pic 9(07).
       77  ws-enc-dias-atraso                      pic s9(05).
       77  ws-enc-juros-valor-dia                  pic 9(04)v99.
       77  ws-enc-multa                            pic 9(04)v99.
       77  ws-enc-juros                            pic 9(04)v99.
       77  ws-enc-restante                         pic 9(07)v99.
       77  ws-enc-saldo                            pic 9(04)v99.
       77  ws-enc-quitado-ate                      pic 9(08).
       77  ws-enc-aberto                           pic 9(05)v99.

      *>----Rateio do valor recebido: multa, juros e o principal da parcela
       77  ws-pg-multa-frmt                        pic 9(04)v99.
       77  ws-pg-juros-frmt                        pic 9(04)v99.
       77  ws-pg-principal-frmt                    pic 9(07)v99.

      *>----Diario de pagamentos: o ultimo numero de recibo e apurado
      *>----uma vez na abertura e avancado a cada baixa do retorno
       77  ws-pg-seq-prox                          pic 9(06) value zero.
       77  ws-pg-data-hoje                         pic 9(08).
       77  ws-pg-tipo                              pic x(01).
       77  ws-pg-cod-aluno                         pic 9(05).
       77  ws-pg-ano                               pic 9(04).
       77  ws-pg-mes                               pic 9(02).

      *>----Totais do processamento
       77  ws-qtd-lidos                            pic 9(05) value zero.
       77  ws-qtd-divergentes                      pic 9(05) value zero.
       77  ws-qtd-ja-quitados                      pic 9(05) value zero.
       77  ws-qtd-isentas                          pic 9(05) value zero.
       77  ws-qtd-renegociadas                     pic 9(05) value zero.
       77  ws-qtd-canceladas                       pic 9(05) value zero.
       77  ws-qtd-nao-encontrados                  pic 9(05) value zero.
       77  ws-total-recebido                       pic 9(09)v99 value zero.

       77  ws-qtd-divergentes-edt                  pic zzzz9.
       77  ws-qtd-ja-quitados-edt                  pic zzzz9.
       77  ws-qtd-isentas-edt                      pic zzzz9.
       77  ws-qtd-renegociadas-edt                 pic zzzz9.
       77  ws-qtd-canceladas-edt                   pic zzzz9.
       77  ws-qtd-nao-encontrados-edt              pic zzzz9.
       77  ws-total-recebido-edt                   pic zzzzzzzz9,99.

               perform erro-fatal
           end-if

           open i-o arqPagamentosIndex     *> Indice ainda nao criado: so pode nascer
           if ws-fs-arqPagamentosIndex = "35" then  *> vazio junto com o diario vazio
               if ws-diario-com-entradas = "S" then
                   move "Indice do Diario Ausente - Execute ./arquivamento INDICES" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
               open output arqPagamentosIndex
               close arqPagamentosIndex
               open i-o arqPagamentosIndex
           end-if
           if ws-fs-arqPagamentosIndex <> "00"
           and ws-fs-arqPagamentosIndex <> "05" then
               move "Erro ao abrir arq. arqPagamentosIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqParametros        *> Sem o arquivo de parametros os encargos
           evaluate ws-fs-arqParametros    *> seguem os padroes do contrato
               when "00"
                   move "S" to ws-tem-parametros
                   move "PARAMS" to fd-par-chave
                   read arqParametros
                   if ws-fs-arqParametros = "00"
                   and fd-par-dias-carencia numeric
                   and fd-par-dia-vencimento numeric then
                       move fd-par-multa-perc     to ws-multa-perc
                       move fd-par-juros-dia      to ws-juros-dia
                       move fd-par-dias-carencia  to ws-dias-carencia
                       move fd-par-dia-vencimento to ws-dia-vencimento
                   end-if
               when "35"
                   move "N" to ws-tem-parametros
               when other
                   move "Erro ao abrir arq. arqParametros.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open i-o arqAcordoParcelas      *> Sem acordos gerados so ha titulos
           evaluate ws-fs-arqAcordoParcelas *> de mensalidade no retorno
               when "00"
                   move "S" to ws-tem-acordos
                   open i-o arqAcordos
                   if ws-fs-arqAcordos <> "00" then
                       move "Erro ao abrir arq. arqAcordos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
                   end-if
               when "35"
                   move "N" to ws-tem-acordos
               when other
                   move "Erro ao abrir arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open i-o arqTaxasAlunos         *> Sem taxas avulsas lancadas nao ha
           evaluate ws-fs-arqTaxasAlunos   *> titulos delas no retorno
               when "00"
                   move "S" to ws-tem-taxas
               when "35"
                   move "N" to ws-tem-taxas
               when other
                   move "Erro ao abrir arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open output arqRelatorio
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao abrir arq. relatorioRetorno.txt" to ws-msg-erro-fatal
           move "Cod.   Ano   Mes"           to rel-linha(1:20)
           move "Valor Recebido"             to rel-linha(22:14)
           move "Ocorrencia"                 to rel-linha(40:10)
           move "Taxa Avulsa"                to rel-linha(56:11)
           write rel-linha

           move all "-" to rel-linha
           exit.

      *>------------------------------------------------------------------------
      *>   Apura o maior recibo ja gravado no diario de pagamentos (ou o
      *>   ultimo arquivado, se maior) para seguir a numeracao de recibos
      *>   das baixas de tela
      *>------------------------------------------------------------------------
       contar-diario-pagamentos section.

                   perform until ws-pg-fim = "S"
                       read arqPagamentos
                       if ws-fs-arqPagamentos = "00" then
                           move "S" to ws-diario-com-entradas
                           if fd-pg-seq > ws-pg-seq-prox then
                               move fd-pg-seq to ws-pg-seq-prox
                           end-if
                       else
                           if ws-fs-arqPagamentos = "10" then
                               move "S" to ws-pg-fim
                   perform erro-fatal
           end-evaluate

           open input arqArquivamentos     *> Sem arquivamento feito o controle
           evaluate ws-fs-arqArquivamentos *> nao existe
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
                           when other
                               move "Erro ao Ler Arq. arqArquivamentos.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
                   close arqArquivamentos
               when "35"
                   continue
               when other
                   move "Erro ao Abrir Arq. arqArquivamentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       contar-diario-pagamentos-exit.
           exit.
               move ws-rt-mes          to ws-rt-mes-num
               move ws-rt-valor-cents  to ws-rt-valor-num
               compute ws-valor-recebido = ws-rt-valor-num / 100
               move spaces             to ws-rt-complemento

               evaluate true
                   when ws-rt-cod-num = zero           *> Titulo de parcela de acordo
                       perform processar-titulo-acordo
                   when ws-rt-tx-marca = "00"          *> Titulo de taxa avulsa
                       perform processar-titulo-taxa
                   when other
                       move ws-rt-cod-num to fd-mn-cod_aluno
                       move ws-rt-ano-num to fd-mn-ano
                       move ws-rt-mes-num to fd-mn-mes
                       read arqMensalidades

                       evaluate ws-fs-arqMensalidades
                           when "00"
                               evaluate fd-mn-situacao
                                   when "PAGA"
                                       move "JA QUITADA"   to ws-ocorrencia
                                       add 1 to ws-qtd-ja-quitados
                                   when "ISENTA"        *> Bolsa integral: fora da cobranca,
                                       move "ISENTA"       to ws-ocorrencia   *> a parcela nao e regravada
                                       add 1 to ws-qtd-isentas
                                   when "RENEGOCIA"     *> Cobrada pelas parcelas do acordo:
                                       move "RENEGOCIADA"  to ws-ocorrencia   *> nao e baixada
                                       add 1 to ws-qtd-renegociadas
                                   when "CANCELADA"     *> Cancelada na saida do aluno: o valor
                                       move "CANCELADA"    to ws-ocorrencia   *> fica para acerto da secretaria
                                       add 1 to ws-qtd-canceladas
                                   when other
                                       perform baixar-titulo-retorno
                               end-evaluate
                           when "23"
                               move "NAO ENCONTRADA"   to ws-ocorrencia
                               add 1 to ws-qtd-nao-encontrados
                           when other
                               move "Erro ao Ler Arq. arqMensalidades.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
               end-evaluate

               perform gravar-linha-retorno

      *>------------------------------------------------------------------------
      *>   Faz a baixa do titulo na parcela (mesma regra de
      *>   baixar-mensalidade): o valor recebido quita primeiro a multa
      *>   e os juros devidos na data do pagamento, o restante acumula
      *>   no valor pago e quita quando alcanca o valor devido; o saldo
      *>   esperado e o saldo da parcela mais os encargos, e valor
      *>   diferente e baixado assim mesmo e sai como DIVERGENTE
      *>------------------------------------------------------------------------
       baixar-titulo-retorno section.

           if ws-rt-data-pagto numeric
           and ws-rt-data-pagto > zeros then
               move ws-rt-data-pagto to ws-enc-data-pagto
           else
               move ws-pg-data-hoje  to ws-enc-data-pagto
           end-if

           perform calcular-encargos-retorno

           move fd-mn-valor      to ws-mn-valor-frmt
           move fd-mn-valor-pago to ws-mn-pago-frmt
           compute ws-saldo-esperado =
               ws-mn-valor-frmt - ws-mn-pago-frmt + ws-enc-multa + ws-enc-juros

           perform ratear-recebido-encargos

           add ws-pg-principal-frmt to ws-mn-pago-frmt

      *>---- Encargos apurados ate a data do pagamento: o que o credito
      *>---- nao cobriu passa ao principal e nao incide de novo
           if ws-enc-multa + ws-enc-juros > zero then
               move ws-enc-data-pagto to fd-mn-encargos-ate
               perform incorporar-encargos-abertos
               move ws-mn-valor-frmt  to fd-mn-valor
           end-if

           move ws-mn-pago-frmt to fd-mn-valor-pago
           if ws-mn-pago-frmt >= ws-mn-valor-frmt then

           add ws-valor-recebido to ws-total-recebido

           move "M"             to ws-pg-tipo
           move fd-mn-cod_aluno to ws-pg-cod-aluno
           move fd-mn-ano       to ws-pg-ano
           move fd-mn-mes       to ws-pg-mes
           perform gravar-pagamento-retorno

           .
       baixar-titulo-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza a parcela de acordo do titulo (numero do acordo e
      *>   parcela no lugar do ano e do mes) e faz a baixa dela
      *>------------------------------------------------------------------------
       processar-titulo-acordo section.

           if ws-tem-acordos = "N" then
               move "NAO ENCONTRADA"   to ws-ocorrencia
               add 1 to ws-qtd-nao-encontrados
           else
               move ws-rt-ano-num to fd-ap-numero
               move ws-rt-mes-num to fd-ap-parcela
               read arqAcordoParcelas

               evaluate ws-fs-arqAcordoParcelas
                   when "00"
                       if fd-ap-situacao = "PAGA" then
                           move "JA QUITADA"   to ws-ocorrencia
                           add 1 to ws-qtd-ja-quitados
                       else
                           perform baixar-titulo-acordo
                       end-if
                   when "23"
                       move "NAO ENCONTRADA"   to ws-ocorrencia
                       add 1 to ws-qtd-nao-encontrados
                   when other
                       move "Erro ao Ler Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       processar-titulo-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Faz a baixa do titulo na parcela de acordo (mesma regra da
      *>   mensalidade); o diario recebe a entrada tipo "A" em nome do
      *>   primeiro filho do acordo
      *>------------------------------------------------------------------------
       baixar-titulo-acordo section.

           if ws-rt-data-pagto numeric
           and ws-rt-data-pagto > zeros then
               move ws-rt-data-pagto to ws-enc-data-pagto
           else
               move ws-pg-data-hoje  to ws-enc-data-pagto
           end-if

           perform calcular-encargos-acordo

           compute ws-saldo-esperado =
               ws-mn-valor-frmt - ws-mn-pago-frmt + ws-enc-multa + ws-enc-juros

           perform ratear-recebido-encargos

           add ws-pg-principal-frmt to ws-mn-pago-frmt

      *>---- Encargos apurados ate a data do pagamento: o que o credito
      *>---- nao cobriu passa ao principal e nao incide de novo
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
           if ws-fs-arqAcordoParcelas <> "00" then
               move "Erro ao Gravar Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           if ws-valor-recebido = ws-saldo-esperado then
               move "CONFIRMADA"  to ws-ocorrencia
               add 1 to ws-qtd-confirmados
           else
               move "DIVERGENTE"  to ws-ocorrencia
               add 1 to ws-qtd-divergentes
           end-if

           add ws-valor-recebido to ws-total-recebido

           move zero to fd-ac-cod-titular
           move fd-ap-numero to fd-ac-numero
           read arqAcordos
           if ws-fs-arqAcordos <> "00" then
               move "Erro ao Ler Arq. arqAcordos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "A"               to ws-pg-tipo
           move fd-ac-cod-titular to ws-pg-cod-aluno
           move fd-ap-numero      to ws-pg-ano
           move fd-ap-parcela     to ws-pg-mes
           perform gravar-pagamento-retorno

           if fd-ap-situacao = "PAGA" then
               perform encerrar-acordo-quitado
           end-if

           .
       baixar-titulo-acordo-exit.
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
               if ws-fs-arqAcordos <> "00" then
                   move "Erro ao Gravar Arq. arqAcordos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
           end-if

           .
       encerrar-acordo-quitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza a taxa avulsa do titulo (aluno e numero do lancamento)
      *>   e faz a baixa dela; a linha do relatorio sai com a competencia
      *>   da taxa no lugar do ano e do mes
      *>------------------------------------------------------------------------
       processar-titulo-taxa section.

           move ws-rt-tx-seq to ws-rt-tx-seq-num

           if ws-tem-taxas = "N" then
               move "NAO ENCONTRADA"   to ws-ocorrencia
               add 1 to ws-qtd-nao-encontrados
           else
               move ws-rt-cod-num    to fd-ta-cod_aluno
               move ws-rt-tx-seq-num to fd-ta-seq
               read arqTaxasAlunos

               evaluate ws-fs-arqTaxasAlunos
                   when "00"
                       move fd-ta-ano to ws-rt-ano-num
                       move fd-ta-mes to ws-rt-mes-num
                       string "TX"            delimited by size
                              fd-ta-codigo    delimited by size
                              " "             delimited by size
                              fd-ta-categoria delimited by size
                         into ws-rt-complemento
                       end-string
                       evaluate fd-ta-situacao
                           when "PAGA"
                               move "JA QUITADA"   to ws-ocorrencia
                               add 1 to ws-qtd-ja-quitados
                           when "CANCELADA"     *> Cancelada na saida do aluno: o valor
                               move "CANCELADA"    to ws-ocorrencia   *> fica para acerto da secretaria
                               add 1 to ws-qtd-canceladas
                           when other
                               perform baixar-titulo-taxa
                       end-evaluate
                   when "23"
                       move "NAO ENCONTRADA"   to ws-ocorrencia
                       add 1 to ws-qtd-nao-encontrados
                   when other
                       move "Erro ao Ler Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       processar-titulo-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Faz a baixa do titulo na taxa avulsa (mesma regra da
      *>   mensalidade); o diario recebe a entrada tipo "T" com o numero
      *>   do lancamento no lugar do ano
      *>------------------------------------------------------------------------
       baixar-titulo-taxa section.

           if ws-rt-data-pagto numeric
           and ws-rt-data-pagto > zeros then
               move ws-rt-data-pagto to ws-enc-data-pagto
           else
               move ws-pg-data-hoje  to ws-enc-data-pagto
           end-if

           perform calcular-encargos-taxa

           compute ws-saldo-esperado =
               ws-mn-valor-frmt - ws-mn-pago-frmt + ws-enc-multa + ws-enc-juros

           perform ratear-recebido-encargos

           add ws-pg-principal-frmt to ws-mn-pago-frmt

      *>---- Encargos apurados ate a data do pagamento: o que o credito
      *>---- nao cobriu passa ao principal e nao incide de novo
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
           if ws-fs-arqTaxasAlunos <> "00" then
               move "Erro ao Gravar Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           if ws-valor-recebido = ws-saldo-esperado then
               move "CONFIRMADA"  to ws-ocorrencia
               add 1 to ws-qtd-confirmados
           else
               move "DIVERGENTE"  to ws-ocorrencia
               add 1 to ws-qtd-divergentes
           end-if

           add ws-valor-recebido to ws-total-recebido

           move "T"             to ws-pg-tipo
           move fd-ta-cod_aluno to ws-pg-cod-aluno
           move fd-ta-seq       to ws-pg-ano
           move zero            to ws-pg-mes
           perform gravar-pagamento-retorno

           .
       baixar-titulo-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula a multa e os juros de atraso da parcela corrente na
      *>   data do pagamento: multa sobre o saldo quando o atraso passa
      *>   da carencia e juros diarios desde o vencimento; parcela com
      *>   encargos ja quitados ate uma data so corre juros dali
      *>------------------------------------------------------------------------
       calcular-encargos-retorno section.

           move fd-mn-valor      to ws-mn-valor-frmt
           move fd-mn-valor-pago to ws-mn-pago-frmt

           perform apurar-vencimento-parcela

           if fd-mn-encargos-ate numeric then
               move fd-mn-encargos-ate to ws-enc-quitado-ate
           else
               move zero               to ws-enc-quitado-ate
           end-if

           perform aplicar-encargos-retorno

           .
       calcular-encargos-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula a multa e os juros da parcela de acordo corrente na
      *>   data do pagamento, com o vencimento gravado na parcela
      *>------------------------------------------------------------------------
       calcular-encargos-acordo section.

           move fd-ap-valor      to ws-mn-valor-frmt
           move fd-ap-valor-pago to ws-mn-pago-frmt

           move fd-ap-vencimento   to ws-enc-venc-data
           compute ws-enc-venc-int = function integer-of-date(ws-enc-venc-data)
           move fd-ap-encargos-ate to ws-enc-quitado-ate

           perform aplicar-encargos-retorno

           .
       calcular-encargos-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula a multa e os juros da taxa avulsa corrente na data do
      *>   pagamento, com o vencimento gravado no lancamento
      *>------------------------------------------------------------------------
       calcular-encargos-taxa section.

           move fd-ta-valor      to ws-mn-valor-frmt
           move fd-ta-valor-pago to ws-mn-pago-frmt

           move fd-ta-vencimento   to ws-enc-venc-data
           compute ws-enc-venc-int = function integer-of-date(ws-enc-venc-data)
           move fd-ta-encargos-ate to ws-enc-quitado-ate

           perform aplicar-encargos-retorno

           .
       calcular-encargos-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Aplica a multa e os juros sobre o saldo (valor - valor pago)
      *>   vencido em ws-enc-venc-int; com encargos ja quitados ate
      *>   ws-enc-quitado-ate a multa nao incide de novo e os juros
      *>   correm dali
      *>------------------------------------------------------------------------
       aplicar-encargos-retorno section.

           move zero to ws-enc-multa
           move zero to ws-enc-juros
           move zero to ws-enc-dias-atraso

           if ws-mn-pago-frmt < ws-mn-valor-frmt then
               compute ws-enc-saldo = ws-mn-valor-frmt - ws-mn-pago-frmt
               compute ws-enc-juros-valor-dia rounded =
                   ws-enc-saldo * ws-juros-dia / 100

               if ws-enc-quitado-ate > zero then
                   compute ws-enc-dias-atraso =
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
           end-if

           .
       aplicar-encargos-retorno-exit.
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
      *>   Rateia o valor recebido: quita primeiro a multa, depois os
      *>   juros, e o restante vai para o principal da parcela
      *>------------------------------------------------------------------------
       ratear-recebido-encargos section.

           move ws-valor-recebido to ws-enc-restante

           if ws-enc-restante >= ws-enc-multa then
               move ws-enc-multa    to ws-pg-multa-frmt
           else
               move ws-enc-restante to ws-pg-multa-frmt
           end-if
           subtract ws-pg-multa-frmt from ws-enc-restante

           if ws-enc-restante >= ws-enc-juros then
               move ws-enc-juros    to ws-pg-juros-frmt
           else
               move ws-enc-restante to ws-pg-juros-frmt
           end-if
           subtract ws-pg-juros-frmt from ws-enc-restante

           move ws-enc-restante to ws-pg-principal-frmt

           .
       ratear-recebido-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Credito do banco menor que a multa e os juros: os encargos
      *>   apurados ate a data do pagamento e nao cobertos passam ao
      *>   principal em aberto (ws-mn-valor-frmt), para nao serem
      *>   cobrados de novo a partir do vencimento na proxima baixa
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
      *>   Registra a baixa do retorno no diario de pagamentos, seguindo
      *>   a numeracao de recibos das baixas de tela; o valor e o
      *>   principal e a multa e os juros vao em campos proprios
      *>------------------------------------------------------------------------
       gravar-pagamento-retorno section.


           move ws-pg-data-hoje    to fd-pg-data
           move ws-pg-seq-prox     to fd-pg-seq
           move ws-pg-cod-aluno    to fd-pg-cod_aluno
           move ws-pg-ano          to fd-pg-ano
           move ws-pg-mes          to fd-pg-mes
           move ws-pg-principal-frmt to fd-pg-valor
           move ws-pg-multa-frmt   to fd-pg-multa
           move ws-pg-juros-frmt   to fd-pg-juros
           move ws-pg-tipo         to fd-pg-tipo

           write fd-pagamento
           if ws-fs-arqPagamentos <> "00" then
               perform erro-fatal
           end-if

           move fd-pagamento       to fd-pagamento-ix  *> Mesma entrada no indice por
           move fd-pg-cod_aluno    to fd-pix-cod_aluno *> data e por aluno
           move fd-pg-data         to fd-pix-data-aluno
           move fd-pg-seq          to fd-pix-seq-aluno

           write fd-pagamento-ix
           if ws-fs-arqPagamentosIndex <> "00" then
               move "Erro ao Escrever Arq. arqPagamentosIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       gravar-pagamento-retorno-exit.
           exit.
           move ws-rt-mes-num     to rel-linha(14:2)
           move ws-valor-edt      to rel-linha(24:9)
           move ws-ocorrencia     to rel-linha(40:14)
           move ws-rt-complemento to rel-linha(56:20)

           write rel-linha
           if ws-fs-arqRelatorio <> "00" then
           move ws-qtd-divergentes     to ws-qtd-divergentes-edt
           move ws-qtd-ja-quitados     to ws-qtd-ja-quitados-edt
           move ws-qtd-isentas         to ws-qtd-isentas-edt
           move ws-qtd-renegociadas    to ws-qtd-renegociadas-edt
           move ws-qtd-canceladas      to ws-qtd-canceladas-edt
           move ws-qtd-nao-encontrados to ws-qtd-nao-encontrados-edt
           move ws-total-recebido      to ws-total-recebido-edt

                  ws-qtd-confirmados-edt        delimited by size
                  "   Divergentes: "            delimited by size
                  ws-qtd-divergentes-edt        delimited by size
                  "   Renegociadas: "           delimited by size
                  ws-qtd-renegociadas-edt       delimited by size
                  "   Canceladas: "             delimited by size
                  ws-qtd-canceladas-edt         delimited by size
             into rel-linha
           end-string
           write rel-linha
                   "  Excecoes: "                 ws-qtd-divergentes-edt
                   " / "                          ws-qtd-ja-quitados-edt
                   " / "                          ws-qtd-isentas-edt
                   " / "                          ws-qtd-renegociadas-edt
                   " / "                          ws-qtd-canceladas-edt
                   " / "                          ws-qtd-nao-encontrados-edt

           .
           close arqRetorno
           close arqMensalidades
           close arqPagamentos
           close arqPagamentosIndex
           close arqRelatorio
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           if ws-tem-acordos = "S" then
               close arqAcordoParcelas
               close arqAcordos
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if

           .
       finaliza-exit.
