
      *>Remessa de cobranca bancaria - para a competencia informada na
      *>linha de comando (aaaamm), seleciona em arqMensalidades.dat as
      *>parcelas ABERTA do mes (e em arqAcordoParcelas.dat as parcelas
      *>de acordo ABERTA vencendo no mes, e em arqTaxasAlunos.dat as
      *>taxas avulsas ABERTA vencendo no mes) e gera remessaBanco.txt no layout fixo
      *>combinado com o banco: registro 1 de abertura (data e nome da
      *>escola), registros 2 de detalhe com o numero do documento
      *>composto de cod_aluno + ano + mes (11 digitos; na parcela de
      *>acordo, 00000 + numero do acordo + parcela; na taxa avulsa,
      *>cod_aluno + 00 + numero do lancamento do aluno), o nome do
      *>aluno (o do responsavel, no acordo),
      *>o saldo em aberto da parcela em centavos e a data de vencimento;
      *>cada detalhe e seguido do registro 3 de instrucao do boleto (a
      *>multa e os juros diarios cobrados apos o vencimento e a carencia,
      *>pelos parametros da escola), e o registro 9 de fechamento traz a
      *>quantidade e o valor total dos titulos. O retorno do banco e
      *>processado pelo programa retorno, que faz a baixa automatica.

      *>Divisão para configuração do ambiente
       Environment Division.
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

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rs-codigo
           file status is ws-fs-arqResponsaveis.

           select arqTaxasAlunos assign to "arqTaxasAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ta-chave
           file status is ws-fs-arqTaxasAlunos.

           select arqRemessa assign to "remessaBanco.txt"
           organization is line sequential
           file status is ws-fs-arqRemessa.
           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

       fd arqCadAl.

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

       fd arqResponsaveis.

       01  fd-responsavel-reg.
           05  fd-rs-codigo                        pic 9(05).
           05  fd-rs-nome                          pic x(35).
           05  fd-rs-cpf                           pic x(11).
           05  fd-rs-endereco.
               10  fd-rs-cep                       pic x(09).
               10  fd-rs-rua                       pic x(25).
               10  fd-rs-n_casa                    pic 9(05).
               10  fd-rs-bairro                    pic x(20).
               10  fd-rs-cidade                    pic x(20).
               10  fd-rs-uf                        pic x(02).
           05  fd-rs-fone                          pic x(15).

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

       fd arqRemessa.

       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqRemessa                        pic x(02).
       77  ws-tem-parametros                       pic x(01) value "N".
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqAcordoParcelas                 pic x(02).
       77  ws-fs-arqResponsaveis                   pic x(02).
       77  ws-tem-acordos                          pic x(01) value "N".
       77  ws-tem-responsaveis                     pic x(01) value "N".
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-tem-taxas                            pic x(01) value "N".

       77  ws-fim-arquivo                          pic x(01) value "N".

       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL".

      *>----Encargos de atraso da instrucao do boleto; sem o arquivo de
      *>----parametros (ou registro anterior aos campos) valem os padroes
      *>----do contrato: multa de 2%, juros de 0,0333% ao dia, sem
      *>----carencia, vencimento no dia 10
       77  ws-multa-perc                           pic 9(02)v99 value 2.
       77  ws-juros-dia                            pic 9(01)v9999 value 0,0333.
       77  ws-dias-carencia                        pic 9(02) value zero.
       77  ws-dia-vencimento                       pic 9(02) value 10.

      *>---- Competencia informada na linha de comando (aaaamm, obrigatorio)
       77  ws-comp-param                           pic x(10).
       77  ws-comp-trim                            pic x(10).
           05  ws-ra-escola                        pic x(40).

      *>---- Registro 2 de detalhe: numero do documento = cod_aluno +
      *>---- ano + mes (11 digitos) - na parcela de acordo, 00000 +
      *>---- numero do acordo + parcela (nenhum aluno recebe o codigo
      *>---- zero); na taxa avulsa, cod_aluno + 00 + numero do lancamento
      *>---- (nenhuma mensalidade tem o ano 00); valor em centavos
       01  ws-rem-detalhe.
           05  ws-rd-tipo                          pic x(01) value "2".
           05  ws-rd-numero-doc.
               10  ws-rd-cod_aluno                 pic 9(05).
               10  ws-rd-ano                       pic 9(04).
               10  ws-rd-mes                       pic 9(02).
           05  ws-rd-numero-doc-taxa redefines ws-rd-numero-doc.
               10  ws-rd-tx-cod_aluno              pic 9(05).
               10  ws-rd-tx-marca                  pic 9(02).
               10  ws-rd-tx-seq                    pic 9(04).
           05  ws-rd-nome                          pic x(35).
           05  ws-rd-valor-cents                   pic 9(09).
           05  ws-rd-vencimento                    pic 9(08).

      *>---- Registro 3 de instrucao do boleto: mesmo numero do documento
      *>---- do detalhe e o texto impresso no campo de instrucoes
       01  ws-rem-instrucao.
           05  ws-ri-tipo                          pic x(01) value "3".
           05  ws-ri-numero-doc                    pic x(11).
           05  ws-ri-texto                         pic x(68).

      *>---- Apuracao do vencimento e dos encargos do titulo (mesma regra
      *>---- da baixa de tela: multa sobre o saldo, juros diarios com o
      *>---- valor por dia arredondado, contados desde o vencimento)
       01  ws-enc-venc-data                        pic 9(08).
       01  ws-enc-venc-data-r redefines ws-enc-venc-data.
           05  ws-enc-venc-ano                     pic 9(04).
           05  ws-enc-venc-mes                     pic 9(02).
           05  ws-enc-venc-dia                     pic 9(02).
       01  ws-enc-limite-data                      pic 9(08).
       01  ws-enc-limite-data-r redefines ws-enc-limite-data.
           05  ws-enc-limite-ano                   pic 9(04).
           05  ws-enc-limite-mes                   pic 9(02).
           05  ws-enc-limite-dia                   pic 9(02).
       77  ws-enc-dia-venc                         pic 9(02).
       77  ws-enc-venc-int                         pic 9(07).
       77  ws-enc-ult-dia-int                      pic 9(07).
       77  ws-enc-multa                            pic 9(04)v99.
       77  ws-enc-juros-valor-dia                  pic 9(04)v99.
       77  ws-enc-multa-edt                        pic zzz9,99.
       77  ws-enc-juros-edt                        pic zzz9,99.
       77  ws-enc-quitado-ate                      pic 9(08).

      *>---- Registro 9 de fechamento
       01  ws-rem-fechamento.

           perform inicializa.
           perform processar-remessa.
           perform processar-remessa-acordos.
           perform processar-remessa-taxas.
           perform gravar-fechamento-remessa.
           perform finaliza.
           stop run.
                   read arqParametros
                   if ws-fs-arqParametros = "00" then
                       move fd-par-nome-escola to ws-nome-escola
                       if fd-par-dias-carencia numeric
                       and fd-par-dia-vencimento numeric then
                           move fd-par-multa-perc     to ws-multa-perc
                           move fd-par-juros-dia      to ws-juros-dia
                           move fd-par-dias-carencia  to ws-dias-carencia
                           move fd-par-dia-vencimento to ws-dia-vencimento
                       end-if
                   end-if
               when "35"
                   move "N" to ws-tem-parametros
                   perform erro-fatal
           end-evaluate

           open input arqAcordoParcelas    *> Sem acordos gerados a remessa sai
           evaluate ws-fs-arqAcordoParcelas *> so com as mensalidades
               when "00"
                   move "S" to ws-tem-acordos
                   open input arqAcordos
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

           open input arqResponsaveis      *> Nome do responsavel nos titulos de acordo
           evaluate ws-fs-arqResponsaveis
               when "00"
                   move "S" to ws-tem-responsaveis
               when "35"
                   move "N" to ws-tem-responsaveis
               when other
                   move "Erro ao abrir arq. arqResponsaveis.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqTaxasAlunos       *> Sem taxas avulsas lancadas a remessa
           evaluate ws-fs-arqTaxasAlunos   *> sai sem os titulos delas
               when "00"
                   move "S" to ws-tem-taxas
               when "35"
                   move "N" to ws-tem-taxas
               when other
                   move "Erro ao abrir arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open output arqRemessa
           if ws-fs-arqRemessa <> "00" then
               move "Erro ao abrir arq. remessaBanco.txt" to ws-msg-erro-fatal

      *>------------------------------------------------------------------------
      *>   Grava o registro de detalhe da parcela corrente: o valor do
      *>   titulo e o saldo em aberto (valor - valor pago), em centavos;
      *>   em seguida grava o registro 3 com a instrucao de encargos
      *>------------------------------------------------------------------------
       gravar-detalhe-remessa section.


               compute ws-rd-valor-cents = ws-saldo-parcela * 100

               perform apurar-vencimento-parcela
               move ws-enc-venc-data to ws-rd-vencimento

               if fd-mn-encargos-ate numeric then
                   move fd-mn-encargos-ate to ws-enc-quitado-ate
               else
                   move zero               to ws-enc-quitado-ate
               end-if

               move spaces to rem-linha
               move ws-rem-detalhe to rem-linha(1:64)
               write rem-linha
               if ws-fs-arqRemessa <> "00" then
                   move "Erro ao Gravar arq. remessaBanco.txt" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if

               perform gravar-instrucao-remessa

               add 1                to ws-qtd-titulos
               add ws-saldo-parcela to ws-total-remessa
           end-if
       gravar-detalhe-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre as parcelas de acordo e gera o titulo de cada parcela
      *>   ABERTA com vencimento no mes da competencia
      *>------------------------------------------------------------------------
       processar-remessa-acordos section.

           if ws-tem-acordos = "S" then
               move zero to fd-ap-numero
               move zero to fd-ap-parcela
               start arqAcordoParcelas key is not < fd-ap-chave

               evaluate ws-fs-arqAcordoParcelas
                   when "00"
                       move "N" to ws-fim-arquivo
                       perform until ws-fim-arquivo = "S"
                           read arqAcordoParcelas next
                           if ws-fs-arqAcordoParcelas = "00" then
                               if fd-ap-vencimento(1:4) = ws-comp-ano
                               and fd-ap-vencimento(5:2) = ws-comp-mes
                               and fd-ap-situacao = "ABERTA" then
                                   perform gravar-detalhe-acordo
                               end-if
                           else
                               if ws-fs-arqAcordoParcelas = "10" then
                                   move "S" to ws-fim-arquivo
                               else
                                   move "Erro ao Ler Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                           end-if
                       end-perform
                   when "23"
                       continue                        *> Nenhuma parcela de acordo
                   when other
                       move "Erro ao Posicionar Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       processar-remessa-acordos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o detalhe e a instrucao da parcela de acordo corrente em
      *>   nome do responsavel do acordo, com o vencimento da parcela
      *>------------------------------------------------------------------------
       gravar-detalhe-acordo section.

           move fd-ap-valor      to ws-mn-valor-frmt   *> De-edita p/ calcular o saldo
           move fd-ap-valor-pago to ws-mn-pago-frmt
           compute ws-saldo-parcela = ws-mn-valor-frmt - ws-mn-pago-frmt

           if ws-saldo-parcela = zero then
               continue                    *> Parcela ja coberta: nada a cobrar
           else
               move zero            to ws-rd-cod_aluno
               move fd-ap-numero    to ws-rd-ano
               move fd-ap-parcela   to ws-rd-mes

               move spaces to ws-rd-nome
               move fd-ap-numero to fd-ac-numero       *> Nome do responsavel para o titulo
               read arqAcordos
               if ws-fs-arqAcordos = "00"
               and ws-tem-responsaveis = "S" then
                   move fd-ac-responsavel to fd-rs-codigo
                   read arqResponsaveis
                   if ws-fs-arqResponsaveis = "00" then
                       move fd-rs-nome to ws-rd-nome
                   end-if
               end-if

               compute ws-rd-valor-cents = ws-saldo-parcela * 100

               move fd-ap-vencimento to ws-enc-venc-data
               move ws-enc-venc-data to ws-rd-vencimento
               compute ws-enc-venc-int = function integer-of-date(ws-enc-venc-data)
               move fd-ap-encargos-ate to ws-enc-quitado-ate

               move spaces to rem-linha
               move ws-rem-detalhe to rem-linha(1:64)
               write rem-linha
               if ws-fs-arqRemessa <> "00" then
                   move "Erro ao Gravar arq. remessaBanco.txt" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if

               perform gravar-instrucao-remessa

               add 1                to ws-qtd-titulos
               add ws-saldo-parcela to ws-total-remessa
           end-if

           .
       gravar-detalhe-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre as taxas avulsas lancadas e gera o titulo de cada
      *>   taxa ABERTA com vencimento no mes da competencia
      *>------------------------------------------------------------------------
       processar-remessa-taxas section.

           if ws-tem-taxas = "S" then
               move zero to fd-ta-cod_aluno
               move zero to fd-ta-seq
               start arqTaxasAlunos key is not < fd-ta-chave

               evaluate ws-fs-arqTaxasAlunos
                   when "00"
                       move "N" to ws-fim-arquivo
                       perform until ws-fim-arquivo = "S"
                           read arqTaxasAlunos next
                           if ws-fs-arqTaxasAlunos = "00" then
                               if fd-ta-vencimento(1:4) = ws-comp-ano
                               and fd-ta-vencimento(5:2) = ws-comp-mes
                               and fd-ta-situacao = "ABERTA" then
                                   perform gravar-detalhe-taxa
                               end-if
                           else
                               if ws-fs-arqTaxasAlunos = "10" then
                                   move "S" to ws-fim-arquivo
                               else
                                   move "Erro ao Ler Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                           end-if
                       end-perform
                   when "23"
                       continue                        *> Nenhuma taxa lancada
                   when other
                       move "Erro ao Posicionar Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       processar-remessa-taxas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o detalhe e a instrucao da taxa avulsa corrente em nome
      *>   do aluno, com o vencimento gravado no lancamento
      *>------------------------------------------------------------------------
       gravar-detalhe-taxa section.

           move fd-ta-valor      to ws-mn-valor-frmt   *> De-edita p/ calcular o saldo
           move fd-ta-valor-pago to ws-mn-pago-frmt
           compute ws-saldo-parcela = ws-mn-valor-frmt - ws-mn-pago-frmt

           if ws-saldo-parcela = zero then
               continue                    *> Taxa ja coberta: nada a cobrar
           else
               move fd-ta-cod_aluno to ws-rd-tx-cod_aluno
               move zero            to ws-rd-tx-marca
               move fd-ta-seq       to ws-rd-tx-seq

               move fd-ta-cod_aluno to fd-cod_aluno    *> Nome do aluno para o titulo
               read arqCadAl
               if ws-fs-arqCadAl = "00" then
                   move fd-nome_aluno to ws-rd-nome
               else
                   move spaces        to ws-rd-nome
               end-if

               compute ws-rd-valor-cents = ws-saldo-parcela * 100

               move fd-ta-vencimento to ws-enc-venc-data
               move ws-enc-venc-data to ws-rd-vencimento
               compute ws-enc-venc-int = function integer-of-date(ws-enc-venc-data)
               move fd-ta-encargos-ate to ws-enc-quitado-ate

               move spaces to rem-linha
               move ws-rem-detalhe to rem-linha(1:64)
               write rem-linha
               if ws-fs-arqRemessa <> "00" then
                   move "Erro ao Gravar arq. remessaBanco.txt" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if

               perform gravar-instrucao-remessa

               add 1                to ws-qtd-titulos
               add ws-saldo-parcela to ws-total-remessa
           end-if

           .
       gravar-detalhe-taxa-exit.
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
      *>   Grava o registro 3 de instrucao do titulo corrente: apos o
      *>   vencimento mais a carencia, multa sobre o saldo e juros por
      *>   dia desde o vencimento; parcela com encargos ja quitados ate
      *>   uma data so corre juros a partir dela
      *>------------------------------------------------------------------------
       gravar-instrucao-remessa section.

           compute ws-enc-multa rounded =
               ws-saldo-parcela * ws-multa-perc / 100
           compute ws-enc-juros-valor-dia rounded =
               ws-saldo-parcela * ws-juros-dia / 100

           move ws-enc-multa           to ws-enc-multa-edt
           move ws-enc-juros-valor-dia to ws-enc-juros-edt

           move ws-rd-numero-doc to ws-ri-numero-doc
           move spaces           to ws-ri-texto

           if ws-enc-quitado-ate > zero then
               move ws-enc-quitado-ate to ws-enc-limite-data
               string "APOS "                 delimited by size
                      ws-enc-limite-dia       delimited by size
                      "/"                     delimited by size
                      ws-enc-limite-mes       delimited by size
                      "/"                     delimited by size
                      ws-enc-limite-ano       delimited by size
                      " JUROS R$ "            delimited by size
                      ws-enc-juros-edt        delimited by size
                      "/DIA"                  delimited by size
                 into ws-ri-texto
               end-string
           else
               compute ws-enc-limite-data =
                   function date-of-integer(ws-enc-venc-int + ws-dias-carencia)
               string "APOS "                 delimited by size
                      ws-enc-limite-dia       delimited by size
                      "/"                     delimited by size
                      ws-enc-limite-mes       delimited by size
                      "/"                     delimited by size
                      ws-enc-limite-ano       delimited by size
                      " MULTA R$ "            delimited by size
                      ws-enc-multa-edt        delimited by size
                      " + JUROS R$ "          delimited by size
                      ws-enc-juros-edt        delimited by size
                      "/DIA DESDE VENCTO"     delimited by size
                 into ws-ri-texto
               end-string
           end-if

           move spaces to rem-linha
           move ws-rem-instrucao to rem-linha(1:80)
           write rem-linha
           if ws-fs-arqRemessa <> "00" then
               move "Erro ao Gravar arq. remessaBanco.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       gravar-instrucao-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o registro 9 de fechamento e mostra os totais
      *>------------------------------------------------------------------------
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           if ws-tem-acordos = "S" then
               close arqAcordoParcelas
               close arqAcordos
           end-if
           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if
           close arqRemessa

           .
