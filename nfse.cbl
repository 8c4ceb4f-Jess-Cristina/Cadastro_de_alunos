      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "nfse".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Lote de RPS da NFS-e - para a data (aaaammdd) ou o periodo
      *>(aaaammdd aaaammdd) informado na linha de comando, percorre o
      *>diario de pagamentos arqPagamentos.dat e gera em loteRps.txt o
      *>arquivo de RPS no layout fixo da prefeitura: um registro tipo 1
      *>de cabecalho com os dados municipais da escola (arqParametros.dat),
      *>um registro tipo 2 por pagamento e um tipo 9 de rodape com a
      *>quantidade de linhas e o valor total. Cada pagamento vira um RPS
      *>com o responsavel financeiro do aluno como tomador (nome, CPF e
      *>endereco de arqResponsaveis.dat) e o aluno e a competencia na
      *>discriminacao do servico; o valor do servico e o valor recebido
      *>(principal, multa e juros), o mesmo do fechamento de caixa; a
      *>taxa avulsa (entrada tipo "T") e descrita pela descricao do
      *>catalogo gravada no lancamento (arqTaxasAlunos.dat). O
      *>numero do RPS vem de fd-par-ultimo-rps e fica gravado por
      *>pagamento em arqRpsEmitidos.dat: o pagamento que ja tem RPS de um
      *>lote encerrado nao entra de novo em lote nenhum, entao a
      *>reexecucao do mesmo periodo so gera o que ainda falta. O numero
      *>do lote (fd-par-ultimo-lote-rps) so e gravado depois que o
      *>loteRps.txt fecha completo: numa rodada interrompida os RPS ja
      *>numerados ficam com o lote seguinte ao ultimo encerrado, e a
      *>reexecucao os inclui de novo, com os mesmos numeros, no lote
      *>regerado (o periodo precisa cobrir todos eles). Pagamento sem
      *>tomador valido (aluno sem responsavel, responsavel sem CPF) fica
      *>pendente, sem numero,
      *>e entra no lote da proxima rodada depois de acertado o cadastro.
      *>O relatorio relatorioNfse.txt relaciona cada pagamento do periodo
      *>e fecha com os totais do caixa, conferindo emitidos + ja emitidos
      *>+ pendentes contra o total recebido. Roda como passo da rodada do
      *>controlador (retorno 8 em erro).
      *>
      *>Layout do loteRps.txt (posicoes):
      *>  Tipo 1:   1-1 "1"        2-4 versao "001"   5-18 CNPJ da escola
      *>           19-26 inscr. municipal  27-33 cod. municipio (IBGE)
      *>           34-41 data inicial      42-49 data final
      *>  Tipo 2:   1-1 "2"        2-6 "RPS  "        7-11 serie
      *>           12-23 numero do RPS     24-31 data do pagamento
      *>           32-32 situacao "T"      33-47 valor dos servicos (2 dec.)
      *>           48-62 valor das deducoes 63-67 cod. do servico
      *>           68-71 aliquota (2 dec.)  72-72 ISS retido "2" (nao)
      *>           73-73 indicador "1" (CPF) 74-87 CPF do tomador
      *>           88-95 inscr. municipal do tomador  96-107 inscr. estadual
      *>          108-182 nome do tomador 183-185 tipo de logradouro
      *>          186-235 logradouro      236-245 numero
      *>          246-275 complemento     276-305 bairro
      *>          306-355 cidade          356-357 UF   358-365 CEP
      *>          366-440 e-mail          441-640 discriminacao
      *>  Tipo 9:   1-1 "9"        2-8 quantidade de linhas tipo 2
      *>            9-23 valor total dos servicos  24-38 total das deducoes

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select arqPagamentos assign to "arqPagamentos.dat"
           organization is line sequential
           file status is ws-fs-arqPagamentos.

           select arqCadAl assign to "arqCadAlIndex.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod_aluno
           file status is ws-fs-arqCadAl.

           select arqResponsaveis assign to "arqResponsaveis.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rs-codigo
           file status is ws-fs-arqResponsaveis.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqRpsEmitidos assign to "arqRpsEmitidos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rps-chave
           file status is ws-fs-arqRpsEmitidos.

           select arqTaxasAlunos assign to "arqTaxasAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ta-chave
           file status is ws-fs-arqTaxasAlunos.

           select arqLoteRps assign to "loteRps.txt"
           organization is line sequential
           file status is ws-fs-arqLoteRps.

           select arqRelatorio assign to "relatorioNfse.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd arqPagamentos.

       01  fd-pagamento.
           05  fd-pg-data                          pic 9(08).
           05  fd-pg-seq                           pic 9(06).
           05  fd-pg-cod_aluno                     pic 9(05).
           05  fd-pg-ano                           pic 9(04).
           05  fd-pg-mes                           pic 9(02).
           05  fd-pg-valor                         pic 9(04),99.
           05  fd-pg-encargos.
               10  fd-pg-multa                     pic 9(04),99.
               10  fd-pg-juros                     pic 9(04),99.
           05  fd-pg-tipo                          pic x(01).

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

      *>----RPS atribuido a cada pagamento (chave: data e recibo do
      *>----diario de pagamentos)
       fd arqRpsEmitidos.

       01  fd-rps-emitido.
           05  fd-rps-chave.
               10  fd-rps-data-pagto               pic 9(08).
               10  fd-rps-recibo                   pic 9(06).
           05  fd-rps-numero                       pic 9(08).
           05  fd-rps-serie                        pic x(05).
           05  fd-rps-lote                         pic 9(06).
           05  fd-rps-data-emissao                 pic 9(08).
           05  fd-rps-valor                        pic 9(05),99.
           05  fd-rps-responsavel                  pic 9(05).

      *>----Lancamento da taxa avulsa do aluno (chave: aluno e numero do
      *>----lancamento, que a entrada tipo "T" do diario leva no ano)
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

       fd arqLoteRps.

       01  lote-linha                              pic x(640).

       fd arqRelatorio.

       01  rel-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqPagamentos                     pic x(02).
       77  ws-fs-arqCadAl                          pic x(02).
       77  ws-fs-arqResponsaveis                   pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqRpsEmitidos                    pic x(02).
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-fs-arqLoteRps                        pic x(02).
       77  ws-fs-arqRelatorio                      pic x(02).
       77  ws-tem-pagamentos                       pic x(01) value "N".
       77  ws-tem-responsaveis                     pic x(01) value "N".
       77  ws-tem-taxas                            pic x(01) value "N".
       77  ws-lote-fechado                         pic x(01) value "N".

       77  ws-fim-arquivo                          pic x(01) value "N".

      *>---- Periodo informado na linha de comando: uma data ou a data
      *>---- inicial e a final separadas por espaco
       77  ws-periodo-param                        pic x(30).
       77  ws-data-param-ini                       pic x(10).
       77  ws-data-param-fim                       pic x(10).
       77  ws-data-trim                            pic x(10).
       77  ws-data-tam                             pic 9(02).
       77  ws-data-valida                          pic x(01).
       77  ws-data-lida                            pic 9(08).
       77  ws-data-ini                             pic 9(08).
       77  ws-data-fim                             pic 9(08).
       77  ws-data-hoje                            pic 9(08).
       77  ws-i                                    pic 9(02).

      *>---- Numeracao: o lote desta rodada e o proximo RPS livre
       77  ws-lote                                 pic 9(06).
       77  ws-ultimo-rps                           pic 9(08).
       77  ws-primeiro-rps                         pic 9(08) value zero.

      *>---- Retomada de lote interrompido: RPS ja numerados com o lote
      *>---- desta rodada (o lote seguinte ao ultimo encerrado) e as
      *>---- datas de pagamento deles, que o periodo precisa cobrir
       77  ws-qtd-retomados                        pic 9(06) value zero.
       77  ws-retomada-ini                         pic 9(08) value zero.
       77  ws-retomada-fim                         pic 9(08) value zero.
       77  ws-rps-fim                              pic x(01).

       77  ws-nome-escola                          pic x(40).
       77  ws-nome-aluno                           pic x(35).
       77  ws-situacao-rps                         pic x(40).
       77  ws-pendente                             pic x(01).

       77  ws-pg-valor-frmt                        pic 9(04)v99.
       77  ws-pg-multa-frmt                        pic 9(04)v99.
       77  ws-pg-juros-frmt                        pic 9(04)v99.
       77  ws-pg-encargos-frmt                     pic 9(05)v99.
       77  ws-pg-recebido-frmt                     pic 9(05)v99.

      *>---- Registro tipo 1 - cabecalho do lote
       01  ws-rps-cabecalho.
           05  ws-rc-tipo                          pic x(01) value "1".
           05  ws-rc-versao                        pic x(03) value "001".
           05  ws-rc-cnpj                          pic x(14).
           05  ws-rc-inscr-municipal               pic x(08).
           05  ws-rc-cod-municipio                 pic 9(07).
           05  ws-rc-data-ini                      pic 9(08).
           05  ws-rc-data-fim                      pic 9(08).

      *>---- Registro tipo 2 - um RPS por pagamento
       01  ws-rps-detalhe.
           05  ws-rd-tipo                          pic x(01) value "2".
           05  ws-rd-tipo-rps                      pic x(05) value "RPS".
           05  ws-rd-serie                         pic x(05).
           05  ws-rd-numero                        pic 9(12).
           05  ws-rd-data                          pic 9(08).
           05  ws-rd-situacao                      pic x(01) value "T".
           05  ws-rd-valor-servicos                pic 9(13)v99.
           05  ws-rd-valor-deducoes                pic 9(13)v99 value zero.
           05  ws-rd-cod-servico                   pic x(05).
           05  ws-rd-aliquota                      pic 9(02)v99.
           05  ws-rd-iss-retido                    pic x(01) value "2".
           05  ws-rd-indicador-doc                 pic x(01) value "1".
           05  ws-rd-cpf-cnpj.
               10  filler                          pic x(03) value "000".
               10  ws-rd-cpf                       pic x(11).
           05  ws-rd-inscr-municipal               pic x(08) value spaces.
           05  ws-rd-inscr-estadual                pic x(12) value spaces.
           05  ws-rd-nome                          pic x(75).
           05  ws-rd-tipo-logradouro               pic x(03) value spaces.
           05  ws-rd-logradouro                    pic x(50).
           05  ws-rd-numero-end                    pic x(10).
           05  ws-rd-complemento                   pic x(30) value spaces.
           05  ws-rd-bairro                        pic x(30).
           05  ws-rd-cidade                        pic x(50).
           05  ws-rd-uf                            pic x(02).
           05  ws-rd-cep                           pic x(08).
           05  ws-rd-email                         pic x(75) value spaces.
           05  ws-rd-discriminacao                 pic x(200).

      *>---- Registro tipo 9 - rodape do lote
       01  ws-rps-rodape.
           05  ws-rr-tipo                          pic x(01) value "9".
           05  ws-rr-qtd-linhas                    pic 9(07).
           05  ws-rr-valor-servicos                pic 9(13)v99.
           05  ws-rr-valor-deducoes                pic 9(13)v99 value zero.

       77  ws-n_casa-edt                           pic zzzz9.
       77  ws-comp-mes                             pic 9(02).
       77  ws-comp-ano                             pic 9(04).
       77  ws-acordo-edt                           pic 9(04).
       77  ws-parcela-edt                          pic 9(02).
       77  ws-encargos-edt                         pic zzzz9,99.
       77  ws-taxa-descricao                       pic x(30).

      *>---- Totais do periodo (mesma apuracao do fechamento de caixa)
       77  ws-qtd-entradas                         pic 9(06) value zero.
       77  ws-total-recebido                       pic 9(09)v99 value zero.
       77  ws-total-principal                      pic 9(09)v99 value zero.
       77  ws-total-acordos                        pic 9(09)v99 value zero.
       77  ws-total-taxas                          pic 9(09)v99 value zero.
       77  ws-total-multa                          pic 9(09)v99 value zero.
       77  ws-total-juros                          pic 9(09)v99 value zero.
       77  ws-qtd-emitidos                         pic 9(06) value zero.
       77  ws-total-emitidos                       pic 9(09)v99 value zero.
       77  ws-qtd-anteriores                       pic 9(06) value zero.
       77  ws-total-anteriores                     pic 9(09)v99 value zero.
       77  ws-qtd-pendentes                        pic 9(06) value zero.
       77  ws-total-pendentes                      pic 9(09)v99 value zero.
       77  ws-total-conferido                      pic 9(09)v99 value zero.

       77  ws-seq-edt                              pic zzzzz9.
       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-valor-edt                            pic zzzz9,99.
       77  ws-rps-edt                              pic zzzzzzz9.
       77  ws-lote-edt                             pic zzzzz9.
       77  ws-qtd-edt                              pic zzzzz9.
       77  ws-total-edt                            pic zzzzzzzz9,99.
       77  ws-total-principal-edt                  pic zzzzzzzz9,99.
       77  ws-total-acordos-edt                    pic zzzzzzzz9,99.
       77  ws-total-taxas-edt                      pic zzzzzzzz9,99.
       77  ws-total-multa-edt                      pic zzzzzzzz9,99.
       77  ws-total-juros-edt                      pic zzzzzzzz9,99.
       77  ws-primeiro-rps-edt                     pic zzzzzzz9.
       77  ws-ultimo-rps-edt                       pic zzzzzzz9.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform processar-nfse.
           perform imprime-totais-nfse.
           perform finaliza.
           stop run.

       inicializa section.

           accept ws-periodo-param from command-line
           perform validar-periodo-nfse
           if ws-data-valida = "N" then
               move "Informe a Data ou o Periodo (aaaammdd aaaammdd) na Linha de Comando." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           accept ws-data-hoje from date yyyymmdd

           open i-o arqParametros          *> A numeracao dos RPS e gravada de volta
           if ws-fs-arqParametros <> "00" then
               move "Erro ao abrir arq. arqParametros.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "PARAMS" to fd-par-chave
           read arqParametros
           if ws-fs-arqParametros <> "00" then
               move "Parametros da Escola Nao Cadastrados." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           if fd-par-ultimo-rps is not numeric     *> Registro anterior aos dados da NFS-e
           or fd-par-inscr-municipal = spaces
           or fd-par-cod-servico = spaces
           or fd-par-cnpj = spaces then
               move "Dados Municipais da NFS-e Nao Informados nos Parametros." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move fd-par-nome-escola      to ws-nome-escola
           move fd-par-ultimo-rps       to ws-ultimo-rps
           compute ws-lote = fd-par-ultimo-lote-rps + 1

           open input arqPagamentos        *> Diario ainda nao criado (nenhuma baixa
           evaluate ws-fs-arqPagamentos    *> registrada): o lote sai vazio
               when "00"
                   move "S" to ws-tem-pagamentos
               when "35"
                   move "N" to ws-tem-pagamentos
               when other
                   move "Erro ao abrir arq. arqPagamentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqCadAl
           if ws-fs-arqCadAl <> "00" then
               move "Erro ao abrir arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqResponsaveis      *> Sem o arquivo de responsaveis todos os
           evaluate ws-fs-arqResponsaveis  *> pagamentos ficam pendentes de tomador
               when "00"
                   move "S" to ws-tem-responsaveis
               when "35"
                   move "N" to ws-tem-responsaveis
               when other
                   move "Erro ao abrir arq. arqResponsaveis.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqTaxasAlunos       *> Sem taxas avulsas lancadas nao ha
           evaluate ws-fs-arqTaxasAlunos   *> entradas tipo "T" a descrever
               when "00"
                   move "S" to ws-tem-taxas
               when "35"
                   move "N" to ws-tem-taxas
               when other
                   move "Erro ao abrir arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open i-o arqRpsEmitidos
           if ws-fs-arqRpsEmitidos = "35" then
               open output arqRpsEmitidos   *> Primeiro uso: cria o arquivo vazio
               close arqRpsEmitidos
               open i-o arqRpsEmitidos
           end-if
           if ws-fs-arqRpsEmitidos <> "00"
           and ws-fs-arqRpsEmitidos <> "05" then
               move "Erro ao abrir arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           perform conferir-lote-interrompido

           open output arqLoteRps
           if ws-fs-arqLoteRps <> "00" then
               move "Erro ao abrir arq. loteRps.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao abrir arq. relatorioNfse.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move fd-par-cnpj             to ws-rc-cnpj
           move fd-par-inscr-municipal  to ws-rc-inscr-municipal
           move fd-par-cod-municipio    to ws-rc-cod-municipio
           move ws-data-ini             to ws-rc-data-ini
           move ws-data-fim             to ws-rc-data-fim
           move ws-rps-cabecalho        to lote-linha
           write lote-linha

           move ws-nome-escola to rel-linha
           write rel-linha

           move ws-lote to ws-lote-edt
           move spaces to rel-linha
           string "Lote de RPS da NFS-e "        delimited by size
                  ws-lote-edt                    delimited by size
                  " - Periodo "                  delimited by size
                  ws-data-ini(7:2)               delimited by size
                  "/"                            delimited by size
                  ws-data-ini(5:2)               delimited by size
                  "/"                            delimited by size
                  ws-data-ini(1:4)               delimited by size
                  " a "                          delimited by size
                  ws-data-fim(7:2)               delimited by size
                  "/"                            delimited by size
                  ws-data-fim(5:2)               delimited by size
                  "/"                            delimited by size
                  ws-data-fim(1:4)               delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           move "Recibo  Data        Cod.   Aluno"     to rel-linha(1:60)
           move "Valor Recebido"                       to rel-linha(62:14)
           move "RPS       Situacao"                   to rel-linha(78:18)
           write rel-linha

           move all "-" to rel-linha
           write rel-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Procura RPS ja numerados com o lote desta rodada: sao de uma
      *>   rodada interrompida antes de fechar o loteRps.txt e entram de
      *>   novo, com os mesmos numeros, no lote regerado agora. O periodo
      *>   informado precisa cobrir as datas de pagamento deles
      *>------------------------------------------------------------------------
       conferir-lote-interrompido section.

           move low-values to fd-rps-chave
           start arqRpsEmitidos key is not < fd-rps-chave

           evaluate ws-fs-arqRpsEmitidos
               when "00"
                   move "N" to ws-rps-fim
                   perform until ws-rps-fim = "S"
                       read arqRpsEmitidos next
                       evaluate ws-fs-arqRpsEmitidos
                           when "00"
                               if fd-rps-lote = ws-lote then
                                   add 1 to ws-qtd-retomados
                                   if ws-retomada-ini = zero then
                                       move fd-rps-data-pagto to ws-retomada-ini
                                   end-if
                                   move fd-rps-data-pagto to ws-retomada-fim
                               end-if
                           when "10"
                               move "S" to ws-rps-fim
                           when other
                               move "Erro ao Ler Arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
               when "23"
               when "10"
                   continue                            *> Nenhum RPS emitido ainda
               when other
                   move "Erro ao Posicionar Arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           if ws-qtd-retomados > zero then
               if ws-retomada-ini < ws-data-ini
               or ws-retomada-fim > ws-data-fim then
                   move spaces to ws-msg-erro-fatal
                   string "Lote Interrompido - Reexecute de "  delimited by size
                          ws-retomada-ini                      delimited by size
                          " a "                                delimited by size
                          ws-retomada-fim                      delimited by size
                     into ws-msg-erro-fatal
                   end-string
                   perform erro-fatal
               end-if
           end-if

           .
       conferir-lote-interrompido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica o periodo da linha de comando: a data inicial e,
      *>   opcionalmente, a final (sem ela o periodo e o proprio dia)
      *>------------------------------------------------------------------------
       validar-periodo-nfse section.

           move spaces to ws-data-param-ini
           move spaces to ws-data-param-fim
           move function trim(ws-periodo-param) to ws-periodo-param
           unstring ws-periodo-param delimited by all spaces
               into ws-data-param-ini ws-data-param-fim
           end-unstring

           move ws-data-param-ini to ws-data-trim
           perform validar-data-nfse
           move ws-data-lida to ws-data-ini

           if ws-data-valida = "S" then
               if ws-data-param-fim = spaces then
                   move ws-data-ini to ws-data-fim
               else
                   move ws-data-param-fim to ws-data-trim
                   perform validar-data-nfse
                   move ws-data-lida to ws-data-fim
                   if ws-data-fim < ws-data-ini then
                       move "N" to ws-data-valida
                   end-if
               end-if
           end-if

           .
       validar-periodo-nfse-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica uma data aaaammdd recebida em ws-data-trim
      *>------------------------------------------------------------------------
       validar-data-nfse section.

           move "S"  to ws-data-valida
           move zero to ws-data-lida

           move function length(function trim(ws-data-trim)) to ws-data-tam

           if ws-data-trim = spaces
           or ws-data-tam <> 8 then
               move "N" to ws-data-valida
           else
               perform varying ws-i from 1 by 1 until ws-i > 8
                   if ws-data-trim(ws-i:1) not numeric then
                       move "N" to ws-data-valida
                   end-if
               end-perform
           end-if

           if ws-data-valida = "S" then
               move ws-data-trim(1:8) to ws-data-lida
               if ws-data-lida = zero then
                   move "N" to ws-data-valida
               end-if
           end-if

           .
       validar-data-nfse-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o diario de pagamentos e trata as entradas do periodo
      *>------------------------------------------------------------------------
       processar-nfse section.

           if ws-tem-pagamentos = "N" then
               continue                    *> Sem diario: o lote sai vazio
           else
               perform until ws-fim-arquivo = "S"
                   read arqPagamentos
                   if ws-fs-arqPagamentos = "00" then
                       if fd-pg-data >= ws-data-ini
                       and fd-pg-data <= ws-data-fim then
                           perform tratar-pagamento-nfse
                       end-if
                   else
                       if ws-fs-arqPagamentos = "10" then
                           move "S" to ws-fim-arquivo
                       else
                           move "Erro ao Ler Arq. arqPagamentos.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                       end-if
                   end-if
               end-perform
           end-if

           move ws-qtd-emitidos   to ws-rr-qtd-linhas
           move ws-total-emitidos to ws-rr-valor-servicos
           move ws-rps-rodape     to lote-linha
           write lote-linha
           if ws-fs-arqLoteRps <> "00" then
               move "Erro ao Gravar arq. loteRps.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

      *>---- Lote completo: so agora o numero do lote e dado como usado
           close arqLoteRps
           move "S" to ws-lote-fechado
           if ws-qtd-emitidos > zero then
               move ws-lote to fd-par-ultimo-lote-rps
               rewrite fd-parametros
               if ws-fs-arqParametros <> "00" then
                   move "Erro ao Gravar arq. arqParametros.dat" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
           end-if

           .
       processar-nfse-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Trata uma entrada do periodo: soma nos totais do caixa e, se
      *>   ainda nao tem RPS, emite o RPS ou a deixa pendente
      *>------------------------------------------------------------------------
       tratar-pagamento-nfse section.

           add 1 to ws-qtd-entradas

           move fd-pg-valor to ws-pg-valor-frmt   *> De-edita p/ somar (como no caixa)
           if fd-pg-encargos = spaces then        *> Entrada anterior aos encargos
               move zero        to ws-pg-multa-frmt
               move zero        to ws-pg-juros-frmt
           else
               move fd-pg-multa to ws-pg-multa-frmt
               move fd-pg-juros to ws-pg-juros-frmt
           end-if
           compute ws-pg-encargos-frmt = ws-pg-multa-frmt + ws-pg-juros-frmt
           compute ws-pg-recebido-frmt = ws-pg-valor-frmt + ws-pg-encargos-frmt

           add ws-pg-recebido-frmt to ws-total-recebido
           add ws-pg-multa-frmt    to ws-total-multa
           add ws-pg-juros-frmt    to ws-total-juros
           evaluate fd-pg-tipo
               when "A"
                   add ws-pg-valor-frmt to ws-total-acordos
               when "T"
                   add ws-pg-valor-frmt to ws-total-taxas
               when other
                   add ws-pg-valor-frmt to ws-total-principal
           end-evaluate

           move fd-pg-cod_aluno to fd-cod_aluno
           read arqCadAl
           if ws-fs-arqCadAl = "00" then
               move fd-nome_aluno to ws-nome-aluno
           else
               move spaces        to ws-nome-aluno
           end-if

           move fd-pg-data to fd-rps-data-pagto
           move fd-pg-seq  to fd-rps-recibo
           read arqRpsEmitidos

           evaluate ws-fs-arqRpsEmitidos
               when "00"
                   if fd-rps-lote = ws-lote then       *> Lote interrompido: entra de novo
                       perform reemitir-rps            *> com o mesmo numero
                       move "EMITIDO (LOTE REGERADO)" to ws-situacao-rps
                   else                                *> Ja enviado em lote anterior:
                       add 1                   to ws-qtd-anteriores   *> nao entra de novo
                       add ws-pg-recebido-frmt to ws-total-anteriores
                       move fd-rps-lote  to ws-lote-edt
                       move spaces to ws-situacao-rps
                       string "JA EMITIDO NO LOTE "    delimited by size
                              ws-lote-edt              delimited by size
                         into ws-situacao-rps
                       end-string
                   end-if
               when "23"
                   perform apurar-tomador-rps
                   if ws-pendente = "S" then
                       add 1                   to ws-qtd-pendentes
                       add ws-pg-recebido-frmt to ws-total-pendentes
                       move zero to fd-rps-numero
                   else
                       perform emitir-rps
                       move "EMITIDO" to ws-situacao-rps
                   end-if
               when other
                   move "Erro ao Ler Arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform gravar-linha-nfse

           .
       tratar-pagamento-nfse-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Localiza o tomador do RPS: o responsavel financeiro do aluno;
      *>   sem ele (ou sem CPF) o pagamento fica pendente com o motivo
      *>------------------------------------------------------------------------
       apurar-tomador-rps section.

           move "N" to ws-pendente

           evaluate true
               when ws-fs-arqCadAl <> "00"
                   move "S" to ws-pendente
                   move "PENDENTE - ALUNO NAO CADASTRADO" to ws-situacao-rps
               when fd-responsavel = zero
                   move "S" to ws-pendente
                   move "PENDENTE - ALUNO SEM RESPONSAVEL" to ws-situacao-rps
               when ws-tem-responsaveis = "N"
                   move "S" to ws-pendente
                   move "PENDENTE - RESPONSAVEL NAO CADASTRADO" to ws-situacao-rps
               when other
                   move fd-responsavel to fd-rs-codigo
                   read arqResponsaveis
                   evaluate true
                       when ws-fs-arqResponsaveis = "23"
                           move "S" to ws-pendente
                           move "PENDENTE - RESPONSAVEL NAO CADASTRADO" to ws-situacao-rps
                       when ws-fs-arqResponsaveis <> "00"
                           move "Erro ao Ler Arq. arqResponsaveis.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                       when fd-rs-cpf = spaces
                       or   fd-rs-cpf is not numeric
                           move "S" to ws-pendente
                           move "PENDENTE - RESPONSAVEL SEM CPF VALIDO" to ws-situacao-rps
                   end-evaluate
           end-evaluate

           .
       apurar-tomador-rps-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Emite o RPS do pagamento corrente: reserva o numero gravando
      *>   a numeracao nos parametros antes de tudo (uma queda no meio
      *>   deixa no maximo um numero sem uso, nunca um numero repetido),
      *>   registra o pagamento em arqRpsEmitidos com o lote da rodada e
      *>   grava o tipo 2 (uma queda antes do fim do lote e retomada na
      *>   reexecucao, que regera o lote com esses RPS)
      *>------------------------------------------------------------------------
       emitir-rps section.

           add 1 to ws-ultimo-rps
           if ws-primeiro-rps = zero then
               move ws-ultimo-rps to ws-primeiro-rps
           end-if

           move ws-ultimo-rps to fd-par-ultimo-rps
           rewrite fd-parametros
           if ws-fs-arqParametros <> "00" then
               move "Erro ao Gravar arq. arqParametros.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move fd-pg-data          to fd-rps-data-pagto
           move fd-pg-seq           to fd-rps-recibo
           move ws-ultimo-rps       to fd-rps-numero
           move fd-par-serie-rps    to fd-rps-serie
           move ws-lote             to fd-rps-lote
           move ws-data-hoje        to fd-rps-data-emissao
           move ws-pg-recebido-frmt to fd-rps-valor
           move fd-rs-codigo        to fd-rps-responsavel
           write fd-rps-emitido
           if ws-fs-arqRpsEmitidos <> "00" then
               move "Erro ao Gravar arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           perform gravar-detalhe-rps

           .
       emitir-rps-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regera no lote o RPS ja numerado do pagamento corrente
      *>   (fd-rps-emitido, gravado por uma rodada interrompida): o
      *>   tomador e o responsavel gravado no RPS
      *>------------------------------------------------------------------------
       reemitir-rps section.

           if ws-primeiro-rps = zero
           or fd-rps-numero < ws-primeiro-rps then
               move fd-rps-numero to ws-primeiro-rps
           end-if

           move fd-rps-responsavel to fd-rs-codigo
           if ws-tem-responsaveis = "S" then
               read arqResponsaveis
           else
               move "35" to ws-fs-arqResponsaveis
           end-if
           if ws-fs-arqResponsaveis <> "00" then
               move "Tomador do RPS do Lote Interrompido Nao Encontrado." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           perform gravar-detalhe-rps

           .
       reemitir-rps-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava o tipo 2 do RPS fd-rps-numero para o pagamento corrente
      *>   e o tomador em fd-responsavel-reg
      *>------------------------------------------------------------------------
       gravar-detalhe-rps section.

           move fd-rps-serie         to ws-rd-serie
           move fd-rps-numero        to ws-rd-numero
           move fd-pg-data           to ws-rd-data
           move ws-pg-recebido-frmt  to ws-rd-valor-servicos
           move fd-par-cod-servico   to ws-rd-cod-servico
           move fd-par-aliquota-iss  to ws-rd-aliquota
           move fd-rs-cpf            to ws-rd-cpf
           move fd-rs-nome           to ws-rd-nome
           move fd-rs-rua            to ws-rd-logradouro
           move fd-rs-n_casa         to ws-n_casa-edt
           move function trim(ws-n_casa-edt) to ws-rd-numero-end
           move fd-rs-bairro         to ws-rd-bairro
           move fd-rs-cidade         to ws-rd-cidade
           move fd-rs-uf             to ws-rd-uf
           if fd-rs-cep(6:1) = "-" then            *> CEP gravado com hifen
               move fd-rs-cep(1:5)   to ws-rd-cep(1:5)
               move fd-rs-cep(7:3)   to ws-rd-cep(6:3)
           else
               move fd-rs-cep(1:8)   to ws-rd-cep
           end-if

           perform montar-discriminacao-rps

           move ws-rps-detalhe to lote-linha
           write lote-linha
           if ws-fs-arqLoteRps <> "00" then
               move "Erro ao Gravar arq. loteRps.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           add 1                   to ws-qtd-emitidos
           add ws-pg-recebido-frmt to ws-total-emitidos

           .
       gravar-detalhe-rps-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta a discriminacao do servico: o aluno e a competencia (ou
      *>   a parcela do acordo) e, havendo, os encargos por atraso
      *>------------------------------------------------------------------------
       montar-discriminacao-rps section.

           move fd-pg-cod_aluno to ws-cod-aluno-edt
           move spaces to ws-rd-discriminacao

           evaluate fd-pg-tipo
           when "A"                                *> Ano e mes levam acordo/parcela
               move fd-pg-ano to ws-acordo-edt
               move fd-pg-mes to ws-parcela-edt
               string "SERVICOS EDUCACIONAIS - PARCELA "  delimited by size
                      ws-parcela-edt                      delimited by size
                      " DO ACORDO "                       delimited by size
                      ws-acordo-edt                       delimited by size
                      " - ALUNO "                         delimited by size
                      function trim(ws-cod-aluno-edt)     delimited by size
                      " "                                 delimited by size
                      function trim(ws-nome-aluno)        delimited by size
                 into ws-rd-discriminacao
               end-string
           when "T"                                *> Ano leva o lancamento da taxa
               perform ler-taxa-rps
               string "SERVICOS EDUCACIONAIS - "          delimited by size
                      function trim(ws-taxa-descricao)    delimited by size
                      " COMPETENCIA "                     delimited by size
                      ws-comp-mes                         delimited by size
                      "/"                                 delimited by size
                      ws-comp-ano                         delimited by size
                      " - ALUNO "                         delimited by size
                      function trim(ws-cod-aluno-edt)     delimited by size
                      " "                                 delimited by size
                      function trim(ws-nome-aluno)        delimited by size
                 into ws-rd-discriminacao
               end-string
           when other
               move fd-pg-mes to ws-comp-mes
               move fd-pg-ano to ws-comp-ano
               string "SERVICOS EDUCACIONAIS - MENSALIDADE COMPETENCIA " delimited by size
                      ws-comp-mes                         delimited by size
                      "/"                                 delimited by size
                      ws-comp-ano                         delimited by size
                      " - ALUNO "                         delimited by size
                      function trim(ws-cod-aluno-edt)     delimited by size
                      " "                                 delimited by size
                      function trim(ws-nome-aluno)        delimited by size
                 into ws-rd-discriminacao
               end-string
           end-evaluate

           if ws-pg-encargos-frmt > zero then
               move ws-pg-encargos-frmt to ws-encargos-edt
               string function trim(ws-rd-discriminacao)  delimited by size
                      " - INCLUI MULTA E JUROS POR ATRASO DE R$ " delimited by size
                      function trim(ws-encargos-edt)      delimited by size
                 into ws-rd-discriminacao
               end-string
           end-if

           .
       montar-discriminacao-rps-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o lancamento da taxa avulsa do pagamento corrente (aluno e
      *>   numero do lancamento no ano da entrada): a descricao do
      *>   catalogo e a competencia vao para a discriminacao
      *>------------------------------------------------------------------------
       ler-taxa-rps section.

           move "TAXA AVULSA" to ws-taxa-descricao
           move zero          to ws-comp-mes
           move zero          to ws-comp-ano

           if ws-tem-taxas = "S" then
               move fd-pg-cod_aluno to fd-ta-cod_aluno
               move fd-pg-ano       to fd-ta-seq
               read arqTaxasAlunos
               evaluate ws-fs-arqTaxasAlunos
                   when "00"
                       if fd-ta-descricao <> spaces then
                           move fd-ta-descricao to ws-taxa-descricao
                       end-if
                       move fd-ta-mes to ws-comp-mes
                       move fd-ta-ano to ws-comp-ano
                   when "23"
                       continue                    *> Lancamento nao encontrado
                   when other
                       move "Erro ao Ler Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       ler-taxa-rps-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a linha do pagamento no relatorio de controle
      *>------------------------------------------------------------------------
       gravar-linha-nfse section.

           move fd-pg-seq           to ws-seq-edt
           move fd-pg-cod_aluno     to ws-cod-aluno-edt
           move ws-pg-recebido-frmt to ws-valor-edt

           move spaces to rel-linha
           move ws-seq-edt           to rel-linha(1:6)
           move fd-pg-data(7:2)      to rel-linha(9:2)
           move "/"                  to rel-linha(11:1)
           move fd-pg-data(5:2)      to rel-linha(12:2)
           move "/"                  to rel-linha(14:1)
           move fd-pg-data(1:4)      to rel-linha(15:4)
           move ws-cod-aluno-edt     to rel-linha(21:5)
           move ws-nome-aluno        to rel-linha(28:33)
           move ws-valor-edt         to rel-linha(66:8)
           if fd-rps-numero > zero then
               move fd-rps-numero    to ws-rps-edt
               move ws-rps-edt       to rel-linha(76:8)
           end-if
           move ws-situacao-rps      to rel-linha(88:40)

           write rel-linha
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao Gravar arq. relatorioNfse.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       gravar-linha-nfse-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime os totais: o recebido no periodo apurado como no caixa
      *>   e a conferencia emitidos + ja emitidos + pendentes
      *>------------------------------------------------------------------------
       imprime-totais-nfse section.

           move all "-" to rel-linha
           write rel-linha

           move ws-qtd-entradas    to ws-qtd-edt
           move ws-total-recebido  to ws-total-edt
           move spaces to rel-linha
           string "Pagamentos no Periodo: "       delimited by size
                  ws-qtd-edt                     delimited by size
                  "   Total Recebido (R$): "     delimited by size
                  ws-total-edt                   delimited by size
             into rel-linha
           end-string
           write rel-linha

           move ws-total-principal to ws-total-principal-edt
           move ws-total-acordos   to ws-total-acordos-edt
           move ws-total-taxas     to ws-total-taxas-edt
           move ws-total-multa     to ws-total-multa-edt
           move ws-total-juros     to ws-total-juros-edt
           move spaces to rel-linha
           string "Receita de Mensalidades (R$): " delimited by size
                  ws-total-principal-edt          delimited by size
                  "   Multa (R$): "               delimited by size
                  ws-total-multa-edt              delimited by size
                  "   Juros (R$): "               delimited by size
                  ws-total-juros-edt              delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           string "Receita de Acordos (R$):      " delimited by size
                  ws-total-acordos-edt            delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           string "Receita de Taxas Avulsas (R$):" delimited by size
                  ws-total-taxas-edt              delimited by size
             into rel-linha
           end-string
           write rel-linha

           move spaces to rel-linha
           write rel-linha

           move ws-qtd-emitidos    to ws-qtd-edt
           move ws-total-emitidos  to ws-total-edt
           move spaces to rel-linha
           if ws-qtd-emitidos > zero then
               move ws-primeiro-rps to ws-primeiro-rps-edt
               move ws-ultimo-rps   to ws-ultimo-rps-edt
               string "RPS Emitidos neste Lote: "     delimited by size
                      ws-qtd-edt                     delimited by size
                      "   Valor (R$): "              delimited by size
                      ws-total-edt                   delimited by size
                      "   Numeracao: "               delimited by size
                      function trim(ws-primeiro-rps-edt) delimited by size
                      " a "                          delimited by size
                      function trim(ws-ultimo-rps-edt)   delimited by size
                 into rel-linha
               end-string
           else
               string "RPS Emitidos neste Lote: "     delimited by size
                      ws-qtd-edt                     delimited by size
                      "   Valor (R$): "              delimited by size
                      ws-total-edt                   delimited by size
                 into rel-linha
               end-string
           end-if
           write rel-linha

           move ws-qtd-anteriores   to ws-qtd-edt
           move ws-total-anteriores to ws-total-edt
           move spaces to rel-linha
           string "Ja Emitidos em Lotes Anteriores: " delimited by size
                  ws-qtd-edt                     delimited by size
                  "   Valor (R$): "              delimited by size
                  ws-total-edt                   delimited by size
             into rel-linha
           end-string
           write rel-linha

           move ws-qtd-pendentes    to ws-qtd-edt
           move ws-total-pendentes  to ws-total-edt
           move spaces to rel-linha
           string "Pendentes de Tomador: "        delimited by size
                  ws-qtd-edt                     delimited by size
                  "   Valor (R$): "              delimited by size
                  ws-total-edt                   delimited by size
             into rel-linha
           end-string
           write rel-linha

           compute ws-total-conferido =
               ws-total-emitidos + ws-total-anteriores + ws-total-pendentes
           move ws-total-conferido to ws-total-edt
           move spaces to rel-linha
           if ws-total-conferido = ws-total-recebido then
               string "Conferencia com o Caixa (R$): " delimited by size
                      ws-total-edt                    delimited by size
                      "   OK"                         delimited by size
                 into rel-linha
               end-string
           else
               string "Conferencia com o Caixa (R$): " delimited by size
                      ws-total-edt                    delimited by size
                      "   DIVERGENTE"                 delimited by size
                 into rel-linha
               end-string
           end-if
           write rel-linha

           move ws-qtd-emitidos to ws-qtd-edt
           move ws-lote         to ws-lote-edt
           display "Lote de RPS " ws-lote-edt " Gerado - RPS Emitidos: " ws-qtd-edt

           .
       imprime-totais-nfse-exit.
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

           close arqParametros
           if ws-tem-pagamentos = "S" then
               close arqPagamentos
           end-if
           close arqCadAl
           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if
           close arqRpsEmitidos
           if ws-lote-fechado = "N" then
               close arqLoteRps
           end-if
           close arqRelatorio

           .
       finaliza-exit.
           exit.
