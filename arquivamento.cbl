      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "arquivamento".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Arquivamento periodico dos diarios - para o ano informado na linha
      *>de comando (aaaa), retira do diario de pagamentos
      *>(arqPagamentos.dat), do historico de alteracoes (arqCadAlLog.dat) e
      *>do log da rodada do controlador (controleExecucaoLog.dat) as
      *>entradas daquele ano e as grava em arquivos proprios do ano:
      *>arqPagamentos<aaaa>.dat e arqCadAlLog<aaaa>.dat (indexados, no
      *>mesmo layout dos indices vivos, para o caixa, os documentos anuais
      *>e a consulta do historico continuarem lendo o ano arquivado) e
      *>controleExecucaoLog<aaaa>.dat (sequencial). As entradas antigas do
      *>historico, sem o carimbo do operador, saem junto com o ano
      *>arquivado. So e arquivado ano fechado: anterior ao ano corrente,
      *>com todos os passos da rodada previstos para o ano em
      *>controleExecucao.dat concluidos OK e, depois que a nota fiscal de
      *>servico comecou a ser emitida, com RPS para todos os pagamentos do
      *>ano (arqRpsEmitidos.dat); as pendencias saem no relatorio e nada e
      *>movido. Depois da retirada os indices vivos (arqPagamentosIndex.dat
      *>e arqCadAlLogIndex.dat) sao remontados e o ano entra no controle
      *>arqArquivamentos.dat com as quantidades, os totais em dinheiro e o
      *>ultimo recibo (a numeracao dos recibos continua dai). O relatorio
      *>relatorioArquivamento.txt traz as entradas movidas e mantidas e os
      *>totais do ano arquivado. Uma reexecucao do mesmo ano nao duplica
      *>pagamentos nem entradas do historico ja arquivados. Cada diario
      *>e devolvido pelo arquivo de trabalho com a fase anotada em
      *>arqArquivamentoChkp.dat: uma devolucao interrompida e concluida
      *>do arquivo de trabalho na reexecucao, antes de qualquer leitura
      *>dos diarios, e a retirada interrompida do log da rodada nao grava
      *>de novo no log do ano as entradas que ja tinham ido para ele. Com
      *>checkpoint pendente so a reexecucao do mesmo ano e aceita; na
      *>reexecucao a conferencia do periodo fechado le tambem os passos
      *>ja retirados para o log do ano. O controle do arquivamento e
      *>gravado antes de o diario de pagamentos perder o ano (o ultimo
      *>recibo fica registrado) e regravado no fim com as demais
      *>quantidades.
      *>Com o parametro INDICES apenas remonta os indices vivos a partir
      *>dos diarios (implantacao dos indices ou recuperacao de um indice
      *>perdido). Retorno 8 em erro.

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

           select arqCadAlLog assign to "arqCadAlLog.dat"
           organization is line sequential
           file status is ws-fs-arqCadAlLog.

           select arqControleLog assign to "controleExecucaoLog.dat"
           organization is line sequential
           file status is ws-fs-arqControleLog.

           select arqControle assign to "controleExecucao.dat"
           organization is line sequential
           file status is ws-fs-arqControle.

           select arqPagamentosIndex assign to ws-pix-nome
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

           select arqControleAno assign to ws-controle-ano-nome
           organization is line sequential
           file status is ws-fs-arqControleAno.

           select arqTrabalho assign to ws-trabalho-nome
           organization is line sequential
           file status is ws-fs-arqTrabalho.

           select arqRpsEmitidos assign to "arqRpsEmitidos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rps-chave
           file status is ws-fs-arqRpsEmitidos.

           select arqArquivamentos assign to "arqArquivamentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-aq-ano
           file status is ws-fs-arqArquivamentos.

           select arqCheckpoint assign to "arqArquivamentoChkp.dat"
           organization is line sequential
           file status is ws-fs-arqCheckpoint.

           select arqRelatorio assign to "relatorioArquivamento.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd arqPagamentos.

       01  fd-pagamento.
           05  fd-pg-data.
               10  fd-pg-data-ano                  pic 9(04).
               10  fd-pg-data-md                   pic 9(04).
           05  fd-pg-seq                           pic 9(06).
           05  fd-pg-cod_aluno                     pic 9(05).
           05  fd-pg-ano                           pic 9(04).
           05  fd-pg-mes                           pic 9(02).
           05  fd-pg-valor                         pic 9(04),99.
           05  fd-pg-encargos.
               10  fd-pg-multa                     pic 9(04),99.
               10  fd-pg-juros                     pic 9(04),99.
           05  fd-pg-tipo                          pic x(01).

      *>----Entrada do historico: aqui interessam o aluno e o carimbo do
      *>----operador (em branco nas entradas antigas)
       fd arqCadAlLog.

       01  fd-log-registro.
           05  fd-log-operacao                     pic x(10).
           05  fd-log-cadastro.
               10  fd-log-cod_aluno                pic 9(05).
               10  filler                          pic x(343).
           05  fd-log-usuario                      pic x(08).
           05  fd-log-data.
               10  fd-log-data-ano                 pic 9(04).
               10  fd-log-data-md                  pic 9(04).
           05  fd-log-hora                         pic 9(06).

       fd arqControleLog.

       01  fd-clog-registro.
           05  fd-clog-data.
               10  fd-clog-data-ano                pic 9(04).
               10  fd-clog-data-md                 pic 9(04).
           05  filler                              pic x(01).
           05  fd-clog-inicio                      pic 9(06).
           05  filler                              pic x(01).
           05  fd-clog-fim                         pic 9(06).
           05  filler                              pic x(01).
           05  fd-clog-resultado                   pic x(10).
           05  filler                              pic x(01).
           05  fd-clog-comando                     pic x(70).

       fd arqControle.

       01  fd-ctl-registro.
           05  fd-ctl-data.
               10  fd-ctl-data-ano                 pic 9(04).
               10  fd-ctl-data-md                  pic 9(04).
           05  filler                              pic x(01).
           05  fd-ctl-comando                      pic x(70).

      *>----Indice vivo do diario (arqPagamentosIndex.dat) ou arquivo do
      *>----ano (arqPagamentos<aaaa>.dat): a entrada do diario com a chave
      *>----por data + recibo no inicio e a chave alternativa por aluno +
      *>----data + recibo no fim
       fd arqPagamentosIndex.

       01  fd-pagamento-ix.
           05  fd-pix-chave.
               10  fd-pix-data                     pic 9(08).
               10  fd-pix-seq                      pic 9(06).
           05  fd-pix-entrada.
               10  fd-pix-cod_aluno-pg             pic 9(05).
               10  fd-pix-ano                      pic 9(04).
               10  fd-pix-mes                      pic 9(02).
               10  fd-pix-valor                    pic 9(04),99.
               10  fd-pix-encargos.
                   15  fd-pix-multa                pic 9(04),99.
                   15  fd-pix-juros                pic 9(04),99.
               10  fd-pix-tipo                     pic x(01).
           05  fd-pix-chave-aluno.
               10  fd-pix-cod_aluno                pic 9(05).
               10  fd-pix-data-aluno               pic 9(08).
               10  fd-pix-seq-aluno                pic 9(06).

      *>----Indice vivo do historico (arqCadAlLogIndex.dat) ou arquivo do
      *>----ano (arqCadAlLog<aaaa>.dat): chave por aluno + data + hora do
      *>----carimbo e alternativa por data + hora + aluno; a ordem desempata
      *>----as entradas do mesmo aluno no mesmo segundo
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
           05  fd-lix-registro                     pic x(380).

      *>----Log da rodada do ano (controleExecucaoLog<aaaa>.dat)
       fd arqControleAno.

       01  fd-can-registro.
           05  fd-can-data                         pic 9(08).
           05  filler                              pic x(01).
           05  fd-can-inicio                       pic 9(06).
           05  filler                              pic x(01).
           05  fd-can-fim                          pic 9(06).
           05  filler                              pic x(01).
           05  fd-can-resultado                    pic x(10).
           05  filler                              pic x(01).
           05  fd-can-comando                      pic x(70).

      *>----Entradas mantidas no diario durante a retirada do ano
      *>----(arqPagamentosTrab.dat, arqCadAlLogTrab.dat e
      *>----controleExecucaoLogTrab.dat), copiadas de volta em seguida
       fd arqTrabalho.

       01  trab-linha                              pic x(380).

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

      *>----Controle do arquivamento: um registro por ano arquivado, com
      *>----as quantidades e os totais do arquivo do ano e o ultimo recibo
      *>----que saiu do diario
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

      *>----Fase do arquivamento (um unico registro): RETIRADA do log da
      *>----rodada, DEVOLUCAO de um diario a partir do arquivo de trabalho
      *>----ou CONCLUIDO; enquanto a retirada do log da rodada nao termina
      *>----o registro leva a quantidade que o log do ano tinha antes dela
       fd arqCheckpoint.

       01  fd-chkp-registro.
           05  fd-chkp-status                      pic x(10).
           05  fd-chkp-ano                         pic 9(04).
           05  fd-chkp-diario                      pic x(10).
           05  fd-chkp-retirada-pend               pic x(01).
           05  fd-chkp-qtd-controle                pic 9(07).

       fd arqRelatorio.

       01  rel-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqPagamentos                     pic x(02).
       77  ws-fs-arqCadAlLog                       pic x(02).
       77  ws-fs-arqControleLog                    pic x(02).
       77  ws-fs-arqControle                       pic x(02).
       77  ws-fs-arqPagamentosIndex                pic x(02).
       77  ws-fs-arqCadAlLogIndex                  pic x(02).
       77  ws-fs-arqControleAno                    pic x(02).
       77  ws-fs-arqTrabalho                       pic x(02).
       77  ws-fs-arqRpsEmitidos                    pic x(02).
       77  ws-fs-arqArquivamentos                  pic x(02).
       77  ws-fs-arqCheckpoint                     pic x(02).
       77  ws-fs-arqRelatorio                      pic x(02).

       77  ws-fim-arquivo                          pic x(01).
       77  ws-tem-relatorio                        pic x(01) value "N".

      *>---- Nomes dos arquivos do ano, dos indices vivos e de trabalho
       77  ws-pix-nome                             pic x(30).
       77  ws-log-ix-nome                          pic x(30).
       77  ws-controle-ano-nome                    pic x(30).
       77  ws-trabalho-nome                        pic x(30).

      *>---- Ano informado na linha de comando (aaaa) ou INDICES
       77  ws-ano-param                            pic x(10).
       77  ws-ano-trim                             pic x(10).
       77  ws-ano-tam                              pic 9(02).
       77  ws-ano-valido                           pic x(01).
       77  ws-ano-arq                              pic 9(04).
       77  ws-so-indices                           pic x(01) value "N".
       77  ws-i                                    pic 9(02).

      *>---- Controle de reinicio: checkpoint deixado pela execucao
      *>---- anterior ("N" = nenhum pendente, "R" = retirada do log da
      *>---- rodada interrompida, "V" = devolucao de diario interrompida,
      *>---- "D" = arquivo presente porem ilegivel)
       77  ws-chkp-estado                          pic x(01) value "N".
       77  ws-chkp-ano                             pic 9(04) value zero.
       77  ws-chkp-diario                          pic x(10).
       77  ws-chkp-status-out                      pic x(10).
       77  ws-chkp-diario-out                      pic x(10).
       77  ws-ctl-retirada-pend                    pic x(01) value "N".
       77  ws-chkp-qtd-base                        pic 9(07) value zero.
       77  ws-ctl-ja-gravados                      pic 9(07) value zero.

       01  ws-data-hoje.
           05  ws-hoje-ano                         pic 9(04).
           05  ws-hoje-mes                         pic 9(02).
           05  ws-hoje-dia                         pic 9(02).

      *>---- Conferencia do periodo fechado: passos da rodada concluidos
      *>---- OK no ano (data + comando, carregados do log da rodada) e
      *>---- pendencias encontradas
       01  ws-passos-ok.
           05  ws-ok-qtd                           pic 9(04) value zero.
           05  ws-ok-passo occurs 9999.
               10  ws-ok-data                      pic 9(08).
               10  ws-ok-comando                   pic x(70).

       77  ws-ok                                   pic 9(04).
       77  ws-passo-achado                         pic x(01).
       77  ws-qtd-pendencias                       pic 9(05) value zero.
       77  ws-qtd-pendencias-edt                   pic zzzz9.
       77  ws-tem-rps                              pic x(01) value "N".
       77  ws-rps-primeira-data                    pic 9(08) value zero.

      *>---- Gravacao no historico do ano: a entrada ja arquivada por uma
      *>---- execucao interrompida nao e gravada de novo
       77  ws-log-gravado                          pic x(01).
       77  ws-log-registro-novo                    pic x(380).

      *>---- Quantidades movidas nesta execucao e mantidas nos diarios
       77  ws-qtd-pg-movidos                       pic 9(07) value zero.
       77  ws-qtd-pg-ja-arquivados                 pic 9(07) value zero.
       77  ws-qtd-pg-mantidos                      pic 9(07) value zero.
       77  ws-qtd-log-movidos                      pic 9(07) value zero.
       77  ws-qtd-log-sem-carimbo                  pic 9(07) value zero.
       77  ws-qtd-log-ja-arquivados                pic 9(07) value zero.
       77  ws-qtd-log-mantidos                     pic 9(07) value zero.
       77  ws-qtd-ctl-movidos                      pic 9(07) value zero.
       77  ws-qtd-ctl-ja-arquivados                pic 9(07) value zero.
       77  ws-qtd-ctl-mantidos                     pic 9(07) value zero.
       77  ws-qtd-pix-gravados                     pic 9(07) value zero.
       77  ws-qtd-lix-gravados                     pic 9(07) value zero.

      *>---- Totais do arquivo do ano (somados na leitura do arquivo
      *>---- depois da retirada, entao refletem tudo o que ja foi
      *>---- arquivado do ano) gravados no controle do arquivamento
       77  ws-qtd-pg-ano                           pic 9(07) value zero.
       77  ws-qtd-log-ano                          pic 9(07) value zero.
       77  ws-qtd-ctl-ano                          pic 9(07) value zero.
       77  ws-ultimo-recibo                        pic 9(06) value zero.

      *>---- Gravacao do controle do arquivamento: "P" = so os pagamentos
      *>---- (antes de retirar o ano do diario; as quantidades do
      *>---- historico e do log da rodada gravadas antes ficam), "F" = final
       77  ws-aq-fase                              pic x(01) value "F".
       77  ws-pg-valor-frmt                        pic 9(04)v99.
       77  ws-pg-multa-frmt                        pic 9(04)v99.
       77  ws-pg-juros-frmt                        pic 9(04)v99.
       77  ws-total-mensalidades                   pic 9(09)v99 value zero.
       77  ws-total-acordos                        pic 9(09)v99 value zero.
       77  ws-total-taxas                          pic 9(09)v99 value zero.
       77  ws-total-multa                          pic 9(09)v99 value zero.
       77  ws-total-juros                          pic 9(09)v99 value zero.
       77  ws-total-geral                          pic 9(09)v99 value zero.

       77  ws-qtd-movidos-edt                      pic zzzzzz9.
       77  ws-qtd-ja-arquivados-edt                pic zzzzzz9.
       77  ws-qtd-mantidos-edt                     pic zzzzzz9.
       77  ws-qtd-sem-carimbo-edt                  pic zzzzzz9.
       77  ws-qtd-ano-edt                          pic zzzzzz9.
       77  ws-total-edt                            pic zzzzzzzz9,99.
       77  ws-recibo-edt                           pic zzzzz9.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           if ws-so-indices = "S" then
               perform remontar-indices
           else
               perform conferir-periodo-fechado
               perform arquivar-pagamentos
               perform arquivar-historico
               perform arquivar-controle
               perform remontar-indices
               move "F" to ws-aq-fase
               perform gravar-controle-arquivamento
           end-if
           perform imprime-totais-arquivamento.
           perform finaliza.
           stop run.

       inicializa section.

           accept ws-data-hoje from date yyyymmdd

           accept ws-ano-param from command-line
           if ws-ano-param = "INDICES"
           or ws-ano-param = "indices" then
               move "S" to ws-so-indices
           else
               perform validar-ano-arquivamento
               if ws-ano-valido = "N" then
                   move "Informe o Ano a Arquivar (aaaa) ou INDICES na Linha de Comando." to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
               if ws-ano-arq not < ws-hoje-ano then
                   move "Periodo Aberto - So Anos Anteriores ao Corrente." to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
           end-if

           open output arqRelatorio
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao abrir arq. relatorioArquivamento.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if
           move "S" to ws-tem-relatorio

           move spaces to rel-linha
           if ws-so-indices = "S" then
               string "Arquivamento dos Diarios - Remontagem dos Indices - Data " delimited by size
                      ws-hoje-dia                                                  delimited by size
                      "/"                                                          delimited by size
                      ws-hoje-mes                                                  delimited by size
                      "/"                                                          delimited by size
                      ws-hoje-ano                                                  delimited by size
                 into rel-linha
               end-string
           else
               string "Arquivamento dos Diarios - Ano "  delimited by size
                      ws-ano-arq                         delimited by size
                      " - Data "                         delimited by size
                      ws-hoje-dia                        delimited by size
                      "/"                                delimited by size
                      ws-hoje-mes                        delimited by size
                      "/"                                delimited by size
                      ws-hoje-ano                        delimited by size
                 into rel-linha
               end-string
           end-if
           write rel-linha

           move all "-" to rel-linha
           write rel-linha

      *>---- Arquivos do ano arquivado
           move spaces to ws-pix-nome
           string "arqPagamentos"       delimited by size
                  ws-ano-arq            delimited by size
                  ".dat"                delimited by size
             into ws-pix-nome
           end-string

           move spaces to ws-log-ix-nome
           string "arqCadAlLog"         delimited by size
                  ws-ano-arq            delimited by size
                  ".dat"                delimited by size
             into ws-log-ix-nome
           end-string

           move spaces to ws-controle-ano-nome
           string "controleExecucaoLog" delimited by size
                  ws-ano-arq            delimited by size
                  ".dat"                delimited by size
             into ws-controle-ano-nome
           end-string

      *>---- Antes de ler qualquer diario: uma devolucao interrompida e
      *>---- concluida do arquivo de trabalho que ficou completo
           perform ler-checkpoint

           evaluate ws-chkp-estado
               when "D"
                   move "Checkpoint Ilegivel - arqArquivamentoChkp.dat" to ws-msg-erro-fatal
                   perform erro-fatal
               when "R"
               when "V"
                   if ws-so-indices = "S"
                   or ws-chkp-ano <> ws-ano-arq then
                       move spaces to ws-msg-erro-fatal
                       string "Arquivamento de "                   delimited by size
                              ws-chkp-ano                          delimited by size
                              " Interrompido - Reexecute Esse Ano" delimited by size
                         into ws-msg-erro-fatal
                       end-string
                       perform erro-fatal
                   end-if
                   if ws-chkp-estado = "V" then
                       perform retomar-devolucao
                   end-if
           end-evaluate

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Le o checkpoint da execucao anterior (ws-chkp-estado)
      *>------------------------------------------------------------------------
       ler-checkpoint section.

           open input arqCheckpoint
           evaluate ws-fs-arqCheckpoint
               when "00"
                   read arqCheckpoint
                   if ws-fs-arqCheckpoint = "00" then
                       move fd-chkp-ano    to ws-chkp-ano
                       move fd-chkp-diario to ws-chkp-diario
                       if fd-chkp-retirada-pend = "S" then
                           move "S"                  to ws-ctl-retirada-pend
                           move fd-chkp-qtd-controle to ws-chkp-qtd-base
                       end-if
                       evaluate fd-chkp-status
                           when "RETIRADA"
                               move "R" to ws-chkp-estado
                           when "DEVOLUCAO"
                               move "V" to ws-chkp-estado
                           when "CONCLUIDO"
                               move "N" to ws-chkp-estado
                           when other
                               move "D" to ws-chkp-estado
                       end-evaluate
                   else
                       move "D" to ws-chkp-estado
                   end-if
                   close arqCheckpoint
               when "35"
                   move "N" to ws-chkp-estado
               when other
                   move "Erro ao abrir arq. arqArquivamentoChkp.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       ler-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Devolucao interrompida: o diario foi truncado e o arquivo de
      *>   trabalho ja estava completo; refaz a copia a partir dele
      *>------------------------------------------------------------------------
       retomar-devolucao section.

           evaluate ws-chkp-diario
               when "PAGAMENTOS"
                   perform devolver-pagamentos
               when "HISTORICO"
                   perform devolver-historico
               when "CONTROLE"
                   perform devolver-controle
               when other
                   move "Checkpoint Ilegivel - arqArquivamentoChkp.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform encerrar-checkpoint
           move "N" to ws-chkp-estado

           move spaces to rel-linha
           string "Retomada: Diario "                           delimited by size
                  function trim(ws-chkp-diario)                 delimited by size
                  " Devolvido do Arquivo de Trabalho da Execucao Interrompida" delimited by size
             into rel-linha
           end-string
           write rel-linha
           display rel-linha

           move spaces to rel-linha
           write rel-linha

           .
       retomar-devolucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Regrava o checkpoint (um unico registro, arquivo reescrito a
      *>   cada gravacao)
      *>------------------------------------------------------------------------
       gravar-checkpoint section.

           open output arqCheckpoint
           if ws-fs-arqCheckpoint <> "00" then
               move "Erro ao Gravar arq. arqArquivamentoChkp.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move ws-chkp-status-out   to fd-chkp-status
           move ws-ano-arq           to fd-chkp-ano
           move ws-chkp-diario-out   to fd-chkp-diario
           move ws-ctl-retirada-pend to fd-chkp-retirada-pend
           move ws-chkp-qtd-base     to fd-chkp-qtd-controle
           write fd-chkp-registro
           if ws-fs-arqCheckpoint <> "00" then
               move "Erro ao Gravar arq. arqArquivamentoChkp.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           close arqCheckpoint

           .
       gravar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Fim da devolucao de um diario: o checkpoint volta a apontar a
      *>   retirada do log da rodada ainda pendente ou fica CONCLUIDO
      *>------------------------------------------------------------------------
       encerrar-checkpoint section.

           if ws-ctl-retirada-pend = "S" then
               move "RETIRADA"  to ws-chkp-status-out
               move "CONTROLE"  to ws-chkp-diario-out
           else
               move "CONCLUIDO" to ws-chkp-status-out
               move spaces      to ws-chkp-diario-out
           end-if
           perform gravar-checkpoint

           .
       encerrar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica o ano a arquivar recebido na linha de comando
      *>------------------------------------------------------------------------
       validar-ano-arquivamento section.

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
               move ws-ano-trim(1:4) to ws-ano-arq
               if ws-ano-arq < 1900 then
                   move "N" to ws-ano-valido
               end-if
           end-if

           .
       validar-ano-arquivamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere se o ano esta fechado: todo passo da rodada previsto
      *>   para o ano concluido OK e, desde a primeira nota fiscal de
      *>   servico, todo pagamento do ano com RPS. Cada pendencia sai no
      *>   relatorio e o arquivamento e recusado sem mover nada
      *>------------------------------------------------------------------------
       conferir-periodo-fechado section.

           move "Conferencia do Periodo Fechado" to rel-linha
           write rel-linha

           perform carregar-passos-ok
           perform conferir-passos-ano
           perform conferir-rps-ano

           move ws-qtd-pendencias to ws-qtd-pendencias-edt
           move spaces to rel-linha
           string "Pendencias do Periodo: "  delimited by size
                  ws-qtd-pendencias-edt      delimited by size
             into rel-linha
           end-string
           write rel-linha

           if ws-qtd-pendencias > zero then
               move "Periodo Nao Fechado - Veja relatorioArquivamento.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move spaces to rel-linha
           write rel-linha

           .
       conferir-periodo-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega do log da rodada os passos do ano concluidos OK e,
      *>   depois de uma retirada (reexecucao do ano), tambem os que ja
      *>   estao no log do ano
      *>------------------------------------------------------------------------
       carregar-passos-ok section.

           move zero to ws-ok-qtd

           open input arqControleLog
           evaluate ws-fs-arqControleLog
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqControleLog
                       evaluate ws-fs-arqControleLog
                           when "00"
                               if fd-clog-data-ano = ws-ano-arq
                               and fd-clog-resultado = "OK" then
                                   if ws-ok-qtd = 9999 then
                                       move "Log da Rodada do Ano Excede a Conferencia" to ws-msg-erro-fatal
                                       perform erro-fatal
                                   end-if
                                   add 1 to ws-ok-qtd
                                   move fd-clog-data    to ws-ok-data(ws-ok-qtd)
                                   move fd-clog-comando to ws-ok-comando(ws-ok-qtd)
                               end-if
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler Arq. controleExecucaoLog.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
                   close arqControleLog
               when "35"
                   continue                            *> Nenhuma rodada registrada
               when other
                   move "Erro ao abrir arq. controleExecucaoLog.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqControleAno
           evaluate ws-fs-arqControleAno
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqControleAno
                       evaluate ws-fs-arqControleAno
                           when "00"
                               if fd-can-resultado = "OK" then
                                   if ws-ok-qtd = 9999 then
                                       move "Log da Rodada do Ano Excede a Conferencia" to ws-msg-erro-fatal
                                       perform erro-fatal
                                   end-if
                                   add 1 to ws-ok-qtd
                                   move fd-can-data    to ws-ok-data(ws-ok-qtd)
                                   move fd-can-comando to ws-ok-comando(ws-ok-qtd)
                               end-if
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler arq. de log da rodada do ano" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
                   close arqControleAno
               when "35"
                   continue                            *> Ano ainda nao retirado
               when other
                   move "Erro ao abrir arq. de log da rodada do ano" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       carregar-passos-ok-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere se cada passo previsto para o ano em controleExecucao.dat
      *>   foi concluido OK na data prevista
      *>------------------------------------------------------------------------
       conferir-passos-ano section.

           open input arqControle
           evaluate ws-fs-arqControle
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqControle
                       evaluate ws-fs-arqControle
                           when "00"
                               if fd-ctl-data is numeric
                               and fd-ctl-data-ano = ws-ano-arq then
                                   perform conferir-passo-ok
                               end-if
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler Arq. controleExecucao.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
                   close arqControle
               when "35"
                   continue                            *> Sem rodadas previstas
               when other
                   move "Erro ao abrir arq. controleExecucao.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       conferir-passos-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Procura o passo corrente (fd-ctl-registro) entre os concluidos
      *>   OK; sem conclusao o passo sai como pendencia
      *>------------------------------------------------------------------------
       conferir-passo-ok section.

           move "N" to ws-passo-achado
           perform varying ws-ok from 1 by 1 until ws-ok > ws-ok-qtd
               if ws-ok-data(ws-ok) = fd-ctl-data
               and ws-ok-comando(ws-ok) = fd-ctl-comando then
                   move "S"       to ws-passo-achado
                   move ws-ok-qtd to ws-ok         *> Encerra a varredura
               end-if
           end-perform

           if ws-passo-achado = "N" then
               add 1 to ws-qtd-pendencias
               move spaces to rel-linha
               string "Passo da Rodada Sem Conclusao OK: " delimited by size
                      fd-ctl-data(7:2)                     delimited by size
                      "/"                                  delimited by size
                      fd-ctl-data(5:2)                     delimited by size
                      "/"                                  delimited by size
                      fd-ctl-data(1:4)                     delimited by size
                      "  "                                 delimited by size
                      fd-ctl-comando                       delimited by size
                 into rel-linha
               end-string
               write rel-linha
           end-if

           .
       conferir-passo-ok-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere se todo pagamento do ano, a partir da data do primeiro
      *>   pagamento com RPS, ja tem o seu RPS. Sem RPS emitidos a escola
      *>   ainda nao emitia a nota e nao ha o que conferir
      *>------------------------------------------------------------------------
       conferir-rps-ano section.

           open input arqRpsEmitidos
           evaluate ws-fs-arqRpsEmitidos
               when "00"
                   move "S" to ws-tem-rps
               when "35"
                   move "N" to ws-tem-rps
               when other
                   move "Erro ao abrir arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           if ws-tem-rps = "S" then
               move low-values to fd-rps-chave
               start arqRpsEmitidos key is not < fd-rps-chave
               if ws-fs-arqRpsEmitidos = "00" then
                   read arqRpsEmitidos next
                   if ws-fs-arqRpsEmitidos = "00" then
                       move fd-rps-data-pagto to ws-rps-primeira-data
                   end-if
               end-if

               if ws-rps-primeira-data > zero then
                   open input arqPagamentos
                   evaluate ws-fs-arqPagamentos
                       when "00"
                           move "N" to ws-fim-arquivo
                           perform until ws-fim-arquivo = "S"
                               read arqPagamentos
                               evaluate ws-fs-arqPagamentos
                                   when "00"
                                       if fd-pg-data-ano = ws-ano-arq
                                       and fd-pg-data not < ws-rps-primeira-data then
                                           perform conferir-rps-pagamento
                                       end-if
                                   when "10"
                                       move "S" to ws-fim-arquivo
                                   when other
                                       move "Erro ao Ler Arq. arqPagamentos.dat" to ws-msg-erro-fatal
                                       perform erro-fatal
                               end-evaluate
                           end-perform
                           close arqPagamentos
                       when "35"
                           continue                    *> Nenhum pagamento registrado
                       when other
                           move "Erro ao abrir arq. arqPagamentos.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                   end-evaluate
               end-if

               close arqRpsEmitidos
           end-if

           .
       conferir-rps-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Procura o RPS do pagamento corrente (fd-pagamento)
      *>------------------------------------------------------------------------
       conferir-rps-pagamento section.

           move fd-pg-data to fd-rps-data-pagto
           move fd-pg-seq  to fd-rps-recibo
           read arqRpsEmitidos

           evaluate ws-fs-arqRpsEmitidos
               when "00"
                   continue
               when "23"
                   add 1 to ws-qtd-pendencias
                   move fd-pg-seq to ws-recibo-edt
                   move spaces to rel-linha
                   string "Pagamento Sem RPS: "    delimited by size
                          fd-pg-data(7:2)          delimited by size
                          "/"                      delimited by size
                          fd-pg-data(5:2)          delimited by size
                          "/"                      delimited by size
                          fd-pg-data(1:4)          delimited by size
                          "  Recibo: "             delimited by size
                          ws-recibo-edt            delimited by size
                          "  Cod. Aluno: "         delimited by size
                          fd-pg-cod_aluno          delimited by size
                     into rel-linha
                   end-string
                   write rel-linha
               when other
                   move "Erro ao Ler Arq. arqRpsEmitidos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       conferir-rps-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Retira do diario de pagamentos as entradas do ano: cada uma e
      *>   gravada no arquivo do ano e as demais passam pelo arquivo de
      *>   trabalho, copiado de volta sobre o diario
      *>------------------------------------------------------------------------
       arquivar-pagamentos section.

           open input arqPagamentos
           evaluate ws-fs-arqPagamentos
               when "00"
                   continue
               when "35"
                   open output arqPagamentos  *> Diario ainda nao criado: cria vazio
                   close arqPagamentos
                   open input arqPagamentos
               when other
                   move "Erro ao abrir arq. arqPagamentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform abrir-pagamentos-ano

           move "arqPagamentosTrab.dat" to ws-trabalho-nome
           open output arqTrabalho
           if ws-fs-arqTrabalho <> "00" then
               move "Erro ao abrir arq. arqPagamentosTrab.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arqPagamentos
               evaluate ws-fs-arqPagamentos
                   when "00"
                       if fd-pg-data-ano = ws-ano-arq then
                           perform gravar-pagamento-ano
                       else
                           write trab-linha from fd-pagamento
                           if ws-fs-arqTrabalho <> "00" then
                               move "Erro ao Gravar arq. arqPagamentosTrab.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                           add 1 to ws-qtd-pg-mantidos
                       end-if
                   when "10"
                       move "S" to ws-fim-arquivo
                   when other
                       move "Erro ao Ler Arq. arqPagamentos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           close arqPagamentos
           close arqTrabalho

      *>---- O ano completo no arquivo do ano: o controle do arquivamento
      *>---- recebe os totais e o ultimo recibo antes de o diario perder
      *>---- as entradas do ano, e a numeracao dos recibos segue dele
           perform somar-pagamentos-ano

           close arqPagamentosIndex

           move "P" to ws-aq-fase
           perform gravar-controle-arquivamento

      *>---- A partir daqui o diario e truncado: uma queda na devolucao
      *>---- e concluida na reexecucao a partir do arquivo de trabalho
           move "DEVOLUCAO"  to ws-chkp-status-out
           move "PAGAMENTOS" to ws-chkp-diario-out
           perform gravar-checkpoint

           perform devolver-pagamentos

           perform encerrar-checkpoint

           .
       arquivar-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre (ou cria) o arquivo indexado do ano de um dos diarios; o
      *>   nome ja esta em ws-pix-nome
      *>------------------------------------------------------------------------
       abrir-pagamentos-ano section.

           open i-o arqPagamentosIndex
           if ws-fs-arqPagamentosIndex = "35" then
               open output arqPagamentosIndex  *> Primeiro arquivamento do ano
               close arqPagamentosIndex
               open i-o arqPagamentosIndex
           end-if
           if ws-fs-arqPagamentosIndex <> "00" then
               move "Erro ao abrir arq. de pagamentos do ano" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       abrir-pagamentos-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a entrada corrente do diario (fd-pagamento) no arquivo do
      *>   ano; a ja arquivada por uma execucao interrompida fica como esta
      *>------------------------------------------------------------------------
       gravar-pagamento-ano section.

           move fd-pagamento    to fd-pagamento-ix
           move fd-pg-cod_aluno to fd-pix-cod_aluno
           move fd-pg-data      to fd-pix-data-aluno
           move fd-pg-seq       to fd-pix-seq-aluno

           write fd-pagamento-ix
           evaluate ws-fs-arqPagamentosIndex
               when "00"
                   add 1 to ws-qtd-pg-movidos
               when "22"
                   add 1 to ws-qtd-pg-ja-arquivados
               when other
                   move "Erro ao Gravar arq. de pagamentos do ano" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       gravar-pagamento-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o arquivo do ano e soma as quantidades, os totais em
      *>   dinheiro (mensalidades, parcelas de acordo, taxas avulsas, multa
      *>   e juros) e o ultimo recibo para o controle do arquivamento
      *>------------------------------------------------------------------------
       somar-pagamentos-ano section.

           move low-values to fd-pix-chave
           start arqPagamentosIndex key is not < fd-pix-chave

           evaluate ws-fs-arqPagamentosIndex
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqPagamentosIndex next
                       evaluate ws-fs-arqPagamentosIndex
                           when "00"
                               perform somar-pagamento-ano
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler arq. de pagamentos do ano" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
               when "23"
               when "10"
                   continue                            *> Ano sem pagamentos
               when other
                   move "Erro ao Posicionar arq. de pagamentos do ano" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       somar-pagamentos-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma a entrada corrente do arquivo do ano (fd-pagamento-ix)
      *>------------------------------------------------------------------------
       somar-pagamento-ano section.

           add 1 to ws-qtd-pg-ano
           if fd-pix-seq > ws-ultimo-recibo then
               move fd-pix-seq to ws-ultimo-recibo
           end-if

           move fd-pix-valor to ws-pg-valor-frmt   *> De-edita p/ somar
           if fd-pix-encargos = spaces then        *> Entrada anterior aos encargos
               move zero         to ws-pg-multa-frmt
               move zero         to ws-pg-juros-frmt
           else
               move fd-pix-multa to ws-pg-multa-frmt
               move fd-pix-juros to ws-pg-juros-frmt
           end-if

           evaluate fd-pix-tipo
               when "A"
                   add ws-pg-valor-frmt to ws-total-acordos
               when "T"
                   add ws-pg-valor-frmt to ws-total-taxas
               when other
                   add ws-pg-valor-frmt to ws-total-mensalidades
           end-evaluate
           add ws-pg-multa-frmt to ws-total-multa
           add ws-pg-juros-frmt to ws-total-juros

           .
       somar-pagamento-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Retira do historico de alteracoes as entradas do ano e as
      *>   antigas, sem carimbo; as demais voltam ao historico pelo arquivo
      *>   de trabalho
      *>------------------------------------------------------------------------
       arquivar-historico section.

           open input arqCadAlLog
           evaluate ws-fs-arqCadAlLog
               when "00"
                   continue
               when "35"
                   open output arqCadAlLog    *> Historico ainda nao criado: cria vazio
                   close arqCadAlLog
                   open input arqCadAlLog
               when other
                   move "Erro ao abrir arq. arqCadAlLog.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform abrir-historico-indexado

           move "arqCadAlLogTrab.dat" to ws-trabalho-nome
           open output arqTrabalho
           if ws-fs-arqTrabalho <> "00" then
               move "Erro ao abrir arq. arqCadAlLogTrab.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arqCadAlLog
               evaluate ws-fs-arqCadAlLog
                   when "00"
                       if fd-log-data is not numeric
                       or fd-log-data-ano = ws-ano-arq then
                           perform gravar-historico-ano
                       else
                           write trab-linha from fd-log-registro
                           if ws-fs-arqTrabalho <> "00" then
                               move "Erro ao Gravar arq. arqCadAlLogTrab.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                           add 1 to ws-qtd-log-mantidos
                       end-if
                   when "10"
                       move "S" to ws-fim-arquivo
                   when other
                       move "Erro ao Ler Arq. arqCadAlLog.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           close arqCadAlLog
           close arqTrabalho

      *>---- A partir daqui o diario e truncado: uma queda na devolucao
      *>---- e concluida na reexecucao a partir do arquivo de trabalho
           move "DEVOLUCAO"  to ws-chkp-status-out
           move "HISTORICO"  to ws-chkp-diario-out
           perform gravar-checkpoint

           perform devolver-historico

           perform encerrar-checkpoint

      *>---- Quantidade de entradas do arquivo do ano
           move low-values to fd-lix-chave
           start arqCadAlLogIndex key is not < fd-lix-chave
           if ws-fs-arqCadAlLogIndex = "00" then
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arqCadAlLogIndex next
                   evaluate ws-fs-arqCadAlLogIndex
                       when "00"
                           add 1 to ws-qtd-log-ano
                       when "10"
                           move "S" to ws-fim-arquivo
                       when other
                           move "Erro ao Ler arq. de historico do ano" to ws-msg-erro-fatal
                           perform erro-fatal
                   end-evaluate
               end-perform
           end-if

           close arqCadAlLogIndex

           .
       arquivar-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre (ou cria) o historico indexado de nome ws-log-ix-nome (o
      *>   arquivo do ano ou o indice vivo)
      *>------------------------------------------------------------------------
       abrir-historico-indexado section.

           open i-o arqCadAlLogIndex
           if ws-fs-arqCadAlLogIndex = "35" then
               open output arqCadAlLogIndex
               close arqCadAlLogIndex
               open i-o arqCadAlLogIndex
           end-if
           if ws-fs-arqCadAlLogIndex <> "00" then
               move "Erro ao abrir arq. de historico indexado" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       abrir-historico-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a entrada corrente do historico (fd-log-registro) no
      *>   arquivo do ano. Chave ja gravada com a mesma entrada e sobra de
      *>   uma execucao interrompida (fica como esta); com outra entrada e
      *>   o mesmo aluno no mesmo segundo (a ordem avanca)
      *>------------------------------------------------------------------------
       gravar-historico-ano section.

           if fd-log-data is not numeric then
               add 1 to ws-qtd-log-sem-carimbo
           end-if

           perform montar-chave-historico
           move fd-log-registro to ws-log-registro-novo

           move "N" to ws-log-gravado
           perform until ws-log-gravado = "S"
               move fd-lix-data      to fd-lix-data-dt
               move fd-lix-hora      to fd-lix-hora-dt
               move fd-lix-cod_aluno to fd-lix-cod_aluno-dt
               move fd-lix-ordem     to fd-lix-ordem-dt
               move ws-log-registro-novo to fd-lix-registro

               write fd-log-ix
               evaluate ws-fs-arqCadAlLogIndex
                   when "00"
                       add 1 to ws-qtd-log-movidos
                       move "S" to ws-log-gravado
                   when "22"
                       read arqCadAlLogIndex
                       if ws-fs-arqCadAlLogIndex = "00"
                       and fd-lix-registro = ws-log-registro-novo then
                           add 1 to ws-qtd-log-ja-arquivados
                           move "S" to ws-log-gravado
                       else
                           add 1 to fd-lix-ordem
                       end-if
                   when other
                       move "Erro ao Gravar arq. de historico do ano" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           .
       gravar-historico-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta a chave do historico indexado para a entrada corrente
      *>   (fd-log-registro): aluno + carimbo, zerado na entrada antiga
      *>------------------------------------------------------------------------
       montar-chave-historico section.

           move fd-log-cod_aluno to fd-lix-cod_aluno
           if fd-log-data is numeric
           and fd-log-hora is numeric then
               move fd-log-data  to fd-lix-data
               move fd-log-hora  to fd-lix-hora
           else
               move zero         to fd-lix-data
               move zero         to fd-lix-hora
           end-if
           move 1 to fd-lix-ordem

           .
       montar-chave-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Retira do log da rodada as entradas do ano para o log do ano;
      *>   as demais voltam ao log pelo arquivo de trabalho. A retirada
      *>   anota quantas entradas o log do ano tinha antes dela: retomada
      *>   uma retirada interrompida, as que ja tinham ido para o log do
      *>   ano (as primeiras do ano no log da rodada) nao sao gravadas de novo
      *>------------------------------------------------------------------------
       arquivar-controle section.

           open input arqControleLog
           evaluate ws-fs-arqControleLog
               when "00"
                   continue
               when "35"
                   open output arqControleLog *> Log ainda nao criado: cria vazio
                   close arqControleLog
                   open input arqControleLog
               when other
                   move "Erro ao abrir arq. controleExecucaoLog.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           perform contar-controle-ano
           if ws-ctl-retirada-pend = "S" then
               if ws-qtd-ctl-ano > ws-chkp-qtd-base then
                   compute ws-ctl-ja-gravados = ws-qtd-ctl-ano - ws-chkp-qtd-base
               end-if
           else
               move "S"            to ws-ctl-retirada-pend
               move ws-qtd-ctl-ano to ws-chkp-qtd-base
           end-if
           move "RETIRADA"   to ws-chkp-status-out
           move "CONTROLE"   to ws-chkp-diario-out
           perform gravar-checkpoint

           open extend arqControleAno      *> Extend preserva o que ja foi arquivado
           if ws-fs-arqControleAno = "35" then
               open output arqControleAno
           end-if
           if ws-fs-arqControleAno <> "00"
           and ws-fs-arqControleAno <> "05" then
               move "Erro ao abrir arq. de log da rodada do ano" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "controleExecucaoLogTrab.dat" to ws-trabalho-nome
           open output arqTrabalho
           if ws-fs-arqTrabalho <> "00" then
               move "Erro ao abrir arq. controleExecucaoLogTrab.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arqControleLog
               evaluate ws-fs-arqControleLog
                   when "00"
                       if fd-clog-data-ano = ws-ano-arq then
                           if ws-ctl-ja-gravados > zero then
                               subtract 1 from ws-ctl-ja-gravados
                               add 1 to ws-qtd-ctl-ja-arquivados
                           else
                               write fd-can-registro from fd-clog-registro
                               if ws-fs-arqControleAno <> "00" then
                                   move "Erro ao Gravar arq. de log da rodada do ano" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                               add 1 to ws-qtd-ctl-movidos
                           end-if
                       else
                           write trab-linha from fd-clog-registro
                           if ws-fs-arqTrabalho <> "00" then
                               move "Erro ao Gravar arq. controleExecucaoLogTrab.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                           add 1 to ws-qtd-ctl-mantidos
                       end-if
                   when "10"
                       move "S" to ws-fim-arquivo
                   when other
                       move "Erro ao Ler Arq. controleExecucaoLog.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           close arqControleLog
           close arqControleAno
           close arqTrabalho
           move "N"  to ws-ctl-retirada-pend   *> Log do ano completo
           move zero to ws-chkp-qtd-base

      *>---- A partir daqui o diario e truncado: uma queda na devolucao
      *>---- e concluida na reexecucao a partir do arquivo de trabalho
           move "DEVOLUCAO"  to ws-chkp-status-out
           move "CONTROLE"   to ws-chkp-diario-out
           perform gravar-checkpoint

           perform devolver-controle

           perform encerrar-checkpoint

           perform contar-controle-ano

           .
       arquivar-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Quantidade de entradas do log do ano (ws-qtd-ctl-ano)
      *>------------------------------------------------------------------------
       contar-controle-ano section.

           move zero to ws-qtd-ctl-ano

           open input arqControleAno
           if ws-fs-arqControleAno = "00" then
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arqControleAno
                   if ws-fs-arqControleAno = "00" then
                       add 1 to ws-qtd-ctl-ano
                   else
                       move "S" to ws-fim-arquivo
                   end-if
               end-perform
               close arqControleAno
           end-if

           .
       contar-controle-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Devolve ao diario de pagamentos as entradas mantidas, gravadas no
      *>   arquivo de trabalho arqPagamentosTrab.dat
      *>------------------------------------------------------------------------
       devolver-pagamentos section.

           move "arqPagamentosTrab.dat" to ws-trabalho-nome
           open input arqTrabalho
           if ws-fs-arqTrabalho <> "00" then
               move "Erro ao abrir arq. arqPagamentosTrab.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqPagamentos
           if ws-fs-arqPagamentos <> "00" then
               move "Erro ao abrir arq. arqPagamentos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arqTrabalho
               evaluate ws-fs-arqTrabalho
                   when "00"
                       write fd-pagamento from trab-linha
                       if ws-fs-arqPagamentos <> "00" then
                           move "Erro ao Gravar arq. arqPagamentos.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                       end-if
                   when "10"
                       move "S" to ws-fim-arquivo
                   when other
                       move "Erro ao Ler Arq. arqPagamentosTrab.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           close arqTrabalho
           close arqPagamentos

           .
       devolver-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Devolve ao historico de alteracoes as entradas mantidas, gravadas
      *>   no arquivo de trabalho arqCadAlLogTrab.dat
      *>------------------------------------------------------------------------
       devolver-historico section.

           move "arqCadAlLogTrab.dat" to ws-trabalho-nome
           open input arqTrabalho
           if ws-fs-arqTrabalho <> "00" then
               move "Erro ao abrir arq. arqCadAlLogTrab.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqCadAlLog
           if ws-fs-arqCadAlLog <> "00" then
               move "Erro ao abrir arq. arqCadAlLog.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arqTrabalho
               evaluate ws-fs-arqTrabalho
                   when "00"
                       write fd-log-registro from trab-linha
                       if ws-fs-arqCadAlLog <> "00" then
                           move "Erro ao Gravar arq. arqCadAlLog.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                       end-if
                   when "10"
                       move "S" to ws-fim-arquivo
                   when other
                       move "Erro ao Ler Arq. arqCadAlLogTrab.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           close arqTrabalho
           close arqCadAlLog

           .
       devolver-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Devolve ao log da rodada as entradas mantidas, gravadas no arquivo
      *>   de trabalho controleExecucaoLogTrab.dat
      *>------------------------------------------------------------------------
       devolver-controle section.

           move "controleExecucaoLogTrab.dat" to ws-trabalho-nome
           open input arqTrabalho
           if ws-fs-arqTrabalho <> "00" then
               move "Erro ao abrir arq. controleExecucaoLogTrab.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqControleLog
           if ws-fs-arqControleLog <> "00" then
               move "Erro ao abrir arq. controleExecucaoLog.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arqTrabalho
               evaluate ws-fs-arqTrabalho
                   when "00"
                       write fd-clog-registro from trab-linha
                       if ws-fs-arqControleLog <> "00" then
                           move "Erro ao Gravar arq. controleExecucaoLog.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                       end-if
                   when "10"
                       move "S" to ws-fim-arquivo
                   when other
                       move "Erro ao Ler Arq. controleExecucaoLogTrab.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           close arqTrabalho
           close arqControleLog

           .
       devolver-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Remonta os indices vivos do diario de pagamentos e do historico
      *>   a partir dos proprios diarios (recriados vazios e regravados)
      *>------------------------------------------------------------------------
       remontar-indices section.

           move "arqPagamentosIndex.dat" to ws-pix-nome
           move "arqCadAlLogIndex.dat"   to ws-log-ix-nome

           perform remontar-indice-diario
           perform remontar-indice-historico

           .
       remontar-indices-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Remonta arqPagamentosIndex.dat com as entradas do diario
      *>------------------------------------------------------------------------
       remontar-indice-diario section.

           open output arqPagamentosIndex
           if ws-fs-arqPagamentosIndex <> "00" then
               move "Erro ao abrir arq. arqPagamentosIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqPagamentos
           evaluate ws-fs-arqPagamentos
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqPagamentos
                       evaluate ws-fs-arqPagamentos
                           when "00"
                               move fd-pagamento    to fd-pagamento-ix
                               move fd-pg-cod_aluno to fd-pix-cod_aluno
                               move fd-pg-data      to fd-pix-data-aluno
                               move fd-pg-seq       to fd-pix-seq-aluno
                               write fd-pagamento-ix
                               if ws-fs-arqPagamentosIndex = "00" then
                                   add 1 to ws-qtd-pix-gravados
                               else
                                   if ws-fs-arqPagamentosIndex = "22" then
                                       move "Recibo Duplicado no Diario de Pagamentos" to ws-msg-erro-fatal
                                   else
                                       move "Erro ao Gravar arq. arqPagamentosIndex.dat" to ws-msg-erro-fatal
                                   end-if
                                   perform erro-fatal
                               end-if
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler Arq. arqPagamentos.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
                   close arqPagamentos
               when "35"
                   continue                            *> Nenhum pagamento registrado
               when other
                   move "Erro ao abrir arq. arqPagamentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           close arqPagamentosIndex

           .
       remontar-indice-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Remonta arqCadAlLogIndex.dat com as entradas do historico
      *>------------------------------------------------------------------------
       remontar-indice-historico section.

           open output arqCadAlLogIndex
           if ws-fs-arqCadAlLogIndex <> "00" then
               move "Erro ao abrir arq. arqCadAlLogIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if
           close arqCadAlLogIndex
           perform abrir-historico-indexado

           open input arqCadAlLog
           evaluate ws-fs-arqCadAlLog
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqCadAlLog
                       evaluate ws-fs-arqCadAlLog
                           when "00"
                               perform gravar-indice-historico
                           when "10"
                               move "S" to ws-fim-arquivo
                           when other
                               move "Erro ao Ler Arq. arqCadAlLog.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
                   close arqCadAlLog
               when "35"
                   continue                            *> Nenhuma alteracao registrada
               when other
                   move "Erro ao abrir arq. arqCadAlLog.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           close arqCadAlLogIndex

           .
       remontar-indice-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a entrada corrente do historico no indice vivo (a ordem
      *>   avanca para o mesmo aluno no mesmo segundo)
      *>------------------------------------------------------------------------
       gravar-indice-historico section.

           perform montar-chave-historico
           move fd-log-registro to fd-lix-registro

           move "N" to ws-log-gravado
           perform until ws-log-gravado = "S"
               move fd-lix-data      to fd-lix-data-dt
               move fd-lix-hora      to fd-lix-hora-dt
               move fd-lix-cod_aluno to fd-lix-cod_aluno-dt
               move fd-lix-ordem     to fd-lix-ordem-dt

               write fd-log-ix
               evaluate ws-fs-arqCadAlLogIndex
                   when "00"
                       add 1 to ws-qtd-lix-gravados
                       move "S" to ws-log-gravado
                   when "22"
                       add 1 to fd-lix-ordem
                   when other
                       move "Erro ao Gravar arq. arqCadAlLogIndex.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-perform

           .
       gravar-indice-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava (ou regrava, no rearquivamento do ano) o registro do ano no
      *>   controle do arquivamento com os totais do arquivo do ano
      *>------------------------------------------------------------------------
       gravar-controle-arquivamento section.

           open i-o arqArquivamentos
           if ws-fs-arqArquivamentos = "35" then
               open output arqArquivamentos    *> Primeiro arquivamento: cria o controle
               close arqArquivamentos
               open i-o arqArquivamentos
           end-if
           if ws-fs-arqArquivamentos <> "00" then
               move "Erro ao abrir arq. arqArquivamentos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move ws-ano-arq to fd-aq-ano
           read arqArquivamentos
           if ws-fs-arqArquivamentos <> "00"
           and ws-fs-arqArquivamentos <> "23" then
               move "Erro ao Ler Arq. arqArquivamentos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move ws-ano-arq            to fd-aq-ano
           move ws-data-hoje          to fd-aq-data
           move ws-qtd-pg-ano         to fd-aq-qtd-pagamentos
           move ws-total-mensalidades to fd-aq-total-mensalidades
           move ws-total-acordos      to fd-aq-total-acordos
           move ws-total-taxas        to fd-aq-total-taxas
           move ws-total-multa        to fd-aq-total-multa
           move ws-total-juros        to fd-aq-total-juros
           move ws-ultimo-recibo      to fd-aq-ultimo-recibo
           if ws-aq-fase = "F"
           or ws-fs-arqArquivamentos = "23" then
               move ws-qtd-log-ano    to fd-aq-qtd-log
               move ws-qtd-ctl-ano    to fd-aq-qtd-controle
           end-if

           if ws-fs-arqArquivamentos = "00" then
               rewrite fd-arquivamento
           else
               write fd-arquivamento
           end-if
           if ws-fs-arqArquivamentos <> "00" then
               move "Erro ao Gravar arq. arqArquivamentos.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           close arqArquivamentos

           .
       gravar-controle-arquivamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Relatorio e resumo na tela: entradas movidas e mantidas em cada
      *>   diario, totais do ano arquivado e indices remontados
      *>------------------------------------------------------------------------
       imprime-totais-arquivamento section.

           if ws-so-indices = "N" then
               move ws-qtd-pg-movidos       to ws-qtd-movidos-edt
               move ws-qtd-pg-ja-arquivados to ws-qtd-ja-arquivados-edt
               move ws-qtd-pg-mantidos      to ws-qtd-mantidos-edt
               move spaces to rel-linha
               string "Diario de Pagamentos - Movidas: " delimited by size
                      ws-qtd-movidos-edt                 delimited by size
                      "   Ja Arquivadas: "               delimited by size
                      ws-qtd-ja-arquivados-edt           delimited by size
                      "   Mantidas: "                    delimited by size
                      ws-qtd-mantidos-edt                delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-qtd-log-movidos       to ws-qtd-movidos-edt
               move ws-qtd-log-ja-arquivados to ws-qtd-ja-arquivados-edt
               move ws-qtd-log-mantidos      to ws-qtd-mantidos-edt
               move ws-qtd-log-sem-carimbo   to ws-qtd-sem-carimbo-edt
               move spaces to rel-linha
               string "Historico de Alteracoes - Movidas: " delimited by size
                      ws-qtd-movidos-edt                    delimited by size
                      " (Sem Carimbo: "                     delimited by size
                      ws-qtd-sem-carimbo-edt                delimited by size
                      ")   Ja Arquivadas: "                 delimited by size
                      ws-qtd-ja-arquivados-edt              delimited by size
                      "   Mantidas: "                       delimited by size
                      ws-qtd-mantidos-edt                   delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-qtd-ctl-movidos       to ws-qtd-movidos-edt
               move ws-qtd-ctl-ja-arquivados to ws-qtd-ja-arquivados-edt
               move ws-qtd-ctl-mantidos      to ws-qtd-mantidos-edt
               move spaces to rel-linha
               string "Log da Rodada - Movidas: "  delimited by size
                      ws-qtd-movidos-edt           delimited by size
                      "   Ja Arquivadas: "         delimited by size
                      ws-qtd-ja-arquivados-edt     delimited by size
                      "   Mantidas: "              delimited by size
                      ws-qtd-mantidos-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move spaces to rel-linha
               write rel-linha

               move spaces to rel-linha
               string "Totais do Ano Arquivado "  delimited by size
                      ws-ano-arq                  delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-qtd-pg-ano    to ws-qtd-ano-edt
               move ws-ultimo-recibo to ws-recibo-edt
               move spaces to rel-linha
               string "Pagamentos: "        delimited by size
                      ws-qtd-ano-edt        delimited by size
                      "   Ultimo Recibo: "  delimited by size
                      ws-recibo-edt         delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-total-mensalidades to ws-total-edt
               move spaces to rel-linha
               string "Mensalidades:      " delimited by size
                      ws-total-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-total-acordos to ws-total-edt
               move spaces to rel-linha
               string "Acordos:           " delimited by size
                      ws-total-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-total-taxas to ws-total-edt
               move spaces to rel-linha
               string "Taxas Avulsas:     " delimited by size
                      ws-total-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-total-multa to ws-total-edt
               move spaces to rel-linha
               string "Multa:             " delimited by size
                      ws-total-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-total-juros to ws-total-edt
               move spaces to rel-linha
               string "Juros:             " delimited by size
                      ws-total-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               compute ws-total-geral = ws-total-mensalidades + ws-total-acordos
                                      + ws-total-taxas + ws-total-multa
                                      + ws-total-juros
               move ws-total-geral to ws-total-edt
               move spaces to rel-linha
               string "Total Recebido:    " delimited by size
                      ws-total-edt          delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move ws-qtd-log-ano to ws-qtd-ano-edt
               move ws-qtd-ctl-ano to ws-qtd-movidos-edt
               move spaces to rel-linha
               string "Entradas do Historico: " delimited by size
                      ws-qtd-ano-edt            delimited by size
                      "   Log da Rodada: "      delimited by size
                      ws-qtd-movidos-edt        delimited by size
                 into rel-linha
               end-string
               write rel-linha
               display rel-linha

               move spaces to rel-linha
               write rel-linha
           end-if

           move ws-qtd-pix-gravados to ws-qtd-movidos-edt
           move ws-qtd-lix-gravados to ws-qtd-mantidos-edt
           move spaces to rel-linha
           string "Indices Remontados - Diario de Pagamentos: " delimited by size
                  ws-qtd-movidos-edt                            delimited by size
                  "   Historico: "                              delimited by size
                  ws-qtd-mantidos-edt                           delimited by size
             into rel-linha
           end-string
           write rel-linha
           display rel-linha

           .
       imprime-totais-arquivamento-exit.
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

           if ws-tem-relatorio = "S" then
               close arqRelatorio
           end-if

           .
       finaliza-exit.
           exit.
