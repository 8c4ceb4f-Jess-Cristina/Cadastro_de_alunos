       Date-compiled. 02/09/2026.

      *>Fechamento de caixa - para a data informada na linha de comando
      *>(aaaammdd), le no indice do diario de pagamentos
      *>(arqPagamentosIndex.dat, chave por data + recibo) somente as
      *>entradas do dia gravadas pelas baixas de mensalidade e pelo
      *>retorno bancario; quando o ano da data ja foi arquivado (programa
      *>arquivamento) as entradas sao lidas do arquivo do ano,
      *>arqPagamentos<aaaa>.dat, de mesmo layout. Relaciona cada recebimento
      *>do dia (recibo, aluno, parcela, valor recebido e a parte dele que
      *>e multa e juros de atraso), totalizando o dinheiro que entrou no
      *>caixa e separando a receita de mensalidades da receita de multa
      *>e da de juros (entradas gravadas antes dos encargos contam todo o
      *>valor como mensalidade). Cada entrada e conferida contra a parcela
      *>correspondente em arqMensalidades.dat: conta as parcelas que
      *>ficaram PAGA no dia, as que seguiram com baixa parcial e destaca
      *>entradas cuja parcela nao existe mais (divergencia a apurar). As
      *>entradas de parcela de acordo (tipo "A") sao conferidas contra
      *>arqAcordoParcelas.dat e o principal delas sai como receita de
      *>acordos, separado das mensalidades. As entradas de taxa avulsa
      *>(tipo "T") sao conferidas contra arqTaxasAlunos.dat e o principal
      *>delas sai como receita de taxas avulsas, aberta por categoria
      *>contabil da taxa. O resultado sai em relatorioCaixa.txt.

      *>Divisão para configuração do ambiente
       Environment Division.
       Input-output Section.
       File-control.

           select arqPagamentos assign to ws-diario-nome
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pg-chave
           alternate record key is fd-pg-chave-aluno
           file status is ws-fs-arqPagamentos.

           select arqDiario assign to "arqPagamentos.dat"
           organization is line sequential
           file status is ws-fs-arqDiario.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cod_aluno
           file status is ws-fs-arqCadAl.

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

           select arqRelatorio assign to "relatorioCaixa.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.
      *>----Variaveis de arquivos
       File Section.

      *>----Indice do diario de pagamentos (ou arquivo anual do
      *>----arquivamento, mesmo layout): a entrada do diario com a chave
      *>----por data + recibo no inicio e a chave alternativa por aluno
      *>----+ data + recibo no fim
       fd arqPagamentos.

       01  fd-pagamento.
           05  fd-pg-chave.
               10  fd-pg-data                      pic 9(08).
               10  fd-pg-seq                       pic 9(06).
           05  fd-pg-cod_aluno                     pic 9(05).
           05  fd-pg-ano                           pic 9(04).
           05  fd-pg-mes                           pic 9(02).
           05  fd-pg-valor                         pic 9(04),99.
           05  fd-pg-encargos.
               10  fd-pg-multa                     pic 9(04),99.
               10  fd-pg-juros                     pic 9(04),99.
           05  fd-pg-tipo                          pic x(01).
           05  fd-pg-chave-aluno.
               10  fd-pg-ix-cod_aluno              pic 9(05).
               10  fd-pg-ix-data                   pic 9(08).
               10  fd-pg-ix-seq                    pic 9(06).

      *>----Diario de pagamentos sequencial: so e aberto para conferir se
      *>----ha entradas quando o indice ainda nao foi criado
       fd arqDiario.

       01  fd-diario-linha                         pic x(47).

       fd arqMensalidades.

           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

       fd arqCadAl.

           05  fd-status_cadastro                  pic x(09).
           05  fd-responsavel                      pic 9(05).

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

       fd arqRelatorio.

       01  rel-linha                               pic x(132).
       77  ws-fs-arqCadAl                          pic x(02).
       77  ws-fs-arqRelatorio                      pic x(02).
       77  ws-tem-pagamentos                       pic x(01) value "N".
       77  ws-fs-arqDiario                         pic x(02).
      *>---- Indice vivo do diario ou arquivo do ano ja arquivado
       77  ws-diario-nome                          pic x(30).
       77  ws-caixa-arquivado                      pic x(01) value "N".
       77  ws-fs-arqAcordoParcelas                 pic x(02).
       77  ws-tem-acordos                          pic x(01) value "N".
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-tem-taxas                            pic x(01) value "N".

       77  ws-fim-arquivo                          pic x(01) value "N".


       77  ws-nome-aluno                           pic x(35).
       77  ws-situacao-parcela                     pic x(09).
       77  ws-codigo-taxa                          pic 9(03).
       77  ws-categoria-taxa                       pic x(10).

       77  ws-pg-valor-frmt                        pic 9(04)v99.
       77  ws-pg-multa-frmt                        pic 9(04)v99.
       77  ws-pg-juros-frmt                        pic 9(04)v99.
       77  ws-pg-recebido-frmt                     pic 9(05)v99.

      *>---- Totais do dia
       77  ws-qtd-entradas                         pic 9(05) value zero.
       77  ws-total-recebido                       pic 9(09)v99 value zero.
       77  ws-total-principal                      pic 9(09)v99 value zero.
       77  ws-total-multa                          pic 9(09)v99 value zero.
       77  ws-total-juros                          pic 9(09)v99 value zero.
       77  ws-total-acordos                        pic 9(09)v99 value zero.
       77  ws-total-taxas                          pic 9(09)v99 value zero.
       77  ws-qtd-pagas                            pic 9(05) value zero.
       77  ws-qtd-parciais                         pic 9(05) value zero.
       77  ws-qtd-sem-parcela                      pic 9(05) value zero.

       77  ws-seq-edt                              pic zzzzz9.
       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-valor-edt                            pic zzzz9,99.
       77  ws-encargos-edt                         pic zzz9,99.
       77  ws-qtd-entradas-edt                     pic zzzz9.
       77  ws-total-recebido-edt                   pic zzzzzzzz9,99.
       77  ws-total-principal-edt                  pic zzzzzzzz9,99.
       77  ws-total-multa-edt                      pic zzzzzzzz9,99.
       77  ws-total-juros-edt                      pic zzzzzzzz9,99.
       77  ws-total-acordos-edt                    pic zzzzzzzz9,99.
       77  ws-total-taxas-edt                      pic zzzzzzzz9,99.

      *>---- Receita de taxas avulsas do dia por categoria contabil
       01  ws-categorias-taxa.
           05  ws-ct-qtd                           pic 9(02) value zero.
           05  ws-ct-item occurs 30.
               10  ws-ct-categoria                 pic x(10).
               10  ws-ct-valor                     pic 9(09)v99.
       77  ws-ct-i                                 pic 9(02).
       77  ws-ct-achou                             pic x(01).
       77  ws-qtd-pagas-edt                        pic zzzz9.
       77  ws-qtd-parciais-edt                     pic zzzz9.
       77  ws-qtd-sem-parcela-edt                  pic zzzz9.
               perform erro-fatal
           end-if

           perform abrir-diario-caixa

           open input arqMensalidades
           if ws-fs-arqMensalidades <> "00" then
               perform erro-fatal
           end-if

           open input arqAcordoParcelas    *> Sem acordos gerados nao ha entradas
           evaluate ws-fs-arqAcordoParcelas *> tipo "A" a conferir
               when "00"
                   move "S" to ws-tem-acordos
               when "35"
                   move "N" to ws-tem-acordos
               when other
                   move "Erro ao abrir arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqTaxasAlunos       *> Sem taxas avulsas lancadas nao ha
           evaluate ws-fs-arqTaxasAlunos   *> entradas tipo "T" a conferir
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
               move "Erro ao abrir arq. relatorioCaixa.txt" to ws-msg-erro-fatal
           end-string
           write rel-linha

           if ws-caixa-arquivado = "S" then
               move spaces to rel-linha
               string "Ano Arquivado - Entradas Lidas de " delimited by size
                      ws-diario-nome                       delimited by space
                 into rel-linha
               end-string
               write rel-linha
           end-if

           move spaces to rel-linha
           move "Recibo  Cod.   Aluno"                 to rel-linha(1:50)
           move "Parcela   Valor Recebido  Situacao"   to rel-linha(60:35)
           move "Multa+Juros"                          to rel-linha(97:11)
           move "Categoria"                            to rel-linha(110:9)
           write rel-linha

           move all "-" to rel-linha
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre a fonte das entradas do dia: o arquivo anual
      *>   arqPagamentos<aaaa>.dat quando o ano da data ja foi arquivado,
      *>   senao o indice vivo do diario. Sem o indice o fechamento sai
      *>   zerado, desde que o diario tambem nao tenha entradas (com
      *>   entradas o indice precisa ser montado antes pelo programa
      *>   arquivamento)
      *>------------------------------------------------------------------------
       abrir-diario-caixa section.

           move spaces to ws-diario-nome
           string "arqPagamentos"       delimited by size
                  ws-data-caixa(1:4)    delimited by size
                  ".dat"                delimited by size
             into ws-diario-nome
           end-string

           open input arqPagamentos
           evaluate ws-fs-arqPagamentos
               when "00"
                   move "S" to ws-tem-pagamentos
                   move "S" to ws-caixa-arquivado
               when "35"
                   move "arqPagamentosIndex.dat" to ws-diario-nome
                   open input arqPagamentos
                   evaluate ws-fs-arqPagamentos
                       when "00"
                           move "S" to ws-tem-pagamentos
                       when "35"
                           move "N" to ws-tem-pagamentos
                           perform conferir-diario-sem-indice
                       when other
                           move "Erro ao abrir arq. arqPagamentosIndex.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                   end-evaluate
               when other
                   move "Erro ao abrir o Arquivo Anual do Diario" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       abrir-diario-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Indice do diario ainda nao criado: o caixa so sai zerado se o
      *>   diario sequencial tambem estiver vazio
      *>------------------------------------------------------------------------
       conferir-diario-sem-indice section.

           open input arqDiario
           if ws-fs-arqDiario = "00" then
               read arqDiario
               if ws-fs-arqDiario = "00" then
                   close arqDiario
                   move "Indice do Diario Ausente - Execute ./arquivamento INDICES" to ws-msg-erro-fatal
                   perform erro-fatal
               end-if
               close arqDiario
           end-if

           .
       conferir-diario-sem-indice-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica a data do caixa recebida na linha de comando
      *>------------------------------------------------------------------------
           exit.

      *>------------------------------------------------------------------------
      *>   Posiciona o indice do diario no primeiro recibo do dia e
      *>   processa as entradas ate a data mudar
      *>------------------------------------------------------------------------
       processar-caixa section.

           if ws-tem-pagamentos = "N" then
               continue                    *> Sem diario: o fechamento sai zerado
           else
               move ws-data-caixa to fd-pg-data
               move zero          to fd-pg-seq
               start arqPagamentos key is not < fd-pg-chave

               evaluate ws-fs-arqPagamentos
                   when "00"
                       perform until ws-fim-arquivo = "S"
                           read arqPagamentos next
                           if ws-fs-arqPagamentos = "00"
                           and fd-pg-data = ws-data-caixa then
                               perform conferir-entrada-caixa
                           else
                               if ws-fs-arqPagamentos = "00"
                               or ws-fs-arqPagamentos = "10" then
                                   move "S" to ws-fim-arquivo
                               else
                                   move "Erro ao Ler Arq. do Diario de Pagamentos" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                           end-if
                       end-perform
                   when "23"
                       continue                    *> Nenhuma entrada do dia em diante
                   when other
                       move "Erro ao Posicionar Arq. do Diario de Pagamentos" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
           add 1 to ws-qtd-entradas

           move fd-pg-valor to ws-pg-valor-frmt   *> De-edita p/ somar o total do dia
           if fd-pg-encargos = spaces then        *> Entrada anterior aos encargos
               move zero        to ws-pg-multa-frmt
               move zero        to ws-pg-juros-frmt
           else
               move fd-pg-multa to ws-pg-multa-frmt
               move fd-pg-juros to ws-pg-juros-frmt
           end-if
           compute ws-pg-recebido-frmt =
               ws-pg-valor-frmt + ws-pg-multa-frmt + ws-pg-juros-frmt

           add ws-pg-recebido-frmt to ws-total-recebido
           add ws-pg-multa-frmt    to ws-total-multa
           add ws-pg-juros-frmt    to ws-total-juros

           evaluate fd-pg-tipo
               when "A"                            *> Parcela de acordo
                   add ws-pg-valor-frmt to ws-total-acordos
                   perform conferir-parcela-acordo
               when "T"                            *> Taxa avulsa
                   add ws-pg-valor-frmt to ws-total-taxas
                   perform conferir-taxa-aluno
               when other
                   add ws-pg-valor-frmt to ws-total-principal

                   move fd-pg-cod_aluno to fd-mn-cod_aluno
                   move fd-pg-ano       to fd-mn-ano
                   move fd-pg-mes       to fd-mn-mes
                   read arqMensalidades

                   evaluate ws-fs-arqMensalidades
                       when "00"
                           move fd-mn-situacao to ws-situacao-parcela
                           if fd-mn-situacao = "PAGA" then
                               add 1 to ws-qtd-pagas
                           else
                               add 1 to ws-qtd-parciais
                           end-if
                       when "23"
                           move "INEXIST."     to ws-situacao-parcela
                           add 1 to ws-qtd-sem-parcela
                       when other
                           move "Erro ao Ler Arq. arqMensalidades.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                   end-evaluate
           end-evaluate

           move fd-pg-cod_aluno to fd-cod_aluno   *> Nome do aluno para a linha do relatorio
       conferir-entrada-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere uma entrada tipo "A" contra a parcela do acordo (ano e
      *>   mes da entrada levam o numero do acordo e da parcela)
      *>------------------------------------------------------------------------
       conferir-parcela-acordo section.

           if ws-tem-acordos = "N" then
               move "INEXIST."     to ws-situacao-parcela
               add 1 to ws-qtd-sem-parcela
           else
               move fd-pg-ano to fd-ap-numero
               move fd-pg-mes to fd-ap-parcela
               read arqAcordoParcelas

               evaluate ws-fs-arqAcordoParcelas
                   when "00"
                       move fd-ap-situacao to ws-situacao-parcela
                       if fd-ap-situacao = "PAGA" then
                           add 1 to ws-qtd-pagas
                       else
                           add 1 to ws-qtd-parciais
                       end-if
                   when "23"
                       move "INEXIST."     to ws-situacao-parcela
                       add 1 to ws-qtd-sem-parcela
                   when other
                       move "Erro ao Ler Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       conferir-parcela-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere uma entrada tipo "T" contra a taxa lancada para o aluno
      *>   (o ano da entrada leva o numero do lancamento) e soma o
      *>   principal na categoria contabil da taxa
      *>------------------------------------------------------------------------
       conferir-taxa-aluno section.

           move zero   to ws-codigo-taxa
           move spaces to ws-categoria-taxa

           if ws-tem-taxas = "N" then
               move "INEXIST."     to ws-situacao-parcela
               add 1 to ws-qtd-sem-parcela
           else
               move fd-pg-cod_aluno to fd-ta-cod_aluno
               move fd-pg-ano       to fd-ta-seq
               read arqTaxasAlunos

               evaluate ws-fs-arqTaxasAlunos
                   when "00"
                       move fd-ta-situacao  to ws-situacao-parcela
                       move fd-ta-codigo    to ws-codigo-taxa
                       move fd-ta-categoria to ws-categoria-taxa
                       if fd-ta-situacao = "PAGA" then
                           add 1 to ws-qtd-pagas
                       else
                           add 1 to ws-qtd-parciais
                       end-if
                   when "23"
                       move "INEXIST."     to ws-situacao-parcela
                       add 1 to ws-qtd-sem-parcela
                   when other
                       move "Erro ao Ler Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           if ws-categoria-taxa = spaces then      *> Lancamento nao encontrado
               move "TAXAS" to ws-categoria-taxa
           end-if

           move "N" to ws-ct-achou
           perform varying ws-ct-i from 1 by 1 until ws-ct-i > ws-ct-qtd
               if ws-ct-categoria(ws-ct-i) = ws-categoria-taxa then
                   add ws-pg-valor-frmt to ws-ct-valor(ws-ct-i)
                   move "S"       to ws-ct-achou
                   move ws-ct-qtd to ws-ct-i          *> Encerra a varredura
               end-if
           end-perform

           if ws-ct-achou = "N"
           and ws-ct-qtd < 30 then
               add 1 to ws-ct-qtd
               move ws-categoria-taxa to ws-ct-categoria(ws-ct-qtd)
               move ws-pg-valor-frmt  to ws-ct-valor(ws-ct-qtd)
           end-if

           .
       conferir-taxa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a linha de uma entrada do dia no relatorio
      *>------------------------------------------------------------------------

           move fd-pg-seq       to ws-seq-edt
           move fd-pg-cod_aluno to ws-cod-aluno-edt
           move ws-pg-recebido-frmt to ws-valor-edt
           compute ws-encargos-edt = ws-pg-multa-frmt + ws-pg-juros-frmt

           move spaces to rel-linha
           move ws-seq-edt           to rel-linha(1:6)
           move ws-cod-aluno-edt     to rel-linha(9:5)
           move ws-nome-aluno        to rel-linha(16:35)
           if fd-pg-tipo = "A" then                *> Acordo/parcela do acordo
               move "AC"                 to rel-linha(60:2)
               move fd-pg-ano            to rel-linha(63:4)
               move "/"                  to rel-linha(67:1)
               move fd-pg-mes            to rel-linha(68:2)
           end-if
           if fd-pg-tipo = "T" then                *> Taxa avulsa/codigo da taxa
               move "TX"                 to rel-linha(60:2)
               move ws-codigo-taxa       to rel-linha(63:3)
               move ws-categoria-taxa    to rel-linha(110:10)
           end-if
           if fd-pg-tipo <> "A"
           and fd-pg-tipo <> "T" then
               move fd-pg-mes            to rel-linha(60:2)
               move "/"                  to rel-linha(62:1)
               move fd-pg-ano            to rel-linha(63:4)
           end-if
           move ws-valor-edt         to rel-linha(71:8)
           move ws-situacao-parcela  to rel-linha(86:9)
           move ws-encargos-edt      to rel-linha(101:7)

           write rel-linha
           if ws-fs-arqRelatorio <> "00" then
           move ws-qtd-pagas       to ws-qtd-pagas-edt
           move ws-qtd-parciais    to ws-qtd-parciais-edt
           move ws-qtd-sem-parcela to ws-qtd-sem-parcela-edt
           move ws-total-principal to ws-total-principal-edt
           move ws-total-multa     to ws-total-multa-edt
           move ws-total-juros     to ws-total-juros-edt
           move ws-total-acordos   to ws-total-acordos-edt
           move ws-total-taxas     to ws-total-taxas-edt

           move spaces to rel-linha
           write rel-linha
           end-string
           write rel-linha

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

           perform varying ws-ct-i from 1 by 1 until ws-ct-i > ws-ct-qtd
               move ws-ct-valor(ws-ct-i) to ws-total-taxas-edt
               move spaces to rel-linha
               string "   Categoria "              delimited by size
                      ws-ct-categoria(ws-ct-i)     delimited by size
                      " (R$):     "                delimited by size
                      ws-total-taxas-edt           delimited by size
                 into rel-linha
               end-string
               write rel-linha
           end-perform

           move spaces to rel-linha
           string "Parcelas Quitadas (PAGA): "    delimited by size
                  ws-qtd-pagas-edt                delimited by size
           end-if
           close arqMensalidades
           close arqCadAl
           if ws-tem-acordos = "S" then
               close arqAcordoParcelas
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if
           close arqRelatorio

           .
