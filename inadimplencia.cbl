      *>responsavel em texto livre (a mae, ou o pai quando a mae nao
      *>consta) e o telefone dos pais. Cadastros INATIVO com divida
      *>entram destacados na lista - a cobranca das parcelas sobrevive a
      *>matricula. Parcelas renegociadas (RENEGOCIA) deixam de contar: a
      *>divida passou ao acordo. As familias com acordo ATIVO saem em
      *>secao propria (arqAcordos.dat / arqAcordoParcelas.dat) com as
      *>parcelas do acordo em aberto; o acordo sai marcado ROMPIDO quando
      *>alguma parcela passa do vencimento alem da tolerancia definida
      *>nos parametros. As taxas avulsas lancadas ao aluno e ainda nao
      *>quitadas (arqTaxasAlunos.dat) entram no saldo devedor dele e saem
      *>relacionadas em secao propria, com o total por categoria contabil.
      *>O resultado sai em relatorioInadimplencia.txt.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-rs-codigo
           file status is ws-fs-arqResponsaveis.

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

           select arqRelatorio assign to "relatorioInadimplencia.txt"
           organization is line sequential
           file status is ws-fs-arqRelatorio.
           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

       fd arqParametros.

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

       fd arqResponsaveis.

               10  fd-rs-uf                        pic x(02).
           05  fd-rs-fone                          pic x(15).

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

       fd arqRelatorio.

       01  rel-linha                               pic x(132).
       77  ws-fs-arqRelatorio                      pic x(02).
       77  ws-tem-parametros                       pic x(01) value "N".
       77  ws-tem-responsaveis                     pic x(01) value "N".
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqAcordoParcelas                 pic x(02).
       77  ws-tem-acordos                          pic x(01) value "N".
       77  ws-fs-arqTaxasAlunos                    pic x(02).
       77  ws-tem-taxas                            pic x(01) value "N".

      *>----Nome da escola impresso no cabecalho; sem o arquivo de
      *>----parametros permanece o padrao historico
               10  ws-svr-saldo                    pic 9(07)v99.
               10  ws-svr-status                   pic x(09).

      *>----Familias em acordo: tolerancia em dias apos o vencimento de
      *>----uma parcela do acordo antes de considera-lo rompido (padrao
      *>----de 30 dias sem o arquivo de parametros)
       77  ws-dias-rompimento                      pic 9(03) value 30.
       77  ws-data-hoje                            pic 9(08).
       77  ws-hoje-int                             pic 9(08).
       77  ws-limite-int                           pic 9(08).
       77  ws-ac-fim                               pic x(01).
       77  ws-ap-fim                               pic x(01).
       77  ws-ac-rompido                           pic x(01).
       77  ws-ac-abertas                           pic 9(03).
       77  ws-ac-saldo                             pic 9(07)v99.
       77  ws-ap-valor-frmt                        pic 9(04)v99.
       77  ws-ap-pago-frmt                         pic 9(04)v99.
       77  ws-qtd-acordos                          pic 9(04) value zero.
       77  ws-qtd-rompidos                         pic 9(04) value zero.
       77  ws-saldo-acordos                        pic 9(09)v99 value zero.
       77  ws-ac-numero-edt                        pic zzz9.
       77  ws-qtd-acordos-edt                      pic zzz9.
       77  ws-qtd-rompidos-edt                     pic zzz9.
       77  ws-saldo-acordos-edt                    pic zzzzzzzz9,99.

      *>----Taxas avulsas em aberto: saldo por lancamento e total por
      *>----categoria contabil da taxa
       77  ws-tx-fim                               pic x(01).
       77  ws-tx-saldo                             pic 9(04)v99.
       77  ws-qtd-taxas                            pic 9(05) value zero.
       77  ws-saldo-taxas                          pic 9(09)v99 value zero.
       77  ws-qtd-taxas-edt                        pic zzzz9.
       77  ws-saldo-taxas-edt                      pic zzzzzzzz9,99.
       77  ws-tx-saldo-edt                         pic zzz9,99.
       01  ws-categorias-taxa.
           05  ws-ct-qtd                           pic 9(02) value zero.
           05  ws-ct-item occurs 30.
               10  ws-ct-categoria                 pic x(10).
               10  ws-ct-saldo                     pic 9(09)v99.
       77  ws-ct-i                                 pic 9(02).
       77  ws-ct-achou                             pic x(01).

       77  ws-g                                    pic 9(03).
       77  ws-f                                    pic 9(03).
       77  ws-achou-grupo                          pic x(01).
           perform processar-inadimplencia.
           perform imprime-grupos-responsavel.
           perform imprime-sem-responsavel.
           perform imprime-familias-acordo.
           perform imprime-taxas-abertas.
           perform imprime-totais-inadimplencia.
           perform finaliza.
           stop run.
                   read arqParametros
                   if ws-fs-arqParametros = "00" then
                       move fd-par-nome-escola to ws-nome-escola
                       if fd-par-dias-rompimento is numeric then
                           move fd-par-dias-rompimento to ws-dias-rompimento
                       end-if
                   end-if
               when "35"
                   move "N" to ws-tem-parametros
                   perform erro-fatal
           end-evaluate

           open input arqAcordos           *> Sem acordos gerados a secao de
           evaluate ws-fs-arqAcordos       *> familias em acordo nao sai
               when "00"
                   move "S" to ws-tem-acordos
                   open input arqAcordoParcelas
                   if ws-fs-arqAcordoParcelas <> "00" then
                       move "Erro ao abrir arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                       perform erro-fatal
                   end-if
               when "35"
                   move "N" to ws-tem-acordos
               when other
                   move "Erro ao abrir arq. arqAcordos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqTaxasAlunos       *> Sem taxas avulsas lancadas a secao
           evaluate ws-fs-arqTaxasAlunos   *> de taxas em aberto nao sai
               when "00"
                   move "S" to ws-tem-taxas
               when "35"
                   move "N" to ws-tem-taxas
               when other
                   move "Erro ao abrir arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           accept ws-data-hoje from date yyyymmdd
           compute ws-hoje-int = function integer-of-date(ws-data-hoje)

           open output arqRelatorio
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao abrir arq. relatorioInadimplencia.txt" to ws-msg-erro-fatal
                       if ws-fs-arqMensalidades = "00" then
                           if fd-mn-cod_aluno = fd-cod_aluno then
                               if fd-mn-situacao <> "PAGA"       *> Parcela de bolsa integral
                               and fd-mn-situacao <> "ISENTA"    *> nao e divida; a renegociada
                               and fd-mn-situacao <> "RENEGOCIA"  *> passou ao acordo; a cancelada
                               and fd-mn-situacao <> "CANCELADA" then  *> e de mes posterior a saida
                                   add 1 to ws-qtd-abertas
                                   move fd-mn-valor      to ws-mn-valor-frmt
                                   move fd-mn-valor-pago to ws-mn-pago-frmt
                   perform erro-fatal
           end-evaluate

           if ws-tem-taxas = "S" then
               perform apurar-taxas-aluno
           end-if

           .
       apurar-saldo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma as taxas avulsas nao quitadas do aluno corrente em
      *>   fd-cod_aluno ao saldo devedor e as parcelas em aberto dele
      *>------------------------------------------------------------------------
       apurar-taxas-aluno section.

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
                           if fd-ta-situacao <> "PAGA"            *> A cancelada e de mes
                           and fd-ta-situacao <> "CANCELADA" then *> posterior a saida
                               add 1 to ws-qtd-abertas
                               move fd-ta-valor      to ws-mn-valor-frmt
                               move fd-ta-valor-pago to ws-mn-pago-frmt
                               compute ws-saldo-aluno = ws-saldo-aluno
                                   + ws-mn-valor-frmt - ws-mn-pago-frmt
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
       apurar-taxas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Classifica o aluno devedor: com codigo de responsavel entra no
      *>   grupo da familia; sem codigo (ou com as tabelas cheias) desce
       imprime-linha-sem-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a secao das familias com acordo ATIVO: o saldo das
      *>   parcelas do acordo em aberto e a marca ROMPIDO quando alguma
      *>   delas venceu ha mais dias que a tolerancia dos parametros
      *>------------------------------------------------------------------------
       imprime-familias-acordo section.

           if ws-tem-acordos = "N" then
               continue
           else
               move zero to fd-ac-numero
               start arqAcordos key is not < fd-ac-numero

               evaluate ws-fs-arqAcordos
                   when "00"
                       move "N" to ws-ac-fim
                       perform until ws-ac-fim = "S"
                           read arqAcordos next
                           if ws-fs-arqAcordos = "00" then
                               if fd-ac-situacao = "ATIVO" then
                                   perform apurar-saldo-acordo
                                   perform imprime-linha-acordo
                               end-if
                           else
                               if ws-fs-arqAcordos = "10" then
                                   move "S" to ws-ac-fim
                               else
                                   move "Erro ao Ler Arq. arqAcordos.dat" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                           end-if
                       end-perform
                   when "23"
                       continue
                   when other
                       move "Erro ao Posicionar Arq. arqAcordos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate

               if ws-qtd-acordos > zero then
                   move spaces to rel-linha
                   write rel-linha
               end-if
           end-if

           .
       imprime-familias-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma as parcelas em aberto do acordo corrente e verifica se
      *>   alguma passou da tolerancia de rompimento
      *>------------------------------------------------------------------------
       apurar-saldo-acordo section.

           move zero to ws-ac-abertas
           move zero to ws-ac-saldo
           move "N"  to ws-ac-rompido

           move fd-ac-numero to fd-ap-numero
           move zero         to fd-ap-parcela
           start arqAcordoParcelas key is not < fd-ap-chave

           evaluate ws-fs-arqAcordoParcelas
               when "00"
                   move "N" to ws-ap-fim
                   perform until ws-ap-fim = "S"
                       read arqAcordoParcelas next
                       if ws-fs-arqAcordoParcelas = "00"
                       and fd-ap-numero = fd-ac-numero then
                           if fd-ap-situacao <> "PAGA" then
                               add 1 to ws-ac-abertas
                               move fd-ap-valor      to ws-ap-valor-frmt
                               move fd-ap-valor-pago to ws-ap-pago-frmt
                               compute ws-ac-saldo = ws-ac-saldo
                                   + ws-ap-valor-frmt - ws-ap-pago-frmt
                               compute ws-limite-int =
                                   function integer-of-date(fd-ap-vencimento)
                                 + ws-dias-rompimento
                               if ws-limite-int < ws-hoje-int then
                                   move "S" to ws-ac-rompido
                               end-if
                           end-if
                       else
                           if ws-fs-arqAcordoParcelas = "00"
                           or ws-fs-arqAcordoParcelas = "10" then
                               move "S" to ws-ap-fim
                           else
                               move "Erro ao Ler Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Acordo sem parcelas gravadas
               when other
                   move "Erro ao Posicionar Arq. arqAcordoParcelas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       apurar-saldo-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a linha do acordo corrente, com o responsavel
      *>------------------------------------------------------------------------
       imprime-linha-acordo section.

           if ws-qtd-acordos = zero then
               move "== Familias em Acordo ==" to rel-linha
               write rel-linha

               move spaces to rel-linha
               move "Acordo"                             to rel-linha(1:7)
               move "Responsavel"                        to rel-linha(9:42)
               move "CPF"                                to rel-linha(51:13)
               move "Fone"                               to rel-linha(64:32)
               move "Parc.  Saldo Aberto"                to rel-linha(100:20)
               move "Status"                             to rel-linha(119:6)
               write rel-linha
           end-if

           add 1           to ws-qtd-acordos
           add ws-ac-saldo to ws-saldo-acordos

           move spaces to fd-responsavel-reg
           if ws-tem-responsaveis = "S" then
               move fd-ac-responsavel to fd-rs-codigo
               read arqResponsaveis
               if ws-fs-arqResponsaveis <> "00" then
                   move spaces                     to fd-responsavel-reg
                   move "(RESPONSAVEL NAO CADASTRADO)" to fd-rs-nome
               end-if
           end-if

           move fd-ac-numero      to ws-ac-numero-edt
           move fd-ac-responsavel to ws-rs-codigo-edt
           move ws-ac-abertas     to ws-qtd-abertas-edt
           move ws-ac-saldo       to ws-saldo-aluno-edt

           move spaces to rel-linha
           move ws-ac-numero-edt     to rel-linha(1:4)
           move ws-rs-codigo-edt     to rel-linha(9:5)
           move fd-rs-nome           to rel-linha(15:35)
           move fd-rs-cpf            to rel-linha(51:11)
           move fd-rs-fone           to rel-linha(64:15)
           move ws-qtd-abertas-edt   to rel-linha(101:3)
           move ws-saldo-aluno-edt   to rel-linha(107:10)

           if ws-ac-rompido = "S" then
               move "ROMPIDO" to rel-linha(119:7)
               add 1 to ws-qtd-rompidos
           end-if

           write rel-linha
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao Gravar arq. relatorioInadimplencia.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-linha-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a secao das taxas avulsas em aberto: cada lancamento
      *>   nao quitado com o aluno, a taxa, a categoria contabil, a
      *>   competencia e o saldo, somando o saldo por categoria
      *>------------------------------------------------------------------------
       imprime-taxas-abertas section.

           if ws-tem-taxas = "N" then
               continue
           else
               move zero to fd-ta-cod_aluno
               move zero to fd-ta-seq
               start arqTaxasAlunos key is not < fd-ta-chave

               evaluate ws-fs-arqTaxasAlunos
                   when "00"
                       move "N" to ws-tx-fim
                       perform until ws-tx-fim = "S"
                           read arqTaxasAlunos next
                           if ws-fs-arqTaxasAlunos = "00" then
                               if fd-ta-situacao <> "PAGA"
                               and fd-ta-situacao <> "CANCELADA" then
                                   perform imprime-linha-taxa
                               end-if
                           else
                               if ws-fs-arqTaxasAlunos = "10" then
                                   move "S" to ws-tx-fim
                               else
                                   move "Erro ao Ler Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                                   perform erro-fatal
                               end-if
                           end-if
                       end-perform
                   when "23"
                       continue
                   when other
                       move "Erro ao Posicionar Arq. arqTaxasAlunos.dat" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate

               if ws-qtd-taxas > zero then
                   move spaces to rel-linha
                   write rel-linha
               end-if
           end-if

           .
       imprime-taxas-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a linha da taxa em aberto corrente e soma o saldo dela
      *>   na categoria contabil
      *>------------------------------------------------------------------------
       imprime-linha-taxa section.

           if ws-qtd-taxas = zero then
               move "== Taxas Avulsas em Aberto ==" to rel-linha
               write rel-linha

               move spaces to rel-linha
               move "Cod."                               to rel-linha(1:5)
               move "Aluno"                              to rel-linha(7:35)
               move "Taxa"                               to rel-linha(43:35)
               move "Categoria"                          to rel-linha(79:10)
               move "Compet."                            to rel-linha(91:7)
               move "Saldo Aberto"                       to rel-linha(100:12)
               write rel-linha
           end-if

           move fd-ta-valor      to ws-mn-valor-frmt
           move fd-ta-valor-pago to ws-mn-pago-frmt
           if ws-mn-pago-frmt < ws-mn-valor-frmt then
               compute ws-tx-saldo = ws-mn-valor-frmt - ws-mn-pago-frmt
           else
               move zero to ws-tx-saldo
           end-if

           add 1           to ws-qtd-taxas
           add ws-tx-saldo to ws-saldo-taxas

           move "N" to ws-ct-achou
           perform varying ws-ct-i from 1 by 1 until ws-ct-i > ws-ct-qtd
               if ws-ct-categoria(ws-ct-i) = fd-ta-categoria then
                   add ws-tx-saldo to ws-ct-saldo(ws-ct-i)
                   move "S"       to ws-ct-achou
                   move ws-ct-qtd to ws-ct-i          *> Encerra a varredura
               end-if
           end-perform
           if ws-ct-achou = "N"
           and ws-ct-qtd < 30 then
               add 1 to ws-ct-qtd
               move fd-ta-categoria to ws-ct-categoria(ws-ct-qtd)
               move ws-tx-saldo     to ws-ct-saldo(ws-ct-qtd)
           end-if

           move fd-ta-cod_aluno to fd-cod_aluno    *> Nome do aluno para a linha
           read arqCadAl
           if ws-fs-arqCadAl <> "00" then
               move spaces to fd-nome_aluno
           end-if

           move fd-ta-cod_aluno to ws-cod-aluno-edt
           move ws-tx-saldo     to ws-tx-saldo-edt

           move spaces to rel-linha
           move ws-cod-aluno-edt     to rel-linha(1:5)
           move fd-nome_aluno        to rel-linha(7:35)
           move fd-ta-codigo         to rel-linha(43:3)
           move fd-ta-descricao      to rel-linha(47:30)
           move fd-ta-categoria      to rel-linha(79:10)
           move fd-ta-mes            to rel-linha(91:2)
           move "/"                  to rel-linha(93:1)
           move fd-ta-ano            to rel-linha(94:4)
           move ws-tx-saldo-edt      to rel-linha(104:7)

           write rel-linha
           if ws-fs-arqRelatorio <> "00" then
               move "Erro ao Gravar arq. relatorioInadimplencia.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-linha-taxa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime os totais finais da inadimplencia
      *>------------------------------------------------------------------------
           end-string
           write rel-linha

           if ws-qtd-acordos > zero then
               move ws-qtd-acordos   to ws-qtd-acordos-edt
               move ws-qtd-rompidos  to ws-qtd-rompidos-edt
               move ws-saldo-acordos to ws-saldo-acordos-edt

               move spaces to rel-linha
               string "Familias em Acordo: "             delimited by size
                      ws-qtd-acordos-edt                 delimited by size
                      "   Acordos Rompidos: "            delimited by size
                      ws-qtd-rompidos-edt                delimited by size
                      "   Saldo em Acordo: "             delimited by size
                      ws-saldo-acordos-edt               delimited by size
                 into rel-linha
               end-string
               write rel-linha
           end-if

           if ws-qtd-taxas > zero then
               move ws-qtd-taxas   to ws-qtd-taxas-edt
               move ws-saldo-taxas to ws-saldo-taxas-edt

               move spaces to rel-linha
               string "Taxas Avulsas em Aberto: "        delimited by size
                      ws-qtd-taxas-edt                   delimited by size
                      "   Saldo em Taxas: "              delimited by size
                      ws-saldo-taxas-edt                 delimited by size
                 into rel-linha
               end-string
               write rel-linha

               perform varying ws-ct-i from 1 by 1 until ws-ct-i > ws-ct-qtd
                   move ws-ct-saldo(ws-ct-i) to ws-saldo-taxas-edt
                   move spaces to rel-linha
                   string "   Categoria "            delimited by size
                          ws-ct-categoria(ws-ct-i)   delimited by size
                          " Saldo: "                 delimited by size
                          ws-saldo-taxas-edt         delimited by size
                     into rel-linha
                   end-string
                   write rel-linha
               end-perform
           end-if

           display "Inadimplencia Gerada - Alunos: " ws-qtd-inadimplentes-edt
                   "  Saldo em Aberto: "             ws-saldo-total-edt

           if ws-tem-responsaveis = "S" then
               close arqResponsaveis
           end-if
           if ws-tem-acordos = "S" then
               close arqAcordos
               close arqAcordoParcelas
           end-if
           if ws-tem-taxas = "S" then
               close arqTaxasAlunos
           end-if
           close arqRelatorio

           .
