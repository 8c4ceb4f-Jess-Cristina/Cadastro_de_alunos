      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "movimentacao".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Relatorio mensal de movimentacao de alunos para a secretaria -
      *>lista os movimentos do mes informado (./movimentacao aaaamm)
      *>gravados em arqMovimentos.dat pela tela de movimentacao, pelo
      *>cadastro de aluno e pela restauracao de cadastro, agrupados por
      *>tipo:
      *>  entradas - M matricula nova, E transferencia recebida (com a
      *>             escola de origem), R reingresso
      *>  saidas   - T transferido (com a escola de destino), A abandono,
      *>             O outro motivo (com as parcelas canceladas na saida)
      *>Ao final imprime o total de cada tipo, o total de entradas e de
      *>saidas e o saldo do mes. O resultado sai em
      *>relatorioMovimentacao.txt.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select arqMovimentos assign to "arqMovimentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mv-chave
           file status is ws-fs-arqMovimentos.

           select arqCadAl assign to "arqCadAlIndex.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod_aluno
           file status is ws-fs-arqCadAl.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqRelMovimento assign to "relatorioMovimentacao.txt"
           organization is line sequential
           file status is ws-fs-arqRelMovimento.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

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

       fd arqRelMovimento.

       01  rmv-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqMovimentos                     pic x(02).
       77  ws-fs-arqCadAl                          pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqRelMovimento                   pic x(02).

       77  ws-tem-parametros                       pic x(01) value "N".
       77  ws-tem-movimentos                       pic x(01) value "N".
       77  ws-fim-movimentos                       pic x(01).

      *>----Nome da escola impresso no cabecalho; sem o arquivo de
      *>----parametros permanece o padrao historico
       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL".

      *>---- Mes de referencia informado na linha de comando (aaaamm)
       77  ws-param                                pic x(20).
       77  ws-param-valido                         pic x(01).
       01  ws-competencia                          pic 9(06).
       01  ws-competencia-r redefines ws-competencia.
           05  ws-comp-ano                         pic 9(04).
           05  ws-comp-mes                         pic 9(02).

      *>----Tipos de movimento na ordem do relatorio: entradas (M, E,
      *>----R) e saidas (T, A, O), com a descricao e o total do mes
       01  ws-tipos-str                            pic x(06) value "MERTAO".
       01  ws-tipos redefines ws-tipos-str.
           05  ws-tipo-cod                         pic x(01) occurs 6.

       01  ws-tipos-desc-str                       pic x(150)
           value "MATRICULAS NOVAS         TRANSFERENCIAS RECEBIDAS REINGRESSOS              TRANSFERIDOS             ABANDONOS                SAIDAS POR OUTRO MOTIVO  ".
       01  ws-tipos-desc redefines ws-tipos-desc-str.
           05  ws-tipo-desc                        pic x(25) occurs 6.

       01  ws-totais-tipo.
           05  ws-tipo-qtd                         pic 9(05) occurs 6.

       77  ws-t                                    pic 9(01).

      *>----Data do movimento quebrada para impressao (dd/mm/aaaa)
       01  ws-data-mov                             pic 9(08).
       01  ws-data-mov-r redefines ws-data-mov.
           05  ws-dm-ano                           pic 9(04).
           05  ws-dm-mes                           pic 9(02).
           05  ws-dm-dia                           pic 9(02).
       01  ws-data-edt.
           05  ws-data-dia-edt                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-mes-edt                     pic 9(02).
           05  filler                              pic x(01) value "/".
           05  ws-data-ano-edt                     pic 9(04).

      *>---- Totais
       77  ws-qtd-entradas                         pic 9(05) value zero.
       77  ws-qtd-saidas                           pic 9(05) value zero.
       77  ws-qtd-canceladas                       pic 9(05) value zero.
       77  ws-saldo-mes                            pic s9(05).

       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-canceladas-edt                       pic z9.
       77  ws-qtd-edt                              pic zzzz9.
       77  ws-qtd-entradas-edt                     pic zzzz9.
       77  ws-qtd-saidas-edt                       pic zzzz9.
       77  ws-qtd-canceladas-edt                   pic zzzz9.
       77  ws-saldo-mes-edt                        pic zzzz9-.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform imprime-movimentos.
           perform imprime-totais-movimento.
           perform finaliza.
           stop run.

       inicializa section.

           accept ws-param from command-line
           perform validar-param-movimento
           if ws-param-valido = "N" then
               move "Informe o Mes de Referencia (aaaamm) na Linha de Comando." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqMovimentos        *> Sem o arquivo nenhum movimento foi
           evaluate ws-fs-arqMovimentos    *> registrado ainda: o relatorio sai zerado
               when "00"
                   move "S" to ws-tem-movimentos
               when "35"
                   move "N" to ws-tem-movimentos
               when other
                   move "Erro ao abrir arq. arqMovimentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open input arqCadAl
           if ws-fs-arqCadAl <> "00" then
               move "Erro ao abrir arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

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

           open output arqRelMovimento
           if ws-fs-arqRelMovimento <> "00" then
               move "Erro ao abrir arq. relatorioMovimentacao.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move zero to ws-totais-tipo

           move ws-nome-escola to rmv-linha
           write rmv-linha

           move spaces to rmv-linha
           string "Movimentacao Mensal de Alunos - "  delimited by size
                  ws-comp-mes                         delimited by size
                  "/"                                 delimited by size
                  ws-comp-ano                         delimited by size
             into rmv-linha
           end-string
           write rmv-linha

           move all "=" to rmv-linha
           write rmv-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida o mes de referencia: aaaamm com mes de 1 a 12
      *>------------------------------------------------------------------------
       validar-param-movimento section.

           move "S" to ws-param-valido

           if ws-param(1:6) is not numeric
           or ws-param(7:14) <> spaces then
               move "N" to ws-param-valido
           else
               move ws-param(1:6) to ws-competencia
               if ws-comp-ano < 1900
               or ws-comp-mes < 1
               or ws-comp-mes > 12 then
                   move "N" to ws-param-valido
               end-if
           end-if

           .
       validar-param-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Um bloco por tipo de movimento, entradas primeiro: cada bloco
      *>   percorre o arquivo de movimentos e lista os do mes
      *>------------------------------------------------------------------------
       imprime-movimentos section.

           perform varying ws-t from 1 by 1 until ws-t > 6
               if ws-t = 1 then
                   move "ENTRADAS" to rmv-linha
                   write rmv-linha
               end-if
               if ws-t = 4 then
                   move spaces to rmv-linha
                   write rmv-linha
                   move "SAIDAS" to rmv-linha
                   write rmv-linha
               end-if

               perform imprime-cabecalho-tipo

               if ws-tem-movimentos = "S" then
                   perform listar-movimentos-tipo
               end-if

               move ws-tipo-qtd(ws-t) to ws-qtd-edt
               move spaces to rmv-linha
               string "   Total de "        delimited by size
                      ws-tipo-desc(ws-t)    delimited by size
                      ": "                  delimited by size
                      ws-qtd-edt            delimited by size
                 into rmv-linha
               end-string
               write rmv-linha
           end-perform

           .
       imprime-movimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cabecalho do bloco do tipo ws-t
      *>------------------------------------------------------------------------
       imprime-cabecalho-tipo section.

           move spaces to rmv-linha
           write rmv-linha

           move spaces to rmv-linha
           string "   "                 delimited by size
                  ws-tipo-desc(ws-t)    delimited by size
             into rmv-linha
           end-string
           write rmv-linha

           move spaces to rmv-linha
           move "Data"                                to rmv-linha(4:10)
           move "Cod."                                to rmv-linha(16:5)
           move "Aluno"                               to rmv-linha(23:35)
           move "Turma"                               to rmv-linha(60:10)
           evaluate ws-tipo-cod(ws-t)
               when "E"
                   move "Escola de Origem"            to rmv-linha(72:40)
               when "T"
                   move "Escola de Destino"           to rmv-linha(72:40)
               when other
                   continue
           end-evaluate
           move "Canc."                               to rmv-linha(114:5)
           move "Usuario"                             to rmv-linha(121:8)
           write rmv-linha

           move all "-" to rmv-linha
           write rmv-linha

           .
       imprime-cabecalho-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre os movimentos e imprime os do tipo ws-t no mes
      *>------------------------------------------------------------------------
       listar-movimentos-tipo section.

           move zero       to fd-mv-cod_aluno
           move zero       to fd-mv-data
           move low-values to fd-mv-tipo
           start arqMovimentos key is not < fd-mv-chave

           evaluate ws-fs-arqMovimentos
               when "00"
                   move "N" to ws-fim-movimentos
                   perform until ws-fim-movimentos = "S"
                       read arqMovimentos next
                       if ws-fs-arqMovimentos = "00" then
                           move fd-mv-data to ws-data-mov
                           if fd-mv-tipo = ws-tipo-cod(ws-t)
                           and ws-dm-ano = ws-comp-ano
                           and ws-dm-mes = ws-comp-mes then
                               perform imprime-linha-movimento
                           end-if
                       else
                           if ws-fs-arqMovimentos = "10" then
                               move "S" to ws-fim-movimentos
                           else
                               move "Erro ao Ler Arq. arqMovimentos.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Nenhum movimento registrado
               when other
                   move "Erro ao Posicionar Arq. arqMovimentos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       listar-movimentos-tipo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o movimento corrente e soma nos totais
      *>------------------------------------------------------------------------
       imprime-linha-movimento section.

           move fd-mv-cod_aluno to fd-cod_aluno
           read arqCadAl
           evaluate ws-fs-arqCadAl
               when "00"
                   continue
               when "23"
                   move "** Cadastro Nao Encontrado **" to fd-nome_aluno
               when other
                   move "Erro ao Ler Arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           move ws-dm-dia        to ws-data-dia-edt
           move ws-dm-mes        to ws-data-mes-edt
           move ws-dm-ano        to ws-data-ano-edt
           move fd-mv-cod_aluno  to ws-cod-aluno-edt

           move spaces to rmv-linha
           move ws-data-edt       to rmv-linha(4:10)
           move ws-cod-aluno-edt  to rmv-linha(16:5)
           move fd-nome_aluno     to rmv-linha(23:35)
           move fd-mv-turma       to rmv-linha(60:10)
           move fd-mv-escola      to rmv-linha(72:40)
           if fd-mv-canceladas is numeric
           and fd-mv-canceladas > zero then
               move fd-mv-canceladas  to ws-canceladas-edt
               move ws-canceladas-edt to rmv-linha(117:2)
               add fd-mv-canceladas   to ws-qtd-canceladas
           end-if
           move fd-mv-usuario     to rmv-linha(121:8)
           write rmv-linha

           add 1 to ws-tipo-qtd(ws-t)
           if ws-t <= 3 then
               add 1 to ws-qtd-entradas
           else
               add 1 to ws-qtd-saidas
           end-if

           .
       imprime-linha-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o resumo do mes: entradas e saidas por tipo e o saldo
      *>------------------------------------------------------------------------
       imprime-totais-movimento section.

           compute ws-saldo-mes = ws-qtd-entradas - ws-qtd-saidas

           move ws-qtd-entradas   to ws-qtd-entradas-edt
           move ws-qtd-saidas     to ws-qtd-saidas-edt
           move ws-qtd-canceladas to ws-qtd-canceladas-edt
           move ws-saldo-mes      to ws-saldo-mes-edt

           move spaces to rmv-linha
           write rmv-linha

           move all "=" to rmv-linha
           write rmv-linha

           move "RESUMO DO MES" to rmv-linha
           write rmv-linha

           move ws-tipo-qtd(1) to ws-qtd-edt
           move spaces to rmv-linha
           string "Entradas - Matriculas: "          delimited by size
                  ws-qtd-edt                         delimited by size
             into rmv-linha
           end-string
           move ws-tipo-qtd(2) to ws-qtd-edt
           move "Transf. Recebidas: "                to rmv-linha(32:19)
           move ws-qtd-edt                           to rmv-linha(51:5)
           move ws-tipo-qtd(3) to ws-qtd-edt
           move "Reingressos: "                      to rmv-linha(60:13)
           move ws-qtd-edt                           to rmv-linha(73:5)
           move "Total: "                            to rmv-linha(82:7)
           move ws-qtd-entradas-edt                  to rmv-linha(89:5)
           write rmv-linha

           move ws-tipo-qtd(4) to ws-qtd-edt
           move spaces to rmv-linha
           string "Saidas -   Transferidos: "       delimited by size
                  ws-qtd-edt                         delimited by size
             into rmv-linha
           end-string
           move ws-tipo-qtd(5) to ws-qtd-edt
           move "Abandonos: "                        to rmv-linha(40:11)
           move ws-qtd-edt                           to rmv-linha(51:5)
           move ws-tipo-qtd(6) to ws-qtd-edt
           move "Outros: "                           to rmv-linha(65:8)
           move ws-qtd-edt                           to rmv-linha(73:5)
           move "Total: "                            to rmv-linha(82:7)
           move ws-qtd-saidas-edt                    to rmv-linha(89:5)
           write rmv-linha

           move spaces to rmv-linha
           string "Saldo do Mes (entradas - saidas): "  delimited by size
                  ws-saldo-mes-edt                      delimited by size
                  "   Parcelas Canceladas nas Saidas: " delimited by size
                  ws-qtd-canceladas-edt                 delimited by size
             into rmv-linha
           end-string
           write rmv-linha

           display "Movimentacao " ws-comp-mes "/" ws-comp-ano
                   " - Entradas: " ws-qtd-entradas-edt
                   "  Saidas: "    ws-qtd-saidas-edt
                   "  Saldo: "     ws-saldo-mes-edt

           .
       imprime-totais-movimento-exit.
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

           if ws-tem-movimentos = "S" then
               close arqMovimentos
           end-if
           close arqCadAl
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           close arqRelMovimento

           .
       finaliza-exit.
           exit.
