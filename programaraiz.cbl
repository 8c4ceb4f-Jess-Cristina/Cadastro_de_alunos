           05  ws-log-usuario                      pic x(08).
           05  ws-log-data                         pic 9(08).
           05  ws-log-hora                         pic 9(06).
           05  ws-log-ano                          pic 9(04).

       01  ws-parametros.
           05  ws-par-ultimo-codigo                pic 9(05).
           05  ws-par-limite-faltas                pic 9(02).
           05  ws-par-nome-escola                  pic x(40).
           05  ws-par-senha                        pic x(08).
           05  ws-par-multa-perc                   pic 99,99.
           05  ws-par-juros-dia                    pic 9,9999.
           05  ws-par-dias-carencia                pic 9(02).
           05  ws-par-dia-vencimento               pic 9(02).
           05  ws-par-dias-rompimento              pic 9(03).
           05  ws-par-cnpj                         pic x(14).
           05  ws-par-inscr-municipal              pic x(08).
           05  ws-par-cod-municipio                pic 9(07).
           05  ws-par-cod-servico                  pic x(05).
           05  ws-par-aliquota-iss                 pic 99,99.
           05  ws-par-serie-rps                    pic x(05).
           05  ws-par-ultimo-rps                   pic 9(08).
           05  ws-par-ultimo-lote-rps              pic 9(06).
           05  ws-par-cod-inep                     pic 9(08).

       77  ws-senha-informada                      pic x(08).

           05  ws-mn-valor-pago                    pic 9(04),99.
           05  ws-mn-pagamento                     pic 9(04),99.
           05  ws-mn-situacao                      pic x(09).
           05  ws-mn-vencimento                    pic 9(02).
           05  ws-mn-multa                         pic 9(04),99.
           05  ws-mn-juros                         pic 9(04),99.
           05  ws-mn-total-devido                  pic 9(05),99.
           05  ws-mn-acordo                        pic 9(04).
           05  ws-mn-acordo-parcela                pic 9(02).
           05  ws-mn-taxa                          pic 9(03).
           05  ws-mn-taxa-descricao                pic x(30).

       01  ws-responsavel-reg.
           05  ws-rs-codigo                        pic 9(05).
           05  ws-le-nome                          pic x(35).
           05  ws-le-fone                          pic x(15).
           05  ws-le-data                          pic 9(08).
           05  ws-le-liberada                      pic 9(08).

       77  ws-inclui-espera                        pic x(01).
       77  ws-remove-espera                        pic x(01).
       77  ws-busca-bolsa                          pic x(01).
       77  ws-exclui-bolsa                         pic x(01).

      *>----Acordo de renegociacao: as parcelas em aberto da familia
      *>----(ate 30) e o plano do acordo; a tela mostra 10 parcelas por
      *>----pagina e devolve as marcas de cada pagina para a lista
       01  ws-acordo.
           05  ws-ac-numero                        pic 9(04).
           05  ws-ac-responsavel                   pic 9(05).
           05  ws-ac-nome-resp                     pic x(35).
           05  ws-ac-entrada                       pic 9(04),99.
           05  ws-ac-qtd-parcelas                  pic 9(02).
           05  ws-ac-primeiro-venc                 pic 9(08).
           05  ws-ac-valor-total                   pic 9(06),99.
           05  ws-ac-valor-parcela                 pic 9(04),99.
           05  ws-ac-qtd-itens                     pic 9(02).
           05  ws-ac-itens occurs 30.
               10  ws-ac-cod_aluno                 pic 9(05).
               10  ws-ac-nome_aluno                pic x(20).
               10  ws-ac-ano                       pic 9(04).
               10  ws-ac-mes                       pic 9(02).
               10  ws-ac-devido                    pic 9(05),99.
               10  ws-ac-marcado                   pic x(01).

       01  ws-acordo-tela.
           05  ws-at-linha occurs 10.
               10  ws-at-marca                     pic x(01).
               10  ws-at-cod_aluno                 pic x(05).
               10  ws-at-nome_aluno                pic x(20).
               10  ws-at-ano                       pic x(04).
               10  ws-at-mes                       pic x(02).
               10  ws-at-devido                    pic x(08).

       77  ws-at-devido-edt                        pic zzzz9,99.
       77  ws-at-i                                 pic 9(02).
       77  ws-at-item                              pic 9(02).
       77  ws-at-pagina                            pic 9(01).
       77  ws-at-paginas                           pic 9(01).
       77  ws-busca-acordo                         pic x(01).
       77  ws-gera-acordo                          pic x(01).
       77  ws-at-anterior                          pic x(01).
       77  ws-at-proxima                           pic x(01).

      *>----Professor e grade horaria da turma: a atribuicao de cada
      *>----disciplina, o horario a lancar/excluir e o quadro semanal
      *>----(disciplina de cada aula 1 a 6 nos dias 1 a 5)
       01  ws-professor.
           05  ws-pf-codigo                        pic 9(04).
           05  ws-pf-nome                          pic x(35).
           05  ws-pf-fone                          pic x(15).
           05  ws-pf-email                         pic x(40).
           05  ws-pf-carga                         pic 9(02).
           05  ws-pf-aulas-grade                   pic 9(02).

       01  ws-grade.
           05  ws-gh-turma                         pic x(10).
           05  ws-gh-disciplina                    pic x(10).
           05  ws-gh-professor                     pic 9(04).
           05  ws-gh-nome-prof                     pic x(35).
           05  ws-gh-dia                           pic 9(01).
           05  ws-gh-aula                          pic 9(01).
           05  ws-gh-quadro.
               10  ws-gh-quadro-aula occurs 6.
                   15  ws-gh-quadro-disc occurs 5  pic x(10).

       77  ws-busca-professor                      pic x(01).
       77  ws-busca-grade                          pic x(01).
       77  ws-atribui-grade                        pic x(01).
       77  ws-remove-atribuicao                    pic x(01).
       77  ws-lanca-aula                           pic x(01).
       77  ws-exclui-aula                          pic x(01).

      *>----Movimentacao do aluno: saida (tipo T/A/O, data e escola de
      *>----destino) ou transferencia recebida (data, escola de origem
      *>----e as notas trazidas no bimestre)
       01  ws-movimento.
           05  ws-mv-tipo                          pic x(01).
           05  ws-mv-data                          pic 9(08).
           05  ws-mv-escola                        pic x(40).
           05  ws-mv-qtd-canceladas                pic 9(02).

       77  ws-busca-movimento                      pic x(01).
       77  ws-registra-saida                       pic x(01).
       77  ws-imprime-declaracao                   pic x(01).
       77  ws-registra-entrada                     pic x(01).

      *>----Rematricula: ano de fechamento da campanha, turma atual e de
      *>----destino, resposta da familia (C confirma, R recusa) com a
      *>----data, a situacao gravada e as parcelas do ano em aberto
       01  ws-rematricula.
           05  ws-rm-ano                           pic 9(04).
           05  ws-rm-turma                         pic x(10).
           05  ws-rm-turma-destino                 pic x(10).
           05  ws-rm-resposta                      pic x(01).
           05  ws-rm-data                          pic 9(08).
           05  ws-rm-situacao                      pic x(10).
           05  ws-rm-abertas                       pic 9(03).

       77  ws-busca-rematricula                    pic x(01).
       77  ws-grava-rematricula                    pic x(01).

      *>----Taxas avulsas: catalogo (codigo, descricao, valor e categoria
      *>----contabil) e lancamento na competencia para um aluno ou para
      *>----a turma inteira, com o dia do vencimento (zero = padrao)
       01  ws-taxa.
           05  ws-tx-codigo                        pic 9(03).
           05  ws-tx-descricao                     pic x(30).
           05  ws-tx-valor                         pic 9(04),99.
           05  ws-tx-categoria                     pic x(10).
           05  ws-tx-turma                         pic x(10).
           05  ws-tx-ano                           pic 9(04).
           05  ws-tx-mes                           pic 9(02).
           05  ws-tx-dia-venc                      pic 9(02).
           05  ws-tx-qtd-lancadas                  pic 9(03).
           05  ws-tx-qtd-existentes                pic 9(03).

       77  ws-busca-taxa                           pic x(01).
       77  ws-grava-taxa                           pic x(01).
       77  ws-lanca-taxa                           pic x(01).
       77  ws-tx-data-hoje                         pic 9(08).

       01  ws-frequencia.
           05  ws-fq-qtd                           pic 9(02).
           05  ws-fq-itens occurs 6.
           05 line 03 col 01 value "Operador:          Perfil:                                           [ ]Sair     ".
           05 line 04 col 01 value "                                                                                 ".
           05 line 05 col 01 value "         >  MENU PRINCIPAL  <                                                    ".
           05 line 06 col 01 value "        [1] Cadastro de Aluno                [16]Acordos de Renegociacao         ".
           05 line 07 col 01 value "        [2] Cadastrar Notas                  [17]Cadastro de Professores         ".
           05 line 08 col 01 value "        [3] Consultar Cadastro               [18]Grade Horaria e Atribuicoes     ".
           05 line 09 col 01 value "        [4] Listar Cadastros                 [19]Movimentacao de Alunos          ".
           05 line 10 col 01 value "        [5] Exportar Cadastros p/ Contabilidade                                  ".
           05 line 11 col 01 value "        [6] Cadastros Inativos               [20]Rematricula                     ".
           05 line 12 col 01 value "        [7] Lancar Frequencia                [21]Taxas Avulsas                   ".
           05 line 13 col 01 value "        [8] Historico de Alteracoes                                              ".
           05 line 14 col 01 value "        [9] Parametros do Sistema                                                ".
           05 line 15 col 01 value "        [10]Cadastro de Turmas                                                   ".
           05 line 02 col 01 value "                            Historico de Alteracoes                              ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 05 col 01 value "         Informe o Codigo do Aluno:                                              ".
           05 line 07 col 01 value "         Ano Arquivado (aaaa):                                                   ".
           05 line 08 col 01 value "         (em branco: historico atual)                                            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-filtro-hist      line 01  col 71 pic x(01)
           05 sc-filtro-hist-cod       line 05  col 38 pic 9(05)
           using ws-cod_aluno          foreground-color 15.

           05 sc-filtro-hist-ano       line 07  col 38 pic 9(04)
           using ws-log-ano            foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

           05 line 09 col 01 value "     Qtd Notas:                                                                  ".
           05 line 10 col 01 value "     D1:            N1:        D2:            N2:        D3:            N3:      ".
           05 line 11 col 01 value "     D4:            N4:        D5:            N5:        D6:            N6:      ".
           05 line 12 col 01 value "     Ano Arquivado:                                                              ".
           05 line 13 col 01 value "     Media:         Situacao:            Status:                                 ".
           05 line 18 col 01 value "                  [ ]Reverter p/ Imagem Exibida                                  ".
           05 line 20 col 01 value "    [ ]Mais Recente                                                [ ]Mais Antigo".
           05 sc-hist-hora             line 03  col 69 pic 9(06)
           from  ws-log-hora           foreground-color 15.

           05 sc-hist-ano-arquivo      line 12  col 21 pic zzzz
           from  ws-log-ano            foreground-color 15.

           05 sc-hist-nome-aluno       line 05  col 13 pic x(35)
           from  ws-nome_aluno         foreground-color 15.

           05 line 04 col 01 value "     Cod. Aluno:         Nome:                                                   ".
           05 line 05 col 01 value "     Ano Letivo:         Mes da Parcela:                                         ".
           05 line 06 col 01 value "     Valor Parcela:            Valor Pago:            Situacao:                  ".
           05 line 07 col 01 value "     Vencimento (Dia):         Multa:                 Juros:                     ".
           05 line 08 col 01 value "     Total Devido Hoje:                                                          ".
           05 line 10 col 01 value "     Valor do Pagamento:                                                         ".
           05 line 12 col 01 value "     Acordo No.:         Parcela do Acordo:      (sem acordo: mensalidade)       ".
           05 line 13 col 01 value "     Taxa Avulsa (cod.):      Descricao:                                         ".
           05 line 14 col 01 value "     (taxa avulsa: ano/mes da parcela = competencia do lancamento)               ".
           05 line 18 col 01 value "              [ ]Buscar Parcela          [ ]Confirmar Baixa                      ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-mn-situacao           line 06  col 66 pic x(09)
           from  ws-mn-situacao        foreground-color 15.

           05 sc-mn-vencimento         line 07  col 24 pic 9(02)
           from  ws-mn-vencimento      foreground-color 15.

           05 sc-mn-multa              line 07  col 44 pic 9(04),99
           from  ws-mn-multa           foreground-color 15.

           05 sc-mn-juros              line 07  col 66 pic 9(04),99
           from  ws-mn-juros           foreground-color 15.

           05 sc-mn-total-devido       line 08  col 25 pic 9(05),99
           from  ws-mn-total-devido    foreground-color 15.

           05 sc-mn-pagamento          line 10  col 26 pic 9(04),99
           using ws-mn-pagamento       foreground-color 15.

           05 sc-mn-acordo             line 12  col 18 pic 9(04)
           using ws-mn-acordo          foreground-color 15.

           05 sc-mn-acordo-parcela     line 12  col 45 pic 9(02)
           using ws-mn-acordo-parcela  foreground-color 15.

           05 sc-mn-taxa               line 13  col 26 pic 9(03)
           using ws-mn-taxa            foreground-color 15.

           05 sc-mn-taxa-descricao     line 13  col 42 pic x(30)
           from  ws-mn-taxa-descricao  foreground-color 15.

           05 sc-mn-buscar             line 18  col 16 pic x(01)
           using ws-busca-parcela      foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-acordos.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                          Acordos de Renegociacao                                ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Cod. Responsavel:         Nome:                                             ".
           05 line 05 col 01 value "              [ ]Buscar Parcelas em Aberto da Familia                            ".
           05 line 06 col 01 value "    Marcar   Aluno                        Ano/Mes      Devido Hoje               ".
           05 line 07 col 01 value "      [ ]                                     /                                  ".
           05 line 08 col 01 value "      [ ]                                     /                                  ".
           05 line 09 col 01 value "      [ ]                                     /                                  ".
           05 line 10 col 01 value "      [ ]                                     /                                  ".
           05 line 11 col 01 value "      [ ]                                     /                                  ".
           05 line 12 col 01 value "      [ ]                                     /                                  ".
           05 line 13 col 01 value "      [ ]                                     /                                  ".
           05 line 14 col 01 value "      [ ]                                     /                                  ".
           05 line 15 col 01 value "      [ ]                                     /                                  ".
           05 line 16 col 01 value "      [ ]                                     /                                  ".
           05 line 17 col 01 value "     Pagina:   de     [ ]Anterior   [ ]Proxima                                   ".
           05 line 18 col 01 value "     Entrada:           N. Parcelas:      1o Vencimento (aaaammdd):              ".
           05 line 19 col 01 value "     Total do Acordo:             Valor da Parcela:            Acordo No.:       ".
           05 line 20 col 01 value "              [ ]Gerar Acordo                                                    ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-acordos          line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-ac-responsavel        line 04  col 23 pic 9(05)
           using ws-ac-responsavel     foreground-color 15.

           05 sc-ac-nome-resp          line 04  col 37 pic x(35)
           from  ws-ac-nome-resp       foreground-color 15.

           05 sc-ac-buscar             line 05  col 16 pic x(01)
           using ws-busca-acordo       foreground-color 15.

           05 sc-at-marca-01           line 07  col 08 pic x(01)
           using ws-at-marca(01)       foreground-color 15.

           05 sc-at-cod-01             line 07  col 14 pic x(05)
           from  ws-at-cod_aluno(01)   foreground-color 15.

           05 sc-at-nome-01            line 07  col 20 pic x(20)
           from  ws-at-nome_aluno(01)  foreground-color 15.

           05 sc-at-ano-01             line 07  col 43 pic x(04)
           from  ws-at-ano(01)         foreground-color 15.

           05 sc-at-mes-01             line 07  col 48 pic x(02)
           from  ws-at-mes(01)         foreground-color 15.

           05 sc-at-devido-01          line 07  col 57 pic x(08)
           from  ws-at-devido(01)      foreground-color 15.

           05 sc-at-marca-02           line 08  col 08 pic x(01)
           using ws-at-marca(02)       foreground-color 15.

           05 sc-at-cod-02             line 08  col 14 pic x(05)
           from  ws-at-cod_aluno(02)   foreground-color 15.

           05 sc-at-nome-02            line 08  col 20 pic x(20)
           from  ws-at-nome_aluno(02)  foreground-color 15.

           05 sc-at-ano-02             line 08  col 43 pic x(04)
           from  ws-at-ano(02)         foreground-color 15.

           05 sc-at-mes-02             line 08  col 48 pic x(02)
           from  ws-at-mes(02)         foreground-color 15.

           05 sc-at-devido-02          line 08  col 57 pic x(08)
           from  ws-at-devido(02)      foreground-color 15.

           05 sc-at-marca-03           line 09  col 08 pic x(01)
           using ws-at-marca(03)       foreground-color 15.

           05 sc-at-cod-03             line 09  col 14 pic x(05)
           from  ws-at-cod_aluno(03)   foreground-color 15.

           05 sc-at-nome-03            line 09  col 20 pic x(20)
           from  ws-at-nome_aluno(03)  foreground-color 15.

           05 sc-at-ano-03             line 09  col 43 pic x(04)
           from  ws-at-ano(03)         foreground-color 15.

           05 sc-at-mes-03             line 09  col 48 pic x(02)
           from  ws-at-mes(03)         foreground-color 15.

           05 sc-at-devido-03          line 09  col 57 pic x(08)
           from  ws-at-devido(03)      foreground-color 15.

           05 sc-at-marca-04           line 10  col 08 pic x(01)
           using ws-at-marca(04)       foreground-color 15.

           05 sc-at-cod-04             line 10  col 14 pic x(05)
           from  ws-at-cod_aluno(04)   foreground-color 15.

           05 sc-at-nome-04            line 10  col 20 pic x(20)
           from  ws-at-nome_aluno(04)  foreground-color 15.

           05 sc-at-ano-04             line 10  col 43 pic x(04)
           from  ws-at-ano(04)         foreground-color 15.

           05 sc-at-mes-04             line 10  col 48 pic x(02)
           from  ws-at-mes(04)         foreground-color 15.

           05 sc-at-devido-04          line 10  col 57 pic x(08)
           from  ws-at-devido(04)      foreground-color 15.

           05 sc-at-marca-05           line 11  col 08 pic x(01)
           using ws-at-marca(05)       foreground-color 15.

           05 sc-at-cod-05             line 11  col 14 pic x(05)
           from  ws-at-cod_aluno(05)   foreground-color 15.

           05 sc-at-nome-05            line 11  col 20 pic x(20)
           from  ws-at-nome_aluno(05)  foreground-color 15.

           05 sc-at-ano-05             line 11  col 43 pic x(04)
           from  ws-at-ano(05)         foreground-color 15.

           05 sc-at-mes-05             line 11  col 48 pic x(02)
           from  ws-at-mes(05)         foreground-color 15.

           05 sc-at-devido-05          line 11  col 57 pic x(08)
           from  ws-at-devido(05)      foreground-color 15.

           05 sc-at-marca-06           line 12  col 08 pic x(01)
           using ws-at-marca(06)       foreground-color 15.

           05 sc-at-cod-06             line 12  col 14 pic x(05)
           from  ws-at-cod_aluno(06)   foreground-color 15.

           05 sc-at-nome-06            line 12  col 20 pic x(20)
           from  ws-at-nome_aluno(06)  foreground-color 15.

           05 sc-at-ano-06             line 12  col 43 pic x(04)
           from  ws-at-ano(06)         foreground-color 15.

           05 sc-at-mes-06             line 12  col 48 pic x(02)
           from  ws-at-mes(06)         foreground-color 15.

           05 sc-at-devido-06          line 12  col 57 pic x(08)
           from  ws-at-devido(06)      foreground-color 15.

           05 sc-at-marca-07           line 13  col 08 pic x(01)
           using ws-at-marca(07)       foreground-color 15.

           05 sc-at-cod-07             line 13  col 14 pic x(05)
           from  ws-at-cod_aluno(07)   foreground-color 15.

           05 sc-at-nome-07            line 13  col 20 pic x(20)
           from  ws-at-nome_aluno(07)  foreground-color 15.

           05 sc-at-ano-07             line 13  col 43 pic x(04)
           from  ws-at-ano(07)         foreground-color 15.

           05 sc-at-mes-07             line 13  col 48 pic x(02)
           from  ws-at-mes(07)         foreground-color 15.

           05 sc-at-devido-07          line 13  col 57 pic x(08)
           from  ws-at-devido(07)      foreground-color 15.

           05 sc-at-marca-08           line 14  col 08 pic x(01)
           using ws-at-marca(08)       foreground-color 15.

           05 sc-at-cod-08             line 14  col 14 pic x(05)
           from  ws-at-cod_aluno(08)   foreground-color 15.

           05 sc-at-nome-08            line 14  col 20 pic x(20)
           from  ws-at-nome_aluno(08)  foreground-color 15.

           05 sc-at-ano-08             line 14  col 43 pic x(04)
           from  ws-at-ano(08)         foreground-color 15.

           05 sc-at-mes-08             line 14  col 48 pic x(02)
           from  ws-at-mes(08)         foreground-color 15.

           05 sc-at-devido-08          line 14  col 57 pic x(08)
           from  ws-at-devido(08)      foreground-color 15.

           05 sc-at-marca-09           line 15  col 08 pic x(01)
           using ws-at-marca(09)       foreground-color 15.

           05 sc-at-cod-09             line 15  col 14 pic x(05)
           from  ws-at-cod_aluno(09)   foreground-color 15.

           05 sc-at-nome-09            line 15  col 20 pic x(20)
           from  ws-at-nome_aluno(09)  foreground-color 15.

           05 sc-at-ano-09             line 15  col 43 pic x(04)
           from  ws-at-ano(09)         foreground-color 15.

           05 sc-at-mes-09             line 15  col 48 pic x(02)
           from  ws-at-mes(09)         foreground-color 15.

           05 sc-at-devido-09          line 15  col 57 pic x(08)
           from  ws-at-devido(09)      foreground-color 15.

           05 sc-at-marca-10           line 16  col 08 pic x(01)
           using ws-at-marca(10)       foreground-color 15.

           05 sc-at-cod-10             line 16  col 14 pic x(05)
           from  ws-at-cod_aluno(10)   foreground-color 15.

           05 sc-at-nome-10            line 16  col 20 pic x(20)
           from  ws-at-nome_aluno(10)  foreground-color 15.

           05 sc-at-ano-10             line 16  col 43 pic x(04)
           from  ws-at-ano(10)         foreground-color 15.

           05 sc-at-mes-10             line 16  col 48 pic x(02)
           from  ws-at-mes(10)         foreground-color 15.

           05 sc-at-devido-10          line 16  col 57 pic x(08)
           from  ws-at-devido(10)      foreground-color 15.

           05 sc-at-pagina             line 17  col 14 pic 9(01)
           from  ws-at-pagina          foreground-color 15.

           05 sc-at-paginas            line 17  col 19 pic 9(01)
           from  ws-at-paginas         foreground-color 15.

           05 sc-at-anterior           line 17  col 24 pic x(01)
           using ws-at-anterior        foreground-color 15.

           05 sc-at-proxima            line 17  col 38 pic x(01)
           using ws-at-proxima         foreground-color 15.

           05 sc-ac-entrada            line 18  col 15 pic 9(04),99
           using ws-ac-entrada         foreground-color 15.

           05 sc-ac-qtd-parcelas       line 18  col 38 pic 9(02)
           using ws-ac-qtd-parcelas    foreground-color 15.

           05 sc-ac-primeiro-venc      line 18  col 69 pic 9(08)
           using ws-ac-primeiro-venc   foreground-color 15.

           05 sc-ac-valor-total        line 19  col 23 pic 9(06),99
           from  ws-ac-valor-total     foreground-color 15.

           05 sc-ac-valor-parcela      line 19  col 52 pic 9(04),99
           from  ws-ac-valor-parcela   foreground-color 15.

           05 sc-ac-numero             line 19  col 76 pic 9(04)
           from  ws-ac-numero          foreground-color 15.

           05 sc-ac-gerar              line 20  col 16 pic x(01)
           using ws-gera-acordo        foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-senha-param.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 line 06 col 01 value "     Limite de Faltas (%):         (0 a 99)                                      ".
           05 line 07 col 01 value "     Nome da Escola:                                                             ".
           05 line 08 col 01 value "     Senha de Manutencao:                                                        ".
           05 line 09 col 01 value "     Multa por Atraso (%):         (0 a 10)                                      ".
           05 line 10 col 01 value "     Juros ao Dia (%):             (0 a 1)                                       ".
           05 line 11 col 01 value "     Carencia (dias):                  Cod. INEP da Escola:                      ".
           05 line 12 col 01 value "     Dia de Vencimento:            (1 a 31)                                      ".
           05 line 13 col 01 value "     Tolerancia Acordo (dias):     (atraso que rompe o acordo)                   ".
           05 line 14 col 01 value "     CNPJ da Escola:                   Inscr. Municipal:                         ".
           05 line 15 col 01 value "     Cod. Municipio:                   Cod. Servico:                             ".
           05 line 16 col 01 value "     Aliquota ISS (%):        (0 a 5)  Serie RPS:                                ".
           05 line 17 col 01 value "     Ultimo RPS Emitido:               Ultimo Lote RPS:                          ".
           05 line 18 col 01 value "                                 [ ]Confirmar                                    ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-par-senha             line 08  col 27 pic x(08)
           using ws-par-senha          foreground-color 15.

           05 sc-par-multa-perc        line 09  col 28 pic 99,99
           using ws-par-multa-perc     foreground-color 15.

           05 sc-par-juros-dia         line 10  col 27 pic 9,9999
           using ws-par-juros-dia      foreground-color 15.

           05 sc-par-dias-carencia     line 11  col 28 pic 9(02)
           using ws-par-dias-carencia  foreground-color 15.

           05 sc-par-dia-vencimento    line 12  col 28 pic 9(02)
           using ws-par-dia-vencimento foreground-color 15.

           05 sc-par-dias-rompimento   line 13  col 32 pic 9(03)
           using ws-par-dias-rompimento foreground-color 15.

           05 sc-par-cod-inep          line 11  col 61 pic 9(08)
           using ws-par-cod-inep       foreground-color 15.

           05 sc-par-cnpj              line 14  col 22 pic x(14)
           using ws-par-cnpj           foreground-color 15.

           05 sc-par-inscr-municipal   line 14  col 58 pic x(08)
           using ws-par-inscr-municipal foreground-color 15.

           05 sc-par-cod-municipio     line 15  col 22 pic 9(07)
           using ws-par-cod-municipio  foreground-color 15.

           05 sc-par-cod-servico       line 15  col 58 pic x(05)
           using ws-par-cod-servico    foreground-color 15.

           05 sc-par-aliquota-iss      line 16  col 24 pic 99,99
           using ws-par-aliquota-iss   foreground-color 15.

           05 sc-par-serie-rps         line 16  col 58 pic x(05)
           using ws-par-serie-rps      foreground-color 15.

           05 sc-par-ultimo-rps        line 17  col 26 pic 9(08)
           from  ws-par-ultimo-rps     foreground-color 15.

           05 sc-par-ultimo-lote-rps   line 17  col 58 pic 9(06)
           from  ws-par-ultimo-lote-rps foreground-color 15.

           05 sc-par-confirmar         line 18  col 35 pic x(01)
           using ws-confirmar          foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-cad-professor.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                              Cadastro de Professores                            ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Cod. Professor:                                                             ".
           05 line 05 col 01 value "     Nome:                                                                       ".
           05 line 06 col 01 value "     Telefone:                                                                   ".
           05 line 07 col 01 value "     E-mail:                                                                     ".
           05 line 08 col 01 value "     Carga Horaria Contratada (aulas/semana):                                    ".
           05 line 09 col 01 value "     Aulas Lancadas na Grade Horaria:                                            ".
           05 line 18 col 01 value "      [ ]Buscar           [ ]Confirmar                                           ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-cad-professor    line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-pf-codigo             line 04  col 22 pic 9(04)
           using ws-pf-codigo          foreground-color 15.

           05 sc-pf-nome               line 05  col 12 pic x(35)
           using ws-pf-nome            foreground-color 15.

           05 sc-pf-fone               line 06  col 16 pic x(15)
           using ws-pf-fone            foreground-color 15.

           05 sc-pf-email              line 07  col 14 pic x(40)
           using ws-pf-email           foreground-color 15.

           05 sc-pf-carga              line 08  col 47 pic 9(02)
           using ws-pf-carga           foreground-color 15.

           05 sc-pf-aulas-grade        line 09  col 39 pic 9(02)
           from  ws-pf-aulas-grade     foreground-color 15.

           05 sc-pf-buscar             line 18  col 08 pic x(01)
           using ws-busca-professor    foreground-color 15.

           05 sc-pf-confirmar          line 18  col 28 pic x(01)
           using ws-confirmar          foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-grade-horaria.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                      Grade Horaria e Atribuicao de Aulas                        ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Turma:             [ ]Buscar Grade                                          ".
           05 line 06 col 01 value "     Aula  Segunda     Terca       Quarta      Quinta      Sexta                 ".
           05 line 07 col 01 value "      1                                                                          ".
           05 line 08 col 01 value "      2                                                                          ".
           05 line 09 col 01 value "      3                                                                          ".
           05 line 10 col 01 value "      4                                                                          ".
           05 line 11 col 01 value "      5                                                                          ".
           05 line 12 col 01 value "      6                                                                          ".
           05 line 14 col 01 value "     Disciplina:             Professor:                                          ".
           05 line 15 col 01 value "              [ ]Atribuir Professor         [ ]Remover Atribuicao                ".
           05 line 17 col 01 value "     Dia (1=Seg a 5=Sex):      Aula (1 a 6):                                     ".
           05 line 18 col 01 value "              [ ]Lancar Aula na Grade       [ ]Excluir Aula da Grade             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-grade            line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-gh-turma              line 04  col 13 pic x(10)
           using ws-gh-turma           foreground-color 15.

           05 sc-gh-buscar             line 04  col 26 pic x(01)
           using ws-busca-grade        foreground-color 15.

           05 sc-gh-quadro-11         line 07  col 12 pic x(10)
           from  ws-gh-quadro-disc(1, 1) foreground-color 15.

           05 sc-gh-quadro-12         line 07  col 24 pic x(10)
           from  ws-gh-quadro-disc(1, 2) foreground-color 15.

           05 sc-gh-quadro-13         line 07  col 36 pic x(10)
           from  ws-gh-quadro-disc(1, 3) foreground-color 15.

           05 sc-gh-quadro-14         line 07  col 48 pic x(10)
           from  ws-gh-quadro-disc(1, 4) foreground-color 15.

           05 sc-gh-quadro-15         line 07  col 60 pic x(10)
           from  ws-gh-quadro-disc(1, 5) foreground-color 15.

           05 sc-gh-quadro-21         line 08  col 12 pic x(10)
           from  ws-gh-quadro-disc(2, 1) foreground-color 15.

           05 sc-gh-quadro-22         line 08  col 24 pic x(10)
           from  ws-gh-quadro-disc(2, 2) foreground-color 15.

           05 sc-gh-quadro-23         line 08  col 36 pic x(10)
           from  ws-gh-quadro-disc(2, 3) foreground-color 15.

           05 sc-gh-quadro-24         line 08  col 48 pic x(10)
           from  ws-gh-quadro-disc(2, 4) foreground-color 15.

           05 sc-gh-quadro-25         line 08  col 60 pic x(10)
           from  ws-gh-quadro-disc(2, 5) foreground-color 15.

           05 sc-gh-quadro-31         line 09  col 12 pic x(10)
           from  ws-gh-quadro-disc(3, 1) foreground-color 15.

           05 sc-gh-quadro-32         line 09  col 24 pic x(10)
           from  ws-gh-quadro-disc(3, 2) foreground-color 15.

           05 sc-gh-quadro-33         line 09  col 36 pic x(10)
           from  ws-gh-quadro-disc(3, 3) foreground-color 15.

           05 sc-gh-quadro-34         line 09  col 48 pic x(10)
           from  ws-gh-quadro-disc(3, 4) foreground-color 15.

           05 sc-gh-quadro-35         line 09  col 60 pic x(10)
           from  ws-gh-quadro-disc(3, 5) foreground-color 15.

           05 sc-gh-quadro-41         line 10  col 12 pic x(10)
           from  ws-gh-quadro-disc(4, 1) foreground-color 15.

           05 sc-gh-quadro-42         line 10  col 24 pic x(10)
           from  ws-gh-quadro-disc(4, 2) foreground-color 15.

           05 sc-gh-quadro-43         line 10  col 36 pic x(10)
           from  ws-gh-quadro-disc(4, 3) foreground-color 15.

           05 sc-gh-quadro-44         line 10  col 48 pic x(10)
           from  ws-gh-quadro-disc(4, 4) foreground-color 15.

           05 sc-gh-quadro-45         line 10  col 60 pic x(10)
           from  ws-gh-quadro-disc(4, 5) foreground-color 15.

           05 sc-gh-quadro-51         line 11  col 12 pic x(10)
           from  ws-gh-quadro-disc(5, 1) foreground-color 15.

           05 sc-gh-quadro-52         line 11  col 24 pic x(10)
           from  ws-gh-quadro-disc(5, 2) foreground-color 15.

           05 sc-gh-quadro-53         line 11  col 36 pic x(10)
           from  ws-gh-quadro-disc(5, 3) foreground-color 15.

           05 sc-gh-quadro-54         line 11  col 48 pic x(10)
           from  ws-gh-quadro-disc(5, 4) foreground-color 15.

           05 sc-gh-quadro-55         line 11  col 60 pic x(10)
           from  ws-gh-quadro-disc(5, 5) foreground-color 15.

           05 sc-gh-quadro-61         line 12  col 12 pic x(10)
           from  ws-gh-quadro-disc(6, 1) foreground-color 15.

           05 sc-gh-quadro-62         line 12  col 24 pic x(10)
           from  ws-gh-quadro-disc(6, 2) foreground-color 15.

           05 sc-gh-quadro-63         line 12  col 36 pic x(10)
           from  ws-gh-quadro-disc(6, 3) foreground-color 15.

           05 sc-gh-quadro-64         line 12  col 48 pic x(10)
           from  ws-gh-quadro-disc(6, 4) foreground-color 15.

           05 sc-gh-quadro-65         line 12  col 60 pic x(10)
           from  ws-gh-quadro-disc(6, 5) foreground-color 15.

           05 sc-gh-disciplina         line 14  col 18 pic x(10)
           using ws-gh-disciplina      foreground-color 15.

           05 sc-gh-professor          line 14  col 41 pic 9(04)
           using ws-gh-professor       foreground-color 15.

           05 sc-gh-nome-prof          line 14  col 46 pic x(30)
           from  ws-gh-nome-prof       foreground-color 15.

           05 sc-gh-atribuir           line 15  col 16 pic x(01)
           using ws-atribui-grade      foreground-color 15.

           05 sc-gh-remover            line 15  col 46 pic x(01)
           using ws-remove-atribuicao  foreground-color 15.

           05 sc-gh-dia                line 17  col 27 pic 9(01)
           using ws-gh-dia             foreground-color 15.

           05 sc-gh-aula               line 17  col 46 pic 9(01)
           using ws-gh-aula            foreground-color 15.

           05 sc-gh-lancar             line 18  col 16 pic x(01)
           using ws-lanca-aula         foreground-color 15.

           05 sc-gh-excluir            line 18  col 46 pic x(01)
           using ws-exclui-aula        foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-rematricula.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                              Campanha de Rematricula                            ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Ano de Fechamento (aaaa):         Cod. Aluno:                               ".
           05 line 05 col 01 value "     Nome:                                                                       ".
           05 line 06 col 01 value "     Turma Atual:              Turma de Destino:                                 ".
           05 line 08 col 01 value "     Situacao na Campanha:                 Parcelas do Ano em Aberto:            ".
           05 line 10 col 01 value "     Resposta da Familia (C=Confirma, R=Recusa):                                 ".
           05 line 11 col 01 value "     Data da Resposta (aaaammdd):                                                ".
           05 line 17 col 01 value "      [ ]Buscar       [ ]Gravar Resposta                                         ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-rematricula      line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-rm-ano                line 04  col 32 pic 9(04)
           using ws-rm-ano             foreground-color 15.

           05 sc-rm-cod-aluno          line 04  col 52 pic 9(05)
           using ws-cod_aluno          foreground-color 15.

           05 sc-rm-nome-aluno         line 05  col 12 pic x(35)
           from  ws-nome_aluno         foreground-color 15.

           05 sc-rm-turma              line 06  col 19 pic x(10)
           from  ws-rm-turma           foreground-color 15.

           05 sc-rm-turma-destino      line 06  col 50 pic x(10)
           from  ws-rm-turma-destino   foreground-color 15.

           05 sc-rm-situacao           line 08  col 28 pic x(10)
           from  ws-rm-situacao        foreground-color 15.

           05 sc-rm-abertas            line 08  col 71 pic zz9
           from  ws-rm-abertas         foreground-color 15.

           05 sc-rm-resposta           line 10  col 51 pic x(01)
           using ws-rm-resposta        foreground-color 15.

           05 sc-rm-data               line 11  col 35 pic 9(08)
           using ws-rm-data            foreground-color 15.

           05 sc-rm-buscar             line 17  col 08 pic x(01)
           using ws-busca-rematricula  foreground-color 15.

           05 sc-rm-gravar             line 17  col 24 pic x(01)
           using ws-grava-rematricula  foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-taxas.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                                 Taxas Avulsas                                   ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Cod. Taxa:          Descricao:                                              ".
           05 line 05 col 01 value "     Valor (R$):         Categoria Contabil:                                     ".
           05 line 07 col 01 value "      [ ]Buscar Taxa      [ ]Gravar Taxa                                         ".
           05 line 09 col 01 value "     Lancamento na Competencia                                                   ".
           05 line 10 col 01 value "     Ano (aaaa):         Mes:        Dia do Vencimento:     (00 = padrao)        ".
           05 line 11 col 01 value "     Cod. Aluno:         Nome:                                                   ".
           05 line 12 col 01 value "     ou Turma Inteira:               (aluno ou turma, nao os dois)               ".
           05 line 14 col 01 value "     Alunos Lancados:          Ja Lancada na Competencia:                        ".
           05 line 17 col 01 value "      [ ]Lancar Taxa                                                             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-taxas            line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-tx-codigo             line 04  col 17 pic 9(03)
           using ws-tx-codigo          foreground-color 15.

           05 sc-tx-descricao          line 04  col 37 pic x(30)
           using ws-tx-descricao       foreground-color 15.

           05 sc-tx-valor              line 05  col 18 pic 9(04),99
           using ws-tx-valor           foreground-color 15.

           05 sc-tx-categoria          line 05  col 46 pic x(10)
           using ws-tx-categoria       foreground-color 15.

           05 sc-tx-buscar             line 07  col 08 pic x(01)
           using ws-busca-taxa         foreground-color 15.

           05 sc-tx-gravar             line 07  col 28 pic x(01)
           using ws-grava-taxa         foreground-color 15.

           05 sc-tx-ano                line 10  col 18 pic 9(04)
           using ws-tx-ano             foreground-color 15.

           05 sc-tx-mes                line 10  col 31 pic 9(02)
           using ws-tx-mes             foreground-color 15.

           05 sc-tx-dia-venc           line 10  col 57 pic 9(02)
           using ws-tx-dia-venc        foreground-color 15.

           05 sc-tx-cod-aluno          line 11  col 18 pic 9(05)
           using ws-cod_aluno          foreground-color 15.

           05 sc-tx-nome-aluno         line 11  col 32 pic x(35)
           from  ws-nome_aluno         foreground-color 15.

           05 sc-tx-turma              line 12  col 24 pic x(10)
           using ws-tx-turma           foreground-color 15.

           05 sc-tx-qtd-lancadas       line 14  col 23 pic zz9
           from  ws-tx-qtd-lancadas    foreground-color 15.

           05 sc-tx-qtd-existentes     line 14  col 59 pic zz9
           from  ws-tx-qtd-existentes  foreground-color 15.

           05 sc-tx-lancar             line 17  col 08 pic x(01)
           using ws-lanca-taxa         foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-movimentacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                              Movimentacao de Alunos                             ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Cod. Aluno:         Nome:                                                   ".
           05 line 05 col 01 value "     Turma:              Ano Letivo:       Status:           Situacao:           ".
           05 line 07 col 01 value "     Tipo da Saida (T=Transferencia, A=Abandono, O=Outro):                       ".
           05 line 08 col 01 value "     Data do Movimento (aaaammdd):             Parcelas Canceladas:              ".
           05 line 09 col 01 value "     Escola de Destino/Origem:                                                   ".
           05 line 11 col 01 value "     Notas Trazidas na Entrada - Qtd. (0 a 6):      Bimestre (1 a 4):            ".
           05 line 12 col 01 value "     D1:            N1:        D2:            N2:        D3:            N3:      ".
           05 line 14 col 01 value "     D4:            N4:        D5:            N5:        D6:            N6:      ".
           05 line 17 col 01 value "      [ ]Buscar        [ ]Registrar Saida      [ ]Imprimir Declaracao            ".
           05 line 18 col 01 value "      [ ]Registrar Transferencia Recebida                                        ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-movimentacao     line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-mv-cod-aluno          line 04  col 18 pic 9(05)
           using ws-cod_aluno          foreground-color 15.

           05 sc-mv-nome-aluno         line 04  col 32 pic x(35)
           from  ws-nome_aluno         foreground-color 15.

           05 sc-mv-turma              line 05  col 13 pic x(10)
           from  ws-turma              foreground-color 15.

           05 sc-mv-ano-letivo         line 05  col 38 pic 9(04)
           from  ws-ano_letivo         foreground-color 15.

           05 sc-mv-status             line 05  col 52 pic x(09)
           from  ws-status_cadastro    foreground-color 15.

           05 sc-mv-situacao           line 05  col 72 pic x(09)
           from  ws-situacao           foreground-color 15.

           05 sc-mv-tipo               line 07  col 60 pic x(01)
           using ws-mv-tipo            foreground-color 15.

           05 sc-mv-data               line 08  col 36 pic 9(08)
           using ws-mv-data            foreground-color 15.

           05 sc-mv-canceladas         line 08  col 69 pic 9(02)
           from  ws-mv-qtd-canceladas  foreground-color 15.

           05 sc-mv-escola             line 09  col 32 pic x(40)
           using ws-mv-escola          foreground-color 15.

           05 sc-mv-qtd-notas          line 11  col 48 pic 9(02)
           using ws-qtd-notas          foreground-color 15.

           05 sc-mv-nota-bim           line 11  col 71 pic 9(01)
           using ws-nota-bim           foreground-color 15.

           05 sc-mv-disc-um            line 12  col 10 pic x(10)
           using ws-disciplina(01)     foreground-color 15.

           05 sc-mv-nota-um            line 12  col 24 pic 99,99
           using ws-nota(01)           foreground-color 15.

           05 sc-mv-disc-dois          line 12  col 36 pic x(10)
           using ws-disciplina(02)     foreground-color 15.

           05 sc-mv-nota-dois          line 12  col 51 pic 99,99
           using ws-nota(02)           foreground-color 15.

           05 sc-mv-disc-tres          line 12  col 62 pic x(10)
           using ws-disciplina(03)     foreground-color 15.

           05 sc-mv-nota-tres          line 12  col 77 pic 99,99
           using ws-nota(03)           foreground-color 15.

           05 sc-mv-disc-quatro        line 14  col 10 pic x(10)
           using ws-disciplina(04)     foreground-color 15.

           05 sc-mv-nota-quatro        line 14  col 24 pic 99,99
           using ws-nota(04)           foreground-color 15.

           05 sc-mv-disc-cinco         line 14  col 36 pic x(10)
           using ws-disciplina(05)     foreground-color 15.

           05 sc-mv-nota-cinco         line 14  col 51 pic 99,99
           using ws-nota(05)           foreground-color 15.

           05 sc-mv-disc-seis          line 14  col 62 pic x(10)
           using ws-disciplina(06)     foreground-color 15.

           05 sc-mv-nota-seis          line 14  col 77 pic 99,99
           using ws-nota(06)           foreground-color 15.

           05 sc-mv-buscar             line 17  col 08 pic x(01)
           using ws-busca-movimento    foreground-color 15.

           05 sc-mv-registra-saida     line 17  col 25 pic x(01)
           using ws-registra-saida     foreground-color 15.

           05 sc-mv-imprime-decl       line 17  col 49 pic x(01)
           using ws-imprime-declaracao foreground-color 15.

           05 sc-mv-registra-entrada   line 18  col 08 pic x(01)
           using ws-registra-entrada   foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-oferta-espera.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 02 col 01 value "                             Lista de Espera                                     ".
           05 line 04 col 01 value "     Turma Lotada! Deseja Incluir o Candidato na Lista de Espera?                ".
           05 line 06 col 01 value "     Turma:                                                                      ".
           05 line 07 col 01 value "     Candidato:                                                                  ".
           05 line 08 col 01 value "     Telefone:                                                                   ".
           05 line 18 col 01 value "                  [ ]Incluir na Lista    (em branco = nao incluir)               ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-of-turma              line 06  col 13 pic x(10)
           from  ws-le-turma           foreground-color 15.

           05 sc-of-nome               line 07  col 17 pic x(35)
           using ws-le-nome            foreground-color 15.

           05 sc-of-fone               line 08  col 16 pic x(15)
           using ws-le-fone            foreground-color 15.

           05 sc-of-incluir            line 18  col 20 pic x(01)
           using ws-inclui-espera      foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-lista-espera.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                             Lista de Espera                                     ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Turma:                                                                      ".
           05 line 06 col 01 value "     Posicao:        Solicitado em (aaaammdd):                                   ".
           05 line 07 col 01 value "     Candidato:                                                                  ".
           05 line 08 col 01 value "     Telefone:                                                                   ".
           05 line 09 col 01 value "     Vaga Liberada na Virada em (aaaammdd):                                      ".
           05 line 18 col 01 value "      [ ]Buscar Turma        [ ]Remover Entrada                                  ".
           05 line 20 col 01 value "                                                                    [ ]Proximo   ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-lista-espera     line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-le-turma              line 04  col 13 pic x(10)
           using ws-le-turma           foreground-color 15.

           05 sc-le-posicao            line 06  col 14 pic zz9
           from  ws-le-posicao         foreground-color 15.

           05 sc-le-data               line 06  col 48 pic 9(08)
           from  ws-le-data            foreground-color 15.

           05 sc-le-nome               line 07  col 17 pic x(35)
           from  ws-le-nome            foreground-color 15.

           05 sc-le-fone               line 08  col 16 pic x(15)
           from  ws-le-fone            foreground-color 15.

           05 sc-le-liberada           line 09  col 46 pic 9(08)
           from  ws-le-liberada        foreground-color 15.

           05 sc-le-buscar             line 18  col 08 pic x(01)
           using ws-busca-turma        foreground-color 15.

           05 sc-le-remover            line 18  col 30 pic x(01)
           using ws-remove-espera      foreground-color 15.

           05 sc-le-proximo            line 20  col 69 pic x(01)
           using ws-prox-cadastro      foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.

       01  sc-tela-cad-resp.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Voltar   ".
           05 line 02 col 01 value "                           Cadastro de Responsaveis                              ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "     Cod. Responsavel:                                                           ".
           05 line 05 col 01 value "     Nome:                                        CPF:                           ".
           05 line 06 col 01 value "     CEP:            Endereco:                             N:                    ".
           05 line 07 col 01 value "     Bairro:                        Cidade:                        UF:           ".
           05 line 08 col 01 value "     Telefone:                                                                   ".
           05 line 18 col 01 value "              [ ]Buscar Responsavel      [ ]Confirmar                            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".



           05 sc-sair-cad-resp         line 01  col 71 pic x(01)
           using ws-voltar             foreground-color 12.

           05 sc-rs-codigo             line 04  col 24 pic 9(05)
           using ws-rs-codigo          foreground-color 15.

           05 sc-rs-nome               line 05  col 12 pic x(35)
           using ws-rs-nome            foreground-color 15.

           05 sc-rs-cpf                line 05  col 56 pic x(11)
           using ws-rs-cpf             foreground-color 15.

           05 sc-rs-cep                line 06  col 11 pic x(09)
           using ws-rs-cep             foreground-color 15.

           05 sc-rs-rua                line 06  col 32 pic x(25)
           using ws-rs-rua             foreground-color 15.

           05 sc-rs-n_casa             line 06  col 63 pic 9(05)
           using ws-rs-n_casa          foreground-color 15.

           05 sc-rs-bairro             line 07  col 14 pic x(20)
           using ws-rs-bairro          foreground-color 15.

           05 sc-rs-cidade             line 07  col 45 pic x(20)
           using ws-rs-cidade          foreground-color 15.

           05 sc-rs-uf                 line 07  col 72 pic x(02)
           using ws-rs-uf              foreground-color 15.

           05 sc-rs-fone               line 08  col 16 pic x(15)
           using ws-rs-fone            foreground-color 15.

           05 sc-rs-buscar             line 18  col 16 pic x(01)
           using ws-busca-responsavel  foreground-color 15.

           05 sc-rs-confirmar          line 18  col 43 pic x(01)
           using ws-confirmar          foreground-color 15.

           05 sc-msg-erro              line 22  col 16 pic x(50)
           from  ws-msg                foreground-color 15.


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform procedimento.
           perform finaliza.

       inicializa section.

          move spaces to ws-sair

           perform efetuar-login                   *> Identifica o operador antes do menu
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
                       perform cadastro-usuarios
                   when = 15
                       perform cadastro-bolsas
                   when = 16
                       perform acordos-renegociacao
                   when = 17
                       perform cadastro-professores
                   when = 18
                       perform grade-horaria
                   when = 19
                       perform movimentacao-alunos
                   when = 20
                       perform rematricula-alunos
                   when = 21
                       perform taxas-avulsas
                   when other
                       move "Opcao Invalida!" to ws-msg
               end-evaluate

      *>------------------------------------------------------------------------
      *> Critica o acesso do perfil do operador a opcao escolhida:
      *> SECRETARIA nao alcanca a Baixa de Mensalidades, os Acordos, as
      *> Taxas Avulsas, os Parametros nem o Cadastro de Usuarios;
      *> FINANCEIRO nao altera
      *> notas, grade horaria, movimentacao de alunos (lanca as notas
      *> trazidas na transferencia) nem usuarios; ADMIN alcanca tudo
      *>------------------------------------------------------------------------
       validar-acesso-opcao section.

                   if ws-entra-opcao = 9
                   or ws-entra-opcao = 11
                   or ws-entra-opcao = 14
                   or ws-entra-opcao = 15
                   or ws-entra-opcao = 16
                   or ws-entra-opcao = 21 then
                       move "N" to ws-acesso-ok
                   end-if
               when ws-op-perfil = "FINANCEIRO"
                   if ws-entra-opcao = 2
                   or ws-entra-opcao = 14
                   or ws-entra-opcao = 18
                   or ws-entra-opcao = 19 then
                       move "N" to ws-acesso-ok
                   end-if
               when other
                   call "processamento" using  ws-cadastro,   *> Chamar o programa para cadastrar o aluno
                                               ws-msg-erro,
                                               ws-funcao,
                                               ws-msg,
                                               ws-next-prev,
                                               ws-frequencia,
                                               ws-log-nav,
                                               ws-parametros,
                                               ws-turma-reg,
                                               ws-mensalidade,
                                               ws-responsavel-reg,
                                               ws-nota-bim,
                                               ws-espera,
                                               ws-operador

                   if ws-funcao = "ef" then       *> Caso o programa volte com erro fatal
                       perform finaliza-anormal   *> Desvia para o fim anormal
           move ws-fone_pais   to ws-le-fone
           move zero           to ws-le-posicao
           move zero           to ws-le-data
           move zero           to ws-le-liberada
           move spaces         to ws-inclui-espera

           display sc-tela-oferta-espera
           move spaces to ws-le-nome
           move spaces to ws-le-fone
           move zero   to ws-le-data
           move zero   to ws-le-liberada

           perform until ws-voltar = "X"
                      or ws-voltar = "x"
           move zero   to  ws-log-seq
           move zero   to  ws-log-total
           move spaces to  ws-log-operacao
           move zero   to  ws-log-ano
           move spaces to  ws-msg
           move spaces to  ws-voltar

      *>------------------------------------------------------------------------
      *> Parametros do Sistema - manutencao protegida por senha dos
      *> valores oficiais da escola (ultimo codigo atribuido, limite de
      *> aprovacao, limite de faltas, nome da escola, senha e os encargos
      *> de atraso das mensalidades: multa, juros ao dia, carencia e dia
      *> de vencimento das parcelas)
      *>------------------------------------------------------------------------
       parametros-sistema section.


      *>------------------------------------------------------------------------
      *> Baixa de Mensalidades - busca a parcela do aluno/ano/mes gerada
      *> pela rotina de mensalidades (ou a parcela de um acordo, pelo
      *> numero do acordo), mostra a multa, os juros e o total devido na
      *> data e registra o pagamento recebido
      *>------------------------------------------------------------------------
       baixa-mensalidades section.

           move zero   to ws-mn-valor-pago
           move zero   to ws-mn-pagamento
           move spaces to ws-mn-situacao
           move zero   to ws-mn-vencimento
           move zero   to ws-mn-multa
           move zero   to ws-mn-juros
           move zero   to ws-mn-total-devido
           move zero   to ws-mn-acordo
           move zero   to ws-mn-acordo-parcela
           move zero   to ws-mn-taxa
           move spaces to ws-mn-taxa-descricao

           perform until ws-voltar = "X"
                      or ws-voltar = "x"
       baixa-mensalidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acordos de Renegociacao - busca as parcelas em aberto dos filhos
      *> do responsavel, recebe as marcadas para o acordo e o plano
      *> (entrada, parcelas e primeiro vencimento) e gera o acordo
      *>------------------------------------------------------------------------
       acordos-renegociacao section.

           move spaces to ws-voltar
           move spaces to ws-msg
           move zero   to ws-ac-numero
           move zero   to ws-ac-responsavel
           move spaces to ws-ac-nome-resp
           move zero   to ws-ac-entrada
           move zero   to ws-ac-qtd-parcelas
           move zero   to ws-ac-primeiro-venc
           move zero   to ws-ac-valor-total
           move zero   to ws-ac-valor-parcela
           move zero   to ws-ac-qtd-itens
           move 1      to ws-at-pagina

           perform until ws-voltar = "X"
                      or ws-voltar = "x"

               move spaces to ws-busca-acordo
               move spaces to ws-gera-acordo
               move spaces to ws-at-anterior
               move spaces to ws-at-proxima

               perform montar-pagina-acordo

               display sc-tela-acordos
               accept  sc-tela-acordos

               move spaces to ws-msg

               if ws-voltar = spaces then
                   perform guardar-marcas-acordo

                   evaluate true
                       when ws-busca-acordo = "X"
                       or   ws-busca-acordo = "x"
                           move "ab"   to  ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Buscar parcelas da familia)
                           perform chamar-acordo
                           move 1 to ws-at-pagina
                       when ws-gera-acordo = "X"
                       or   ws-gera-acordo = "x"
                           move "ag"   to  ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Gerar acordo)
                           perform chamar-acordo
                       when ws-at-proxima = "X"
                       or   ws-at-proxima = "x"
                           if ws-at-pagina < ws-at-paginas then
                               add 1 to ws-at-pagina
                           else
                               move "Ultima Pagina da Lista." to ws-msg
                           end-if
                       when ws-at-anterior = "X"
                       or   ws-at-anterior = "x"
                           if ws-at-pagina > 1 then
                               subtract 1 from ws-at-pagina
                           else
                               move "Primeira Pagina da Lista." to ws-msg
                           end-if
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform

           .
       acordos-renegociacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Monta as 10 linhas da pagina corrente da lista de parcelas do
      *> acordo (linhas alem do fim da lista ficam em branco)
      *>------------------------------------------------------------------------
       montar-pagina-acordo section.

           compute ws-at-paginas = (ws-ac-qtd-itens + 9) / 10
           if ws-at-paginas = zero then
               move 1 to ws-at-paginas
           end-if
           if ws-at-pagina > ws-at-paginas then
               move ws-at-paginas to ws-at-pagina
           end-if

           perform varying ws-at-i from 1 by 1 until ws-at-i > 10
               compute ws-at-item = (ws-at-pagina - 1) * 10 + ws-at-i
               if ws-at-item > ws-ac-qtd-itens then
                   move spaces to ws-at-linha(ws-at-i)
               else
                   move ws-ac-marcado(ws-at-item)    to ws-at-marca(ws-at-i)
                   move ws-ac-cod_aluno(ws-at-item)  to ws-at-cod_aluno(ws-at-i)
                   move ws-ac-nome_aluno(ws-at-item) to ws-at-nome_aluno(ws-at-i)
                   move ws-ac-ano(ws-at-item)        to ws-at-ano(ws-at-i)
                   move ws-ac-mes(ws-at-item)        to ws-at-mes(ws-at-i)
                   move ws-ac-devido(ws-at-item)     to ws-at-devido-edt
                   move ws-at-devido-edt             to ws-at-devido(ws-at-i)
               end-if
           end-perform

           .
       montar-pagina-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Devolve a lista as marcas digitadas na pagina corrente
      *>------------------------------------------------------------------------
       guardar-marcas-acordo section.

           perform varying ws-at-i from 1 by 1 until ws-at-i > 10
               compute ws-at-item = (ws-at-pagina - 1) * 10 + ws-at-i
               if ws-at-item <= ws-ac-qtd-itens then
                   move ws-at-marca(ws-at-i) to ws-ac-marcado(ws-at-item)
               end-if
           end-perform

           .
       guardar-marcas-acordo-exit.
           exit.

       chamar-acordo section.

           call "processamento" using  ws-cadastro,
                                       ws-msg-erro,
                                       ws-funcao,
                                       ws-msg,
                                       ws-next-prev,
                                       ws-frequencia,
                                       ws-log-nav,
                                       ws-parametros,
                                       ws-turma-reg,
                                       ws-mensalidade,
                                       ws-responsavel-reg,
                                       ws-nota-bim,
                                       ws-espera,
                                       ws-operador,
                                       ws-usuario-reg,
                                       ws-bolsa,
                                       ws-acordo
           if ws-funcao = "ef" then                *> Caso o programa volte com erro fatal
               perform finaliza-anormal
           end-if

           .
       chamar-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Cadastro de Professores - manutencao do cadastro de professores
      *> (codigo, nome, contato e carga horaria contratada em aulas por
      *> semana); mostra as aulas ja lancadas na grade horaria
      *>------------------------------------------------------------------------
       cadastro-professores section.

           move spaces to ws-voltar
           move spaces to ws-msg
           move zero   to ws-pf-codigo
           move spaces to ws-pf-nome
           move spaces to ws-pf-fone
           move spaces to ws-pf-email
           move zero   to ws-pf-carga
           move zero   to ws-pf-aulas-grade
           move spaces to ws-gh-turma

           perform until ws-voltar = "X"
                      or ws-voltar = "x"

               move spaces to ws-busca-professor
               move spaces to ws-confirmar

               display sc-tela-cad-professor
               accept  sc-tela-cad-professor

               move spaces to ws-msg

               if ws-voltar = spaces then

                   evaluate true
                       when ws-busca-professor = "X" or "x"
                           move "pb" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Buscar professor)
                           perform chamar-grade-horaria
                       when ws-confirmar = "X" or "x"
                           move "pg" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Gravar professor)
                           perform chamar-grade-horaria
                   end-evaluate

               end-if
           end-perform

           .
       cadastro-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Grade Horaria - atribui o professor de cada disciplina da turma
      *> e lanca/exclui as aulas no quadro semanal; o processamento
      *> recusa horario ocupado na turma, choque de horario do professor
      *> e aula alem da carga contratada
      *>------------------------------------------------------------------------
       grade-horaria section.

           move spaces to ws-voltar
           move spaces to ws-msg
           move spaces to ws-gh-turma
           move spaces to ws-gh-disciplina
           move zero   to ws-gh-professor
           move spaces to ws-gh-nome-prof
           move zero   to ws-gh-dia
           move zero   to ws-gh-aula
           move spaces to ws-gh-quadro

           perform until ws-voltar = "X"
                      or ws-voltar = "x"

               move spaces to ws-busca-grade
               move spaces to ws-atribui-grade
               move spaces to ws-remove-atribuicao
               move spaces to ws-lanca-aula
               move spaces to ws-exclui-aula

               display sc-tela-grade-horaria
               accept  sc-tela-grade-horaria

               move spaces to ws-msg

               if ws-voltar = spaces then

                   evaluate true
                       when ws-busca-grade = "X" or "x"
                           move "gb" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Buscar grade da turma)
                           perform chamar-grade-horaria
                       when ws-atribui-grade = "X" or "x"
                           move "ga" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Atribuir professor)
                           perform chamar-grade-horaria
                       when ws-remove-atribuicao = "X" or "x"
                           move "gr" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Remover atribuicao)
                           perform chamar-grade-horaria
                       when ws-lanca-aula = "X" or "x"
                           move "gg" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Lancar aula na grade)
                           perform chamar-grade-horaria
                       when ws-exclui-aula = "X" or "x"
                           move "gx" to ws-funcao   *> Movendo a função a ser utilizada no programa de processamento (Excluir aula da grade)
                           perform chamar-grade-horaria
                   end-evaluate

               end-if
           end-perform

           .
       grade-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Chama o programa de processamento com a funcao de professor ou
      *> de grade horaria ja movida
      *>------------------------------------------------------------------------
       chamar-grade-horaria section.

           call "processamento" using  ws-cadastro,
                                       ws-msg-erro,
                                       ws-funcao,
                                       ws-msg,
                                       ws-next-prev,
                                       ws-frequencia,
                                       ws-log-nav,
                                       ws-parametros,
                                       ws-turma-reg,
                                       ws-mensalidade,
                                       ws-responsavel-reg,
                                       ws-nota-bim,
                                       ws-espera,
                                       ws-operador,
                                       ws-usuario-reg,
                                       ws-bolsa,
                                       ws-acordo,
                                       ws-professor,
                                       ws-grade
           if ws-funcao = "ef" then                *> Caso o programa volte com erro fatal
               perform finaliza-anormal
           end-if

           .
       chamar-grade-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Movimentacao de Alunos - registra a saida do aluno (transferencia,
      *> abandono ou outro motivo) com a data e a escola de destino,
      *> reimprime a declaracao de transferencia e registra a
      *> transferencia recebida com a escola de origem e as notas trazidas
      *>------------------------------------------------------------------------
       movimentacao-alunos section.

           move spaces to ws-voltar
           move spaces to ws-msg
           move zero   to ws-cod_aluno
           move spaces to ws-nome_aluno
           move spaces to ws-turma
           move zero   to ws-ano_letivo
           move spaces to ws-status_cadastro
           move spaces to ws-situacao
           move spaces to ws-mv-tipo
           move zero   to ws-mv-data
           move spaces to ws-mv-escola
           move zero   to ws-mv-qtd-canceladas
           perform limpar-notas-movimento

           perform until ws-voltar = "X"
                      or ws-voltar = "x"

               move spaces to ws-busca-movimento
               move spaces to ws-registra-saida
               move spaces to ws-imprime-declaracao
               move spaces to ws-registra-entrada

               display sc-tela-movimentacao
               accept  sc-tela-movimentacao

               move spaces to ws-msg

               if ws-voltar = spaces then

                   evaluate true
                       when ws-busca-movimento = "X" or "x"
                           move "vb" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Buscar aluno)
                           perform chamar-movimentacao
                           perform limpar-notas-movimento   *> As notas da tela sao so as trazidas
                       when ws-registra-saida = "X" or "x"
                           move "vs" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Registrar saida)
                           perform chamar-movimentacao
                       when ws-imprime-declaracao = "X" or "x"
                           move "vd" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Imprimir declaracao)
                           perform chamar-movimentacao
                       when ws-registra-entrada = "X" or "x"
                           move "ve" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Transferencia recebida)
                           perform chamar-movimentacao
                           if ws-msg = "Transferencia Recebida Registrada." then
                               perform limpar-notas-movimento
                           end-if
                   end-evaluate

               end-if
           end-perform

           .
       movimentacao-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Limpa as notas trazidas da tela de movimentacao
      *>------------------------------------------------------------------------
       limpar-notas-movimento section.

           move zero   to  ws-qtd-notas
           move spaces to  ws-disciplina(01)
           move zero   to  ws-nota(01)
           move spaces to  ws-disciplina(02)
           move zero   to  ws-nota(02)
           move spaces to  ws-disciplina(03)
           move zero   to  ws-nota(03)
           move spaces to  ws-disciplina(04)
           move zero   to  ws-nota(04)
           move spaces to  ws-disciplina(05)
           move zero   to  ws-nota(05)
           move spaces to  ws-disciplina(06)
           move zero   to  ws-nota(06)
           move zero   to  ws-nota-bim

           .
       limpar-notas-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Chama o programa de processamento com a funcao de movimentacao
      *> de alunos ja movida
      *>------------------------------------------------------------------------
       chamar-movimentacao section.

           call "processamento" using  ws-cadastro,
                                       ws-msg-erro,
                                       ws-funcao,
                                       ws-msg,
                                       ws-next-prev,
                                       ws-frequencia,
                                       ws-log-nav,
                                       ws-parametros,
                                       ws-turma-reg,
                                       ws-mensalidade,
                                       ws-responsavel-reg,
                                       ws-nota-bim,
                                       ws-espera,
                                       ws-operador,
                                       ws-usuario-reg,
                                       ws-bolsa,
                                       ws-acordo,
                                       ws-professor,
                                       ws-grade,
                                       ws-movimento
           if ws-funcao = "ef" then                *> Caso o programa volte com erro fatal
               perform finaliza-anormal
           end-if

           .
       chamar-movimentacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Rematricula - registra a resposta da familia na campanha do ano
      *> de fechamento (confirmacao ou recusa, com a data); a confirmacao
      *> fica bloqueada enquanto houver parcela do ano em aberto
      *>------------------------------------------------------------------------
       rematricula-alunos section.

           move spaces to ws-voltar
           move spaces to ws-msg
           move zero   to ws-cod_aluno
           move spaces to ws-nome_aluno
           move spaces to ws-rm-turma
           move spaces to ws-rm-turma-destino
           move spaces to ws-rm-resposta
           move spaces to ws-rm-situacao
           move zero   to ws-rm-abertas
           accept ws-rm-data from date yyyymmdd    *> A resposta chega, em geral, no dia
           move ws-rm-data(1:4) to ws-rm-ano       *> Campanha do ano letivo corrente

           perform until ws-voltar = "X"
                      or ws-voltar = "x"

               move spaces to ws-busca-rematricula
               move spaces to ws-grava-rematricula

               display sc-tela-rematricula
               accept  sc-tela-rematricula

               move spaces to ws-msg

               if ws-voltar = spaces then

                   evaluate true
                       when ws-busca-rematricula = "X" or "x"
                           move "qb" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Buscar na campanha)
                           perform chamar-rematricula
                       when ws-grava-rematricula = "X" or "x"
                           move "qg" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Gravar resposta)
                           perform chamar-rematricula
                   end-evaluate

               end-if
           end-perform

           .
       rematricula-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Chama o programa de processamento com a funcao de rematricula
      *> ja movida
      *>------------------------------------------------------------------------
       chamar-rematricula section.

           call "processamento" using  ws-cadastro,
                                       ws-msg-erro,
                                       ws-funcao,
                                       ws-msg,
                                       ws-next-prev,
                                       ws-frequencia,
                                       ws-log-nav,
                                       ws-parametros,
                                       ws-turma-reg,
                                       ws-mensalidade,
                                       ws-responsavel-reg,
                                       ws-nota-bim,
                                       ws-espera,
                                       ws-operador,
                                       ws-usuario-reg,
                                       ws-bolsa,
                                       ws-acordo,
                                       ws-professor,
                                       ws-grade,
                                       ws-movimento,
                                       ws-rematricula
           if ws-funcao = "ef" then                *> Caso o programa volte com erro fatal
               perform finaliza-anormal
           end-if

           .
       chamar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Taxas Avulsas - manutencao do catalogo (material, uniforme,
      *> passeio, taxa de matricula...) e lancamento da taxa na
      *> competencia para um aluno ou para a turma inteira; cada
      *> lancamento vira um titulo do aluno pago na Baixa de Mensalidades
      *>------------------------------------------------------------------------
       taxas-avulsas section.

           move spaces to ws-voltar
           move spaces to ws-msg
           move zero   to ws-cod_aluno
           move spaces to ws-nome_aluno
           move zero   to ws-tx-codigo
           move spaces to ws-tx-descricao
           move zero   to ws-tx-valor
           move spaces to ws-tx-categoria
           move spaces to ws-tx-turma
           move zero   to ws-tx-dia-venc
           move zero   to ws-tx-qtd-lancadas
           move zero   to ws-tx-qtd-existentes
           accept ws-tx-data-hoje from date yyyymmdd   *> Competencia do mes corrente
           move ws-tx-data-hoje(1:4) to ws-tx-ano
           move ws-tx-data-hoje(5:2) to ws-tx-mes

           perform until ws-voltar = "X"
                      or ws-voltar = "x"

               move spaces to ws-busca-taxa
               move spaces to ws-grava-taxa
               move spaces to ws-lanca-taxa

               display sc-tela-taxas
               accept  sc-tela-taxas

               move spaces to ws-msg

               if ws-voltar = spaces then

                   evaluate true
                       when ws-busca-taxa = "X" or "x"
                           move "xb" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Buscar taxa)
                           perform chamar-taxa
                       when ws-grava-taxa = "X" or "x"
                           move "xg" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Gravar taxa)
                           perform chamar-taxa
                       when ws-lanca-taxa = "X" or "x"
                           move "xl" to ws-funcao   *> Movendo a funcao a ser utilizada no programa de processamento (Lancar taxa)
                           perform chamar-taxa
                   end-evaluate

               end-if
           end-perform

           .
       taxas-avulsas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Chama o programa de processamento com a funcao de taxas avulsas
      *> ja movida
      *>------------------------------------------------------------------------
       chamar-taxa section.

           call "processamento" using  ws-cadastro,
                                       ws-msg-erro,
                                       ws-funcao,
                                       ws-msg,
                                       ws-next-prev,
                                       ws-frequencia,
                                       ws-log-nav,
                                       ws-parametros,
                                       ws-turma-reg,
                                       ws-mensalidade,
                                       ws-responsavel-reg,
                                       ws-nota-bim,
                                       ws-espera,
                                       ws-operador,
                                       ws-usuario-reg,
                                       ws-bolsa,
                                       ws-acordo,
                                       ws-professor,
                                       ws-grade,
                                       ws-movimento,
                                       ws-rematricula,
                                       ws-taxa
           if ws-funcao = "ef" then                *> Caso o programa volte com erro fatal
               perform finaliza-anormal
           end-if

           .
       chamar-taxa-exit.
           exit.

      *>-----------------------------------------------------------------------
      *>   Consultar Cadastro - Consulta Indexada
      *>-----------------------------------------------------------------------
