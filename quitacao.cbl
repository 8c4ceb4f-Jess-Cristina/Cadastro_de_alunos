      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "quitacao".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Documentos anuais do responsavel financeiro - para o ano-calendario
      *>informado na linha de comando (aaaa), agrupa pelo responsavel do
      *>cadastro (fd-responsavel) os pagamentos do ano lidos no indice do
      *>diario (arqPagamentosIndex.dat, ou arqPagamentos<aaaa>.dat quando o
      *>ano ja foi arquivado)
      *>e as parcelas de arqMensalidades.dat dos filhos e emite em
      *>declaracoesAnuais.txt, para cada responsavel de arqResponsaveis.dat
      *>(nome, CPF e endereco), o demonstrativo de pagamentos para o IRPF
      *>(cada filho com o valor efetivamente pago mes a mes no ano) e, em
      *>pagina seguinte, a declaracao anual de quitacao de debitos - esta
      *>somente quando nenhuma parcela do ano ficou em aberto (parcela
      *>renegociada conta como aberta enquanto o acordo nao for quitado).
      *>Pagamento de parcela de acordo entra no mes em que foi pago, em
      *>nome do filho titular do acordo. Taxas avulsas (entrada tipo "T"
      *>do diario) nao sao despesa de instrucao e ficam fora do
      *>demonstrativo. A listagem de controle
      *>quitacaoControle.txt relaciona cada documento deixado de fora e o
      *>motivo, inclusive alunos com movimento no ano sem responsavel
      *>cadastrado.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select arqCadAl assign to "arqCadAlIndex.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-cod_aluno
           file status is ws-fs-arqCadAl.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mn-chave
           file status is ws-fs-arqMensalidades.

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

           select arqAcordos assign to "arqAcordos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ac-numero
           file status is ws-fs-arqAcordos.

           select arqDeclaracao assign to "declaracoesAnuais.txt"
           organization is line sequential
           file status is ws-fs-arqDeclaracao.

           select arqControle assign to "quitacaoControle.txt"
           organization is line sequential
           file status is ws-fs-arqControle.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

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

      *>----Indice do diario de pagamentos (ou arquivo anual do
      *>----arquivamento, mesmo layout): chave por data + recibo e chave
      *>----alternativa por aluno + data + recibo
       fd arqPagamentos.

       01  fd-pagamento.
           05  fd-pg-chave.
               10  fd-pg-data.
                   15  fd-pg-data-ano              pic 9(04).
                   15  fd-pg-data-mes              pic 9(02).
                   15  fd-pg-data-dia              pic 9(02).
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

       fd arqDeclaracao.

       01  dec-linha                               pic x(132).

       fd arqControle.

       01  ctl-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqCadAl                          pic x(02).
       77  ws-fs-arqMensalidades                   pic x(02).
       77  ws-fs-arqPagamentos                     pic x(02).
       77  ws-fs-arqResponsaveis                   pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqAcordos                        pic x(02).
       77  ws-fs-arqDeclaracao                     pic x(02).
       77  ws-fs-arqControle                       pic x(02).
       77  ws-tem-pagamentos                       pic x(01) value "N".
       77  ws-fs-arqDiario                         pic x(02).
      *>---- Indice vivo do diario ou arquivo do ano ja arquivado
       77  ws-diario-nome                          pic x(30).
       77  ws-tem-parametros                       pic x(01) value "N".
       77  ws-tem-acordos                          pic x(01) value "N".

      *>----Nome da escola impresso no cabecalho; sem o arquivo de
      *>----parametros permanece o padrao historico
       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL".

       77  ws-fim-arquivo                          pic x(01) value "N".
       77  ws-mn-fim                               pic x(01).

      *>---- Ano-calendario informado na linha de comando (obrigatorio)
       77  ws-ano-param                            pic x(10).
       77  ws-ano-trim                             pic x(10).
       77  ws-ano-tam                              pic 9(02).
       77  ws-ano-valido                           pic x(01).
       77  ws-ano-base                             pic 9(04).

       77  ws-data-hoje                            pic 9(08).

      *>----Alunos do cadastro com o movimento do ano: parcelas do ano,
      *>----parcelas em aberto (inclusive renegociadas em acordo ainda
      *>----nao quitado) e o valor pago em cada mes do ano; a tabela
      *>----comporta 3000 alunos - acima disso o aluno sai na listagem
      *>----de controle como nao processado
       01  ws-alunos.
           05  ws-al-qtd                           pic 9(04) value zero.
           05  ws-al-item occurs 3000.
               10  ws-al-cod                       pic 9(05).
               10  ws-al-nome                      pic x(35).
               10  ws-al-resp                      pic 9(05).
               10  ws-al-parcelas                  pic 9(03).
               10  ws-al-abertas                   pic 9(03).
               10  ws-al-em-acordo                 pic 9(03).
               10  ws-al-vinculado                 pic x(01).
               10  ws-al-total                     pic 9(07)v99.
               10  ws-al-pago occurs 12            pic 9(07)v99.

       77  ws-a                                    pic 9(04).
       77  ws-m                                    pic 9(02).
       77  ws-achou-aluno                          pic x(01).

      *>----Apuracao do responsavel corrente
       77  ws-fam-filhos                           pic 9(03).
       77  ws-fam-parcelas                         pic 9(05).
       77  ws-fam-abertas                          pic 9(05).
       77  ws-fam-em-acordo                        pic 9(05).
       77  ws-fam-total                            pic 9(09)v99.
       77  ws-motivo                               pic x(45).
       77  ws-documento                            pic x(10).

       77  ws-pg-valor-frmt                        pic 9(04)v99.
       77  ws-pg-multa-frmt                        pic 9(04)v99.
       77  ws-pg-juros-frmt                        pic 9(04)v99.

       01  ws-cpf-edt.
           05  ws-cpf-edt-1                        pic x(03).
           05  filler                              pic x(01) value ".".
           05  ws-cpf-edt-2                        pic x(03).
           05  filler                              pic x(01) value ".".
           05  ws-cpf-edt-3                        pic x(03).
           05  filler                              pic x(01) value "-".
           05  ws-cpf-edt-4                        pic x(02).

       01  ws-nomes-meses.
           05  filler                              pic x(36)
               value "JanFevMarAbrMaiJunJulAgoSetOutNovDez".
       01  ws-meses redefines ws-nomes-meses.
           05  ws-mes-nome occurs 12               pic x(03).

       77  ws-col                                  pic 9(03).
       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-rs-codigo-edt                        pic zzzz9.
       77  ws-n_casa-edt                           pic zzzz9.
       77  ws-valor-mes-edt                        pic zzzz9,99.
       77  ws-total-aluno-edt                      pic zzzzzz9,99.
       77  ws-total-fam-edt                        pic zzzzzzzz9,99.

      *>---- Totais da rodada
       77  ws-qtd-responsaveis                     pic 9(05) value zero.
       77  ws-qtd-extratos                         pic 9(05) value zero.
       77  ws-qtd-declaracoes                      pic 9(05) value zero.
       77  ws-qtd-omitidos                         pic 9(05) value zero.
       77  ws-total-geral                          pic 9(09)v99 value zero.
       77  ws-qtd-responsaveis-edt                 pic zzzz9.
       77  ws-qtd-extratos-edt                     pic zzzz9.
       77  ws-qtd-declaracoes-edt                  pic zzzz9.
       77  ws-qtd-omitidos-edt                     pic zzzz9.
       77  ws-total-geral-edt                      pic zzzzzzzz9,99.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform carregar-alunos.
           perform acumular-pagamentos.
           perform processar-responsaveis.
           perform listar-alunos-sem-responsavel.
           perform imprime-totais-quitacao.
           perform finaliza.
           stop run.

       inicializa section.

           accept ws-ano-param from command-line
           perform validar-ano-base
           if ws-ano-valido = "N" then
               move "Informe o Ano-Calendario (aaaa) na Linha de Comando." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           accept ws-data-hoje from date yyyymmdd

           open input arqCadAl
           if ws-fs-arqCadAl <> "00" then
               move "Erro ao abrir arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqMensalidades
           if ws-fs-arqMensalidades <> "00" then
               move "Erro ao abrir arq. arqMensalidades.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqResponsaveis
           if ws-fs-arqResponsaveis <> "00" then
               move "Erro ao abrir arq. arqResponsaveis.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           perform abrir-diario-ano

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

           open input arqAcordos           *> Sem acordos gerados nenhuma parcela
           evaluate ws-fs-arqAcordos       *> esta renegociada
               when "00"
                   move "S" to ws-tem-acordos
               when "35"
                   move "N" to ws-tem-acordos
               when other
                   move "Erro ao abrir arq. arqAcordos.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open output arqDeclaracao
           if ws-fs-arqDeclaracao <> "00" then
               move "Erro ao abrir arq. declaracoesAnuais.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqControle
           if ws-fs-arqControle <> "00" then
               move "Erro ao abrir arq. quitacaoControle.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move ws-nome-escola to ctl-linha
           write ctl-linha

           move spaces to ctl-linha
           string "Documentos Anuais - Listagem de Controle - Ano-Calendario "
                                                 delimited by size
                  ws-ano-base                    delimited by size
             into ctl-linha
           end-string
           write ctl-linha

           move all "-" to ctl-linha
           write ctl-linha

           move spaces to ctl-linha
           move "Cod.   Responsavel / Aluno"          to ctl-linha(1:44)
           move "Documento"                          to ctl-linha(45:12)
           move "Motivo"                             to ctl-linha(57:6)
           write ctl-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica o ano-calendario recebido na linha de comando
      *>------------------------------------------------------------------------
       validar-ano-base section.

           move "S" to ws-ano-valido

           move function trim(ws-ano-param)                  to ws-ano-trim
           move function length(function trim(ws-ano-param)) to ws-ano-tam

           if ws-ano-param = spaces
           or ws-ano-tam <> 4 then
               move "N" to ws-ano-valido
           else
               if ws-ano-trim(1:4) not numeric then
                   move "N" to ws-ano-valido
               end-if
           end-if

           if ws-ano-valido = "S" then
               move ws-ano-trim(1:4) to ws-ano-base
               if ws-ano-base < 1900 then
                   move "N" to ws-ano-valido
               end-if
           end-if

           .
       validar-ano-base-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega os alunos do cadastro (ativos e inativos: o pagamento
      *>   do ano independe da matricula) com as parcelas do ano
      *>------------------------------------------------------------------------
       carregar-alunos section.

           move 1 to fd-cod_aluno
           start arqCadAl

           evaluate ws-fs-arqCadAl
               when "00"
                   perform until ws-fim-arquivo = "S"
                       read arqCadAl next
                       if ws-fs-arqCadAl = "00" then
                           if ws-al-qtd < 3000 then
                               perform incluir-aluno-tabela
                           else
                               move fd-cod_aluno   to ws-cod-aluno-edt
                               move spaces to ctl-linha
                               move ws-cod-aluno-edt   to ctl-linha(1:5)
                               move fd-nome_aluno      to ctl-linha(8:35)
                               move "TODOS"            to ctl-linha(45:10)
                               move "ALUNO ALEM DA CAPACIDADE DA TABELA" to ctl-linha(57:45)
                               perform gravar-linha-controle
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
       carregar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui o aluno corrente na tabela e conta as parcelas do ano
      *>------------------------------------------------------------------------
       incluir-aluno-tabela section.

           add 1 to ws-al-qtd
           move ws-al-qtd to ws-a

           move fd-cod_aluno   to ws-al-cod(ws-a)
           move fd-nome_aluno  to ws-al-nome(ws-a)
           move fd-responsavel to ws-al-resp(ws-a)
           move zero           to ws-al-parcelas(ws-a)
           move zero           to ws-al-abertas(ws-a)
           move zero           to ws-al-em-acordo(ws-a)
           move "N"            to ws-al-vinculado(ws-a)
           move zero           to ws-al-total(ws-a)
           perform varying ws-m from 1 by 1 until ws-m > 12
               move zero to ws-al-pago(ws-a, ws-m)
           end-perform

           move fd-cod_aluno to fd-mn-cod_aluno
           move ws-ano-base  to fd-mn-ano
           move zero         to fd-mn-mes
           start arqMensalidades key is not < fd-mn-chave

           evaluate ws-fs-arqMensalidades
               when "00"
                   move "N" to ws-mn-fim
                   perform until ws-mn-fim = "S"
                       read arqMensalidades next
                       if ws-fs-arqMensalidades = "00" then
                           if fd-mn-cod_aluno = fd-cod_aluno
                           and fd-mn-ano = ws-ano-base then
                               perform classificar-parcela-ano
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
                   continue                            *> Aluno sem mensalidades geradas
               when other
                   move "Erro ao Posicionar Arq. arqMensalidades.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       incluir-aluno-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Classifica a parcela do ano do aluno ws-a: paga e isenta estao
      *>   quitadas; a renegociada so esta quitada com o acordo QUITADO
      *>------------------------------------------------------------------------
       classificar-parcela-ano section.

           add 1 to ws-al-parcelas(ws-a)

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
                           add 1 to ws-al-em-acordo(ws-a)
                       end-if
                   else
                       add 1 to ws-al-em-acordo(ws-a)
                   end-if
               when other
                   add 1 to ws-al-abertas(ws-a)
           end-evaluate

           .
       classificar-parcela-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre a fonte dos pagamentos do ano: o arquivo anual
      *>   arqPagamentos<aaaa>.dat quando o ano ja foi arquivado, senao o
      *>   indice vivo do diario. Sem o indice nada foi pago no ano, desde
      *>   que o diario tambem nao tenha entradas (com entradas o indice
      *>   precisa ser montado antes pelo programa arquivamento)
      *>------------------------------------------------------------------------
       abrir-diario-ano section.

           move spaces to ws-diario-nome
           string "arqPagamentos"       delimited by size
                  ws-ano-base           delimited by size
                  ".dat"                delimited by size
             into ws-diario-nome
           end-string

           open input arqPagamentos
           evaluate ws-fs-arqPagamentos
               when "00"
                   move "S" to ws-tem-pagamentos
               when "35"
                   move "arqPagamentosIndex.dat" to ws-diario-nome
                   open input arqPagamentos
                   evaluate ws-fs-arqPagamentos
                       when "00"
                           move "S" to ws-tem-pagamentos
                       when "35"
                           move "N" to ws-tem-pagamentos
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
                       when other
                           move "Erro ao abrir arq. arqPagamentosIndex.dat" to ws-msg-erro-fatal
                           perform erro-fatal
                   end-evaluate
               when other
                   move "Erro ao abrir o Arquivo Anual do Diario" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       abrir-diario-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Posiciona o diario no primeiro recibo do ano e acumula, no
      *>   aluno e no mes do pagamento, o valor recebido no ano (principal
      *>   e encargos) ate o ano mudar
      *>------------------------------------------------------------------------
       acumular-pagamentos section.

           if ws-tem-pagamentos = "N" then
               continue                    *> Sem diario: nada pago no ano
           else
               move ws-ano-base to fd-pg-data-ano
               move 1           to fd-pg-data-mes
               move 1           to fd-pg-data-dia
               move zero        to fd-pg-seq
               start arqPagamentos key is not < fd-pg-chave

               evaluate ws-fs-arqPagamentos
                   when "00"
                       move "N" to ws-fim-arquivo
                       perform until ws-fim-arquivo = "S"
                           read arqPagamentos next
                           if ws-fs-arqPagamentos = "00"
                           and fd-pg-data-ano = ws-ano-base then
                               if fd-pg-tipo <> "T" then       *> Taxa avulsa fora do IRPF
                                   perform acumular-pagamento-aluno
                               end-if
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
                       continue                    *> Nenhum pagamento do ano em diante
                   when other
                       move "Erro ao Posicionar Arq. do Diario de Pagamentos" to ws-msg-erro-fatal
                       perform erro-fatal
               end-evaluate
           end-if

           .
       acumular-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma a entrada corrente do diario no aluno pagador
      *>------------------------------------------------------------------------
       acumular-pagamento-aluno section.

           move fd-pg-valor to ws-pg-valor-frmt   *> De-edita p/ somar
           if fd-pg-encargos = spaces then        *> Entrada anterior aos encargos
               move zero        to ws-pg-multa-frmt
               move zero        to ws-pg-juros-frmt
           else
               move fd-pg-multa to ws-pg-multa-frmt
               move fd-pg-juros to ws-pg-juros-frmt
           end-if

           move "N" to ws-achou-aluno
           perform varying ws-a from 1 by 1 until ws-a > ws-al-qtd
               if ws-al-cod(ws-a) = fd-pg-cod_aluno then
                   move "S" to ws-achou-aluno
                   move fd-pg-data-mes to ws-m
                   compute ws-al-pago(ws-a, ws-m) = ws-al-pago(ws-a, ws-m)
                       + ws-pg-valor-frmt + ws-pg-multa-frmt + ws-pg-juros-frmt
                   compute ws-al-total(ws-a) = ws-al-total(ws-a)
                       + ws-pg-valor-frmt + ws-pg-multa-frmt + ws-pg-juros-frmt
                   move ws-al-qtd to ws-a          *> Encerra a varredura
               end-if
           end-perform

           if ws-achou-aluno = "N" then            *> Aluno excluido do cadastro
               move fd-pg-cod_aluno to ws-cod-aluno-edt
               move spaces to ctl-linha
               move ws-cod-aluno-edt   to ctl-linha(1:5)
               move "(ALUNO NAO CADASTRADO)" to ctl-linha(8:35)
               move "EXTRATO"          to ctl-linha(45:10)
               move "PAGAMENTO DE ALUNO FORA DO CADASTRO" to ctl-linha(57:45)
               perform gravar-linha-controle
           end-if

           .
       acumular-pagamento-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro de responsaveis e emite os documentos de
      *>   cada um a partir dos filhos vinculados na tabela
      *>------------------------------------------------------------------------
       processar-responsaveis section.

           move zero to fd-rs-codigo
           start arqResponsaveis key is not < fd-rs-codigo

           evaluate ws-fs-arqResponsaveis
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqResponsaveis next
                       if ws-fs-arqResponsaveis = "00" then
                           add 1 to ws-qtd-responsaveis
                           perform apurar-familia
                           perform emitir-documentos-familia
                       else
                           if ws-fs-arqResponsaveis = "10" then
                               move "S" to ws-fim-arquivo
                           else
                               move "Erro ao Ler Arq. arqResponsaveis.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue
               when other
                   move "Erro ao Posicionar Arq. arqResponsaveis.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       processar-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Soma o movimento do ano dos filhos do responsavel corrente
      *>------------------------------------------------------------------------
       apurar-familia section.

           move zero to ws-fam-filhos
           move zero to ws-fam-parcelas
           move zero to ws-fam-abertas
           move zero to ws-fam-em-acordo
           move zero to ws-fam-total

           perform varying ws-a from 1 by 1 until ws-a > ws-al-qtd
               if ws-al-resp(ws-a) = fd-rs-codigo then
                   move "S" to ws-al-vinculado(ws-a)
                   add 1                      to ws-fam-filhos
                   add ws-al-parcelas(ws-a)   to ws-fam-parcelas
                   add ws-al-abertas(ws-a)    to ws-fam-abertas
                   add ws-al-em-acordo(ws-a)  to ws-fam-em-acordo
                   add ws-al-total(ws-a)      to ws-fam-total
               end-if
           end-perform

           .
       apurar-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Decide os documentos do responsavel corrente: o demonstrativo
      *>   sai havendo pagamento no ano; a declaracao de quitacao sai
      *>   havendo parcelas no ano e nenhuma delas em aberto. O que fica
      *>   de fora vai para a listagem de controle com o motivo
      *>------------------------------------------------------------------------
       emitir-documentos-familia section.

           move fd-rs-cpf(1:3)  to ws-cpf-edt-1
           move fd-rs-cpf(4:3)  to ws-cpf-edt-2
           move fd-rs-cpf(7:3)  to ws-cpf-edt-3
           move fd-rs-cpf(10:2) to ws-cpf-edt-4

           evaluate true
               when ws-fam-filhos = zero
                   move "TODOS"   to ws-documento
                   move "NENHUM ALUNO VINCULADO AO RESPONSAVEL" to ws-motivo
                   perform gravar-omitido-controle
               when fd-rs-cpf = spaces
                   move "TODOS"   to ws-documento
                   move "CPF DO RESPONSAVEL NAO INFORMADO" to ws-motivo
                   perform gravar-omitido-controle
               when other
                   if ws-fam-total > zero then
                       perform imprime-extrato-irpf
                   else
                       move "EXTRATO" to ws-documento
                       move "NENHUM PAGAMENTO NO ANO" to ws-motivo
                       perform gravar-omitido-controle
                   end-if

                   evaluate true
                       when ws-fam-parcelas = zero
                           move "QUITACAO" to ws-documento
                           move "NENHUMA PARCELA COM VENCIMENTO NO ANO" to ws-motivo
                           perform gravar-omitido-controle
                       when ws-fam-abertas > zero
                           move "QUITACAO" to ws-documento
                           move "PARCELAS DO ANO EM ABERTO" to ws-motivo
                           perform gravar-omitido-controle
                       when ws-fam-em-acordo > zero
                           move "QUITACAO" to ws-documento
                           move "PARCELAS DO ANO EM ACORDO NAO QUITADO" to ws-motivo
                           perform gravar-omitido-controle
                       when other
                           perform imprime-declaracao-quitacao
                   end-evaluate
           end-evaluate

           .
       emitir-documentos-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o demonstrativo de pagamentos do ano para o IRPF
      *>------------------------------------------------------------------------
       imprime-extrato-irpf section.

           perform imprime-cabecalho-documento

           move spaces to dec-linha
           string "DEMONSTRATIVO DE PAGAMENTOS PARA O IMPOSTO DE RENDA - ANO-CALENDARIO "
                                                 delimited by size
                  ws-ano-base                    delimited by size
             into dec-linha
           end-string
           write dec-linha

           move all "-" to dec-linha
           write dec-linha

           perform imprime-dados-responsavel

           move spaces to dec-linha
           write dec-linha

           move spaces to dec-linha
           move "Valores efetivamente pagos no ano (mensalidades, acordos, multa e juros), por mes de pagamento:"
                                                 to dec-linha
           write dec-linha

           move spaces to dec-linha
           write dec-linha

           move spaces to dec-linha
           move 1 to ws-col
           perform varying ws-m from 1 by 1 until ws-m > 12
               move ws-mes-nome(ws-m) to dec-linha(ws-col + 5:3)
               add 9 to ws-col
           end-perform
           move "Total" to dec-linha(ws-col + 5:5)
           write dec-linha

           perform varying ws-a from 1 by 1 until ws-a > ws-al-qtd
               if ws-al-resp(ws-a) = fd-rs-codigo
               and ws-al-total(ws-a) > zero then
                   perform imprime-linha-extrato
               end-if
           end-perform

           move ws-fam-total to ws-total-fam-edt
           move spaces to dec-linha
           write dec-linha

           move spaces to dec-linha
           string "Total Pago no Ano: R$ "        delimited by size
                  ws-total-fam-edt               delimited by size
             into dec-linha
           end-string
           write dec-linha

           move spaces to dec-linha
           write dec-linha

           move spaces to dec-linha
           string "Emitido em "                   delimited by size
                  ws-data-hoje(7:2)              delimited by size
                  "/"                            delimited by size
                  ws-data-hoje(5:2)              delimited by size
                  "/"                            delimited by size
                  ws-data-hoje(1:4)              delimited by size
             into dec-linha
           end-string
           write dec-linha
           if ws-fs-arqDeclaracao <> "00" then
               move "Erro ao Gravar arq. declaracoesAnuais.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           add 1 to ws-qtd-extratos
           add ws-fam-total to ws-total-geral

           .
       imprime-extrato-irpf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o filho ws-a e os valores pagos mes a mes
      *>------------------------------------------------------------------------
       imprime-linha-extrato section.

           move ws-al-cod(ws-a) to ws-cod-aluno-edt
           move spaces to dec-linha
           string "Aluno: "                      delimited by size
                  ws-cod-aluno-edt               delimited by size
                  " - "                          delimited by size
                  ws-al-nome(ws-a)               delimited by size
             into dec-linha
           end-string
           write dec-linha

           move spaces to dec-linha
           move 1 to ws-col
           perform varying ws-m from 1 by 1 until ws-m > 12
               move ws-al-pago(ws-a, ws-m) to ws-valor-mes-edt
               move ws-valor-mes-edt to dec-linha(ws-col:8)
               add 9 to ws-col
           end-perform
           move ws-al-total(ws-a) to ws-total-aluno-edt
           move ws-total-aluno-edt to dec-linha(ws-col:10)
           write dec-linha
           if ws-fs-arqDeclaracao <> "00" then
               move "Erro ao Gravar arq. declaracoesAnuais.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-linha-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a declaracao anual de quitacao de debitos
      *>------------------------------------------------------------------------
       imprime-declaracao-quitacao section.

           perform imprime-cabecalho-documento

           move spaces to dec-linha
           string "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
                                                 delimited by size
                  ws-ano-base                    delimited by size
             into dec-linha
           end-string
           write dec-linha

           move all "-" to dec-linha
           write dec-linha

           perform imprime-dados-responsavel

           move spaces to dec-linha
           write dec-linha

           move spaces to dec-linha
           string "Declaramos, para os fins da Lei no 12.007/2009, que o(a) responsavel acima identificado(a) "
                                                 delimited by size
                  "quitou"                       delimited by size
             into dec-linha
           end-string
           write dec-linha

           move spaces to dec-linha
           string "todas as parcelas com vencimento no ano de " delimited by size
                  ws-ano-base                    delimited by size
                  " referentes ao(s) aluno(s) relacionado(s) abaixo:"
                                                 delimited by size
             into dec-linha
           end-string
           write dec-linha

           move spaces to dec-linha
           write dec-linha

           perform varying ws-a from 1 by 1 until ws-a > ws-al-qtd
               if ws-al-resp(ws-a) = fd-rs-codigo
               and ws-al-parcelas(ws-a) > zero then
                   move ws-al-cod(ws-a) to ws-cod-aluno-edt
                   move spaces to dec-linha
                   string "   "                  delimited by size
                          ws-cod-aluno-edt       delimited by size
                          " - "                  delimited by size
                          ws-al-nome(ws-a)       delimited by size
                     into dec-linha
                   end-string
                   write dec-linha
               end-if
           end-perform

           move spaces to dec-linha
           write dec-linha

           move "Esta declaracao substitui, para a comprovacao do cumprimento das obrigacoes do consumidor,"
                                                 to dec-linha
           write dec-linha

           move "as quitacoes dos faturamentos mensais dos debitos do ano a que se refere."
                                                 to dec-linha
           write dec-linha

           move spaces to dec-linha
           write dec-linha

           move spaces to dec-linha
           string "Emitida em "                   delimited by size
                  ws-data-hoje(7:2)              delimited by size
                  "/"                            delimited by size
                  ws-data-hoje(5:2)              delimited by size
                  "/"                            delimited by size
                  ws-data-hoje(1:4)              delimited by size
             into dec-linha
           end-string
           write dec-linha
           if ws-fs-arqDeclaracao <> "00" then
               move "Erro ao Gravar arq. declaracoesAnuais.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           add 1 to ws-qtd-declaracoes

           .
       imprime-declaracao-quitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Abre a pagina do documento com o nome da escola
      *>------------------------------------------------------------------------
       imprime-cabecalho-documento section.

           if ws-qtd-extratos > zero
           or ws-qtd-declaracoes > zero then
               move spaces to dec-linha
               write dec-linha after advancing page
           end-if

           move ws-nome-escola to dec-linha
           write dec-linha

           .
       imprime-cabecalho-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime o bloco do responsavel: nome, CPF e endereco
      *>------------------------------------------------------------------------
       imprime-dados-responsavel section.

           move fd-rs-codigo to ws-rs-codigo-edt
           move spaces to dec-linha
           string "Responsavel: "                delimited by size
                  fd-rs-nome                     delimited by size
                  "  Cod: "                      delimited by size
                  ws-rs-codigo-edt               delimited by size
             into dec-linha
           end-string
           write dec-linha

           move spaces to dec-linha
           string "CPF: "                        delimited by size
                  ws-cpf-edt                     delimited by size
             into dec-linha
           end-string
           write dec-linha

           move fd-rs-n_casa to ws-n_casa-edt
           move spaces to dec-linha
           string "Endereco: "                   delimited by size
                  fd-rs-rua                      delimited by size
                  ", "                           delimited by size
                  ws-n_casa-edt                  delimited by size
                  " - "                          delimited by size
                  fd-rs-bairro                   delimited by size
             into dec-linha
           end-string
           write dec-linha

           move spaces to dec-linha
           string "          "                   delimited by size
                  fd-rs-cidade                   delimited by size
                  " - "                          delimited by size
                  fd-rs-uf                       delimited by size
                  "   CEP: "                     delimited by size
                  fd-rs-cep                      delimited by size
             into dec-linha
           end-string
           write dec-linha

           .
       imprime-dados-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava na listagem de controle o documento do responsavel
      *>   corrente deixado de fora (ws-documento) e o motivo
      *>------------------------------------------------------------------------
       gravar-omitido-controle section.

           add 1 to ws-qtd-omitidos

           move fd-rs-codigo to ws-rs-codigo-edt
           move spaces to ctl-linha
           move ws-rs-codigo-edt     to ctl-linha(1:5)
           move fd-rs-nome           to ctl-linha(8:35)
           move ws-documento         to ctl-linha(45:10)
           move ws-motivo            to ctl-linha(57:45)
           perform gravar-linha-controle

           .
       gravar-omitido-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Relaciona na listagem de controle os alunos com movimento no
      *>   ano que nao ficaram vinculados a nenhum responsavel cadastrado
      *>------------------------------------------------------------------------
       listar-alunos-sem-responsavel section.

           perform varying ws-a from 1 by 1 until ws-a > ws-al-qtd
               if ws-al-vinculado(ws-a) = "N"
               and (ws-al-total(ws-a) > zero
                    or ws-al-parcelas(ws-a) > zero) then
                   add 1 to ws-qtd-omitidos
                   move ws-al-cod(ws-a) to ws-cod-aluno-edt
                   move spaces to ctl-linha
                   move ws-cod-aluno-edt     to ctl-linha(1:5)
                   move ws-al-nome(ws-a)     to ctl-linha(8:35)
                   move "TODOS"              to ctl-linha(45:10)
                   if ws-al-resp(ws-a) = zero then
                       move "ALUNO SEM RESPONSAVEL CADASTRADO"     to ctl-linha(57:45)
                   else
                       move ws-al-resp(ws-a) to ws-rs-codigo-edt
                       move "RESPONSAVEL NAO CADASTRADO - COD. "   to ctl-linha(57:34)
                       move ws-rs-codigo-edt                       to ctl-linha(91:5)
                   end-if
                   perform gravar-linha-controle
               end-if
           end-perform

           .
       listar-alunos-sem-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a linha montada em ctl-linha
      *>------------------------------------------------------------------------
       gravar-linha-controle section.

           write ctl-linha
           if ws-fs-arqControle <> "00" then
               move "Erro ao Gravar arq. quitacaoControle.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       gravar-linha-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime os totais da rodada na listagem de controle
      *>------------------------------------------------------------------------
       imprime-totais-quitacao section.

           move ws-qtd-responsaveis to ws-qtd-responsaveis-edt
           move ws-qtd-extratos     to ws-qtd-extratos-edt
           move ws-qtd-declaracoes  to ws-qtd-declaracoes-edt
           move ws-qtd-omitidos     to ws-qtd-omitidos-edt
           move ws-total-geral      to ws-total-geral-edt

           move all "-" to ctl-linha
           write ctl-linha

           move spaces to ctl-linha
           string "Responsaveis: "               delimited by size
                  ws-qtd-responsaveis-edt        delimited by size
                  "   Demonstrativos IRPF: "     delimited by size
                  ws-qtd-extratos-edt            delimited by size
                  "   Declaracoes de Quitacao: " delimited by size
                  ws-qtd-declaracoes-edt         delimited by size
                  "   Deixados de Fora: "        delimited by size
                  ws-qtd-omitidos-edt            delimited by size
             into ctl-linha
           end-string
           write ctl-linha

           move spaces to ctl-linha
           string "Total Demonstrado (R$): "     delimited by size
                  ws-total-geral-edt             delimited by size
             into ctl-linha
           end-string
           write ctl-linha

           display "Documentos Anuais Gerados - Demonstrativos: " ws-qtd-extratos-edt
                   "  Quitacoes: "                                 ws-qtd-declaracoes-edt
                   "  Fora: "                                      ws-qtd-omitidos-edt

           .
       imprime-totais-quitacao-exit.
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

           close arqCadAl
           close arqMensalidades
           close arqResponsaveis
           if ws-tem-pagamentos = "S" then
               close arqPagamentos
           end-if
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           if ws-tem-acordos = "S" then
               close arqAcordos
           end-if
           close arqDeclaracao
           close arqControle

           .
       finaliza-exit.
           exit.
