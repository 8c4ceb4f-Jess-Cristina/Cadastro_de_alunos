      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "educacenso".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Exportacao do Censo Escolar (Educacenso) - gera em educacenso.txt
      *>o arquivo de importacao do censo para o ano letivo e a etapa
      *>informados na linha de comando ("1 aaaa" matricula inicial, na
      *>data de referencia; "2 aaaa" situacao do aluno, no fim do ano).
      *>Registros separados por "|", como pede o sistema do censo:
      *>  00 - escola: codigo INEP (arqParametros.dat), nome, ano, etapa
      *>  20 - turma (etapa 1): codigo, turno (1 matutino, 2 vespertino,
      *>       3 noturno, 4 integral) e capacidade, de arqTurmas.dat
      *>  30 - aluno (etapa 1): codigo, nome, data de nascimento, nome da
      *>       mae e do pai, CEP e endereco, de arqCadAlIndex.dat
      *>  60 - matricula do aluno na turma (etapa 1)
      *>  90 - rendimento/movimento do aluno (etapa 2), de fd-situacao e
      *>       fd-status_cadastro: 1 transferido, 2 deixou de frequentar
      *>       (inativo sem transferencia), 4 reprovado, 5 aprovado,
      *>       7 sem movimento (ano ainda sem resultado); reprovado por
      *>       falta sai como 4 com o indicador "F"
      *>Antes de exportar, cada aluno e criticado nos campos obrigatorios
      *>(nome, data de nascimento, nome da mae, CEP, turma cadastrada e
      *>com turno valido); quem nao passa nao entra no arquivo e sai em
      *>educacensoPendencias.txt com todos os motivos, para o cadastro
      *>ser acertado antes do prazo do censo.

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

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tm-codigo
           file status is ws-fs-arqTurmas.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqCenso assign to "educacenso.txt"
           organization is line sequential
           file status is ws-fs-arqCenso.

           select arqPendencias assign to "educacensoPendencias.txt"
           organization is line sequential
           file status is ws-fs-arqPendencias.

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

       fd arqTurmas.

       01  fd-turma-reg.
           05  fd-tm-codigo                        pic x(10).
           05  fd-tm-turno                         pic x(10).
           05  fd-tm-professor                     pic x(35).
           05  fd-tm-capacidade                    pic 9(03).
           05  fd-tm-mensalidade                   pic 9(04),99.

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

       fd arqCenso.

       01  cen-linha                               pic x(300).

       fd arqPendencias.

       01  pen-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqCadAl                          pic x(02).
       77  ws-fs-arqTurmas                         pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqCenso                          pic x(02).
       77  ws-fs-arqPendencias                     pic x(02).

       77  ws-fim-arquivo                          pic x(01) value "N".

       77  ws-nome-escola                          pic x(40).
       77  ws-cod-inep                             pic 9(08).

      *>---- Etapa e ano letivo informados na linha de comando
       77  ws-param                                pic x(20).
       77  ws-etapa-param                          pic x(10).
       77  ws-ano-param                            pic x(10).
       77  ws-param-valido                         pic x(01).
       77  ws-etapa                                pic 9(01).
       77  ws-ano-letivo                           pic 9(04).

      *>----Turmas do cadastro com o codigo de turno do censo; turma de
      *>----turno nao reconhecido nao e exportada e leva junto os alunos
       01  ws-turmas.
           05  ws-tt-qtd                           pic 9(03) value zero.
           05  ws-tt-item occurs 200.
               10  ws-tt-codigo                    pic x(10).
               10  ws-tt-turno                     pic 9(01).
               10  ws-tt-capacidade                pic 9(03).

       77  ws-t                                    pic 9(03).
       77  ws-turma-achada                         pic 9(03).
       77  ws-turno-cod                            pic 9(01).

      *>----Critica do aluno corrente
       77  ws-qtd-motivos                          pic 9(02).
       77  ws-motivo                               pic x(45).
       77  ws-cep-digitos                          pic x(08).
       77  ws-cep-valido                           pic x(01).
       77  ws-situacao-censo                       pic 9(01).
       77  ws-indicador-falta                      pic x(01).

       77  ws-cod-aluno-edt                        pic zzzz9.
       77  ws-capacidade-edt                       pic zz9.
       77  ws-n_casa-edt                           pic zzzz9.
       77  ws-cod-inep-edt                         pic 9(08).

      *>---- Totais
       77  ws-qtd-turmas                           pic 9(05) value zero.
       77  ws-qtd-turmas-pend                      pic 9(05) value zero.
       77  ws-qtd-alunos                           pic 9(05) value zero.
       77  ws-qtd-exportados                       pic 9(05) value zero.
       77  ws-qtd-pendentes                        pic 9(05) value zero.
       77  ws-qtd-turmas-edt                       pic zzzz9.
       77  ws-qtd-turmas-pend-edt                  pic zzzz9.
       77  ws-qtd-alunos-edt                       pic zzzz9.
       77  ws-qtd-exportados-edt                   pic zzzz9.
       77  ws-qtd-pendentes-edt                    pic zzzz9.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform carregar-turmas-censo.
           perform processar-alunos-censo.
           perform imprime-totais-censo.
           perform finaliza.
           stop run.

       inicializa section.

           accept ws-param from command-line
           perform validar-param-censo
           if ws-param-valido = "N" then
               move "Informe a Etapa (1 ou 2) e o Ano Letivo na Linha de Comando." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqParametros
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

           if fd-par-cod-inep is not numeric       *> Registro anterior ao codigo INEP
           or fd-par-cod-inep = zero then
               move "Codigo INEP da Escola Nao Informado nos Parametros." to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move fd-par-nome-escola to ws-nome-escola
           move fd-par-cod-inep    to ws-cod-inep
           move ws-cod-inep        to ws-cod-inep-edt

           open input arqCadAl
           if ws-fs-arqCadAl <> "00" then
               move "Erro ao abrir arq. arqCadAlIndex.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqTurmas
           if ws-fs-arqTurmas <> "00" then
               move "Erro ao abrir arq. arqTurmas.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqCenso
           if ws-fs-arqCenso <> "00" then
               move "Erro ao abrir arq. educacenso.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqPendencias
           if ws-fs-arqPendencias <> "00" then
               move "Erro ao abrir arq. educacensoPendencias.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move spaces to cen-linha
           string "00|"                          delimited by size
                  ws-cod-inep-edt                delimited by size
                  "|"                            delimited by size
                  function trim(ws-nome-escola)  delimited by size
                  "|"                            delimited by size
                  ws-ano-letivo                  delimited by size
                  "|"                            delimited by size
                  ws-etapa                       delimited by size
             into cen-linha
           end-string
           perform gravar-linha-censo

           move ws-nome-escola to pen-linha
           write pen-linha

           move spaces to pen-linha
           string "Educacenso - Pendencias de Cadastro - Ano Letivo " delimited by size
                  ws-ano-letivo                  delimited by size
                  " - Etapa "                    delimited by size
                  ws-etapa                       delimited by size
             into pen-linha
           end-string
           write pen-linha

           move all "-" to pen-linha
           write pen-linha

           move spaces to pen-linha
           move "Cod.   Aluno / Turma"               to pen-linha(1:45)
           move "Turma"                              to pen-linha(46:12)
           move "Pendencia"                          to pen-linha(58:9)
           write pen-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica a linha de comando: etapa (1 ou 2) e ano letivo
      *>------------------------------------------------------------------------
       validar-param-censo section.

           move "S"    to ws-param-valido
           move spaces to ws-etapa-param
           move spaces to ws-ano-param

           move function trim(ws-param) to ws-param
           unstring ws-param delimited by all spaces
               into ws-etapa-param ws-ano-param
           end-unstring

           if (ws-etapa-param <> "1" and ws-etapa-param <> "2")
           or ws-ano-param(1:4) is not numeric
           or ws-ano-param(5:6) <> spaces then
               move "N" to ws-param-valido
           else
               move ws-etapa-param(1:1) to ws-etapa
               move ws-ano-param(1:4)   to ws-ano-letivo
               if ws-ano-letivo < 1900 then
                   move "N" to ws-param-valido
               end-if
           end-if

           .
       validar-param-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega as turmas com o codigo de turno do censo e grava os
      *>   registros 20 (etapa 1); turma de turno nao reconhecido vai
      *>   para as pendencias
      *>------------------------------------------------------------------------
       carregar-turmas-censo section.

           move low-values to fd-tm-codigo
           start arqTurmas key is not < fd-tm-codigo

           evaluate ws-fs-arqTurmas
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqTurmas next
                       if ws-fs-arqTurmas = "00" then
                           perform incluir-turma-censo
                       else
                           if ws-fs-arqTurmas = "10" then
                               move "S" to ws-fim-arquivo
                           else
                               move "Erro ao Ler Arq. arqTurmas.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue
               when other
                   move "Erro ao Posicionar Arq. arqTurmas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       carregar-turmas-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Classifica o turno da turma corrente e a guarda na tabela
      *>------------------------------------------------------------------------
       incluir-turma-censo section.

           evaluate fd-tm-turno(1:1)
               when "M"
               when "m"
                   move 1 to ws-turno-cod
               when "V"
               when "v"
               when "T"
               when "t"
                   move 2 to ws-turno-cod
               when "N"
               when "n"
                   move 3 to ws-turno-cod
               when "I"
               when "i"
                   move 4 to ws-turno-cod
               when other
                   move 0 to ws-turno-cod
           end-evaluate

           if ws-turno-cod = zero then
               add 1 to ws-qtd-turmas-pend
               move spaces to pen-linha
               move fd-tm-codigo                          to pen-linha(8:35)
               move fd-tm-codigo                          to pen-linha(46:10)
               move "TURNO DA TURMA NAO RECONHECIDO"      to pen-linha(58:45)
               perform gravar-linha-pendencia
           end-if

           if ws-tt-qtd < 200 then
               add 1 to ws-tt-qtd
               move fd-tm-codigo      to ws-tt-codigo(ws-tt-qtd)
               move ws-turno-cod      to ws-tt-turno(ws-tt-qtd)
               move fd-tm-capacidade  to ws-tt-capacidade(ws-tt-qtd)
           end-if

           if ws-etapa = 1
           and ws-turno-cod > zero then
               add 1 to ws-qtd-turmas
               move fd-tm-capacidade to ws-capacidade-edt
               move spaces to cen-linha
               string "20|"                          delimited by size
                      ws-cod-inep-edt                delimited by size
                      "|"                            delimited by size
                      function trim(fd-tm-codigo)    delimited by size
                      "|"                            delimited by size
                      ws-turno-cod                   delimited by size
                      "|"                            delimited by size
                      function trim(ws-capacidade-edt) delimited by size
                 into cen-linha
               end-string
               perform gravar-linha-censo
           end-if

           .
       incluir-turma-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro: etapa 1 leva os ativos do ano letivo;
      *>   etapa 2 leva todos os do ano letivo (inativos saem como
      *>   transferidos ou como deixou de frequentar)
      *>------------------------------------------------------------------------
       processar-alunos-censo section.

           move 1 to fd-cod_aluno
           start arqCadAl

           evaluate ws-fs-arqCadAl
               when "00"
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arqCadAl next
                       if ws-fs-arqCadAl = "00" then
                           if fd-ano_letivo = ws-ano-letivo then
                               if ws-etapa = 2
                               or fd-status_cadastro <> "INATIVO" then
                                   perform exportar-aluno-censo
                               end-if
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
       processar-alunos-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Critica o aluno corrente e, sem pendencia, grava os registros
      *>   da etapa
      *>------------------------------------------------------------------------
       exportar-aluno-censo section.

           add 1 to ws-qtd-alunos

           perform criticar-aluno-censo

           if ws-qtd-motivos > zero then
               add 1 to ws-qtd-pendentes
           else
               add 1 to ws-qtd-exportados
               if ws-etapa = 1 then
                   perform gravar-aluno-censo
               else
                   perform gravar-situacao-censo
               end-if
           end-if

           .
       exportar-aluno-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Confere os campos obrigatorios do aluno; cada falha sai como
      *>   uma linha na listagem de pendencias
      *>------------------------------------------------------------------------
       criticar-aluno-censo section.

           move zero to ws-qtd-motivos

           if fd-nome_aluno = spaces then
               move "NOME DO ALUNO NAO INFORMADO" to ws-motivo
               perform gravar-motivo-aluno
           end-if

           if fd-data_nasc is not numeric
           or fd-dia < 1 or fd-dia > 31
           or fd-mes < 1 or fd-mes > 12
           or fd-ano < 1900
           or fd-ano > ws-ano-letivo then
               move "DATA DE NASCIMENTO INVALIDA" to ws-motivo
               perform gravar-motivo-aluno
           end-if

           if fd-nome_mae = spaces then
               move "NOME DA MAE NAO INFORMADO" to ws-motivo
               perform gravar-motivo-aluno
           end-if

           perform apurar-cep-censo
           if ws-cep-valido = "N" then
               move "CEP INVALIDO (8 DIGITOS)" to ws-motivo
               perform gravar-motivo-aluno
           end-if

           move zero to ws-turma-achada
           perform varying ws-t from 1 by 1 until ws-t > ws-tt-qtd
               if ws-tt-codigo(ws-t) = fd-turma then
                   move ws-t      to ws-turma-achada
                   move ws-tt-qtd to ws-t          *> Encerra a varredura
               end-if
           end-perform

           evaluate true
               when fd-turma = spaces
                   move "TURMA NAO INFORMADA" to ws-motivo
                   perform gravar-motivo-aluno
               when ws-turma-achada = zero
                   move "TURMA NAO CADASTRADA EM ARQTURMAS" to ws-motivo
                   perform gravar-motivo-aluno
               when ws-tt-turno(ws-turma-achada) = zero
                   move "TURMA COM TURNO NAO RECONHECIDO" to ws-motivo
                   perform gravar-motivo-aluno
           end-evaluate

           .
       criticar-aluno-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Extrai os 8 digitos do CEP (gravado com ou sem hifen)
      *>------------------------------------------------------------------------
       apurar-cep-censo section.

           move "S" to ws-cep-valido
           move spaces to ws-cep-digitos

           if fd-cep(6:1) = "-" then
               move fd-cep(1:5) to ws-cep-digitos(1:5)
               move fd-cep(7:3) to ws-cep-digitos(6:3)
           else
               if fd-cep(9:1) = space then
                   move fd-cep(1:8) to ws-cep-digitos
               end-if
           end-if

           if ws-cep-digitos is not numeric
           or ws-cep-digitos = "00000000" then
               move "N" to ws-cep-valido
           end-if

           .
       apurar-cep-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava na listagem de pendencias o motivo em ws-motivo
      *>------------------------------------------------------------------------
       gravar-motivo-aluno section.

           add 1 to ws-qtd-motivos

           move fd-cod_aluno to ws-cod-aluno-edt
           move spaces to pen-linha
           move ws-cod-aluno-edt     to pen-linha(1:5)
           move fd-nome_aluno        to pen-linha(8:35)
           move fd-turma             to pen-linha(46:10)
           move ws-motivo            to pen-linha(58:45)
           perform gravar-linha-pendencia

           .
       gravar-motivo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Etapa 1: registros 30 (aluno) e 60 (matricula na turma)
      *>------------------------------------------------------------------------
       gravar-aluno-censo section.

           move fd-cod_aluno to ws-cod-aluno-edt
           move fd-n_casa    to ws-n_casa-edt

           move spaces to cen-linha
           string "30|"                          delimited by size
                  ws-cod-inep-edt                delimited by size
                  "|"                            delimited by size
                  function trim(ws-cod-aluno-edt) delimited by size
                  "|"                            delimited by size
                  function trim(fd-nome_aluno)   delimited by size
                  "|"                            delimited by size
                  fd-dia                         delimited by size
                  "/"                            delimited by size
                  fd-mes                         delimited by size
                  "/"                            delimited by size
                  fd-ano                         delimited by size
                  "|"                            delimited by size
                  function trim(fd-nome_mae)     delimited by size
                  "|"                            delimited by size
                  function trim(fd-nome_pai)     delimited by size
                  "|"                            delimited by size
                  ws-cep-digitos                 delimited by size
                  "|"                            delimited by size
                  function trim(fd-rua)          delimited by size
                  "|"                            delimited by size
                  function trim(ws-n_casa-edt)   delimited by size
                  "|"                            delimited by size
                  function trim(fd-bairro)       delimited by size
                  "|"                            delimited by size
                  function trim(fd-cidade)       delimited by size
                  "|"                            delimited by size
                  fd-uf                          delimited by size
             into cen-linha
           end-string
           perform gravar-linha-censo

           move spaces to cen-linha
           string "60|"                          delimited by size
                  ws-cod-inep-edt                delimited by size
                  "|"                            delimited by size
                  function trim(ws-cod-aluno-edt) delimited by size
                  "|"                            delimited by size
                  function trim(fd-turma)        delimited by size
             into cen-linha
           end-string
           perform gravar-linha-censo

           .
       gravar-aluno-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Etapa 2: registro 90 com o rendimento/movimento do aluno
      *>------------------------------------------------------------------------
       gravar-situacao-censo section.

           move space to ws-indicador-falta

           evaluate true
               when fd-status_cadastro = "INATIVO"
                and fd-situacao = "Transf."
                   move 1 to ws-situacao-censo
               when fd-status_cadastro = "INATIVO"
                   move 2 to ws-situacao-censo
               when fd-situacao = "Aprovado"
                   move 5 to ws-situacao-censo
               when fd-situacao = "Reprovado"
                   move 4 to ws-situacao-censo
               when fd-situacao = "Rep.Falta"
                   move 4 to ws-situacao-censo
                   move "F" to ws-indicador-falta
               when other
                   move 7 to ws-situacao-censo
           end-evaluate

           move fd-cod_aluno to ws-cod-aluno-edt

           move spaces to cen-linha
           string "90|"                          delimited by size
                  ws-cod-inep-edt                delimited by size
                  "|"                            delimited by size
                  function trim(fd-turma)        delimited by size
                  "|"                            delimited by size
                  function trim(ws-cod-aluno-edt) delimited by size
                  "|"                            delimited by size
                  ws-situacao-censo              delimited by size
                  "|"                            delimited by size
                  ws-indicador-falta             delimited by size
             into cen-linha
           end-string
           perform gravar-linha-censo

           .
       gravar-situacao-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a linha montada em cen-linha
      *>------------------------------------------------------------------------
       gravar-linha-censo section.

           write cen-linha
           if ws-fs-arqCenso <> "00" then
               move "Erro ao Gravar arq. educacenso.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       gravar-linha-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava a linha montada em pen-linha
      *>------------------------------------------------------------------------
       gravar-linha-pendencia section.

           write pen-linha
           if ws-fs-arqPendencias <> "00" then
               move "Erro ao Gravar arq. educacensoPendencias.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       gravar-linha-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime os totais na listagem de pendencias
      *>------------------------------------------------------------------------
       imprime-totais-censo section.

           move ws-qtd-turmas      to ws-qtd-turmas-edt
           move ws-qtd-turmas-pend to ws-qtd-turmas-pend-edt
           move ws-qtd-alunos      to ws-qtd-alunos-edt
           move ws-qtd-exportados  to ws-qtd-exportados-edt
           move ws-qtd-pendentes   to ws-qtd-pendentes-edt

           move all "-" to pen-linha
           write pen-linha

           move spaces to pen-linha
           string "Turmas Exportadas: "          delimited by size
                  ws-qtd-turmas-edt              delimited by size
                  "   Turmas com Pendencia: "    delimited by size
                  ws-qtd-turmas-pend-edt         delimited by size
             into pen-linha
           end-string
           write pen-linha

           move spaces to pen-linha
           string "Alunos do Ano: "              delimited by size
                  ws-qtd-alunos-edt              delimited by size
                  "   Exportados: "              delimited by size
                  ws-qtd-exportados-edt          delimited by size
                  "   Com Pendencia: "           delimited by size
                  ws-qtd-pendentes-edt           delimited by size
             into pen-linha
           end-string
           write pen-linha

           display "Educacenso Gerado - Alunos Exportados: " ws-qtd-exportados-edt
                   "  Com Pendencia: "                       ws-qtd-pendentes-edt

           .
       imprime-totais-censo-exit.
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
           close arqCadAl
           close arqTurmas
           close arqCenso
           close arqPendencias

           .
       finaliza-exit.
           exit.
