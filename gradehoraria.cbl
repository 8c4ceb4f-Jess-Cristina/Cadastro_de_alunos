      $ set sourceformat"free"

      *>Divisão de identificação do programa
       Identification Division.
       Program-id. "gradehoraria".
       Author. "Jéssica C.Del'agnolo".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>Relatorios da grade horaria - a partir da grade semanal lancada
      *>na tela (arqGradeHoraria.dat: turma, dia 1=segunda a 5=sexta,
      *>aula 1 a 6, disciplina e professor) gera:
      *>  relatorioGradeTurmas.txt      - o quadro semanal de cada turma
      *>                                   de arqTurmas.dat (disciplina e
      *>                                   professor de cada aula), uma
      *>                                   pagina por turma
      *>  relatorioGradeProfessores.txt - a agenda semanal de cada
      *>                                   professor de arqProfessores.dat
      *>                                   (turma e disciplina de cada
      *>                                   aula), uma pagina por professor
      *>  relatorioCargaHoraria.txt     - o resumo de carga horaria para
      *>                                   a folha: aulas contratadas x
      *>                                   lancadas por semana, o saldo, as
      *>                                   aulas do mes (semana x 4,5) e a
      *>                                   abertura por turma/disciplina

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.

           select arqTurmas assign to "arqTurmas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-tm-codigo
           file status is ws-fs-arqTurmas.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-pf-codigo
           file status is ws-fs-arqProfessores.

           select arqGradeHoraria assign to "arqGradeHoraria.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-gh-chave
           file status is ws-fs-arqGradeHoraria.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqGradeTurmas assign to "relatorioGradeTurmas.txt"
           organization is line sequential
           file status is ws-fs-arqGradeTurmas.

           select arqGradeProf assign to "relatorioGradeProfessores.txt"
           organization is line sequential
           file status is ws-fs-arqGradeProf.

           select arqCargaHoraria assign to "relatorioCargaHoraria.txt"
           organization is line sequential
           file status is ws-fs-arqCargaHoraria.

       I-O-Control.


      *>Declaração de variáveis
       Data Division.

      *>----Variaveis de arquivos
       File Section.

       fd arqTurmas.

       01  fd-turma-reg.
           05  fd-tm-codigo                        pic x(10).
           05  fd-tm-turno                         pic x(10).
           05  fd-tm-professor                     pic x(35).
           05  fd-tm-capacidade                    pic 9(03).
           05  fd-tm-mensalidade                   pic 9(04),99.

       fd arqProfessores.

       01  fd-professor.
           05  fd-pf-codigo                        pic 9(04).
           05  fd-pf-nome                          pic x(35).
           05  fd-pf-fone                          pic x(15).
           05  fd-pf-email                         pic x(40).
           05  fd-pf-carga                         pic 9(02).

       fd arqGradeHoraria.

       01  fd-grade.
           05  fd-gh-chave.
               10  fd-gh-turma                     pic x(10).
               10  fd-gh-dia                       pic 9(01).
               10  fd-gh-aula                      pic 9(01).
           05  fd-gh-disciplina                    pic x(10).
           05  fd-gh-professor                     pic 9(04).

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

       fd arqGradeTurmas.

       01  grt-linha                               pic x(132).

       fd arqGradeProf.

       01  grp-linha                               pic x(132).

       fd arqCargaHoraria.

       01  chr-linha                               pic x(132).

      *>----Variaveis de trabalho
       Working-storage Section.

       77  ws-fs-arqTurmas                         pic x(02).
       77  ws-fs-arqProfessores                    pic x(02).
       77  ws-fs-arqGradeHoraria                   pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-fs-arqGradeTurmas                    pic x(02).
       77  ws-fs-arqGradeProf                      pic x(02).
       77  ws-fs-arqCargaHoraria                   pic x(02).

       77  ws-tem-parametros                       pic x(01) value "N".
       77  ws-fim-turmas                           pic x(01) value "N".
       77  ws-fim-professores                      pic x(01) value "N".
       77  ws-fim-grade                            pic x(01).

      *>----Nome da escola impresso no cabecalho; sem o arquivo de
      *>----parametros permanece o padrao historico
       77  ws-nome-escola                          pic x(40)
           value "ESCOLA MUNICIPAL".

      *>----Quadro semanal da pagina corrente: em cada aula/dia a linha 1
      *>----(disciplina na grade da turma, turma na agenda do professor)
      *>----e a linha 2 (professor na turma, disciplina no professor)
       01  ws-quadro.
           05  ws-qd-aula occurs 6.
               10  ws-qd-dia occurs 5.
                   15  ws-qd-linha1                pic x(12).
                   15  ws-qd-linha2                pic x(12).

       77  ws-qd-a                                 pic 9(01).
       77  ws-qd-d                                 pic 9(01).
       77  ws-qd-col                               pic 9(03).
       77  ws-qd-aulas                             pic 9(03).

      *>----Linhas do quadro montadas para os dois relatorios
       77  ws-linha-dias                           pic x(132).
       77  ws-linha-aula1                          pic x(132).
       77  ws-linha-aula2                          pic x(132).

      *>----Abertura da carga do professor por turma/disciplina
       01  ws-abertura.
           05  ws-ab-qtd                           pic 9(02).
           05  ws-ab-item occurs 30.
               10  ws-ab-turma                     pic x(10).
               10  ws-ab-disciplina                pic x(10).
               10  ws-ab-aulas                     pic 9(02).

       77  ws-ab-i                                 pic 9(02).
       77  ws-ab-achou                             pic 9(02).

       01  ws-dias-semana-str                      pic x(60)
           value "Segunda     Terca       Quarta      Quinta      Sexta       ".
       01  ws-dias-semana redefines ws-dias-semana-str.
           05  ws-dia-nome                         pic x(12) occurs 5.

      *>----Carga do professor corrente (aulas semanais)
       77  ws-saldo                                pic s9(03).
       77  ws-aulas-mes                            pic 9(04)v9.

      *>---- Totais
       77  ws-qtd-turmas                           pic 9(05) value zero.
       77  ws-qtd-professores                      pic 9(05) value zero.
       77  ws-tot-contratadas                      pic 9(06) value zero.
       77  ws-tot-lancadas                         pic 9(06) value zero.
       77  ws-tot-aulas-mes                        pic 9(07)v9 value zero.

       77  ws-cod-prof-edt                         pic zzz9.
       77  ws-aulas-edt                            pic zz9.
       77  ws-carga-edt                            pic zz9.
       77  ws-saldo-edt                            pic zz9-.
       77  ws-aulas-mes-edt                        pic zzz9,9.
       77  ws-ab-aulas-edt                         pic z9.
       77  ws-qtd-turmas-edt                       pic zzzz9.
       77  ws-qtd-professores-edt                  pic zzzz9.
       77  ws-tot-contratadas-edt                  pic zzzzz9.
       77  ws-tot-lancadas-edt                     pic zzzzz9.
       77  ws-tot-aulas-mes-edt                    pic zzzzzz9,9.

       01  ws-msg-erro-fatal                       pic x(60).


      *>Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform imprime-grade-turmas.
           perform imprime-agenda-professores.
           perform imprime-totais-carga.
           perform finaliza.
           stop run.

       inicializa section.

           open input arqTurmas
           if ws-fs-arqTurmas <> "00" then
               move "Erro ao abrir arq. arqTurmas.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqProfessores
           if ws-fs-arqProfessores <> "00" then
               move "Erro ao abrir arq. arqProfessores.dat" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open input arqGradeHoraria
           if ws-fs-arqGradeHoraria <> "00" then
               move "Erro ao abrir arq. arqGradeHoraria.dat" to ws-msg-erro-fatal
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

           open output arqGradeTurmas
           if ws-fs-arqGradeTurmas <> "00" then
               move "Erro ao abrir arq. relatorioGradeTurmas.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqGradeProf
           if ws-fs-arqGradeProf <> "00" then
               move "Erro ao abrir arq. relatorioGradeProfessores.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           open output arqCargaHoraria
           if ws-fs-arqCargaHoraria <> "00" then
               move "Erro ao abrir arq. relatorioCargaHoraria.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           move ws-nome-escola to chr-linha
           write chr-linha

           move "Resumo de Carga Horaria dos Professores (aulas semanais)" to chr-linha
           write chr-linha

           move all "-" to chr-linha
           write chr-linha

           move spaces to chr-linha
           move "Cod.  Professor"                    to chr-linha(1:40)
           move "Contratadas"                        to chr-linha(43:11)
           move "Lancadas"                           to chr-linha(56:8)
           move "Saldo"                              to chr-linha(67:5)
           move "Aulas/Mes"                          to chr-linha(74:9)
           move "Situacao"                           to chr-linha(86:8)
           write chr-linha

           move all "-" to chr-linha
           write chr-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro de turmas e imprime o quadro de cada uma
      *>------------------------------------------------------------------------
       imprime-grade-turmas section.

           move low-values to fd-tm-codigo
           start arqTurmas key is not < fd-tm-codigo

           evaluate ws-fs-arqTurmas
               when "00"
                   perform until ws-fim-turmas = "S"
                       read arqTurmas next
                       if ws-fs-arqTurmas = "00" then
                           perform montar-grade-turma
                           perform imprime-pagina-turma
                       else
                           if ws-fs-arqTurmas = "10" then
                               move "S" to ws-fim-turmas
                           else
                               move "Erro ao Ler Arq. arqTurmas.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Nenhuma turma cadastrada
               when other
                   move "Erro ao Posicionar Arq. arqTurmas.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       imprime-grade-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta o quadro da turma corrente: disciplina e professor de
      *>   cada aula lancada
      *>------------------------------------------------------------------------
       montar-grade-turma section.

           move spaces to ws-quadro
           move zero   to ws-qd-aulas

           move fd-tm-codigo to fd-gh-turma
           move zero         to fd-gh-dia
           move zero         to fd-gh-aula
           start arqGradeHoraria key is not < fd-gh-chave

           evaluate ws-fs-arqGradeHoraria
               when "00"
                   move "N" to ws-fim-grade
                   perform until ws-fim-grade = "S"
                       read arqGradeHoraria next
                       evaluate true
                           when ws-fs-arqGradeHoraria = "10"
                             or (ws-fs-arqGradeHoraria = "00"
                                 and fd-gh-turma <> fd-tm-codigo)
                               move "S" to ws-fim-grade
                           when ws-fs-arqGradeHoraria = "00"
                               if fd-gh-dia  >= 1 and fd-gh-dia  <= 5
                               and fd-gh-aula >= 1 and fd-gh-aula <= 6 then
                                   add 1 to ws-qd-aulas
                                   move fd-gh-disciplina to ws-qd-linha1(fd-gh-aula, fd-gh-dia)
                                   move fd-gh-professor  to fd-pf-codigo
                                   read arqProfessores
                                   evaluate ws-fs-arqProfessores
                                       when "00"
                                           move fd-pf-nome to ws-qd-linha2(fd-gh-aula, fd-gh-dia)
                                       when "23"
                                           move fd-gh-professor to ws-cod-prof-edt
                                           move ws-cod-prof-edt to ws-qd-linha2(fd-gh-aula, fd-gh-dia)
                                       when other
                                           move "Erro ao Ler Arq. arqProfessores.dat" to ws-msg-erro-fatal
                                           perform erro-fatal
                                   end-evaluate
                               end-if
                           when other
                               move "Erro ao Ler Arq. arqGradeHoraria.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Turma sem aulas lancadas
               when other
                   move "Erro ao Posicionar Arq. arqGradeHoraria.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       montar-grade-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a pagina da turma corrente
      *>------------------------------------------------------------------------
       imprime-pagina-turma section.

           if ws-qtd-turmas > zero then
               move spaces to grt-linha
               write grt-linha after advancing page
           end-if
           add 1 to ws-qtd-turmas

           move ws-nome-escola to grt-linha
           write grt-linha

           move spaces to grt-linha
           string "GRADE HORARIA SEMANAL - Turma: "   delimited by size
                  fd-tm-codigo                        delimited by size
                  "   Turno: "                        delimited by size
                  fd-tm-turno                         delimited by size
             into grt-linha
           end-string
           write grt-linha

           move all "-" to grt-linha
           write grt-linha

           perform montar-linha-dias
           move ws-linha-dias to grt-linha
           write grt-linha

           perform varying ws-qd-a from 1 by 1 until ws-qd-a > 6
               perform montar-linhas-aula
               move ws-linha-aula1 to grt-linha
               write grt-linha
               move ws-linha-aula2 to grt-linha
               write grt-linha
           end-perform

           move all "-" to grt-linha
           write grt-linha

           move ws-qd-aulas to ws-aulas-edt
           move spaces to grt-linha
           string "Aulas Semanais Lancadas: "        delimited by size
                  ws-aulas-edt                        delimited by size
             into grt-linha
           end-string
           write grt-linha
           if ws-fs-arqGradeTurmas <> "00" then
               move "Erro ao Gravar arq. relatorioGradeTurmas.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-pagina-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Percorre o cadastro de professores: agenda semanal de cada um
      *>   e a linha do resumo de carga horaria
      *>------------------------------------------------------------------------
       imprime-agenda-professores section.

           move zero to fd-pf-codigo
           start arqProfessores key is not < fd-pf-codigo

           evaluate ws-fs-arqProfessores
               when "00"
                   perform until ws-fim-professores = "S"
                       read arqProfessores next
                       if ws-fs-arqProfessores = "00" then
                           perform montar-agenda-professor
                           perform imprime-pagina-professor
                           perform imprime-carga-professor
                       else
                           if ws-fs-arqProfessores = "10" then
                               move "S" to ws-fim-professores
                           else
                               move "Erro ao Ler Arq. arqProfessores.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                           end-if
                       end-if
                   end-perform
               when "23"
                   continue                            *> Nenhum professor cadastrado
               when other
                   move "Erro ao Posicionar Arq. arqProfessores.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       imprime-agenda-professores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Varre a grade inteira atras das aulas do professor corrente:
      *>   turma e disciplina de cada horario e a abertura da carga
      *>------------------------------------------------------------------------
       montar-agenda-professor section.

           move spaces to ws-quadro
           move zero   to ws-qd-aulas
           move zero   to ws-ab-qtd

           move low-values to fd-gh-chave
           start arqGradeHoraria key is not < fd-gh-chave

           evaluate ws-fs-arqGradeHoraria
               when "00"
                   move "N" to ws-fim-grade
                   perform until ws-fim-grade = "S"
                       read arqGradeHoraria next
                       evaluate ws-fs-arqGradeHoraria
                           when "00"
                               if fd-gh-professor = fd-pf-codigo then
                                   perform incluir-aula-professor
                               end-if
                           when "10"
                               move "S" to ws-fim-grade
                           when other
                               move "Erro ao Ler Arq. arqGradeHoraria.dat" to ws-msg-erro-fatal
                               perform erro-fatal
                       end-evaluate
                   end-perform
               when "23"
                   continue                            *> Grade ainda vazia
               when other
                   move "Erro ao Posicionar Arq. arqGradeHoraria.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           .
       montar-agenda-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Anota a aula corrente da grade no quadro e na abertura do
      *>   professor
      *>------------------------------------------------------------------------
       incluir-aula-professor section.

           add 1 to ws-qd-aulas

           if fd-gh-dia  >= 1 and fd-gh-dia  <= 5
           and fd-gh-aula >= 1 and fd-gh-aula <= 6 then
               move fd-gh-turma      to ws-qd-linha1(fd-gh-aula, fd-gh-dia)
               move fd-gh-disciplina to ws-qd-linha2(fd-gh-aula, fd-gh-dia)
           end-if

           move zero to ws-ab-achou
           perform varying ws-ab-i from 1 by 1 until ws-ab-i > ws-ab-qtd
               if ws-ab-turma(ws-ab-i)      = fd-gh-turma
               and ws-ab-disciplina(ws-ab-i) = fd-gh-disciplina then
                   move ws-ab-i to ws-ab-achou
               end-if
           end-perform

           if ws-ab-achou = zero
           and ws-ab-qtd < 30 then
               add 1 to ws-ab-qtd
               move ws-ab-qtd         to ws-ab-achou
               move fd-gh-turma       to ws-ab-turma(ws-ab-qtd)
               move fd-gh-disciplina  to ws-ab-disciplina(ws-ab-qtd)
               move zero              to ws-ab-aulas(ws-ab-qtd)
           end-if

           if ws-ab-achou > zero then
               add 1 to ws-ab-aulas(ws-ab-achou)
           end-if

           .
       incluir-aula-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a agenda semanal do professor corrente
      *>------------------------------------------------------------------------
       imprime-pagina-professor section.

           if ws-qtd-professores > zero then
               move spaces to grp-linha
               write grp-linha after advancing page
           end-if
           add 1 to ws-qtd-professores

           move ws-nome-escola to grp-linha
           write grp-linha

           move fd-pf-codigo to ws-cod-prof-edt
           move spaces to grp-linha
           string "AGENDA SEMANAL DO PROFESSOR - "    delimited by size
                  ws-cod-prof-edt                     delimited by size
                  " - "                               delimited by size
                  fd-pf-nome                          delimited by size
             into grp-linha
           end-string
           write grp-linha

           move all "-" to grp-linha
           write grp-linha

           perform montar-linha-dias
           move ws-linha-dias to grp-linha
           write grp-linha

           perform varying ws-qd-a from 1 by 1 until ws-qd-a > 6
               perform montar-linhas-aula
               move ws-linha-aula1 to grp-linha
               write grp-linha
               move ws-linha-aula2 to grp-linha
               write grp-linha
           end-perform

           move all "-" to grp-linha
           write grp-linha

           move ws-qd-aulas to ws-aulas-edt
           move fd-pf-carga to ws-carga-edt
           move spaces to grp-linha
           string "Aulas Semanais Lancadas: "        delimited by size
                  ws-aulas-edt                        delimited by size
                  "   Contratadas: "                  delimited by size
                  ws-carga-edt                        delimited by size
             into grp-linha
           end-string
           write grp-linha
           if ws-fs-arqGradeProf <> "00" then
               move "Erro ao Gravar arq. relatorioGradeProfessores.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-pagina-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime a linha do professor corrente no resumo de carga
      *>   horaria, com a abertura por turma/disciplina
      *>------------------------------------------------------------------------
       imprime-carga-professor section.

           compute ws-saldo     = fd-pf-carga - ws-qd-aulas
           compute ws-aulas-mes = ws-qd-aulas * 4,5

           add fd-pf-carga  to ws-tot-contratadas
           add ws-qd-aulas  to ws-tot-lancadas
           add ws-aulas-mes to ws-tot-aulas-mes

           move fd-pf-codigo  to ws-cod-prof-edt
           move fd-pf-carga   to ws-carga-edt
           move ws-qd-aulas   to ws-aulas-edt
           move ws-saldo      to ws-saldo-edt
           move ws-aulas-mes  to ws-aulas-mes-edt

           move spaces to chr-linha
           move ws-cod-prof-edt  to chr-linha(1:4)
           move fd-pf-nome       to chr-linha(7:35)
           move ws-carga-edt     to chr-linha(51:3)
           move ws-aulas-edt     to chr-linha(61:3)
           move ws-saldo-edt     to chr-linha(68:4)
           move ws-aulas-mes-edt to chr-linha(77:6)
           if ws-qd-aulas < fd-pf-carga then
               move "INCOMPLETA"  to chr-linha(86:10)
           else
               move "COMPLETA"    to chr-linha(86:8)
           end-if
           write chr-linha

           perform varying ws-ab-i from 1 by 1 until ws-ab-i > ws-ab-qtd
               move ws-ab-aulas(ws-ab-i) to ws-ab-aulas-edt
               move spaces to chr-linha
               string "Turma "                        delimited by size
                      ws-ab-turma(ws-ab-i)            delimited by size
                      "  Disciplina "                 delimited by size
                      ws-ab-disciplina(ws-ab-i)       delimited by size
                      "  Aulas: "                     delimited by size
                      ws-ab-aulas-edt                 delimited by size
                 into chr-linha(9:80)
               end-string
               write chr-linha
           end-perform

           if ws-fs-arqCargaHoraria <> "00" then
               move "Erro ao Gravar arq. relatorioCargaHoraria.txt" to ws-msg-erro-fatal
               perform erro-fatal
           end-if

           .
       imprime-carga-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta a linha de cabecalho com os dias da semana do quadro
      *>------------------------------------------------------------------------
       montar-linha-dias section.

           move spaces to ws-linha-dias
           move "Aula" to ws-linha-dias(1:4)
           perform varying ws-qd-d from 1 by 1 until ws-qd-d > 5
               compute ws-qd-col = (ws-qd-d - 1) * 14 + 7
               move ws-dia-nome(ws-qd-d) to ws-linha-dias(ws-qd-col:12)
           end-perform

           .
       montar-linha-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta as duas linhas da aula ws-qd-a do quadro
      *>------------------------------------------------------------------------
       montar-linhas-aula section.

           move spaces to ws-linha-aula1
           move spaces to ws-linha-aula2
           move ws-qd-a to ws-linha-aula1(2:1)
           perform varying ws-qd-d from 1 by 1 until ws-qd-d > 5
               compute ws-qd-col = (ws-qd-d - 1) * 14 + 7
               move ws-qd-linha1(ws-qd-a, ws-qd-d) to ws-linha-aula1(ws-qd-col:12)
               move ws-qd-linha2(ws-qd-a, ws-qd-d) to ws-linha-aula2(ws-qd-col:12)
           end-perform

           .
       montar-linhas-aula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imprime os totais do resumo de carga horaria
      *>------------------------------------------------------------------------
       imprime-totais-carga section.

           move ws-qtd-turmas      to ws-qtd-turmas-edt
           move ws-qtd-professores to ws-qtd-professores-edt
           move ws-tot-contratadas to ws-tot-contratadas-edt
           move ws-tot-lancadas    to ws-tot-lancadas-edt
           move ws-tot-aulas-mes   to ws-tot-aulas-mes-edt

           move all "-" to chr-linha
           write chr-linha

           move spaces to chr-linha
           string "Professores: "                    delimited by size
                  ws-qtd-professores-edt              delimited by size
                  "   Aulas Contratadas: "            delimited by size
                  ws-tot-contratadas-edt              delimited by size
                  "   Lancadas: "                     delimited by size
                  ws-tot-lancadas-edt                 delimited by size
                  "   Aulas/Mes: "                    delimited by size
                  ws-tot-aulas-mes-edt                delimited by size
             into chr-linha
           end-string
           write chr-linha

           display "Grade Horaria Impressa - Turmas: " ws-qtd-turmas-edt
                   "  Professores: "                  ws-qtd-professores-edt

           .
       imprime-totais-carga-exit.
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

           close arqTurmas
           close arqProfessores
           close arqGradeHoraria
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           close arqGradeTurmas
           close arqGradeProf
           close arqCargaHoraria

           .
       finaliza-exit.
           exit.
