      *>ou valor fixo, dentro da vigencia ano/mes) e aplicada na geracao,
      *>entao fd-mn-valor ja nasce liquido; bolsa integral (100%) gera a
      *>parcela com valor zero e situacao ISENTA, fora da cobranca.
      *>Cada parcela nasce com o dia de vencimento dos parametros da
      *>escola (arqParametros.dat; sem o registro, dia 10), base da multa
      *>e dos juros de atraso cobrados na baixa e no boleto.
      *>Parcelas ja existentes sao preservadas (a geracao pode ser
      *>reexecutada sem sobrescrever baixas ja registradas); alunos cuja
      *>turma nao esta cadastrada ou nao tem valor de mensalidade sao
           record key is fd-bl-cod_aluno
           file status is ws-fs-arqBolsas.

           select arqParametros assign to "arqParametros.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-par-chave
           file status is ws-fs-arqParametros.

           select arqResumo assign to "mensalidadesResumo.txt"
           organization is line sequential
           file status is ws-fs-arqResumo.
           05  fd-mn-valor                         pic 9(04),99.
           05  fd-mn-valor-pago                    pic 9(04),99.
           05  fd-mn-situacao                      pic x(09).
           05  fd-mn-vencimento                    pic 9(02).
           05  fd-mn-encargos-ate                  pic 9(08).
           05  fd-mn-acordo                        pic 9(04).

       fd arqBolsas.

           05  fd-bl-ano-fim                       pic 9(04).
           05  fd-bl-mes-fim                       pic 9(02).

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

       fd arqResumo.

       01  res-linha                               pic x(132).
       77  ws-fs-arqMensalidades                   pic x(02).
       77  ws-fs-arqBolsas                         pic x(02).
       77  ws-fs-arqResumo                         pic x(02).
       77  ws-fs-arqParametros                     pic x(02).
       77  ws-tem-bolsas                           pic x(01) value "N".
       77  ws-tem-parametros                       pic x(01) value "N".

      *>----Dia de vencimento gravado nas parcelas geradas; sem o arquivo
      *>----de parametros (ou registro anterior ao campo) vale o dia 10
       77  ws-dia-vencimento                       pic 9(02) value 10.

       77  ws-fim-arquivo                          pic x(01) value "N".

                   perform erro-fatal
           end-evaluate

           open input arqParametros        *> Sem o arquivo de parametros as parcelas
           evaluate ws-fs-arqParametros    *> vencem no dia padrao
               when "00"
                   move "S" to ws-tem-parametros
                   move "PARAMS" to fd-par-chave
                   read arqParametros
                   if ws-fs-arqParametros = "00"
                   and fd-par-dia-vencimento numeric
                   and fd-par-dia-vencimento > zero then
                       move fd-par-dia-vencimento to ws-dia-vencimento
                   end-if
               when "35"
                   move "N" to ws-tem-parametros
               when other
                   move "Erro ao abrir arq. arqParametros.dat" to ws-msg-erro-fatal
                   perform erro-fatal
           end-evaluate

           open output arqResumo
           if ws-fs-arqResumo <> "00" then
               move "Erro ao abrir arq. mensalidadesResumo.txt" to ws-msg-erro-fatal
                   move ws-mes             to fd-mn-mes
                   move ws-valor-liquido   to fd-mn-valor
                   move zero               to fd-mn-valor-pago
                   move ws-dia-vencimento  to fd-mn-vencimento
                   move zero               to fd-mn-encargos-ate
                   move zero               to fd-mn-acordo
                   if ws-valor-liquido = zero then
                       move "ISENTA"       to fd-mn-situacao   *> Bolsa integral: fora da cobranca
                       add 1 to ws-qtd-isentas
           if ws-tem-bolsas = "S" then
               close arqBolsas
           end-if
           if ws-tem-parametros = "S" then
               close arqParametros
           end-if
           close arqResumo

           .
