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

       fd arqNotasBim.

