                                   ==pd07900== by ==bkp07900==
                                   ==ws-fs-pd07900== by ==ws-fs-bkp07900==
                                   =="PD07900"== by ==ws-bkp-nome-pd07900==.
       copy CSS08000.cpy.
       copy CSS08000.cpy replacing leading ==f08000== by ==b08000==
                                   ==pd08000== by ==bkp08000==
                                   ==ws-fs-pd08000== by ==ws-fs-bkp08000==
                                   =="PD08000"== by ==ws-bkp-nome-pd08000==.
       copy CSS08100.cpy.
       copy CSS08100.cpy replacing leading ==f08100== by ==b08100==
                                   ==pd08100== by ==bkp08100==
                                   ==ws-fs-pd08100== by ==ws-fs-bkp08100==
                                   =="PD08100"== by ==ws-bkp-nome-pd08100==.
       copy CSS08200.cpy.
       copy CSS08200.cpy replacing leading ==f08200== by ==b08200==
                                   ==pd08200== by ==bkp08200==
                                   ==ws-fs-pd08200== by ==ws-fs-bkp08200==
                                   =="PD08200"== by ==ws-bkp-nome-pd08200==.
       copy CSS08300.cpy.
       copy CSS08300.cpy replacing leading ==f08300== by ==b08300==
                                   ==pd08300== by ==bkp08300==
                                   ==ws-fs-pd08300== by ==ws-fs-bkp08300==
                                   =="PD08300"== by ==ws-bkp-nome-pd08300==.
       copy CSS08400.cpy.
       copy CSS08400.cpy replacing leading ==f08400== by ==b08400==
                                   ==pd08400== by ==bkp08400==
                                   ==ws-fs-pd08400== by ==ws-fs-bkp08400==
                                   =="PD08400"== by ==ws-bkp-nome-pd08400==.
       copy CSS08500.cpy.
       copy CSS08500.cpy replacing leading ==f08500== by ==b08500==
                                   ==pd08500== by ==bkp08500==
                                   ==ws-fs-pd08500== by ==ws-fs-bkp08500==
                                   =="PD08500"== by ==ws-bkp-nome-pd08500==.
       copy CSS08600.cpy.
       copy CSS08600.cpy replacing leading ==f08600== by ==b08600==
                                   ==pd08600== by ==bkp08600==
                                   ==ws-fs-pd08600== by ==ws-fs-bkp08600==
                                   =="PD08600"== by ==ws-bkp-nome-pd08600==.
       copy CSS08700.cpy.
       copy CSS08700.cpy replacing leading ==f08700== by ==b08700==
                                   ==pd08700== by ==bkp08700==
                                   ==ws-fs-pd08700== by ==ws-fs-bkp08700==
                                   =="PD08700"== by ==ws-bkp-nome-pd08700==.
       copy CSS08800.cpy.
       copy CSS08800.cpy replacing leading ==f08800== by ==b08800==
                                   ==pd08800== by ==bkp08800==
                                   ==ws-fs-pd08800== by ==ws-fs-bkp08800==
                                   =="PD08800"== by ==ws-bkp-nome-pd08800==.
       copy CSS08900.cpy.
       copy CSS08900.cpy replacing leading ==f08900== by ==b08900==
                                   ==pd08900== by ==bkp08900==
                                   ==ws-fs-pd08900== by ==ws-fs-bkp08900==
                                   =="PD08900"== by ==ws-bkp-nome-pd08900==.
       copy CSS09000.cpy.
       copy CSS09000.cpy replacing leading ==f09000== by ==b09000==
                                   ==pd09000== by ==bkp09000==
                                   ==ws-fs-pd09000== by ==ws-fs-bkp09000==
                                   =="PD09000"== by ==ws-bkp-nome-pd09000==.
       copy CSS09100.cpy.
       copy CSS09100.cpy replacing leading ==f09100== by ==b09100==
                                   ==pd09100== by ==bkp09100==
                                   ==ws-fs-pd09100== by ==ws-fs-bkp09100==
                                   =="PD09100"== by ==ws-bkp-nome-pd09100==.
       copy CSS09200.cpy.
       copy CSS09200.cpy replacing leading ==f09200== by ==b09200==
                                   ==pd09200== by ==bkp09200==
                                   ==ws-fs-pd09200== by ==ws-fs-bkp09200==
                                   =="PD09200"== by ==ws-bkp-nome-pd09200==.
       copy CSS09300.cpy.
       copy CSS09300.cpy replacing leading ==f09300== by ==b09300==
                                   ==pd09300== by ==bkp09300==
                                   ==ws-fs-pd09300== by ==ws-fs-bkp09300==
                                   =="PD09300"== by ==ws-bkp-nome-pd09300==.
       copy CSS09400.cpy.
       copy CSS09400.cpy replacing leading ==f09400== by ==b09400==
                                   ==pd09400== by ==bkp09400==
                                   ==ws-fs-pd09400== by ==ws-fs-bkp09400==
                                   =="PD09400"== by ==ws-bkp-nome-pd09400==.
       copy CSS09500.cpy.
       copy CSS09500.cpy replacing leading ==f09500== by ==b09500==
                                   ==pd09500== by ==bkp09500==
                                   ==ws-fs-pd09500== by ==ws-fs-bkp09500==
                                   =="PD09500"== by ==ws-bkp-nome-pd09500==.
       copy CSS09600.cpy.
       copy CSS09600.cpy replacing leading ==f09600== by ==b09600==
                                   ==pd09600== by ==bkp09600==
                                   ==ws-fs-pd09600== by ==ws-fs-bkp09600==
                                   =="PD09600"== by ==ws-bkp-nome-pd09600==.
       copy CSS09700.cpy.
       copy CSS09700.cpy replacing leading ==f09700== by ==b09700==
                                   ==pd09700== by ==bkp09700==
                                   ==ws-fs-pd09700== by ==ws-fs-bkp09700==
                                   =="PD09700"== by ==ws-bkp-nome-pd09700==.
       copy CSS09800.cpy.
       copy CSS09800.cpy replacing leading ==f09800== by ==b09800==
                                   ==pd09800== by ==bkp09800==
                                   ==ws-fs-pd09800== by ==ws-fs-bkp09800==
                                   =="PD09800"== by ==ws-bkp-nome-pd09800==.
       copy CSS09900.cpy.
       copy CSS09900.cpy replacing leading ==f09900== by ==b09900==
                                   ==pd09900== by ==bkp09900==
                                   ==ws-fs-pd09900== by ==ws-fs-bkp09900==
                                   =="PD09900"== by ==ws-bkp-nome-pd09900==.
       copy CSS10000.cpy.
       copy CSS10000.cpy replacing leading ==f10000== by ==b10000==
                                   ==pd10000== by ==bkp10000==
                                   ==ws-fs-pd10000== by ==ws-fs-bkp10000==
                                   =="PD10000"== by ==ws-bkp-nome-pd10000==.
       copy CSS10100.cpy.
       copy CSS10100.cpy replacing leading ==f10100== by ==b10100==
                                   ==pd10100== by ==bkp10100==
                                   ==ws-fs-pd10100== by ==ws-fs-bkp10100==
                                   =="PD10100"== by ==ws-bkp-nome-pd10100==.
       copy CSS10200.cpy.
       copy CSS10200.cpy replacing leading ==f10200== by ==b10200==
                                   ==pd10200== by ==bkp10200==
                                   ==ws-fs-pd10200== by ==ws-fs-bkp10200==
                                   =="PD10200"== by ==ws-bkp-nome-pd10200==.
       copy CSS10300.cpy.
       copy CSS10300.cpy replacing leading ==f10300== by ==b10300==
                                   ==pd10300== by ==bkp10300==
                                   ==ws-fs-pd10300== by ==ws-fs-bkp10300==
                                   =="PD10300"== by ==ws-bkp-nome-pd10300==.
       copy CSS10400.cpy.
       copy CSS10400.cpy replacing leading ==f10400== by ==b10400==
                                   ==pd10400== by ==bkp10400==
                                   ==ws-fs-pd10400== by ==ws-fs-bkp10400==
                                   =="PD10400"== by ==ws-bkp-nome-pd10400==.
       copy CSS10500.cpy.
       copy CSS10500.cpy replacing leading ==f10500== by ==b10500==
                                   ==pd10500== by ==bkp10500==
                                   ==ws-fs-pd10500== by ==ws-fs-bkp10500==
                                   =="PD10500"== by ==ws-bkp-nome-pd10500==.
       copy CSS10600.cpy.
       copy CSS10600.cpy replacing leading ==f10600== by ==b10600==
                                   ==pd10600== by ==bkp10600==
                                   ==ws-fs-pd10600== by ==ws-fs-bkp10600==
                                   =="PD10600"== by ==ws-bkp-nome-pd10600==.
       copy CSS10700.cpy.
       copy CSS10700.cpy replacing leading ==f10700== by ==b10700==
                                   ==pd10700== by ==bkp10700==
                                   ==ws-fs-pd10700== by ==ws-fs-bkp10700==
                                   =="PD10700"== by ==ws-bkp-nome-pd10700==.
       copy CSS10800.cpy.
       copy CSS10800.cpy replacing leading ==f10800== by ==b10800==
                                   ==pd10800== by ==bkp10800==
                                   ==ws-fs-pd10800== by ==ws-fs-bkp10800==
                                   =="PD10800"== by ==ws-bkp-nome-pd10800==.
       copy CSS10900.cpy.
       copy CSS10900.cpy replacing leading ==f10900== by ==b10900==
                                   ==pd10900== by ==bkp10900==
                                   ==ws-fs-pd10900== by ==ws-fs-bkp10900==
                                   =="PD10900"== by ==ws-bkp-nome-pd10900==.

           select par10059b
               assign to "PAR10059B"
       copy CSF07900.cpy.
       copy CSF07900.cpy replacing leading ==f07900== by ==b07900==
                                   ==pd07900== by ==bkp07900==.
       copy CSF08000.cpy.
       copy CSF08000.cpy replacing leading ==f08000== by ==b08000==
                                   ==pd08000== by ==bkp08000==.
       copy CSF08100.cpy.
       copy CSF08100.cpy replacing leading ==f08100== by ==b08100==
                                   ==pd08100== by ==bkp08100==.
       copy CSF08200.cpy.
       copy CSF08200.cpy replacing leading ==f08200== by ==b08200==
                                   ==pd08200== by ==bkp08200==.
       copy CSF08300.cpy.
       copy CSF08300.cpy replacing leading ==f08300== by ==b08300==
                                   ==pd08300== by ==bkp08300==.
       copy CSF08400.cpy.
       copy CSF08400.cpy replacing leading ==f08400== by ==b08400==
                                   ==pd08400== by ==bkp08400==.
       copy CSF08500.cpy.
       copy CSF08500.cpy replacing leading ==f08500== by ==b08500==
                                   ==pd08500== by ==bkp08500==.
       copy CSF08600.cpy.
       copy CSF08600.cpy replacing leading ==f08600== by ==b08600==
                                   ==pd08600== by ==bkp08600==.
       copy CSF08700.cpy.
       copy CSF08700.cpy replacing leading ==f08700== by ==b08700==
                                   ==pd08700== by ==bkp08700==.
       copy CSF08800.cpy.
       copy CSF08800.cpy replacing leading ==f08800== by ==b08800==
                                   ==pd08800== by ==bkp08800==.
       copy CSF08900.cpy.
       copy CSF08900.cpy replacing leading ==f08900== by ==b08900==
                                   ==pd08900== by ==bkp08900==.
       copy CSF09000.cpy.
       copy CSF09000.cpy replacing leading ==f09000== by ==b09000==
                                   ==pd09000== by ==bkp09000==.
       copy CSF09100.cpy.
       copy CSF09100.cpy replacing leading ==f09100== by ==b09100==
                                   ==pd09100== by ==bkp09100==.
       copy CSF09200.cpy.
       copy CSF09200.cpy replacing leading ==f09200== by ==b09200==
                                   ==pd09200== by ==bkp09200==.
       copy CSF09300.cpy.
       copy CSF09300.cpy replacing leading ==f09300== by ==b09300==
                                   ==pd09300== by ==bkp09300==.
       copy CSF09400.cpy.
       copy CSF09400.cpy replacing leading ==f09400== by ==b09400==
                                   ==pd09400== by ==bkp09400==.
       copy CSF09500.cpy.
       copy CSF09500.cpy replacing leading ==f09500== by ==b09500==
                                   ==pd09500== by ==bkp09500==.
       copy CSF09600.cpy.
       copy CSF09600.cpy replacing leading ==f09600== by ==b09600==
                                   ==pd09600== by ==bkp09600==.
       copy CSF09700.cpy.
       copy CSF09700.cpy replacing leading ==f09700== by ==b09700==
                                   ==pd09700== by ==bkp09700==.
       copy CSF09800.cpy.
       copy CSF09800.cpy replacing leading ==f09800== by ==b09800==
                                   ==pd09800== by ==bkp09800==.
       copy CSF09900.cpy.
       copy CSF09900.cpy replacing leading ==f09900== by ==b09900==
                                   ==pd09900== by ==bkp09900==.
       copy CSF10000.cpy.
       copy CSF10000.cpy replacing leading ==f10000== by ==b10000==
                                   ==pd10000== by ==bkp10000==.
       copy CSF10100.cpy.
       copy CSF10100.cpy replacing leading ==f10100== by ==b10100==
                                   ==pd10100== by ==bkp10100==.
       copy CSF10200.cpy.
       copy CSF10200.cpy replacing leading ==f10200== by ==b10200==
                                   ==pd10200== by ==bkp10200==.
       copy CSF10300.cpy.
       copy CSF10300.cpy replacing leading ==f10300== by ==b10300==
                                   ==pd10300== by ==bkp10300==.
       copy CSF10400.cpy.
       copy CSF10400.cpy replacing leading ==f10400== by ==b10400==
                                   ==pd10400== by ==bkp10400==.
       copy CSF10500.cpy.
       copy CSF10500.cpy replacing leading ==f10500== by ==b10500==
                                   ==pd10500== by ==bkp10500==.
       copy CSF10600.cpy.
       copy CSF10600.cpy replacing leading ==f10600== by ==b10600==
                                   ==pd10600== by ==bkp10600==.
       copy CSF10700.cpy.
       copy CSF10700.cpy replacing leading ==f10700== by ==b10700==
                                   ==pd10700== by ==bkp10700==.
       copy CSF10800.cpy.
       copy CSF10800.cpy replacing leading ==f10800== by ==b10800==
                                   ==pd10800== by ==bkp10800==.
       copy CSF10900.cpy.
       copy CSF10900.cpy replacing leading ==f10900== by ==b10900==
                                   ==pd10900== by ==bkp10900==.

       fd   par10059b
            record contains 17 characters.
            03 ws-bkp-nome-pd07800                  pic x(17).
            03 ws-fs-bkp07900                       pic x(02).
            03 ws-bkp-nome-pd07900                  pic x(17).
            03 ws-fs-bkp08000                       pic x(02).
            03 ws-bkp-nome-pd08000                  pic x(17).
            03 ws-fs-bkp08100                       pic x(02).
            03 ws-bkp-nome-pd08100                  pic x(17).
            03 ws-fs-bkp08200                       pic x(02).
            03 ws-bkp-nome-pd08200                  pic x(17).
            03 ws-fs-bkp08300                       pic x(02).
            03 ws-bkp-nome-pd08300                  pic x(17).
            03 ws-fs-bkp08400                       pic x(02).
            03 ws-bkp-nome-pd08400                  pic x(17).
            03 ws-fs-bkp08500                       pic x(02).
            03 ws-bkp-nome-pd08500                  pic x(17).
            03 ws-fs-bkp08600                       pic x(02).
            03 ws-bkp-nome-pd08600                  pic x(17).
            03 ws-fs-bkp08700                       pic x(02).
            03 ws-bkp-nome-pd08700                  pic x(17).
            03 ws-fs-bkp08800                       pic x(02).
            03 ws-bkp-nome-pd08800                  pic x(17).
            03 ws-fs-bkp08900                       pic x(02).
            03 ws-bkp-nome-pd08900                  pic x(17).
            03 ws-fs-bkp09000                       pic x(02).
            03 ws-bkp-nome-pd09000                  pic x(17).
            03 ws-fs-bkp09100                       pic x(02).
            03 ws-bkp-nome-pd09100                  pic x(17).
            03 ws-fs-bkp09200                       pic x(02).
            03 ws-bkp-nome-pd09200                  pic x(17).
            03 ws-fs-bkp09300                       pic x(02).
            03 ws-bkp-nome-pd09300                  pic x(17).
            03 ws-fs-bkp09400                       pic x(02).
            03 ws-bkp-nome-pd09400                  pic x(17).
            03 ws-fs-bkp09500                       pic x(02).
            03 ws-bkp-nome-pd09500                  pic x(17).
            03 ws-fs-bkp09600                       pic x(02).
            03 ws-bkp-nome-pd09600                  pic x(17).
            03 ws-fs-bkp09700                       pic x(02).
            03 ws-bkp-nome-pd09700                  pic x(17).
            03 ws-fs-bkp09800                       pic x(02).
            03 ws-bkp-nome-pd09800                  pic x(17).
            03 ws-fs-bkp09900                       pic x(02).
            03 ws-bkp-nome-pd09900                  pic x(17).
            03 ws-fs-bkp10000                       pic x(02).
            03 ws-bkp-nome-pd10000                  pic x(17).
            03 ws-fs-bkp10100                       pic x(02).
            03 ws-bkp-nome-pd10100                  pic x(17).
            03 ws-fs-bkp10200                       pic x(02).
            03 ws-bkp-nome-pd10200                  pic x(17).
            03 ws-fs-bkp10300                       pic x(02).
            03 ws-bkp-nome-pd10300                  pic x(17).
            03 ws-fs-bkp10400                       pic x(02).
            03 ws-bkp-nome-pd10400                  pic x(17).
            03 ws-fs-bkp10500                       pic x(02).
            03 ws-bkp-nome-pd10500                  pic x(17).
            03 ws-fs-bkp10600                       pic x(02).
            03 ws-bkp-nome-pd10600                  pic x(17).
            03 ws-fs-bkp10700                       pic x(02).
            03 ws-bkp-nome-pd10700                  pic x(17).
            03 ws-fs-bkp10800                       pic x(02).
            03 ws-bkp-nome-pd10800                  pic x(17).
            03 ws-fs-bkp10900                       pic x(02).
            03 ws-bkp-nome-pd10900                  pic x(17).

       01   rel10059b-linha-totais.
            03 rr-tot-rotulo                        pic x(12).
                      perform 3040-restaura-pd07800
                 when "PD07900"
                      perform 3041-restaura-pd07900
                 when "PD08000"
                      perform 3042-restaura-pd08000
                 when "PD08100"
                      perform 3043-restaura-pd08100
                 when "PD08200"
                      perform 3044-restaura-pd08200
                 when "PD08300"
                      perform 3045-restaura-pd08300
                 when "PD08400"
                      perform 3046-restaura-pd08400
                 when "PD08500"
                      perform 3047-restaura-pd08500
                 when "PD08600"
                      perform 3048-restaura-pd08600
                 when "PD08700"
                      perform 3049-restaura-pd08700
                 when "PD08800"
                      perform 3050-restaura-pd08800
                 when "PD08900"
                      perform 3051-restaura-pd08900
                 when "PD09000"
                      perform 3052-restaura-pd09000
                 when "PD09100"
                      perform 3053-restaura-pd09100
                 when "PD09200"
                      perform 3054-restaura-pd09200
                 when "PD09300"
                      perform 3055-restaura-pd09300
                 when "PD09400"
                      perform 3056-restaura-pd09400
                 when "PD09500"
                      perform 3057-restaura-pd09500
                 when "PD09600"
                      perform 3058-restaura-pd09600
                 when "PD09700"
                      perform 3059-restaura-pd09700
                 when "PD09800"
                      perform 3060-restaura-pd09800
                 when "PD09900"
                      perform 3061-restaura-pd09900
                 when "PD10000"
                      perform 3062-restaura-pd10000
                 when "PD10100"
                      perform 3063-restaura-pd10100
                 when "PD10200"
                      perform 3064-restaura-pd10200
                 when "PD10300"
                      perform 3065-restaura-pd10300
                 when "PD10400"
                      perform 3066-restaura-pd10400
                 when "PD10500"
                      perform 3067-restaura-pd10500
                 when "PD10600"
                      perform 3068-restaura-pd10600
                 when "PD10700"
                      perform 3069-restaura-pd10700
                 when "PD10800"
                      perform 3070-restaura-pd10800
                 when "PD10900"
                      perform 3071-restaura-pd10900
                 when other
                      move "Arquivo desconhecido no parametro!" to rr-msg-texto
                      write rel10059b-linha          from rel10059b-mensagem

       exit.

      *>=================================================================================
       3042-restaura-pd08000 section.

            string "PD08000" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08000

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08000
            if   ws-fs-pd08000 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08000 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08000-cd-condicao
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08000

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08000"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08000
            if   ws-fs-bkp08000 <> "00"
                 close bkp08000
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08000-cd-condicao
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08000

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08000                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08000
            open input bkp08000

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08000-condicao-pagamento
                                                    to f08000-condicao-pagamento
                           write f08000-condicao-pagamento
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08000
            close bkp08000

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08000 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3043-restaura-pd08100 section.

            string "PD08100" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08100

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08100
            if   ws-fs-pd08100 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08100 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08100-valor-principal
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08100

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08100"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08100
            if   ws-fs-bkp08100 <> "00"
                 close bkp08100
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08100-valor-principal
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08100

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08100                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08100
            open input bkp08100

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08100-movimento-baixa
                                                    to f08100-movimento-baixa
                           write f08100-movimento-baixa
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08100
            close bkp08100

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08100 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3044-restaura-pd08200 section.

            string "PD08200" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08200

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08200
            if   ws-fs-pd08200 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08200 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08200-cd-conta
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08200

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08200"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08200
            if   ws-fs-bkp08200 <> "00"
                 close bkp08200
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08200-cd-conta
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08200

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08200                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08200
            open input bkp08200

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08200-conta-bancaria
                                                    to f08200-conta-bancaria
                           write f08200-conta-bancaria
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08200
            close bkp08200

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08200 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3045-restaura-pd08300 section.

            string "PD08300" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08300

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08300
            if   ws-fs-pd08300 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08300 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08300-valor
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08300

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08300"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08300
            if   ws-fs-bkp08300 <> "00"
                 close bkp08300
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08300-valor
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08300

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08300                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08300
            open input bkp08300

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08300-movimento-tesouraria
                                                    to f08300-movimento-tesouraria
                           write f08300-movimento-tesouraria
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08300
            close bkp08300

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08300 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3046-restaura-pd08400 section.

            string "PD08400" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08400

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08400
            if   ws-fs-pd08400 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08400 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08400-cd-conta-contabil
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08400

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08400"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08400
            if   ws-fs-bkp08400 <> "00"
                 close bkp08400
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08400-cd-conta-contabil
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08400

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08400                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08400
            open input bkp08400

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08400-conta-contabil
                                                    to f08400-conta-contabil
                           write f08400-conta-contabil
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08400
            close bkp08400

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08400 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3047-restaura-pd08500 section.

            string "PD08500" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08500

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08500
            if   ws-fs-pd08500 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08500 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08500-cd-evento
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08500

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08500"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08500
            if   ws-fs-bkp08500 <> "00"
                 close bkp08500
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08500-cd-evento
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08500

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08500                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08500
            open input bkp08500

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08500-regra-contabil
                                                    to f08500-regra-contabil
                           write f08500-regra-contabil
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08500
            close bkp08500

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08500 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3048-restaura-pd08600 section.

            string "PD08600" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08600

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08600
            if   ws-fs-pd08600 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08600 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08600-valor
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08600

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08600"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08600
            if   ws-fs-bkp08600 <> "00"
                 close bkp08600
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08600-valor
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08600

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08600                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08600
            open input bkp08600

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08600-lancamento-contabil
                                                    to f08600-lancamento-contabil
                           write f08600-lancamento-contabil
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08600
            close bkp08600

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08600 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3049-restaura-pd08700 section.

            string "PD08700" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08700

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08700
            if   ws-fs-pd08700 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08700 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08700-valor-total
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08700

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08700"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08700
            if   ws-fs-bkp08700 <> "00"
                 close bkp08700
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08700-valor-total
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08700

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08700                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08700
            open input bkp08700

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08700-pedido-compra
                                                    to f08700-pedido-compra
                           write f08700-pedido-compra
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08700
            close bkp08700

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08700 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3050-restaura-pd08800 section.

            string "PD08800" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08800

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08800
            if   ws-fs-pd08800 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08800 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08800-valor-total
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08800

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08800"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08800
            if   ws-fs-bkp08800 <> "00"
                 close bkp08800
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08800-valor-total
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08800

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08800                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08800
            open input bkp08800

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08800-item-pedido-compra
                                                    to f08800-item-pedido-compra
                           write f08800-item-pedido-compra
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08800
            close bkp08800

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08800 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3051-restaura-pd08900 section.

            string "PD08900" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd08900

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd08900
            if   ws-fs-pd08900 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd08900 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f08900-numero-documento
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd08900

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD08900"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp08900
            if   ws-fs-bkp08900 <> "00"
                 close bkp08900
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b08900-numero-documento
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp08900

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd08900                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd08900
            open input bkp08900

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp08900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b08900-conferencia-recebimento
                                                    to f08900-conferencia-recebimento
                           write f08900-conferencia-recebimento
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd08900
            close bkp08900

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD08900 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3052-restaura-pd09000 section.

            string "PD09000" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09000

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09000
            if   ws-fs-pd09000 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09000 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09000-cd-mercadoria
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09000

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09000"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09000
            if   ws-fs-bkp09000 <> "00"
                 close bkp09000
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09000-cd-mercadoria
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09000

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09000                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09000
            open input bkp09000

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09000-parametro-reposicao
                                                    to f09000-parametro-reposicao
                           write f09000-parametro-reposicao
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09000
            close bkp09000

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09000 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3053-restaura-pd09100 section.

            string "PD09100" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09100

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09100
            if   ws-fs-pd09100 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09100 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09100-ncm
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09100

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09100"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09100
            if   ws-fs-bkp09100 <> "00"
                 close bkp09100
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09100-ncm
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09100

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09100                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09100
            open input bkp09100

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09100-icms-st
                                                    to f09100-icms-st
                           write f09100-icms-st
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09100
            close bkp09100

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09100 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3054-restaura-pd09200 section.

            string "PD09200" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09200

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09200
            if   ws-fs-pd09200 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09200 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09200-numero-documento
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09200

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09200"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09200
            if   ws-fs-bkp09200 <> "00"
                 close bkp09200
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09200-numero-documento
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09200

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09200                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09200
            open input bkp09200

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09200-carta-correcao
                                                    to f09200-carta-correcao
                           write f09200-carta-correcao
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09200
            close bkp09200

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09200 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3055-restaura-pd09300 section.

            string "PD09300" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09300

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09300
            if   ws-fs-pd09300 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09300 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09300-numero-romaneio
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09300

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09300"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09300
            if   ws-fs-bkp09300 <> "00"
                 close bkp09300
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09300-numero-romaneio
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09300

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09300                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09300
            open input bkp09300

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09300-romaneio
                                                    to f09300-romaneio
                           write f09300-romaneio
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09300
            close bkp09300

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09300 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3056-restaura-pd09400 section.

            string "PD09400" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09400

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09400
            if   ws-fs-pd09400 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09400 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09400-numero-documento
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09400

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09400"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09400
            if   ws-fs-bkp09400 <> "00"
                 close bkp09400
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09400-numero-documento
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09400

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09400                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09400
            open input bkp09400

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09400-nota-romaneio
                                                    to f09400-nota-romaneio
                           write f09400-nota-romaneio
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09400
            close bkp09400

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09400 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3057-restaura-pd09500 section.

            string "PD09500" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09500

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09500
            if   ws-fs-pd09500 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09500 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09500-valor-frete
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09500

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09500"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09500
            if   ws-fs-bkp09500 <> "00"
                 close bkp09500
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09500-valor-frete
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09500

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09500                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09500
            open input bkp09500

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09500-conhecimento
                                                    to f09500-conhecimento
                           write f09500-conhecimento
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09500
            close bkp09500

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09500 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3058-restaura-pd09600 section.

            string "PD09600" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09600

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09600
            if   ws-fs-pd09600 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09600 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09600-numero-conhecimento
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09600

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09600"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09600
            if   ws-fs-bkp09600 <> "00"
                 close bkp09600
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09600-numero-conhecimento
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09600

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09600                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09600
            open input bkp09600

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09600-nota-conhecimento
                                                    to f09600-nota-conhecimento
                           write f09600-nota-conhecimento
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09600
            close bkp09600

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09600 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3059-restaura-pd09700 section.

            string "PD09700" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09700

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09700
            if   ws-fs-pd09700 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09700 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09700-valor-meta
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09700

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09700"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09700
            if   ws-fs-bkp09700 <> "00"
                 close bkp09700
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09700-valor-meta
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09700

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09700                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09700
            open input bkp09700

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09700-meta-vendedor
                                                    to f09700-meta-vendedor
                           write f09700-meta-vendedor
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09700
            close bkp09700

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09700 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3060-restaura-pd09800 section.

            string "PD09800" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09800

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09800
            if   ws-fs-pd09800 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09800 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09800-dias-atraso
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09800

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09800"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09800
            if   ws-fs-bkp09800 <> "00"
                 close bkp09800
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09800-dias-atraso
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09800

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09800                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09800
            open input bkp09800

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09800-estagio-cobranca
                                                    to f09800-estagio-cobranca
                           write f09800-estagio-cobranca
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09800
            close bkp09800

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09800 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3061-restaura-pd09900 section.

            string "PD09900" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd09900

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd09900
            if   ws-fs-pd09900 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd09900 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f09900-cd-destinatario
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd09900

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD09900"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp09900
            if   ws-fs-bkp09900 <> "00"
                 close bkp09900
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b09900-cd-destinatario
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp09900

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd09900                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd09900
            open input bkp09900

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp09900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b09900-contato-cobranca
                                                    to f09900-contato-cobranca
                           write f09900-contato-cobranca
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd09900
            close bkp09900

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD09900 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3062-restaura-pd10000 section.

            string "PD10000" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10000

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10000
            if   ws-fs-pd10000 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10000 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10000-cd-mercadoria
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10000

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10000"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10000
            if   ws-fs-bkp10000 <> "00"
                 close bkp10000
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10000-cd-mercadoria
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10000

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10000                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10000
            open input bkp10000

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10000 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10000-reserva-estoque
                                                    to f10000-reserva-estoque
                           write f10000-reserva-estoque
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10000
            close bkp10000

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10000 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3063-restaura-pd10100 section.

            string "PD10100" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10100

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10100
            if   ws-fs-pd10100 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10100 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10100-cd-componente
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10100

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10100"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10100
            if   ws-fs-bkp10100 <> "00"
                 close bkp10100
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10100-cd-componente
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10100

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10100                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10100
            open input bkp10100

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10100 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10100-componente-kit
                                                    to f10100-componente-kit
                           write f10100-componente-kit
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10100
            close bkp10100

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10100 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3064-restaura-pd10200 section.

            string "PD10200" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10200

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10200
            if   ws-fs-pd10200 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10200 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10200-cd-subgrupo
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10200

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10200"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10200
            if   ws-fs-bkp10200 <> "00"
                 close bkp10200
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10200-cd-subgrupo
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10200

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10200                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10200
            open input bkp10200

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10200 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10200-grupo-mercadoria
                                                    to f10200-grupo-mercadoria
                           write f10200-grupo-mercadoria
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10200
            close bkp10200

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10200 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3065-restaura-pd10300 section.

            string "PD10300" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10300

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10300
            if   ws-fs-pd10300 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10300 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10300-cd-local
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10300

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10300"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10300
            if   ws-fs-bkp10300 <> "00"
                 close bkp10300
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10300-cd-local
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10300

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10300                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10300
            open input bkp10300

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10300 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10300-local-estoque
                                                    to f10300-local-estoque
                           write f10300-local-estoque
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10300
            close bkp10300

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10300 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3066-restaura-pd10400 section.

            string "PD10400" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10400

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10400
            if   ws-fs-pd10400 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10400 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10400-cd-mercadoria
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10400

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10400"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10400
            if   ws-fs-bkp10400 <> "00"
                 close bkp10400
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10400-cd-mercadoria
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10400

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10400                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10400
            open input bkp10400

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10400 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10400-saldo-local
                                                    to f10400-saldo-local
                           write f10400-saldo-local
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10400
            close bkp10400

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10400 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3067-restaura-pd10500 section.

            string "PD10500" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10500

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10500
            if   ws-fs-pd10500 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10500 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10500-quantidade-padrao
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10500

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10500"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10500
            if   ws-fs-bkp10500 <> "00"
                 close bkp10500
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10500-quantidade-padrao
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10500

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10500                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10500
            open input bkp10500

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10500 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10500-movimento-local
                                                    to f10500-movimento-local
                           write f10500-movimento-local
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10500
            close bkp10500

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10500 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3068-restaura-pd10600 section.

            string "PD10600" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10600

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10600
            if   ws-fs-pd10600 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10600 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10600-valor-icms-ciap
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10600

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10600"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10600
            if   ws-fs-bkp10600 <> "00"
                 close bkp10600
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10600-valor-icms-ciap
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10600

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10600                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10600
            open input bkp10600

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10600 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10600-bem-ativo
                                                    to f10600-bem-ativo
                           write f10600-bem-ativo
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10600
            close bkp10600

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10600 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3069-restaura-pd10700 section.

            string "PD10700" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10700

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10700
            if   ws-fs-pd10700 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10700 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10700-valor-parcelas
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10700

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10700"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10700
            if   ws-fs-bkp10700 <> "00"
                 close bkp10700
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10700-valor-parcelas
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10700

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10700                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10700
            open input bkp10700

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10700 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10700-ciap-competencia
                                                    to f10700-ciap-competencia
                           write f10700-ciap-competencia
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10700
            close bkp10700

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10700 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3070-restaura-pd10800 section.

            string "PD10800" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10800

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10800
            if   ws-fs-pd10800 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10800 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10800-cd-destinatario
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10800

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10800"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10800
            if   ws-fs-bkp10800 <> "00"
                 close bkp10800
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10800-cd-destinatario
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10800

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10800                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10800
            open input bkp10800

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10800 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10800-registro-lgpd
                                                    to f10800-registro-lgpd
                           write f10800-registro-lgpd
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10800
            close bkp10800

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10800 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3071-restaura-pd10900 section.

            string "PD10900" ".B" pp-data-conjunto
                 delimited by size into ws-bkp-nome-pd10900

      *>       O alvo corrente primeiro - e o que a restauracao vai
      *>       sobrescrever, e o operador ve antes de confirmar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input pd10900
            if   ws-fs-pd10900 = "00"
                 move "N"                           to ws-fl-fim-arquivo
                 perform until ws-fim-arquivo
                      read pd10900 next record
                           at end
                                set ws-fim-arquivo  to true
                           not at end
                                add 1               to ws-rs-qtd
                                add f10900-cd-mercadoria
                                                    to ws-rs-hash
                      end-read
                 end-perform
            end-if
            close pd10900

            move "ALVO ATUAL.:"                     to rr-tot-rotulo
            move "PD10900"                          to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

      *>       A copia escolhida - sem ela nao ha o que restaurar.
            move zeros                              to ws-rs-qtd
            move zeros                              to ws-rs-hash

            open input bkp10900
            if   ws-fs-bkp10900 <> "00"
                 close bkp10900
                 move "Copia do conjunto nao encontrada!" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 move rr-msg-texto                   to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           add 1                    to ws-rs-qtd
                           add b10900-cd-mercadoria
                                                    to ws-rs-hash
                 end-read
            end-perform
            close bkp10900

            move "COPIA......:"                     to rr-tot-rotulo
            move ws-bkp-nome-pd10900                to rr-tot-nome
            move ws-rs-qtd                          to rr-tot-qtd
            move ws-rs-hash                         to rr-tot-hash
            write rel10059b-linha                   from rel10059b-linha-totais

            if   pp-fl-confirma not equal "S"
                 move "SIMULACAO - sem confirmacao nada foi gravado" to rr-msg-texto
                 write rel10059b-linha               from rel10059b-mensagem
                 exit section
            end-if

      *>       Confirmado: o vivo e substituido pela copia, registro a
      *>       registro - o open output descarta o conteudo anterior.
            move zeros                              to ws-rs-restaurados

            open output pd10900
            open input bkp10900

            move "N"                                to ws-fl-fim-arquivo
            perform until ws-fim-arquivo
                 read bkp10900 next record
                      at end
                           set ws-fim-arquivo       to true
                      not at end
                           move b10900-produto-cliente
                                                    to f10900-produto-cliente
                           write f10900-produto-cliente
                           add 1                    to ws-rs-restaurados
                 end-read
            end-perform

            close pd10900
            close bkp10900

            move zeros                              to ws-cd-usuario-operacao
            string "RESTAURACAO PD10900 do conjunto [" pp-data-conjunto
                   "] - " ws-rs-restaurados " registro(s)" into ws-mensagem
            perform 9000-mensagem-lote

            string "RESTAURADO - " ws-rs-restaurados " registro(s)"
                 delimited by size into rr-msg-texto
            write rel10059b-linha                   from rel10059b-mensagem

       exit.

      *>=================================================================================
       3000-finalizacao section.

