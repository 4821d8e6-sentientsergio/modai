      $set sourceformat"free"
       program-id. CS10093B.
      *>=================================================================================
      *>
      *>           Carga Noturna de Estoque e Preco para a Loja Virtual
      *>
      *>    Passo da cadeia noturna (CS10034B/CFG10034B): grava em WEB10093B
      *>    um registro por mercadoria vendavel - a que tem preco em PD07100
      *>    na vigencia de amanha (a linha de maior vigencia nao posterior ao
      *>    dia seguinte, mesma busca de CS10006C) - com a descricao de
      *>    PD00700, a sigla da unidade padrao, o preco e o disponivel de cada
      *>    filial publicada. As filiais publicadas vem de PAR10093B, uma
      *>    linha por filial com a quantidade de seguranca (unidade padrao)
      *>    retida fora da loja e a janela de validade em dias. Disponivel =
      *>    saldo de PD05800 menos a reserva de pedidos (PD10000) menos a
      *>    seguranca, nunca negativo; mercadoria controlada por lote conta
      *>    so os lotes de PD07400 com saldo positivo que nao vencem dentro da
      *>    janela (validade zero = sem vencimento). Kit (PD10100) publica o
      *>    menor disponivel de componente dividido pela quantidade no kit.
      *>    Em seguida compara o arquivo recem-gravado com a geracao anterior
      *>    de WEB10093B e grava em DLT10093B so o que mudou: I (mercadoria
      *>    nova na loja), A (descricao, preco ou disponivel alterado) e E
      *>    (deixou de ser vendavel). Sem geracao anterior catalogada, tudo
      *>    sai como I. As duas saidas levam numero de geracao no catalogo de
      *>    spool PD06300.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00700.cpy.
       copy CSS05500.cpy.
       copy CSS05800.cpy.
       copy CSS06300.cpy.
       copy CSS07100.cpy.
       copy CSS07400.cpy.
       copy CSS10000.cpy.
       copy CSS10100.cpy.

           select par10093b
               assign to "PAR10093B"
               organization is line sequential
               file status is ws-fs-par10093b.

      *>   Saidas com numero de geracao, registradas no catalogo de spool
      *>   PD06300 (vide CS10033C) - a carga de hoje e a base do delta de
      *>   amanha e nao pode ser sobrescrita por uma reexecucao.
           select web10093b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-web10093b.

           select dlt10093b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-dlt10093b.

      *>   Carga recem-gravada e a geracao anterior (nomes fisicos de
      *>   f06300-nome-saida), relidas para o delta.
           select atu10093b
               assign to ws-nome-carga-atual
               organization is line sequential
               file status is ws-fs-atu10093b.

           select ant10093b
               assign to ws-nome-carga-anterior
               organization is line sequential
               file status is ws-fs-ant10093b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00700.cpy.
       copy CSF05500.cpy.
       copy CSF05800.cpy.
       copy CSF06300.cpy.
       copy CSF07100.cpy.
       copy CSF07400.cpy.
       copy CSF10000.cpy.
       copy CSF10100.cpy.

       fd   par10093b
            record contains 20 characters.

       01   par10093b-linha.
            03 pw-cd-empresa                       pic 9(03).
            03 pw-cd-filial                        pic 9(04).
            03 pw-qtd-seguranca                    pic 9(07)v9(03).
            03 pw-dias-validade                    pic 9(03).

       fd   web10093b
            record contains 300 characters.

       01   web10093b-linha                        pic x(300).

       fd   dlt10093b
            record contains 300 characters.

       01   dlt10093b-linha                        pic x(300).

       fd   atu10093b
            record contains 300 characters.

       01   atu10093b-linha.
            03 at-cd-mercadoria                    pic 9(09).
            03 filler                              pic x(291).

       fd   ant10093b
            record contains 300 characters.

       01   ant10093b-linha.
            03 an-cd-mercadoria                    pic 9(09).
            03 filler                              pic x(291).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10093B".
       78   c-descricao-programa                   value "CARGA LOJA VIRTUAL".
       78   c-max-filiais-carga                    value 10.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-carga.
            03 ws-fs-par10093b                      pic x(02).
            03 ws-fs-web10093b                      pic x(02).
            03 ws-fs-dlt10093b                      pic x(02).
            03 ws-fs-atu10093b                      pic x(02).
            03 ws-fs-ant10093b                      pic x(02).
            03 ws-fl-parametro                      pic x(01).
               88 ws-parametro-ok                       value "S".
               88 ws-parametro-nok                      value "N".
            03 ws-fl-fim-parametro                  pic x(01).
               88 ws-fim-parametro                      value "S".
            03 ws-fl-fim-mercadorias                pic x(01).
               88 ws-fim-mercadorias                    value "S".
            03 ws-fl-fim-atual                      pic x(01).
               88 ws-fim-atual                          value "S".
            03 ws-fl-fim-anterior                   pic x(01).
               88 ws-fim-anterior                       value "S".
            03 ws-fl-tem-carga-anterior             pic x(01).
               88 ws-tem-carga-anterior                 value "S".
            03 ws-nome-carga-atual                  pic x(20).
            03 ws-nome-carga-anterior               pic x(20).
            03 ws-data-hoje                         pic 9(08).
            03 ws-data-amanha                       pic 9(08).
            03 ws-dias-data                         pic 9(08).
            03 ws-ultimo-cd-mercadoria              pic 9(09).
            03 ws-fl-controla-lote                  pic x(01).
               88 ws-controla-lote                      value "S".
            03 ws-idx-filial                        pic 9(02).
            03 ws-sm-cd-mercadoria                  pic 9(09).
            03 ws-sm-fl-lote                        pic x(01).
               88 ws-sm-lote                            value "S".
            03 ws-sm-saldo                          pic s9(09)v9(06).
            03 ws-disponivel                        pic s9(09)v9(06).
            03 ws-disponivel-componente             pic s9(09)v9(06).
            03 ws-chave-saldo-comparacao            pic x(16).
            03 ws-total-mercadorias                 pic 9(07).
            03 ws-total-publicadas                  pic 9(07).
            03 ws-total-incluidas                   pic 9(07).
            03 ws-total-alteradas                   pic 9(07).
            03 ws-total-excluidas                   pic 9(07).

       01   ws-tab-filiais-carga.
            03 ws-tf-total                          pic 9(02).
            03 ws-tf-filial                         occurs 10.
               05 ws-tf-cd-empresa                  pic 9(03).
               05 ws-tf-cd-filial                   pic 9(04).
               05 ws-tf-qtd-seguranca               pic 9(07)v9(03).
               05 ws-tf-data-limite                 pic 9(08).

      *> Registro da carga da loja virtual - um por mercadoria vendavel, com
      *> o disponivel de ate c-max-filiais-carga filiais (na ordem de
      *> PAR10093B) em quantidade padrao.
       01   ws-registro-carga.
            03 fe-cd-mercadoria                     pic 9(09).
            03 fe-descricao-mercadoria              pic x(40).
            03 fe-sigla-unidade                     pic x(04).
            03 fe-preco-venda                       pic 9(09)v9(06).
            03 fe-qtd-filiais                       pic 9(02).
            03 fe-filial                            occurs 10.
               05 fe-cd-empresa                     pic 9(03).
               05 fe-cd-filial                      pic 9(04).
               05 fe-qtd-disponivel                 pic 9(09)v9(06).
            03 filler                               pic x(10).

      *> Delta: o movimento e o registro da carga (o de hoje em I/A, o da
      *> geracao anterior em E).
       01   ws-registro-delta.
            03 dl-tipo-movimento                    pic x(01).
            03 dl-dados-carga                       pic x(290).
            03 filler                               pic x(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            if   ws-parametro-ok
                 perform 2000-processamento
            end-if
            perform 3000-finalizacao
      *>     Passo da cadeia noturna: sem parametro, devolve erro para que
      *>     CS10034B pare a cadeia e a retome daqui.
            if   ws-parametro-nok
                 move 8                              to return-code
            end-if
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-mercadorias
            move zeros                              to ws-total-publicadas
            move zeros                              to ws-total-incluidas
            move zeros                              to ws-total-alteradas
            move zeros                              to ws-total-excluidas
            move zeros                              to ws-cd-usuario-operacao
            move function current-date(1:8)         to ws-data-hoje
            compute ws-dias-data = function integer-of-date(ws-data-hoje) + 1
            move function date-of-integer(ws-dias-data) to ws-data-amanha

            perform 9000-abrir-e-pd00900

            perform 1100-carrega-parametros

            perform 9000-abrir-i-pd00700
            perform 9000-abrir-i-pd05500
            perform 9000-abrir-io-pd05800
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd07100
            perform 9000-abrir-io-pd07400
            perform 9000-abrir-io-pd10000
            perform 9000-abrir-io-pd10100

       exit.

      *>=================================================================================
      *> Uma linha por filial publicada; a data limite de validade de cada
      *> uma e hoje mais a janela. Linha invalida ou alem da capacidade fica
      *> de fora, registrada em PD00900.
       1100-carrega-parametros section.

            set ws-parametro-nok                    to true
            move zeros                              to ws-tf-total
            move "N"                                to ws-fl-fim-parametro

            open input par10093b

            if   ws-fs-par10093b <> "00"
                 move "Parametro PAR10093B ausente!" to ws-mensagem
                 perform 9000-mensagem-lote
                 exit section
            end-if

            perform until ws-fim-parametro

                 read par10093b
                      at end
                           set ws-fim-parametro      to true
                      not at end
                           if   par10093b-linha is not numeric
                           or   ws-tf-total not less c-max-filiais-carga
                                move spaces          to ws-mensagem
                                string "PAR10093B - linha ignorada [" par10093b-linha "]"
                                       delimited by size into ws-mensagem
                                perform 9000-mensagem-lote
                           else
                                add 1                to ws-tf-total
                                move pw-cd-empresa   to ws-tf-cd-empresa(ws-tf-total)
                                move pw-cd-filial    to ws-tf-cd-filial(ws-tf-total)
                                move pw-qtd-seguranca to ws-tf-qtd-seguranca(ws-tf-total)
                                compute ws-dias-data =
                                        function integer-of-date(ws-data-hoje)
                                        + pw-dias-validade
                                move function date-of-integer(ws-dias-data)
                                                     to ws-tf-data-limite(ws-tf-total)
                           end-if
                 end-read

            end-perform

            close par10093b

            if   ws-tf-total = zeros
                 move "Parametro PAR10093B sem filial valida!" to ws-mensagem
                 perform 9000-mensagem-lote
            else
                 set ws-parametro-ok                 to true
            end-if

       exit.

      *>=================================================================================
       2000-processamento section.

            perform 2050-localiza-carga-anterior

            move c-este-programa                     to f06300-nome-programa
            move "WEB10093B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool
            move ws-sp-nome-saida                    to ws-nome-carga-atual

            open output web10093b

            perform 2100-varre-mercadorias

            close web10093b

            move ws-data-amanha                      to ws-sp-parametros
            move ws-total-publicadas                 to ws-sp-qtd-registros
            perform 9000-registra-spool

            perform 2500-gera-delta

       exit.

      *>=================================================================================
      *> A geracao anterior e a ultima WEB10093B deste programa no catalogo
      *> (as geracoes do delta se intercalam com as da carga).
       2050-localiza-carga-anterior section.

            move "N"                                to ws-fl-tem-carga-anterior
            move spaces                             to ws-nome-carga-anterior

            initialize                              f06300-chave
            move c-este-programa                    to f06300-nome-programa
            perform 9000-str-pd06300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06300-seq-1

                 if   ws-operacao-ok
                 and  f06300-nome-programa equal c-este-programa
                      if   f06300-nome-saida(1:9) equal "WEB10093B"
                           move f06300-nome-saida   to ws-nome-carga-anterior
                           set ws-tem-carga-anterior to true
                      end-if
                 else
                      set ws-operacao-nok           to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Le PD00700 por chave, sempre reposicionando a partir da ultima
      *> mercadoria tratada - a leitura dos componentes de kit no meio do
      *> caminho desfaz a posicao sequencial.
       2100-varre-mercadorias section.

            move zeros                              to ws-ultimo-cd-mercadoria
            move "N"                                to ws-fl-fim-mercadorias

            perform until ws-fim-mercadorias

                 if   ws-ultimo-cd-mercadoria = 999999999
                      set ws-fim-mercadorias         to true
                      exit perform
                 end-if

                 compute f00700-cd-mercadoria = ws-ultimo-cd-mercadoria + 1
                 perform 9000-str-pd00700-ge
                 if   ws-operacao-ok
                      perform 9000-ler-pd00700-seq-1
                 end-if

                 if   not ws-operacao-ok
                      set ws-fim-mercadorias         to true
                 else
                      move f00700-cd-mercadoria      to ws-ultimo-cd-mercadoria
                      add 1                          to ws-total-mercadorias
                      perform 2200-trata-mercadoria
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Vendavel e a mercadoria com preco positivo vigente amanha.
       2200-trata-mercadoria section.

            initialize                              ws-registro-carga
            move f00700-cd-mercadoria               to fe-cd-mercadoria
            move f00700-descricao-mercadoria        to fe-descricao-mercadoria
            move f00700-fl-controla-lote            to ws-fl-controla-lote

            initialize                              f07100-chave
            move f00700-cd-mercadoria               to f07100-cd-mercadoria
            move ws-data-amanha                     to f07100-data-vigencia
            perform 9000-str-pd07100-ngrt

            if   ws-operacao-ok
                 perform 9000-ler-pd07100-seq-1
            end-if

            if   not ws-operacao-ok
            or   f07100-cd-mercadoria not equal fe-cd-mercadoria
            or   f07100-valor-unitario = zeros
                 exit section
            end-if

            move f07100-valor-unitario              to fe-preco-venda

            move f00700-cd-unidade-medida           to f05500-cd-unidade-medida
            perform 9000-ler-pd05500-ran-1
            if   ws-operacao-ok
                 move f05500-sigla-unidade          to fe-sigla-unidade
            end-if

            move ws-tf-total                        to fe-qtd-filiais

            perform varying ws-idx-filial from 1 by 1
                    until ws-idx-filial > ws-tf-total
                 perform 2300-disponivel-filial
            end-perform

            write web10093b-linha                   from ws-registro-carga
            add 1                                   to ws-total-publicadas

       exit.

      *>=================================================================================
      *> Disponivel da mercadoria corrente na filial ws-idx-filial, ja sem a
      *> seguranca da filial e nunca negativo. Kit: o menor disponivel de
      *> componente dividido pela quantidade no kit (a reserva do kit ja
      *> esta nos componentes - vide CSP00902).
       2300-disponivel-filial section.

            move ws-tf-cd-empresa(ws-idx-filial)    to fe-cd-empresa(ws-idx-filial)
            move ws-tf-cd-filial(ws-idx-filial)     to fe-cd-filial(ws-idx-filial)

            move fe-cd-mercadoria                   to ws-kit-cd-mercadoria
            perform 9000-carrega-componentes-kit

            if   ws-kit-total-componentes = zeros
                 move fe-cd-mercadoria              to ws-sm-cd-mercadoria
                 move ws-fl-controla-lote           to ws-sm-fl-lote
                 perform 2310-saldo-mercadoria
                 move ws-sm-saldo                   to ws-disponivel
            else
                 perform varying ws-kit-idx from 1 by 1
                         until ws-kit-idx > ws-kit-total-componentes
                      move ws-kit-cd-componente(ws-kit-idx) to ws-sm-cd-mercadoria
                      move ws-kit-cd-componente(ws-kit-idx) to f00700-cd-mercadoria
                      perform 9000-ler-pd00700-ran-1
                      if   ws-operacao-ok
                           move f00700-fl-controla-lote to ws-sm-fl-lote
                      else
                           move "N"                 to ws-sm-fl-lote
                      end-if
                      perform 2310-saldo-mercadoria
                      compute ws-disponivel-componente =
                              ws-sm-saldo / ws-kit-qtd-componente(ws-kit-idx)
                      if   ws-kit-idx = 1
                      or   ws-disponivel-componente < ws-disponivel
                           move ws-disponivel-componente to ws-disponivel
                      end-if
                 end-perform
            end-if

            subtract ws-tf-qtd-seguranca(ws-idx-filial) from ws-disponivel

            if   ws-disponivel > zeros
                 move ws-disponivel                 to fe-qtd-disponivel(ws-idx-filial)
            else
                 move zeros                         to fe-qtd-disponivel(ws-idx-filial)
            end-if

       exit.

      *>=================================================================================
      *> Saldo de ws-sm-cd-mercadoria na filial ws-idx-filial menos a reserva
      *> de PD10000. Controlada por lote: soma dos lotes positivos de PD07400
      *> que nao vencem ate a data limite da filial.
       2310-saldo-mercadoria section.

            move zeros                              to ws-sm-saldo

            if   ws-sm-lote
                 initialize                         f07400-chave
                 move ws-tf-cd-empresa(ws-idx-filial) to f07400-cd-empresa
                 move ws-tf-cd-filial(ws-idx-filial) to f07400-cd-filial
                 move ws-sm-cd-mercadoria           to f07400-cd-mercadoria
                 move f07400-chave(1:16)            to ws-chave-saldo-comparacao
                 perform 9000-str-pd07400-ge

                 perform until not ws-operacao-ok
                      perform 9000-ler-pd07400-seq-1
                      if   ws-operacao-ok
                      and  f07400-chave(1:16) equal ws-chave-saldo-comparacao
                           if   f07400-saldo-padrao > zeros
                           and  (f07400-data-validade = zeros
                            or   f07400-data-validade > ws-tf-data-limite(ws-idx-filial))
                                add f07400-saldo-padrao to ws-sm-saldo
                           end-if
                      else
                           set ws-operacao-nok      to true
                      end-if
                 end-perform
            else
                 initialize                         f05800-saldo-estoque
                 move ws-tf-cd-empresa(ws-idx-filial) to f05800-cd-empresa
                 move ws-tf-cd-filial(ws-idx-filial) to f05800-cd-filial
                 move ws-sm-cd-mercadoria           to f05800-cd-mercadoria
                 perform 9000-ler-pd05800-ran-1
                 if   ws-operacao-ok
                      move f05800-saldo-padrao      to ws-sm-saldo
                 end-if
            end-if

            initialize                              f10000-reserva-estoque
            move ws-tf-cd-empresa(ws-idx-filial)    to f10000-cd-empresa
            move ws-tf-cd-filial(ws-idx-filial)     to f10000-cd-filial
            move ws-sm-cd-mercadoria                to f10000-cd-mercadoria
            perform 9000-ler-pd10000-ran-1
            if   ws-operacao-ok
                 subtract f10000-quantidade-reservada from ws-sm-saldo
            end-if

       exit.

      *>=================================================================================
      *> Casamento das duas cargas, ambas em ordem de mercadoria.
       2500-gera-delta section.

            move c-este-programa                     to f06300-nome-programa
            move "DLT10093B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output dlt10093b

            open input atu10093b
            move "N"                                 to ws-fl-fim-atual
            perform 2510-le-atual

            move "S"                                 to ws-fl-fim-anterior
            if   ws-tem-carga-anterior
                 open input ant10093b
                 if   ws-fs-ant10093b = "00"
                      move "N"                       to ws-fl-fim-anterior
                      perform 2520-le-anterior
                 else
                      move spaces                    to ws-mensagem
                      string "Sem carga anterior " ws-nome-carga-anterior
                             " - delta completo"
                             delimited by size into ws-mensagem
                      perform 9000-mensagem-lote
                      move "N"                       to ws-fl-tem-carga-anterior
                 end-if
            end-if

            perform until ws-fim-atual and ws-fim-anterior

                 evaluate true
                      when ws-fim-anterior
                      or   (not ws-fim-atual and at-cd-mercadoria < an-cd-mercadoria)
                           move "I"                  to dl-tipo-movimento
                           move atu10093b-linha(1:290) to dl-dados-carga
                           write dlt10093b-linha     from ws-registro-delta
                           add 1                     to ws-total-incluidas
                           perform 2510-le-atual
                      when ws-fim-atual
                      or   an-cd-mercadoria < at-cd-mercadoria
                           move "E"                  to dl-tipo-movimento
                           move ant10093b-linha(1:290) to dl-dados-carga
                           write dlt10093b-linha     from ws-registro-delta
                           add 1                     to ws-total-excluidas
                           perform 2520-le-anterior
                      when other
                           if   atu10093b-linha not equal ant10093b-linha
                                move "A"             to dl-tipo-movimento
                                move atu10093b-linha(1:290) to dl-dados-carga
                                write dlt10093b-linha from ws-registro-delta
                                add 1                to ws-total-alteradas
                           end-if
                           perform 2510-le-atual
                           perform 2520-le-anterior
                 end-evaluate

            end-perform

            close atu10093b
            if   ws-tem-carga-anterior
                 close ant10093b
            end-if
            close dlt10093b

            move ws-data-amanha                      to ws-sp-parametros
            compute ws-sp-qtd-registros = ws-total-incluidas
                                        + ws-total-alteradas
                                        + ws-total-excluidas
            perform 9000-registra-spool

       exit.

      *>=================================================================================
       2510-le-atual section.

            read atu10093b
                 at end
                      set ws-fim-atual               to true
            end-read

       exit.

      *>=================================================================================
       2520-le-anterior section.

            read ant10093b
                 at end
                      set ws-fim-anterior            to true
            end-read

       exit.

      *>=================================================================================
       3000-finalizacao section.

            if   ws-parametro-ok
                 move spaces                         to ws-mensagem
                 string "Carga loja " ws-total-publicadas " publicadas, I/A/E "
                        ws-total-incluidas "/" ws-total-alteradas "/" ws-total-excluidas
                        delimited by size into ws-mensagem
                 perform 9000-mensagem-lote
            end-if

            close pd00900
            close pd00700
            close pd05500
            close pd05800
            close pd06300
            close pd07100
            close pd07400
            close pd10000
            close pd10100

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00700.cpy.
       copy CSR05500.cpy.
       copy CSR05800.cpy.
       copy CSR06300.cpy.
       copy CSR07100.cpy.
       copy CSR07400.cpy.
       copy CSR10000.cpy.
       copy CSR10100.cpy.
