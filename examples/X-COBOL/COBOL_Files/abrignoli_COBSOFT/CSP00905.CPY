      *>=================================================================================
      *> CSP00905 - Apuracao do painel de operacoes (excecoes do dia)
      *>
      *>    9000-apura-painel-operacao preenche os dez indicadores de
      *>    ws-controle-painel para ws-po-cd-empresa/ws-po-cd-filial: a
      *>    cadeia noturna (STA10034B), a integridade (REL10026B), o backup
      *>    verificado (REL10058B), o log de excecoes da noite (PD00900 de
      *>    ontem e hoje), as rejeicoes do fisco, as duplicatas vencidas, as
      *>    notas emitidas hoje, as notas pendentes de exportacao XML, as
      *>    competencias abertas de meses ja passados e os saldos negativos
      *>    de PD05800. 9000-apura-indicador-painel refaz so o indicador
      *>    ws-po-idx; quando ele e o ws-po-idx-lista, cada linha do
      *>    detalhamento vai para 9000-po-recebe-lista em ws-po-texto-lista.
      *>    Vermelho e o que pede acao hoje; notas emitidas e so informativo.
      *>    Quem copia declara sta10034b (layout de CS10034B), rel10026b e
      *>    rel10058b (linhas de 132) com os status ws-fs-sta10034b,
      *>    ws-fs-rel10026b e ws-fs-rel10058b, abre PD00700, PD05000, PD05800,
      *>    PD05900, PD06000 e PD06100, e deixa PD00900 fechado durante a
      *>    apuracao (ele e lido input aqui, como em CS10016C).
      *>=================================================================================
       9000-apura-painel-operacao section.

            move function current-date(1:8)            to ws-po-data-hoje
            compute ws-po-dias = function integer-of-date(ws-po-data-hoje) - 1
            move function date-of-integer(ws-po-dias)   to ws-po-data-ontem
            move ws-po-data-hoje(1:6)                   to ws-po-competencia-atual

            perform varying ws-po-idx from 1 by 1 until ws-po-idx > 10
                 perform 9000-apura-indicador-painel
            end-perform

       exit.

      *>=================================================================================
       9000-apura-indicador-painel section.

            move zeros                                  to ws-po-quantidade(ws-po-idx)
            set ws-po-verde(ws-po-idx)                  to true

            evaluate ws-po-idx
                 when 01
                      move "Cadeia noturna (STA10034B)"  to ws-po-descricao(ws-po-idx)
                      perform 9000-po-cadeia-noturna
                 when 02
                      move "Integridade PD (CS10026B)"   to ws-po-descricao(ws-po-idx)
                      perform 9000-po-integridade
                 when 03
                      move "Backup verificado (CS10058B)" to ws-po-descricao(ws-po-idx)
                      perform 9000-po-backup
                 when 04
                      move "Log de excecoes da noite"    to ws-po-descricao(ws-po-idx)
                      perform 9000-po-log-excecoes
                 when 05
                      move "Rejeicoes do fisco"          to ws-po-descricao(ws-po-idx)
                      perform 9000-po-rejeicoes-fisco
                 when 06
                      move "Duplicatas vencidas"         to ws-po-descricao(ws-po-idx)
                      perform 9000-po-duplicatas-vencidas
                 when 07
                      move "Notas emitidas hoje"         to ws-po-descricao(ws-po-idx)
                      perform 9000-po-notas-saida
                 when 08
                      move "Notas pendentes de XML"      to ws-po-descricao(ws-po-idx)
                      perform 9000-po-notas-saida
                 when 09
                      move "Competencias abertas vencidas" to ws-po-descricao(ws-po-idx)
                      perform 9000-po-competencias-abertas
                 when 10
                      move "Saldos negativos (PD05800)"  to ws-po-descricao(ws-po-idx)
                      perform 9000-po-saldos-negativos
            end-evaluate

       exit.

      *>=================================================================================
      *> Quantidade = passos nao OK. Vermelho tambem sem status, com cadeia
      *> vazia ou com ultimo termino anterior a ontem (a cadeia nao rodou).
       9000-po-cadeia-noturna section.

            move zeros                                  to ws-po-qtd-lidos
            move zeros                                  to ws-po-data-ultima

            open input sta10034b

            if   ws-fs-sta10034b <> "00"
                 set ws-po-vermelho(ws-po-idx)          to true
                 move "STA10034B ausente - cadeia noturna sem status" to ws-po-texto-lista
                 perform 9000-po-entrega-lista
                 exit section
            end-if

            move "N"                                    to ws-po-fl-fim

            perform until ws-po-fim
                 read sta10034b
                      at end
                           set ws-po-fim                to true
                      not at end
                           add 1                        to ws-po-qtd-lidos
                           if   st-status not equal "OK"
                                add 1                   to ws-po-quantidade(ws-po-idx)
                           end-if
                           if   st-data-fim > ws-po-data-ultima
                                move st-data-fim        to ws-po-data-ultima
                           end-if
                           move spaces                  to ws-po-texto-lista
                           string st-nome-passo " " st-status
                                  " inicio " st-data-inicio " " st-hora-inicio
                                  " fim " st-data-fim " " st-hora-fim
                                  delimited by size into ws-po-texto-lista
                           perform 9000-po-entrega-lista
                 end-read
            end-perform

            close sta10034b

            if   ws-po-quantidade(ws-po-idx) > zeros
            or   ws-po-qtd-lidos = zeros
            or   ws-po-data-ultima < ws-po-data-ontem
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
      *> REL10026B e REL10058B tem o resultado do arquivo nas colunas 56-85 da
      *> linha de detalhe (reconhecida pelo " Registros" da coluna 9).
       9000-po-integridade section.

            open input rel10026b

            if   ws-fs-rel10026b <> "00"
                 set ws-po-vermelho(ws-po-idx)          to true
                 move "REL10026B ausente - integridade nao verificada" to ws-po-texto-lista
                 perform 9000-po-entrega-lista
                 exit section
            end-if

            move "N"                                    to ws-po-fl-fim

            perform until ws-po-fim
                 read rel10026b
                      at end
                           set ws-po-fim                to true
                      not at end
                           if   rel10026b-linha(9:10) equal " Registros"
                           and  rel10026b-linha(56:6) equal "ALERTA"
                                add 1                   to ws-po-quantidade(ws-po-idx)
                                move spaces             to ws-po-texto-lista
                                string rel10026b-linha(1:8) " " rel10026b-linha(56:30)
                                       delimited by size into ws-po-texto-lista
                                perform 9000-po-entrega-lista
                           end-if
                 end-read
            end-perform

            close rel10026b

            if   ws-po-quantidade(ws-po-idx) > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
       9000-po-backup section.

            open input rel10058b

            if   ws-fs-rel10058b <> "00"
                 set ws-po-vermelho(ws-po-idx)          to true
                 move "REL10058B ausente - backup nao verificado" to ws-po-texto-lista
                 perform 9000-po-entrega-lista
                 exit section
            end-if

            move "N"                                    to ws-po-fl-fim

            perform until ws-po-fim
                 read rel10058b
                      at end
                           set ws-po-fim                to true
                      not at end
                           if   rel10058b-linha(9:10) equal " Registros"
                           and  rel10058b-linha(56:30) not equal "COPIA OK"
                                add 1                   to ws-po-quantidade(ws-po-idx)
                                move spaces             to ws-po-texto-lista
                                string rel10058b-linha(1:8) " " rel10058b-linha(56:30)
                                       delimited by size into ws-po-texto-lista
                                perform 9000-po-entrega-lista
                           end-if
                 end-read
            end-perform

            close rel10058b

            if   ws-po-quantidade(ws-po-idx) > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
      *> O log nao tem empresa/filial nem gravidade: conta tudo o que a noite
      *> (ontem e hoje) gravou e fica vermelho quando alguma mensagem fala em
      *> erro ou alerta. Aberto input e fechado aqui, status limpo no fim
      *> (mesmo cuidado de 2200-carrega-tabela de CS10016C).
       9000-po-log-excecoes section.

            move zeros                                  to ws-po-qtd-graves

            open input pd00900

            if   ws-fs-pd00900 <> "00"
                 close pd00900
                 move spaces                            to ws-fs-pd00900
                 exit section
            end-if

            move "N"                                    to ws-po-fl-fim

            perform until ws-po-fim
                 read pd00900
                      at end
                           set ws-po-fim                to true
                      not at end
                           if   f00900-data-mensagem not less ws-po-data-ontem
                                add 1                   to ws-po-quantidade(ws-po-idx)
                                move zeros              to ws-po-contador
                                inspect f00900-texto-mensagem tallying ws-po-contador
                                        for all "ERRO" all "Erro" all "erro"
                                            all "ALERTA" all "Alerta"
                                if   ws-po-contador > zeros
                                     add 1              to ws-po-qtd-graves
                                end-if
                                move spaces             to ws-po-texto-lista
                                string f00900-data-mensagem(7:2) "/"
                                       f00900-data-mensagem(5:2) " "
                                       f00900-horario-mensagem(1:4) " "
                                       f00900-programa-mensagem " "
                                       f00900-texto-mensagem
                                       delimited by size into ws-po-texto-lista
                                perform 9000-po-entrega-lista
                           end-if
                 end-read
            end-perform

            close pd00900
            move spaces                                 to ws-fs-pd00900

            if   ws-po-qtd-graves > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
      *> Documento da filial (qualquer tipo) nao cancelado com retorno de
      *> rejeicao do fisco ainda nao resolvido.
       9000-po-rejeicoes-fisco section.

            initialize                                  f05000-chave
            move ws-po-cd-empresa                       to f05000-cd-empresa
            move ws-po-cd-filial                        to f05000-cd-filial
            move f05000-chave(1:7)                      to ws-po-chave-comparacao

            set ws-operacao-ok                          to true
            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      set ws-operacao-nok               to true
            end-start

            perform until not ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
                 if   ws-operacao-ok
                 and  f05000-chave(1:7) equal ws-po-chave-comparacao(1:7)
                      if   f05000-fisco-rejeitada
                      and  not f05000-doc-cancelado
                           add 1                        to ws-po-quantidade(ws-po-idx)
                           move spaces                  to ws-po-texto-lista
                           string "Tipo " f05000-tipo-nota
                                  " Doc " f05000-numero-documento "/" f05000-serie-documento
                                  " Dest " f05000-cd-destinatario
                                  " Rejeicao " f05000-cd-rejeicao-fisco
                                  " em " f05000-data-retorno-fisco
                                  delimited by size into ws-po-texto-lista
                           perform 9000-po-entrega-lista
                      end-if
                 else
                      set ws-operacao-nok               to true
                 end-if
            end-perform

            if   ws-po-quantidade(ws-po-idx) > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
      *> Parcela a receber aberta com vencimento anterior a hoje; o valor
      *> listado e o saldo em aberto (parcela menos o ja baixado).
       9000-po-duplicatas-vencidas section.

            initialize                                  f05900-chave
            move ws-po-cd-empresa                       to f05900-cd-empresa
            move ws-po-cd-filial                        to f05900-cd-filial
            move f05900-chave(1:7)                      to ws-po-chave-comparacao
            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok
                 perform 9000-ler-pd05900-seq-1
                 if   ws-operacao-ok
                 and  f05900-chave(1:7) equal ws-po-chave-comparacao(1:7)
                      if   f05900-duplicata-aberta
                      and  f05900-data-vencimento < ws-po-data-hoje
                           add 1                        to ws-po-quantidade(ws-po-idx)
                           compute ws-po-valor = f05900-valor-parcela
                                               - f05900-valor-baixado
                           move ws-po-valor             to ws-po-valor-editado
                           move spaces                  to ws-po-texto-lista
                           string "Doc " f05900-numero-documento "/" f05900-serie-documento
                                  " Parc " f05900-parcela
                                  " Dest " f05900-cd-destinatario
                                  " Venc " f05900-data-vencimento
                                  " Saldo " ws-po-valor-editado
                                  delimited by size into ws-po-texto-lista
                           perform 9000-po-entrega-lista
                      end-if
                 else
                      set ws-operacao-nok               to true
                 end-if
            end-perform

            if   ws-po-quantidade(ws-po-idx) > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
      *> Notas de saida da filial nao canceladas. Indicador 07: emitidas hoje,
      *> sempre verde. Indicador 08: sem retorno do fisco ainda (nao ha marca
      *> de exportacao em PD05000 - sem retorno, o XML nao foi processado);
      *> vermelho quando alguma e anterior a hoje, que a exportacao da noite
      *> ja deveria ter levado.
       9000-po-notas-saida section.

            initialize                                  f05000-chave
            move ws-po-cd-empresa                       to f05000-cd-empresa
            move ws-po-cd-filial                        to f05000-cd-filial
            move 01                                     to f05000-tipo-nota
            move f05000-chave(1:9)                      to ws-po-chave-comparacao

            set ws-operacao-ok                          to true
            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      set ws-operacao-nok               to true
            end-start

            perform until not ws-operacao-ok
                 perform 9000-ler-pd05000-seq-1
                 if   ws-operacao-ok
                 and  f05000-chave(1:9) equal ws-po-chave-comparacao
                      if   not f05000-doc-cancelado
                           evaluate true
                                when ws-po-idx = 07
                                and  f05000-data-operacao = ws-po-data-hoje
                                     perform 9000-po-lista-nota-saida
                                when ws-po-idx = 08
                                and  f05000-fl-situacao-fisco = space
                                     perform 9000-po-lista-nota-saida
                                     if   f05000-data-operacao < ws-po-data-hoje
                                          set ws-po-vermelho(ws-po-idx) to true
                                     end-if
                           end-evaluate
                      end-if
                 else
                      set ws-operacao-nok               to true
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-po-lista-nota-saida section.

            add 1                                       to ws-po-quantidade(ws-po-idx)
            move f05000-valor-total                     to ws-po-valor
            move ws-po-valor                            to ws-po-valor-editado
            move spaces                                 to ws-po-texto-lista
            string "Doc " f05000-numero-documento "/" f05000-serie-documento
                   " Dest " f05000-cd-destinatario
                   " Data " f05000-data-operacao
                   " Total " ws-po-valor-editado
                   delimited by size into ws-po-texto-lista
            perform 9000-po-entrega-lista

       exit.

      *>=================================================================================
      *> Competencia de mes ja passado, com movimento em PD06100 ou linha em
      *> PD06000, que nao esta fechada - competencia sem linha em PD06000
      *> esta aberta por omissao (vide CSF06000.CPY).
       9000-po-competencias-abertas section.

            move zeros                                  to ws-po-total-competencias

            initialize                                  f06100-chave
            move ws-po-cd-empresa                       to f06100-cd-empresa
            move ws-po-cd-filial                        to f06100-cd-filial
            move f06100-chave(1:7)                      to ws-po-chave-comparacao
            perform 9000-str-pd06100-ge

            perform until not ws-operacao-ok
                 perform 9000-ler-pd06100-seq-1
                 if   ws-operacao-ok
                 and  f06100-chave(1:7) equal ws-po-chave-comparacao(1:7)
                      if   f06100-competencia < ws-po-competencia-atual
                           move f06100-competencia      to ws-po-competencia-nova
                           perform 9000-po-guarda-competencia
                      end-if
                 else
                      set ws-operacao-nok               to true
                 end-if
            end-perform

            initialize                                  f06000-chave
            move ws-po-cd-empresa                       to f06000-cd-empresa
            move ws-po-cd-filial                        to f06000-cd-filial
            perform 9000-str-pd06000-ge

            perform until not ws-operacao-ok
                 perform 9000-ler-pd06000-seq-1
                 if   ws-operacao-ok
                 and  f06000-chave(1:7) equal ws-po-chave-comparacao(1:7)
                      if   f06000-competencia < ws-po-competencia-atual
                           move f06000-competencia      to ws-po-competencia-nova
                           perform 9000-po-guarda-competencia
                      end-if
                 else
                      set ws-operacao-nok               to true
                 end-if
            end-perform

            perform varying ws-po-idx-competencia from 1 by 1
                    until ws-po-idx-competencia > ws-po-total-competencias
                 initialize                             f06000-chave
                 move ws-po-cd-empresa                  to f06000-cd-empresa
                 move ws-po-cd-filial                   to f06000-cd-filial
                 move ws-po-competencia(ws-po-idx-competencia) to f06000-competencia
                 perform 9000-verifica-competencia-fechada
                 if   ws-competencia-aberta-chk
                      add 1                             to ws-po-quantidade(ws-po-idx)
                      move spaces                       to ws-po-texto-lista
                      string "Competencia " f06000-competencia(5:2) "/"
                             f06000-competencia(1:4) " aberta"
                             delimited by size into ws-po-texto-lista
                      perform 9000-po-entrega-lista
                 end-if
            end-perform

            if   ws-po-quantidade(ws-po-idx) > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
      *> Guarda ws-po-competencia-nova na tabela sem repetir (PD06100
      *> traz a mesma competencia uma vez por tipo de nota).
       9000-po-guarda-competencia section.

            perform varying ws-po-idx-competencia from 1 by 1
                    until ws-po-idx-competencia > ws-po-total-competencias
                 if   ws-po-competencia(ws-po-idx-competencia) = ws-po-competencia-nova
                      exit section
                 end-if
            end-perform

            if   ws-po-total-competencias < 120
                 add 1                                  to ws-po-total-competencias
                 move ws-po-competencia-nova            to ws-po-competencia(ws-po-total-competencias)
            end-if

       exit.

      *>=================================================================================
       9000-po-saldos-negativos section.

            initialize                                  f05800-chave
            move ws-po-cd-empresa                       to f05800-cd-empresa
            move ws-po-cd-filial                        to f05800-cd-filial
            move f05800-chave(1:7)                      to ws-po-chave-comparacao
            perform 9000-str-pd05800-ge

            perform until not ws-operacao-ok
                 perform 9000-ler-pd05800-seq-1
                 if   ws-operacao-ok
                 and  f05800-chave(1:7) equal ws-po-chave-comparacao(1:7)
                      if   f05800-saldo-padrao < zeros
                           add 1                        to ws-po-quantidade(ws-po-idx)
                           if   ws-po-idx = ws-po-idx-lista
                                move f05800-saldo-padrao to ws-po-valor
                                move ws-po-valor         to ws-po-valor-editado
                                move f05800-cd-mercadoria to f00700-cd-mercadoria
                                perform 9000-ler-pd00700-ran-1
                                if   not ws-operacao-ok
                                     move spaces         to f00700-descricao-mercadoria
                                end-if
                                set ws-operacao-ok       to true
                                move spaces              to ws-po-texto-lista
                                string f05800-cd-mercadoria " "
                                       f00700-descricao-mercadoria(1:30)
                                       " Saldo " ws-po-valor-editado
                                       delimited by size into ws-po-texto-lista
                                perform 9000-po-entrega-lista
                           end-if
                      end-if
                 else
                      set ws-operacao-nok               to true
                 end-if
            end-perform

            if   ws-po-quantidade(ws-po-idx) > zeros
                 set ws-po-vermelho(ws-po-idx)          to true
            end-if

       exit.

      *>=================================================================================
       9000-po-entrega-lista section.

            if   ws-po-idx = ws-po-idx-lista
                 perform 9000-po-recebe-lista
            end-if

       exit.
