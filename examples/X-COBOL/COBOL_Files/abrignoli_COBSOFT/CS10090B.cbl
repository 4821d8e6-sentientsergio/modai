      $set sourceformat"free"
       program-id. CS10090B.
      *>=================================================================================
      *>
      *>        LGPD - Anonimizacao de Destinatario Pessoa Fisica (com guarda
      *>        fiscal)
      *>
      *>    Atende as solicitacoes de eliminacao de dados pessoais que o
      *>    encarregado (DPO) grava em SOL10090B, uma linha por titular
      *>    (protocolo, data da solicitacao, empresa/filial/destinatario e o
      *>    usuario responsavel). O destinatario nao pode ser excluido
      *>    enquanto houver documento apontando para ele - por isso e
      *>    anonimizado: nome trocado pelo texto fixo de titular anonimizado,
      *>    CPF e endereco (ids de geografia) zerados em PD00600, e o sacado
      *>    mascarado nas remessas de cobranca (REM10039B) ainda catalogadas
      *>    em PD06300. So pessoa fisica (documento de ate 11 digitos em
      *>    f00600-cnpj-cpf) e atendida. Antes disso a guarda fiscal e
      *>    conferida: nota (PD05000 e HIS05000) ou pedido (PD06700) cujo
      *>    prazo de guarda - c-anos-guarda-fiscal anos contados do primeiro
      *>    dia do ano seguinte ao do documento - ainda nao venceu bloqueia
      *>    a solicitacao, e duplicata em aberto (PD05900) ou pedido em
      *>    aberto bloqueiam ate a quitacao/faturamento. Cada solicitacao,
      *>    com o desfecho e o motivo, fica no registro LGPD PD10800 e em
      *>    PD00900; o demonstrativo com a data em que cada bloqueada fica
      *>    elegivel sai em REL10090B com numero de geracao no catalogo de
      *>    spool PD06300. Solicitacao bloqueada e regravada pelo DPO em
      *>    SOL10090B a partir da data elegivel. Zerar o CPF muda o hash-total
      *>    de PD00600 na verificacao noturna (CS10026B): o resumo traz a soma
      *>    dos CPF zerados, o delta negativo a informar em DLT10026B.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS00600.cpy.
       copy CSS05000.cpy.
       copy CSS05900.cpy.
       copy CSS06300.cpy.
       copy CSS06700.cpy.
       copy CSS10800.cpy.
       copy CSS05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==
                                   ==ws-fs-pd05000== by ==ws-fs-his05000==
                                   =="PD05000"== by =="HIS05000"==.

           select sol10090b
               assign to "SOL10090B"
               organization is line sequential
               file status is ws-fs-sol10090b.

      *>   Remessa de cobranca catalogada (nome fisico de f06300-nome-saida)
      *>   e a copia de trabalho usada para regrava-la mascarada.
           select ext10090b
               assign to ws-nome-extrato
               organization is line sequential
               file status is ws-fs-ext10090b.

           select tmp10090b
               assign to "TMP10090B"
               organization is line sequential
               file status is ws-fs-tmp10090b.

      *>   Saida com numero de geracao, registrada no catalogo de spool PD06300
      *>   (vide CS10033C) - o demonstrativo e a resposta ao titular e nao pode
      *>   ser sobrescrito por uma reexecucao.
           select rel10090b
               assign to ws-sp-nome-saida
               organization is line sequential
               file status is ws-fs-rel10090b.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF00600.cpy.
       copy CSF05000.cpy.
       copy CSF05900.cpy.
       copy CSF06300.cpy.
       copy CSF06700.cpy.
       copy CSF10800.cpy.
       copy CSF05000.cpy replacing leading ==f05000== by ==h05000==
                                   ==pd05000== by ==his05000==.

       fd   sol10090b
            record contains 50 characters.

       01   sol10090b-linha.
            03 sl-protocolo                        pic x(15).
            03 sl-data-solicitacao                 pic 9(08).
            03 sl-cd-empresa                       pic 9(03).
            03 sl-cd-filial                        pic 9(04).
            03 sl-cd-destinatario                  pic 9(09).
            03 sl-cd-usuario                       pic 9(11).

      *> Mesmo layout de rem10039b-linha (CS10039B).
       fd   ext10090b
            record contains 120 characters.

       01   ext10090b-linha.
            03 rx-cd-empresa                       pic 9(03).
            03 rx-cd-filial                        pic 9(04).
            03 rx-tipo-nota                        pic 9(02).
            03 rx-numero-documento                 pic 9(09).
            03 rx-serie-documento                  pic x(03).
            03 rx-parcela                          pic 9(02).
            03 rx-nosso-numero                     pic 9(10).
            03 rx-cd-destinatario                  pic 9(09).
            03 rx-nome-destinatario                pic x(40).
            03 rx-cnpj-cpf                         pic 9(14).
            03 rx-data-vencimento                  pic 9(08).
            03 rx-valor-parcela                    pic 9(09)v9(02).
            03 filler                              pic x(05).

       fd   tmp10090b
            record contains 120 characters.

       01   tmp10090b-linha                        pic x(120).

       fd   rel10090b
            record contains 132 characters.

       01   rel10090b-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10090B".
       78   c-descricao-programa                   value "LGPD - ANONIMIZACAO".
       78   c-anos-guarda-fiscal                   value 5.
       78   c-nome-anonimizado                     value "TITULAR ANONIMIZADO (LGPD)".
       78   c-programa-remessa                     value "CS10039B".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-controle-lgpd.
            03 ws-fs-sol10090b                      pic x(02).
            03 ws-fs-ext10090b                      pic x(02).
            03 ws-fs-tmp10090b                      pic x(02).
            03 ws-fs-rel10090b                      pic x(02).
            03 ws-fs-his05000                       pic x(02).
            03 ws-fl-fim-arquivo                    pic x(01).
               88 ws-fim-arquivo                        value "S".
            03 ws-fl-fim-extrato                    pic x(01).
               88 ws-fim-extrato                        value "S".
            03 ws-fl-pendencia-aberta               pic x(01).
               88 ws-pendencia-aberta                   value "S".
            03 ws-nome-extrato                      pic x(20).
            03 ws-data-hoje                         pic 9(08).
            03 ws-data-documento                    pic 9(08).
            03 filler redefines ws-data-documento.
               05 ws-ano-documento                  pic 9(04).
               05 filler                            pic 9(04).
            03 ws-data-elegivel-documento           pic 9(08).
            03 ws-data-elegivel                     pic 9(08).
            03 ws-motivo                            pic x(50).
            03 ws-linhas-extrato                    pic 9(07).
            03 ws-linhas-arquivo                    pic 9(07).
            03 ws-total-solicitacoes                pic 9(05).
            03 ws-total-anonimizadas                pic 9(05).
            03 ws-total-bloqueadas                  pic 9(05).
            03 ws-total-recusadas                   pic 9(05).
            03 ws-hash-cpf-zerados                  pic 9(16)v9(02).

       01   rel10090b-cabecalho.
            03 filler                              pic x(45) value "LGPD - Solicitacoes de eliminacao - Execucao:".
            03 rl-cab-data                          pic 9(08).

       01   rel10090b-detalhe.
            03 rl-det-protocolo                     pic x(15).
            03 filler                              pic x(01) value space.
            03 rl-det-data-solicitacao              pic 9(08).
            03 filler                              pic x(01) value space.
            03 rl-det-cd-filial                     pic 9(04).
            03 filler                              pic x(01) value "/".
            03 rl-det-cd-destinatario               pic 9(09).
            03 filler                              pic x(01) value space.
            03 rl-det-situacao                      pic x(12).
            03 filler                              pic x(10) value " Elegivel:".
            03 rl-det-data-elegivel                 pic x(10).
            03 filler                              pic x(01) value space.
            03 rl-det-motivo                        pic x(50).

       01   rel10090b-resumo.
            03 filler                              pic x(14) value "Solicitacoes:".
            03 rl-res-solicitacoes                  pic zzzz9.
            03 filler                              pic x(14) value " Anonimizadas:".
            03 rl-res-anonimizadas                  pic zzzz9.
            03 filler                              pic x(13) value " Bloqueadas:".
            03 rl-res-bloqueadas                    pic zzzz9.
            03 filler                              pic x(12) value " Recusadas:".
            03 rl-res-recusadas                     pic zzzz9.
            03 filler                              pic x(24) value " Delta hash PD00600: -".
            03 rl-res-hash-cpf                      pic 9(16).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       procedure division.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            move zeros                              to ws-total-solicitacoes
            move zeros                              to ws-total-anonimizadas
            move zeros                              to ws-total-bloqueadas
            move zeros                              to ws-total-recusadas
            move zeros                              to ws-hash-cpf-zerados
            move function current-date(1:8)         to ws-data-hoje

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd00600
            perform 9000-abrir-io-pd05000
            perform 9000-abrir-io-pd05900
            perform 9000-abrir-io-pd06300
            perform 9000-abrir-io-pd06700
            perform 9000-abrir-io-pd10800

            open input his05000

            open input sol10090b

            if   ws-fs-sol10090b <> "00"
                 move "Arquivo de solicitacoes SOL10090B ausente!" to ws-mensagem
                 perform 9000-mensagem-lote
                 set ws-fim-arquivo                  to true
            end-if

            move c-este-programa                     to f06300-nome-programa
            move "REL10090B"                         to ws-sp-nome-base
            perform 9000-proxima-geracao-spool

            open output rel10090b

            move ws-data-hoje                        to rl-cab-data
            write rel10090b-linha                    from rel10090b-cabecalho

       exit.

      *>=================================================================================
       2000-processamento section.

            perform until ws-fim-arquivo

                 read sol10090b
                      at end
                           set ws-fim-arquivo        to true
                      not at end
                           add 1                     to ws-total-solicitacoes
                           perform 2100-processa-solicitacao
                 end-read

            end-perform

       exit.

      *>=================================================================================
       2100-processa-solicitacao section.

            move sl-cd-usuario                      to ws-cd-usuario-operacao
            move zeros                              to ws-data-elegivel
            move zeros                              to ws-linhas-extrato
            move "N"                                to ws-fl-pendencia-aberta
            move spaces                             to ws-motivo

            initialize                              f00600-destinatario
            move sl-cd-empresa                      to f00600-cd-empresa
            move sl-cd-filial                       to f00600-cd-filial
            move sl-cd-destinatario                 to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1

            evaluate true
                 when not ws-operacao-ok
                      move "DESTINATARIO NAO CADASTRADO" to ws-motivo
                 when f00600-nome-destinatario equal c-nome-anonimizado
                      move "DESTINATARIO JA ANONIMIZADO" to ws-motivo
      *>         Documento ate 11 digitos e CPF; acima disso, CNPJ (mesma
      *>         regra do registro 0150 em CS10072B).
                 when f00600-cnpj-cpf = zeros
                 or   f00600-cnpj-cpf > 99999999999
                      move "NAO E PESSOA FISICA (SEM CPF DE 11 DIGITOS)" to ws-motivo
            end-evaluate

            if   ws-motivo not equal spaces
                 perform 2900-registra-recusa
                 exit section
            end-if

            perform 2210-verifica-notas
            perform 2220-verifica-notas-historico
            perform 2230-verifica-duplicatas
            perform 2240-verifica-pedidos

            if   ws-pendencia-aberta
            or   ws-data-elegivel > ws-data-hoje
                 perform 2800-registra-bloqueio
                 exit section
            end-if

            perform 2300-anonimiza-destinatario

       exit.

      *>=================================================================================
      *> Prazo de guarda de um documento: c-anos-guarda-fiscal anos contados
      *> do primeiro dia do ano seguinte ao da data em ws-data-documento. O
      *> documento de prazo mais longo da o motivo do bloqueio.
       2200-prazo-documento section.

            compute ws-data-elegivel-documento =
                    (ws-ano-documento + 1 + c-anos-guarda-fiscal) * 10000 + 0101

            if   ws-data-elegivel-documento > ws-data-elegivel
                 move ws-data-elegivel-documento    to ws-data-elegivel
                 set ws-operacao-ok                 to true
            else
                 set ws-operacao-nok                to true
            end-if

       exit.

      *>=================================================================================
      *> Notas da filial do destinatario (o cancelamento nao encurta a
      *> guarda - o documento cancelado tambem e escriturado).
       2210-verifica-notas section.

            initialize                              f05000-chave
            move sl-cd-empresa                      to f05000-cd-empresa
            move sl-cd-filial                       to f05000-cd-filial

            set ws-operacao-nok                     to true
            start pd05000
                 key is not less than f05000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok            to true
            end-start

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05000-seq-1

                 if   ws-operacao-ok
                 and  f05000-cd-empresa equal sl-cd-empresa
                 and  f05000-cd-filial  equal sl-cd-filial

                      if   f05000-cd-destinatario equal sl-cd-destinatario
                           move f05000-data-operacao to ws-data-documento
                           perform 2200-prazo-documento
                           if   ws-operacao-ok
                                move spaces          to ws-motivo
                                string "GUARDA FISCAL - NOTA " f05000-numero-documento
                                       "/" f05000-serie-documento " DE " f05000-data-operacao
                                     delimited by size into ws-motivo
                           end-if
                           set ws-operacao-ok        to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2220-verifica-notas-historico section.

            if   ws-fs-his05000 <> "00"
                 exit section
            end-if

            initialize                              h05000-chave
            move sl-cd-empresa                      to h05000-cd-empresa
            move sl-cd-filial                       to h05000-cd-filial

            set ws-operacao-nok                     to true
            start his05000
                 key is not less than h05000-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok            to true
            end-start

            perform until not ws-operacao-ok

                 read his05000 next record
                      at end
                           set ws-operacao-nok      to true
                      not at end
                           set ws-operacao-ok       to true
                 end-read

                 if   ws-operacao-ok
                 and  h05000-cd-empresa equal sl-cd-empresa
                 and  h05000-cd-filial  equal sl-cd-filial

                      if   h05000-cd-destinatario equal sl-cd-destinatario
                           move h05000-data-operacao to ws-data-documento
                           perform 2200-prazo-documento
                           if   ws-operacao-ok
                                move spaces          to ws-motivo
                                string "GUARDA FISCAL - NOTA " h05000-numero-documento
                                       "/" h05000-serie-documento " DE " h05000-data-operacao
                                     delimited by size into ws-motivo
                           end-if
                           set ws-operacao-ok        to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Duplicata em aberto e credito vivo contra o titular - bloqueia sem
      *> prazo ate a quitacao.
       2230-verifica-duplicatas section.

            initialize                              f05900-chave
            move sl-cd-empresa                      to f05900-cd-empresa
            move sl-cd-filial                       to f05900-cd-filial

            perform 9000-str-pd05900-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd05900-seq-1

                 if   ws-operacao-ok
                 and  f05900-cd-empresa equal sl-cd-empresa
                 and  f05900-cd-filial  equal sl-cd-filial

                      if   f05900-cd-destinatario equal sl-cd-destinatario
                      and  f05900-duplicata-aberta
                           set ws-pendencia-aberta   to true
                           set ws-operacao-nok       to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Pedido aberto/parcial bloqueia ate o faturamento; faturado ou
      *> cancelado conta pela guarda a partir da data do pedido.
       2240-verifica-pedidos section.

            initialize                              f06700-chave
            move sl-cd-empresa                      to f06700-cd-empresa
            move sl-cd-filial                       to f06700-cd-filial

            perform 9000-str-pd06700-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06700-seq-1

                 if   ws-operacao-ok
                 and  f06700-cd-empresa equal sl-cd-empresa
                 and  f06700-cd-filial  equal sl-cd-filial

                      if   f06700-cd-destinatario equal sl-cd-destinatario
                           if   f06700-pedido-aberto
                           or   f06700-pedido-parcial
                                set ws-pendencia-aberta to true
                           end-if
                           move f06700-data-pedido   to ws-data-documento
                           perform 2200-prazo-documento
                           if   ws-operacao-ok
                                move spaces          to ws-motivo
                                string "GUARDA FISCAL - PEDIDO " f06700-numero-pedido
                                       " DE " f06700-data-pedido
                                     delimited by size into ws-motivo
                           end-if
                           set ws-operacao-ok        to true
                      end-if

                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Nome, CPF e endereco saem do cadastro; limite de credito, condicao de
      *> pagamento e bloqueio de cobranca nao sao dados pessoais e ficam.
       2300-anonimiza-destinatario section.

            initialize                              f00600-destinatario
            move sl-cd-empresa                      to f00600-cd-empresa
            move sl-cd-filial                       to f00600-cd-filial
            move sl-cd-destinatario                 to f00600-cd-destinatario
            perform 9000-ler-pd00600-ran-1

            if   ws-operacao-ok
                 add f00600-cnpj-cpf                to ws-hash-cpf-zerados
                 move c-nome-anonimizado            to f00600-nome-destinatario
                 move zeros                         to f00600-cnpj-cpf
                 move zeros                         to f00600-id-pais
                 move zeros                         to f00600-id-estado
                 move zeros                         to f00600-id-municipio
                 move zeros                         to f00600-id-bairro
                 perform 9000-marca-auditoria-pd00600
                 perform 9000-regravar-pd00600
            end-if

            if   not ws-operacao-ok
                 move "ERRO DE GRAVACAO NO CADASTRO (PD00600)" to ws-motivo
                 perform 2900-registra-recusa
                 exit section
            end-if

            perform 2400-mascara-extratos

            initialize                              f10800-registro-lgpd
            move sl-cd-empresa                      to f10800-cd-empresa
            move sl-cd-filial                       to f10800-cd-filial
            move sl-cd-destinatario                 to f10800-cd-destinatario
            move sl-protocolo                       to f10800-protocolo
            move sl-data-solicitacao                to f10800-data-solicitacao
            set f10800-solicitacao-anonimizada      to true
            move "DADOS PESSOAIS ANONIMIZADOS"      to f10800-motivo
            move ws-linhas-extrato                  to f10800-qtd-linhas-extrato
            perform 9000-registra-solicitacao-lgpd

            add 1                                   to ws-total-anonimizadas

            string "LGPD: destinatario [" sl-cd-destinatario "] anonimizado - protocolo "
                   sl-protocolo delimited by size into ws-mensagem
            perform 9000-mensagem-lote

            move "ANONIMIZADA"                      to rl-det-situacao
            move spaces                             to rl-det-data-elegivel
            move spaces                             to rl-det-motivo
            string "Remessas mascaradas: " ws-linhas-extrato " linha(s)"
                 delimited by size into rl-det-motivo
            perform 2950-imprime-solicitacao

       exit.

      *>=================================================================================
      *> Remessas de cobranca ainda catalogadas (as expurgadas por CS10033C
      *> nao abrem e sao puladas): cada arquivo e copiado com o sacado do
      *> titular mascarado e, havendo linha mascarada, regravado a partir da
      *> copia.
       2400-mascara-extratos section.

            initialize                              f06300-chave
            move c-programa-remessa                 to f06300-nome-programa
            perform 9000-str-pd06300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd06300-seq-1

                 if   ws-operacao-ok
                 and  f06300-nome-programa equal c-programa-remessa
                      move f06300-nome-saida        to ws-nome-extrato
                      perform 2410-mascara-extrato
                      set ws-operacao-ok             to true
                 else
                      set ws-operacao-nok            to true
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2410-mascara-extrato section.

            move zeros                              to ws-linhas-arquivo

            open input ext10090b
            if   ws-fs-ext10090b <> "00"
                 exit section
            end-if

            open output tmp10090b
            move "N"                                to ws-fl-fim-extrato

            perform until ws-fim-extrato
                 read ext10090b
                      at end
                           set ws-fim-extrato        to true
                      not at end
                           if   rx-cd-empresa      equal sl-cd-empresa
                           and  rx-cd-filial       equal sl-cd-filial
                           and  rx-cd-destinatario equal sl-cd-destinatario
                                move c-nome-anonimizado to rx-nome-destinatario
                                move zeros           to rx-cnpj-cpf
                                add 1                to ws-linhas-arquivo
                           end-if
                           write tmp10090b-linha     from ext10090b-linha
                 end-read
            end-perform

            close ext10090b
            close tmp10090b

            if   ws-linhas-arquivo = zeros
                 exit section
            end-if

            open input tmp10090b
            open output ext10090b
            move "N"                                to ws-fl-fim-extrato

            perform until ws-fim-extrato
                 read tmp10090b
                      at end
                           set ws-fim-extrato        to true
                      not at end
                           write ext10090b-linha     from tmp10090b-linha
                 end-read
            end-perform

            close tmp10090b
            close ext10090b

            add ws-linhas-arquivo                   to ws-linhas-extrato

       exit.

      *>=================================================================================
       2800-registra-bloqueio section.

            if   ws-pendencia-aberta
                 move "PENDENCIA EM ABERTO (DUPLICATA/PEDIDO)" to ws-motivo
            end-if

            initialize                              f10800-registro-lgpd
            move sl-cd-empresa                      to f10800-cd-empresa
            move sl-cd-filial                       to f10800-cd-filial
            move sl-cd-destinatario                 to f10800-cd-destinatario
            move sl-protocolo                       to f10800-protocolo
            move sl-data-solicitacao                to f10800-data-solicitacao
            set f10800-solicitacao-bloqueada        to true
            move ws-motivo                          to f10800-motivo
            move ws-fl-pendencia-aberta             to f10800-fl-pendencia-aberta
            if   ws-data-elegivel > ws-data-hoje
                 move ws-data-elegivel              to f10800-data-elegivel
            end-if
            perform 9000-registra-solicitacao-lgpd

            add 1                                   to ws-total-bloqueadas

            string "LGPD: destinatario [" sl-cd-destinatario "] bloqueado - protocolo "
                   sl-protocolo delimited by size into ws-mensagem
            perform 9000-mensagem-lote

            move "BLOQUEADA"                        to rl-det-situacao
            move ws-motivo                          to rl-det-motivo
            evaluate true
                 when ws-pendencia-aberta
                      move "APOS QUIT."             to rl-det-data-elegivel
                 when other
                      move spaces                   to rl-det-data-elegivel
                      string ws-data-elegivel(7:2) "/" ws-data-elegivel(5:2) "/"
                             ws-data-elegivel(1:4)
                           delimited by size into rl-det-data-elegivel
            end-evaluate
            perform 2950-imprime-solicitacao

       exit.

      *>=================================================================================
       2900-registra-recusa section.

            initialize                              f10800-registro-lgpd
            move sl-cd-empresa                      to f10800-cd-empresa
            move sl-cd-filial                       to f10800-cd-filial
            move sl-cd-destinatario                 to f10800-cd-destinatario
            move sl-protocolo                       to f10800-protocolo
            move sl-data-solicitacao                to f10800-data-solicitacao
            set f10800-solicitacao-recusada         to true
            move ws-motivo                          to f10800-motivo
            perform 9000-registra-solicitacao-lgpd

            add 1                                   to ws-total-recusadas

            string "LGPD: solicitacao " sl-protocolo " recusada - " ws-motivo
                 delimited by size into ws-mensagem
            perform 9000-mensagem-lote

            move "RECUSADA"                         to rl-det-situacao
            move spaces                             to rl-det-data-elegivel
            move ws-motivo                          to rl-det-motivo
            perform 2950-imprime-solicitacao

       exit.

      *>=================================================================================
       2950-imprime-solicitacao section.

            move sl-protocolo                       to rl-det-protocolo
            move sl-data-solicitacao                to rl-det-data-solicitacao
            move sl-cd-filial                       to rl-det-cd-filial
            move sl-cd-destinatario                 to rl-det-cd-destinatario
            write rel10090b-linha                   from rel10090b-detalhe

       exit.

      *>=================================================================================
       3000-finalizacao section.

            move ws-total-solicitacoes              to rl-res-solicitacoes
            move ws-total-anonimizadas              to rl-res-anonimizadas
            move ws-total-bloqueadas                to rl-res-bloqueadas
            move ws-total-recusadas                 to rl-res-recusadas
            move ws-hash-cpf-zerados                to rl-res-hash-cpf
            write rel10090b-linha                   from rel10090b-resumo

            close rel10090b

            move ws-data-hoje                       to ws-sp-parametros
            move ws-total-solicitacoes              to ws-sp-qtd-registros
            perform 9000-registra-spool

            close pd00900
            close pd00600
            close pd05000
            close pd05900
            close pd06300
            close pd06700
            close pd10800
            close his05000
            close sol10090b

       exit.

      *>=================================================================================
       copy CSP00900.cpy.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR00600.cpy.
       copy CSR05000.cpy.
       copy CSR05900.cpy.
       copy CSR06300.cpy.
       copy CSR06700.cpy.
       copy CSR10800.cpy.
