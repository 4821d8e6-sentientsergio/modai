      $set sourceformat"free"
       program-id. CS10088C.
      *>=================================================================================
      *>
      *>                    Bens do Ativo Imobilizado - CIAP
      *>
      *>    Consulta e manutencao de PD10600, o registro dos bens do ativo da
      *>    filial da sessao. O bem nasce do item de entrada com CFOP de ativo
      *>    (CS10089B, na apropriacao mensal do CIAP) e e identificado pela
      *>    nota e sequencia do item - por isso nao ha inclusao aqui. Na
      *>    manutencao alteram-se a descricao e a data de baixa (venda,
      *>    perda ou transferencia do bem): a partir do mes da baixa o bem
      *>    deixa de receber parcela. So sai do cadastro o bem sem nenhuma
      *>    parcela apropriada - depois disso ele e historia do livro CIAP.
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00900.cpy.
       copy CSS10600.cpy.

      *>   Saida de nome fixo, deliberadamente fora do catalogo de spool
      *>   (PD06300): saida de apoio operacional, re-derivavel rodando o
      *>   proprio job de novo.
           select rel10088
               assign to "REL10088"
               organization is line sequential
               file status is ws-fs-rel10088.

      *>=================================================================================
       data division.

       copy CSF00900.cpy.
       copy CSF10600.cpy.

       fd   rel10088
            record contains 132 characters.

       01   rel10088-linha                        pic x(132).

      *>=================================================================================
       working-storage section.

       78   c-versao                               value "a".
       78   c-este-programa                        value "CS10088C".
       78   c-descricao-programa                   value "BENS DO ATIVO - CIAP".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-campos-trabalho.
            03 ws-id-validacao                     pic x(01).
               88 ws-validacao-ok                       value "S".
               88 ws-validacao-nok                      value "N".
            03 ws-validacao-parcelas               pic 9(02).
            03 ws-validacao-data-baixa             pic 9(08).
            03 ws-chave-filial-comparacao          pic x(07).

       01   f-bem-ativo.
            03 f-numero-documento                  pic 9(09).
            03 f-serie-documento                   pic x(03).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-sequencia                         pic 9(09).
            03 f-descricao-bem                     pic x(40).
            03 f-cfop                              pic 9(04).
            03 f-data-aquisicao                    pic 9(08).
            03 f-valor-aquisicao                   pic 9(09)v9(02).
            03 f-valor-icms-ciap                   pic 9(09)v9(02).
            03 f-parcelas-apropriadas              pic 9(02).
            03 f-valor-apropriado                  pic 9(09)v9(02).
            03 f-data-baixa                        pic 9(08).

       01   ws-relatorio.
            03 ws-fs-rel10088                       pic x(02).
            03 ws-rel-total-bens                    pic 9(05).
            03 ws-rel-total-icms                    pic 9(11)v9(02).
            03 ws-rel-total-apropriado              pic 9(11)v9(02).

       01   rel10088-detalhe.
            03 rl-det-numero-documento              pic 9(09).
            03 filler                              pic x(01) value "/".
            03 rl-det-serie-documento               pic x(03).
            03 filler                              pic x(01) value "-".
            03 rl-det-sequencia                     pic zzzzz9.
            03 filler                              pic x(01) value space.
            03 rl-det-descricao                     pic x(30).
            03 filler                              pic x(07) value " Aquis:".
            03 rl-det-data-aquisicao                pic 9(08).
            03 filler                              pic x(06) value " ICMS:".
            03 rl-det-valor-icms                    pic zzz.zzz.zz9,99.
            03 filler                              pic x(06) value " Parc:".
            03 rl-det-parcelas                      pic z9.
            03 filler                              pic x(04) value "/48 ".
            03 rl-det-valor-apropriado              pic zzz.zzz.zz9,99.
            03 filler                              pic x(07) value " Baixa:".
            03 rl-det-data-baixa                    pic 9(08).

       01   rel10088-resumo.
            03 filler                              pic x(18) value "Bens da filial...:".
            03 rl-res-total                         pic zzzz9.
            03 filler                              pic x(14) value " ICMS CIAP...:".
            03 rl-res-icms                          pic zz.zzz.zzz.zz9,99.
            03 filler                              pic x(14) value " Apropriado..:".
            03 rl-res-apropriado                    pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-bem-ativo.
            03 line 08 col 16   pic x(18) value "Nota de entrada..:".
            03 line 08 col 35   pic 9(09) from f-numero-documento.
            03 line 08 col 45   pic x(07) value "Serie:".
            03 line 08 col 52   pic x(03) from f-serie-documento.
            03 line 09 col 16   pic x(18) value "Fornecedor.......:".
            03 line 09 col 35   pic 9(09) from f-cd-fornecedor.
            03 line 10 col 16   pic x(18) value "Item da nota.....:".
            03 line 10 col 35   pic 9(09) from f-sequencia.
            03 line 12 col 16   pic x(18) value "Descricao........:".
            03 line 12 col 35   pic x(40) from f-descricao-bem.
            03 line 13 col 16   pic x(18) value "CFOP.............:".
            03 line 13 col 35   pic 9(04) from f-cfop.
            03 line 14 col 16   pic x(18) value "Data aquisicao...:".
            03 line 14 col 35   pic 9(08) from f-data-aquisicao.
            03 line 15 col 16   pic x(18) value "Valor aquisicao..:".
            03 line 15 col 35   pic zzz.zzz.zz9,99 from f-valor-aquisicao.
            03 line 16 col 16   pic x(18) value "ICMS a apropriar.:".
            03 line 16 col 35   pic zzz.zzz.zz9,99 from f-valor-icms-ciap.
            03 line 17 col 16   pic x(18) value "Parcelas.........:".
            03 line 17 col 35   pic z9 from f-parcelas-apropriadas.
            03 line 17 col 37   pic x(03) value "/48".
            03 line 18 col 16   pic x(18) value "Valor apropriado.:".
            03 line 18 col 35   pic zzz.zzz.zz9,99 from f-valor-apropriado.
            03 line 19 col 16   pic x(18) value "Data de baixa....:".
            03 line 19 col 35   pic 9(08) from f-data-baixa.
            03 line 19 col 45   pic x(20) value "(AAAAMMDD, 0=ativo)".

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-controle section.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-inicializacao section.

            initialize                             wf-opcoes-frame
            perform 9000-monta-opcoes-frame

            perform 9000-abrir-e-pd00900
            perform 9000-abrir-io-pd10600

       exit.

      *>=================================================================================
       2000-processamento section.

            perform until wf-frame-retornar

                 evaluate wf-frame
                      when 0
                           perform 8000-tela
                           perform 8000-controle-frame
                      when 9
                           perform 2999-controle-frame
                      when other
                           move "Frame invalido!"   to ws-mensagem
                           perform 9000-mensagem
                 end-evaluate

            end-perform

       exit.

      *>=================================================================================
       2999-controle-frame section.

            perform 8000-accept-opcao

            evaluate wf-opcao
                when 01
                     perform 2100-incluir
                when 02
                     perform 2100-consulta
                when 03
                     perform 2100-manutencao
                when 04
                     perform 2100-exclusao
                when 05
                     perform 2100-relatorio
                when 99
                     set wf-frame-retornar         to true
                when other
                     move "Opcao invalida!"   to ws-mensagem
                     perform 9000-mensagem
            end-evaluate

       exit.

      *>=================================================================================
      *> O bem vem da nota de entrada - o cadastro e feito pela apropriacao
      *> mensal do CIAP, nunca digitado.
       2100-incluir section.

            if   not lnk-permite-inclusao
                 exit section
            end-if

            move "Bens do ativo sao registrados a partir das notas (CIAP)!" to ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-consulta section.

            if   not lnk-permite-consulta
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-bem

            perform 9000-monta-chave-bem
            perform 9000-ler-pd10600-ran-1
            if   not ws-operacao-ok
                 move "Bem nao encontrado!"         to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
            else
                 perform 9000-move-registros-frame
                 perform 8000-controle-frame
            end-if

       exit.

      *>=================================================================================
       2100-manutencao section.

            if   not lnk-permite-manutencao
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-bem

            perform 9000-monta-chave-bem
            perform 9000-ler-pd10600-ran-1
            if   not ws-operacao-ok
                 move "Bem nao encontrado!"         to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            perform with test after until f-descricao-bem <> spaces
                 accept f-descricao-bem at line 12 col 35 with update auto-skip
            end-perform

            perform 9000-aceita-data-baixa

            move "Confirma alteracao do registro? [S/N]"    to ws-mensagem
            perform 9000-mensagem

            if   ws-mensagem-opcao-sim

                 perform 9000-monta-chave-bem
                 perform 9000-ler-pd10600-ran-1

                 if   ws-operacao-ok
                      move f-descricao-bem          to f10600-descricao-bem
                      move f-data-baixa             to f10600-data-baixa

                      move lnk-cd-usuario           to ws-cd-usuario-operacao
                      perform 9000-marca-auditoria-pd10600

                      perform 9000-regravar-pd10600
                 end-if

                 if   not ws-operacao-ok
                      string "Erro de gravacao - f10600-bem [" f10600-chave "]" into ws-mensagem
                      perform 9000-mensagem
                 end-if

            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-exclusao section.

            if   not lnk-permite-exclusao
                 exit section
            end-if

            perform 8000-limpa-tela
            perform 9000-aceita-chave-bem

            perform 9000-monta-chave-bem
            perform 9000-ler-pd10600-ran-1
            if   not ws-operacao-ok
                 move "Bem nao encontrado!"         to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-move-registros-frame

            if   f10600-parcelas-apropriadas > zeros
                 move "Bem com parcela apropriada - informe a baixa!" to ws-mensagem
                 perform 9000-mensagem
                 perform 8000-controle-frame
                 exit section
            end-if

            perform 9000-validacao

            if   ws-validacao-ok
                 perform 9000-sleep-3s

                 move "Confirma exclusao de registro? [S/N]"   to ws-mensagem
                 perform 9000-mensagem

                 if   ws-mensagem-opcao-sim
                      perform 9000-excluir-pd10600
                 end-if
            end-if

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       2100-relatorio section.

            perform 8000-limpa-tela

            move "Gerando relatorio de bens do ativo..." to ws-mensagem
            perform 9000-mensagem

            open output rel10088

            move zeros                              to ws-rel-total-bens
            move zeros                              to ws-rel-total-icms
            move zeros                              to ws-rel-total-apropriado

            initialize                               f10600-chave
            move lnk-cd-empresa                      to f10600-cd-empresa
            move lnk-cd-filial                       to f10600-cd-filial
            move f10600-chave(1:7)                   to ws-chave-filial-comparacao
            perform 9000-str-pd10600-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10600-seq-1

                 if   ws-operacao-ok
                 and  f10600-chave(1:7) equal ws-chave-filial-comparacao

                      move f10600-numero-documento    to rl-det-numero-documento
                      move f10600-serie-documento     to rl-det-serie-documento
                      move f10600-sequencia           to rl-det-sequencia
                      move f10600-descricao-bem       to rl-det-descricao
                      move f10600-data-aquisicao      to rl-det-data-aquisicao
                      move f10600-valor-icms-ciap     to rl-det-valor-icms
                      move f10600-parcelas-apropriadas to rl-det-parcelas
                      move f10600-valor-apropriado    to rl-det-valor-apropriado
                      move f10600-data-baixa          to rl-det-data-baixa
                      write rel10088-linha            from rel10088-detalhe

                      add 1                           to ws-rel-total-bens
                      add f10600-valor-icms-ciap      to ws-rel-total-icms
                      add f10600-valor-apropriado     to ws-rel-total-apropriado

                 else
                      set ws-operacao-nok             to true
                 end-if

            end-perform

            move ws-rel-total-bens                   to rl-res-total
            move ws-rel-total-icms                   to rl-res-icms
            move ws-rel-total-apropriado             to rl-res-apropriado
            write rel10088-linha                     from rel10088-resumo

            close rel10088

            string "Relatorio gerado - " ws-rel-total-bens " bem(ns)" into ws-mensagem
            perform 9000-mensagem

            perform 8000-controle-frame

       exit.

      *>=================================================================================
       3000-finalizacao section.

            close pd00900
            close pd10600

       exit.
      *>=================================================================================
      *> Rotinas Genericas - Frame

       copy CSC00903.cpy. *> Frame

      *>=================================================================================
       8000-tela section.

            perform 9000-frame-padrao
            display frm-bem-ativo

       exit.

      *>=================================================================================
       8000-limpa-tela section.

            initialize                             f-bem-ativo

            perform 9000-frame-padrao
            display frm-bem-ativo

       exit.

      *>=================================================================================
      *> Rotinas Genericas

       copy CSP00900.cpy. *> Padrao

      *>=================================================================================
       9000-aceita-chave-bem section.

            perform until f-numero-documento <> zeros
                 accept f-numero-documento at line 08 col 35 with update auto-skip
            end-perform

            accept f-serie-documento at line 08 col 52 with update auto-skip

            perform until f-cd-fornecedor <> zeros
                 accept f-cd-fornecedor at line 09 col 35 with update auto-skip
            end-perform

            perform until f-sequencia <> zeros
                 accept f-sequencia at line 10 col 35 with update auto-skip
            end-perform

       exit.

      *>=================================================================================
      *> Baixa zero = bem em uso. Informada, nao pode ser anterior a
      *> aquisicao.
       9000-aceita-data-baixa section.

            perform with test after until f-data-baixa = zeros
                                       or f-data-baixa not < f-data-aquisicao
                 accept f-data-baixa at line 19 col 35 with update auto-skip
                 if   f-data-baixa <> zeros
                 and  f-data-baixa < f-data-aquisicao
                      move "Baixa anterior a aquisicao do bem!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> O bem e sempre de nota de entrada (tipo 00) da filial da sessao.
       9000-monta-chave-bem section.

            initialize                             f10600-chave
            move lnk-cd-empresa                    to f10600-cd-empresa
            move lnk-cd-filial                     to f10600-cd-filial
            move zeros                             to f10600-tipo-nota
            move f-numero-documento                to f10600-numero-documento
            move f-serie-documento                 to f10600-serie-documento
            move f-cd-fornecedor                   to f10600-cd-destinatario
            move f-sequencia                       to f10600-sequencia

       exit.

      *>=================================================================================
       9000-move-registros-frame section.

            initialize                             f-bem-ativo
            move f10600-numero-documento           to f-numero-documento
            move f10600-serie-documento            to f-serie-documento
            move f10600-cd-destinatario            to f-cd-fornecedor
            move f10600-sequencia                  to f-sequencia
            move f10600-descricao-bem              to f-descricao-bem
            move f10600-cfop                       to f-cfop
            move f10600-data-aquisicao             to f-data-aquisicao
            move f10600-valor-aquisicao            to f-valor-aquisicao
            move f10600-valor-icms-ciap            to f-valor-icms-ciap
            move f10600-parcelas-apropriadas       to f-parcelas-apropriadas
            move f10600-valor-apropriado           to f-valor-apropriado
            move f10600-data-baixa                 to f-data-baixa

            perform 9000-frame-padrao
            display frm-bem-ativo

       exit.

      *>=================================================================================
      *> Confere, imediatamente antes de liberar a confirmacao de exclusao,
      *> que o bem ainda existe e nao recebeu parcela nem baixa enquanto
      *> estava em tela - mesmo padrao de CS10005C/9000-validacao.
       9000-validacao section.

            set ws-validacao-ok                    to true

            move f10600-parcelas-apropriadas       to ws-validacao-parcelas
            move f10600-data-baixa                 to ws-validacao-data-baixa

            perform 9000-monta-chave-bem
            perform 9000-ler-pd10600-ran-1

            if   not ws-operacao-ok
                 move "Bem nao localizado - pode ja ter sido excluido!" to ws-mensagem
                 perform 9000-mensagem
                 set ws-validacao-nok               to true
            else
                 if   f10600-parcelas-apropriadas not equal ws-validacao-parcelas
                 or   f10600-data-baixa not equal ws-validacao-data-baixa
                      move "Registro alterado por outro usuario - exclusao cancelada!" to ws-mensagem
                      perform 9000-mensagem
                      set ws-validacao-nok          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Leituras

       copy CSR00900.cpy.
       copy CSR10600.cpy.
