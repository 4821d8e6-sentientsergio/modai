      *>=================================================================================
      *> CSR10300 - Rotinas de acesso ao arquivo PD10300 (Locais de estoque)
      *>=================================================================================
       9000-abrir-io-pd10300 section.

            open i-o pd10300

            if   ws-fs-pd10300 = "35"
                 open output pd10300
                 close pd10300
                 open i-o pd10300
            end-if

            if   ws-fs-pd10300 <> "00"
                 move "Erro na abertura do arquivo PD10300!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10300-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10300
                 key is f10300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10300-ge section.

            set ws-operacao-nok                        to true

            start pd10300
                 key is not less than f10300-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10300-seq-1 section.

            read pd10300 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10300-pre section.

            set ws-operacao-nok                        to true

            read pd10300 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10300 section.

            set ws-operacao-nok                        to true

            write f10300-local-estoque
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10300 section.

            set ws-operacao-nok                        to true

            rewrite f10300-local-estoque
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10300 section.

            set ws-operacao-nok                        to true

            delete pd10300
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10300-local-estoque - chamar
      *> imediatamente antes de 9000-gravar-pd10300/9000-regravar-pd10300.
       9000-marca-auditoria-pd10300 section.

            move function current-date(1:8)            to f10300-data-operacao
            move function current-date(9:6)            to f10300-horario-operacao
            move ws-cd-usuario-operacao                 to f10300-id-usuario-operacao

       exit.

      *>=================================================================================
      *> Local padrao da filial ws-loc-cd-empresa/ws-loc-cd-filial em
      *> ws-loc-cd-local (zeros quando nenhum local e padrao), com
      *> ws-loc-tem-locais indicando se a filial tem algum local
      *> cadastrado - sem locais, o estoque da filial fica todo no local 000.
       9000-local-padrao-filial section.

            move zeros                                 to ws-loc-cd-local
            move "N"                                   to ws-loc-fl-tem-locais

            initialize                                 f10300-chave
            move ws-loc-cd-empresa                     to f10300-cd-empresa
            move ws-loc-cd-filial                      to f10300-cd-filial
            perform 9000-str-pd10300-ge

            perform until not ws-operacao-ok

                 perform 9000-ler-pd10300-seq-1

                 if   ws-operacao-ok
                 and  f10300-cd-empresa equal ws-loc-cd-empresa
                 and  f10300-cd-filial  equal ws-loc-cd-filial
                      set ws-loc-tem-locais            to true
                      if   f10300-local-padrao
                           move f10300-cd-local        to ws-loc-cd-local
                      end-if
                 else
                      set ws-operacao-nok              to true
                 end-if

            end-perform

            set ws-operacao-ok                         to true

       exit.

      *>=================================================================================
      *> Descricao do local ws-loc-cd-local da filial ws-loc-cd-empresa/
      *> ws-loc-cd-filial em ws-loc-descricao - local 000 e "(sem endereco)".
      *> ws-operacao-ok indica que o local existe (o 000 sempre existe).
       9000-descreve-local section.

            if   ws-loc-cd-local = zeros
                 move "(sem endereco)"                 to ws-loc-descricao
                 set ws-operacao-ok                    to true
                 exit section
            end-if

            initialize                                 f10300-local-estoque
            move ws-loc-cd-empresa                     to f10300-cd-empresa
            move ws-loc-cd-filial                      to f10300-cd-filial
            move ws-loc-cd-local                       to f10300-cd-local
            perform 9000-ler-pd10300-ran-1

            if   ws-operacao-ok
                 move f10300-descricao-local           to ws-loc-descricao
            else
                 move "(local nao cadastrado)"         to ws-loc-descricao
            end-if

       exit.
