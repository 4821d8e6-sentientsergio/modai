      *>=================================================================================
      *> CSR09100 - Rotinas de acesso ao arquivo PD09100 (ICMS-ST por NCM/estado)
      *>=================================================================================
      *> Abertura de consulta - tabela ainda nao carregada (status 35) nao e
      *> erro: nenhuma mercadoria tem ST e a leitura so devolve "nao achou".
       9000-abrir-i-pd09100 section.

            move "N"                                   to ws-fl-pd09100-aberto

            open input pd09100

            if   ws-fs-pd09100 = "00"
                 set ws-pd09100-aberto                   to true
            else
                 if   ws-fs-pd09100 <> "35"
                      move "Erro na abertura do arquivo PD09100!" to ws-mensagem
                      perform 9000-mensagem
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> So le de fato se a abertura tiver sido bem-sucedida - mesma guarda
      *> de CSR05700.CPY/9000-ler-pd05700-ran-1.
       9000-ler-pd09100-ran-1 section.

            set ws-operacao-nok                        to true

            if   not ws-pd09100-aberto
                 exit section
            end-if

            read pd09100
                 key is f09100-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
      *> Abertura i-o usada apenas pelo carregador em lote da tabela (CS10012B).
       9000-abrir-io-pd09100 section.

            move "N"                                   to ws-fl-pd09100-aberto

            open i-o pd09100

            if   ws-fs-pd09100 = "35"
                 open output pd09100
                 close pd09100
                 open i-o pd09100
            end-if

            if   ws-fs-pd09100 <> "00"
                 move "Erro na abertura do arquivo PD09100!" to ws-mensagem
                 perform 9000-mensagem
            else
                 set ws-pd09100-aberto                   to true
            end-if

       exit.

      *>=================================================================================
       9000-gravar-pd09100 section.

            set ws-operacao-nok                        to true

            write f09100-icms-st
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd09100 section.

            set ws-operacao-nok                        to true

            rewrite f09100-icms-st
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.
