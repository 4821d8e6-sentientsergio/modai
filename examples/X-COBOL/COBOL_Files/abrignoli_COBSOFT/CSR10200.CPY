      *>=================================================================================
      *> CSR10200 - Rotinas de acesso ao arquivo PD10200 (Grupos de mercadoria)
      *>=================================================================================
       9000-abrir-io-pd10200 section.

            open i-o pd10200

            if   ws-fs-pd10200 = "35"
                 open output pd10200
                 close pd10200
                 open i-o pd10200
            end-if

            if   ws-fs-pd10200 <> "00"
                 move "Erro na abertura do arquivo PD10200!" to ws-mensagem
                 perform 9000-mensagem
            end-if

       exit.

      *>=================================================================================
       9000-ler-pd10200-ran-1 section.

            set ws-operacao-nok                        to true

            read pd10200
                 key is f10200-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-str-pd10200-ge section.

            set ws-operacao-nok                        to true

            start pd10200
                 key is not less than f10200-chave
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-start

       exit.

      *>=================================================================================
       9000-ler-pd10200-seq-1 section.

            read pd10200 next record
                 at end
                      set ws-operacao-nok              to true
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-ler-pd10200-pre section.

            set ws-operacao-nok                        to true

            read pd10200 previous record
                 at end
                      continue
                 not at end
                      set ws-operacao-ok               to true
            end-read

       exit.

      *>=================================================================================
       9000-gravar-pd10200 section.

            set ws-operacao-nok                        to true

            write f10200-grupo-mercadoria
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-write

       exit.

      *>=================================================================================
       9000-regravar-pd10200 section.

            set ws-operacao-nok                        to true

            rewrite f10200-grupo-mercadoria
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.

      *>=================================================================================
       9000-excluir-pd10200 section.

            set ws-operacao-nok                        to true

            delete pd10200
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-delete

       exit.

      *>=================================================================================
      *> Carimba data/hora/usuario corrente em f10200-grupo-mercadoria - chamar
      *> imediatamente antes de 9000-gravar-pd10200/9000-regravar-pd10200.
       9000-marca-auditoria-pd10200 section.

            move function current-date(1:8)            to f10200-data-operacao
            move function current-date(9:6)            to f10200-horario-operacao
            move ws-cd-usuario-operacao                 to f10200-id-usuario-operacao

       exit.


      *>=================================================================================
      *> Descricao do grupo ws-gr-cd-grupo/ws-gr-cd-subgrupo em
      *> ws-gr-descricao - grupo zero e "(sem grupo)"; subgrupo zero e o
      *> proprio grupo. ws-operacao-ok indica que o grupo existe.
       9000-descreve-grupo section.

            if   ws-gr-cd-grupo = zeros
                 move "(sem grupo)"                    to ws-gr-descricao
                 set ws-operacao-ok                    to true
                 exit section
            end-if

            initialize                                 f10200-grupo-mercadoria
            move ws-gr-cd-grupo                        to f10200-cd-grupo
            move ws-gr-cd-subgrupo                     to f10200-cd-subgrupo
            perform 9000-ler-pd10200-ran-1

            if   ws-operacao-ok
                 move f10200-descricao-grupo           to ws-gr-descricao
            else
                 move "(grupo nao cadastrado)"         to ws-gr-descricao
            end-if

       exit.
