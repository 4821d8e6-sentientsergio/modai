            end-write

       exit.

      *>=================================================================================
      *> Usada pelo carregador em lote para atualizar a marca de ativo
      *> imobilizado de um CFOP ja cadastrado (CS10012B).
       9000-regravar-pd05300 section.

            set ws-operacao-nok                        to true

            rewrite f05300-cfop-registro
                 invalid key
                      continue
                 not invalid key
                      set ws-operacao-ok               to true
            end-rewrite

       exit.
