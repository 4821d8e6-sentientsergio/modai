      *>=================================================================================
      *> CSS10000 - Select do arquivo PD10000 (Reserva de estoque por pedidos
      *>            de venda, em quantidade padrao)
      *>=================================================================================
           select pd10000
               assign to "PD10000"
               organization is indexed
               access mode is dynamic
               record key is f10000-chave
               file status is ws-fs-pd10000.
