      *>=================================================================================
      *> CSS08800 - Select do arquivo PD08800 (Itens do pedido de compra)
      *>=================================================================================
           select pd08800
               assign to "PD08800"
               organization is indexed
               access mode is dynamic
               record key is f08800-chave
               file status is ws-fs-pd08800.
