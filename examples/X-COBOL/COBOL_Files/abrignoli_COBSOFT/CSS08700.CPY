      *>=================================================================================
      *> CSS08700 - Select do arquivo PD08700 (Pedidos de compra)
      *>=================================================================================
           select pd08700
               assign to "PD08700"
               organization is indexed
               access mode is dynamic
               record key is f08700-chave
               file status is ws-fs-pd08700.
