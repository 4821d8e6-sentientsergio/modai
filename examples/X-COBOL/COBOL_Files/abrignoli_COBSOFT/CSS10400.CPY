      *>=================================================================================
      *> CSS10400 - Select do arquivo PD10400 (Saldo de estoque por local)
      *>=================================================================================
           select pd10400
               assign to "PD10400"
               organization is indexed
               access mode is dynamic
               record key is f10400-chave
               file status is ws-fs-pd10400.
