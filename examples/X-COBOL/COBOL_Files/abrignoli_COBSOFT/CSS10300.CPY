      *>=================================================================================
      *> CSS10300 - Select do arquivo PD10300 (Locais de estoque)
      *>=================================================================================
           select pd10300
               assign to "PD10300"
               organization is indexed
               access mode is dynamic
               record key is f10300-chave
               file status is ws-fs-pd10300.
