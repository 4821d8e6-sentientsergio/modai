      *>=================================================================================
      *> CSS10600 - Select do arquivo PD10600 (Bens do ativo - CIAP)
      *>=================================================================================
           select pd10600
               assign to "PD10600"
               organization is indexed
               access mode is dynamic
               record key is f10600-chave
               file status is ws-fs-pd10600.
