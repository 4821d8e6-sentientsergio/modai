      *>=================================================================================
      *> CSS10500 - Select do arquivo PD10500 (Movimentacao entre locais)
      *>=================================================================================
           select pd10500
               assign to "PD10500"
               organization is indexed
               access mode is dynamic
               record key is f10500-chave
               file status is ws-fs-pd10500.
