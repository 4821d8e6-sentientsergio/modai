      *>=================================================================================
      *> CSS10900 - Select do arquivo PD10900 (Referencia cruzada de produto do cliente)
      *>=================================================================================
           select pd10900
               assign to "PD10900"
               organization is indexed
               access mode is dynamic
               record key is f10900-chave
               file status is ws-fs-pd10900.
