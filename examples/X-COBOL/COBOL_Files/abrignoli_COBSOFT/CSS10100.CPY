      *>=================================================================================
      *> CSS10100 - Select do arquivo PD10100 (Composicao de kit)
      *>=================================================================================
           select pd10100
               assign to "PD10100"
               organization is indexed
               access mode is dynamic
               record key is f10100-chave
               file status is ws-fs-pd10100.
