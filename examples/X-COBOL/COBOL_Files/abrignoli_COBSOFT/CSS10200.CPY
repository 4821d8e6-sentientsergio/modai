      *>=================================================================================
      *> CSS10200 - Select do arquivo PD10200 (Grupos de mercadoria)
      *>=================================================================================
           select pd10200
               assign to "PD10200"
               organization is indexed
               access mode is dynamic
               record key is f10200-chave
               file status is ws-fs-pd10200.
