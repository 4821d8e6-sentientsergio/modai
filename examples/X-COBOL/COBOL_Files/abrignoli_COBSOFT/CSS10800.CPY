      *>=================================================================================
      *> CSS10800 - Select do arquivo PD10800 (Registro LGPD do titular)
      *>=================================================================================
           select pd10800
               assign to "PD10800"
               organization is indexed
               access mode is dynamic
               record key is f10800-chave
               file status is ws-fs-pd10800.
