      *>=================================================================================
      *> CSS08300 - Select do arquivo PD08300 (Movimentos de tesouraria)
      *>=================================================================================
           select pd08300
               assign to "PD08300"
               organization is indexed
               access mode is dynamic
               record key is f08300-chave
               file status is ws-fs-pd08300.
