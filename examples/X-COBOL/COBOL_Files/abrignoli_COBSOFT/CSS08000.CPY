      *>=================================================================================
      *> CSS08000 - Select do arquivo PD08000 (Condicoes de pagamento)
      *>=================================================================================
           select pd08000
               assign to "PD08000"
               organization is indexed
               access mode is dynamic
               record key is f08000-chave
               file status is ws-fs-pd08000.
