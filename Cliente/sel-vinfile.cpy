           select vin-file assign to "VINFILE"
               organization is indexed
               access mode is dynamic
               record key is vin-chave
               alternate record key is vin-codigo-vinculado
                   with duplicates
               file status is ws-vin-status.
