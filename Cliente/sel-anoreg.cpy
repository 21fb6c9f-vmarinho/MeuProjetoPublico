           select ano-file assign to "ANOREG"
               organization is sequential
               file status is ws-ano-status.
