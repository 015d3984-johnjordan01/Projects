               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT province-file ASSIGN TO "PROVINCE"
