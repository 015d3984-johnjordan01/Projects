               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT listino-file ASSIGN TO "LISTINO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.
       FD  parametri-file.
       01  parametri-record PIC X(20).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
       01  data-elaborazione-status PIC XX.
       01  fine-catalogo-flag PIC X(01) VALUE "N".
         88 fine-catalogo VALUE "S".
       01  prima-voce-flag PIC X(01) VALUE "S".
         88 prima-voce VALUE "S".
       01  contatore-catalogo PIC 9(4) VALUE ZERO.
           WRITE listino-record.

       STAMPA-LISTINO-PROPRIETARIO.
           PERFORM STAMPA-INTESTAZIONE-PAGINA.
           MOVE LOW-VALUES TO catalogo-record.
           START catalogo-file KEY IS NOT LESS THAN proprietario-chiave
               INVALID KEY SET fine-catalogo TO TRUE.
           IF NOT fine-catalogo
               PERFORM LEGGI-CATALOGO.
           PERFORM STAMPA-VOCE-ORDINATA UNTIL fine-catalogo.
           IF NOT prima-voce
               PERFORM STAMPA-TOTALE-PROPRIETARIO.
           PERFORM STAMPA-TOTALE-CATALOGO.
           MOVE ZERO TO righe-pagina-listino.
           ADD 1 TO pagina-listino.

       STAMPA-VOCE-ORDINATA.
           IF prima-voce
               OR cognome OF catalogo-record NOT = proprietario-cognome
               OR nome OF catalogo-record NOT = proprietario-nome
               PERFORM STAMPA-ROTTURA-PROPRIETARIO.
           IF righe-pagina-listino NOT LESS max-righe-pagina-listino
               PERFORM STAMPA-INTESTAZIONE-PAGINA
           ADD 1 TO contatore-proprietario.
           MOVE SPACES TO listino-record.
           STRING "  " DELIMITED BY SIZE
                   videogioco OF catalogo-record DELIMITED BY SIZE
               INTO listino-record.
           WRITE listino-record.
           ADD 1 TO righe-pagina-listino.
           PERFORM LEGGI-CATALOGO.

       STAMPA-ROTTURA-PROPRIETARIO.
           IF NOT prima-voce
               PERFORM STAMPA-TOTALE-PROPRIETARIO.
           MOVE "N" TO prima-voce-flag.
           MOVE cognome OF catalogo-record TO proprietario-cognome.
           MOVE nome OF catalogo-record TO proprietario-nome.
           MOVE ZERO TO contatore-proprietario.
           IF righe-pagina-listino + 2 > max-righe-pagina-listino
               PERFORM STAMPA-INTESTAZIONE-PAGINA.
