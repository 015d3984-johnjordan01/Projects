      * Author: jordan
      * Date: 01/09/2026
      * Purpose: riepilogo unico di fine giornata: legge SCARTI, ECCEZ,
      *          CATERR, HEROERR, PRVERR, BILRPT, ESTRSUM, SOSPRPT e
      *          ATTESRPT, estrae i conteggi gia' stampati e produce il
      *          quadro EODRPT con lo stato per fonte e il verdetto
      *          complessivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS riepilogo-status.

           SELECT sospesi-file ASSIGN TO "SOSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sospesi-status.

           SELECT attesa-file ASSIGN TO "ATTESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS attesa-status.

           SELECT quadro-file ASSIGN TO "EODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quadro-status.
       FD  riepilogo-file.
       01  riepilogo-record PIC X(80).

       FD  sospesi-file.
       01  sospesi-record PIC X(132).

       FD  attesa-file.
       01  attesa-record PIC X(132).

       FD  quadro-file.
       01  quadro-record PIC X(100).

       01  prverr-status PIC XX.
       01  bilancio-status PIC XX.
       01  riepilogo-status PIC XX.
       01  sospesi-status PIC XX.
       01  attesa-status PIC XX.
       01  quadro-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  totale-scartati PIC 9(6) VALUE ZERO.
       01  totale-respinti PIC 9(6) VALUE ZERO.
       01  conta-eccezioni PIC 9(6) VALUE ZERO.
       01  conta-sospesi-scaduti PIC 9(6) VALUE ZERO.
       01  conta-in-attesa PIC 9(6) VALUE ZERO.
       01  conta-da-applicare PIC 9(6) VALUE ZERO.
       01  conta-da-applicare-ed PIC ZZZZZ9.
       01  conta-ed PIC ZZZZZ9.

       01  data-sistema.
           PERFORM CONTROLLA-PRVERR.
           PERFORM CONTROLLA-BILANCIO.
           PERFORM CONTROLLA-RIEPILOGO.
           PERFORM CONTROLLA-SOSPESI.
           PERFORM CONTROLLA-ATTESA.

           PERFORM STAMPA-VERDETTO.
           CLOSE quadro-file.
               MOVE "RIEPILOGO PRODOTTO" TO dettaglio-fonte.
           PERFORM STAMPA-RIGA-FONTE.

       CONTROLLA-SOSPESI.
           MOVE "SOSPRPT" TO nome-fonte.
           MOVE ZERO TO conta-sospesi-scaduti.
           MOVE "N" TO fine-fonte-flag.
           OPEN INPUT sospesi-file.
           IF sospesi-status = "35"
               MOVE "ATTENZIONE" TO stato-fonte
               MOVE "FILE NON PRODOTTO" TO dettaglio-fonte
           ELSE
               PERFORM LEGGI-RIGA-SOSPESI
               PERFORM ESAMINA-RIGA-SOSPESI UNTIL fine-fonte
               CLOSE sospesi-file
               MOVE conta-sospesi-scaduti TO conta-ed
               IF conta-sospesi-scaduti > ZERO
                   MOVE "ATTENZIONE" TO stato-fonte
               ELSE
                   MOVE "OK" TO stato-fonte
               END-IF
               MOVE SPACES TO dettaglio-fonte
               STRING "SOSPESI OLTRE IL LIMITE: " DELIMITED BY SIZE
                       conta-ed DELIMITED BY SIZE
                   INTO dettaglio-fonte.
           PERFORM STAMPA-RIGA-FONTE.

       LEGGI-RIGA-SOSPESI.
           READ sospesi-file
               AT END SET fine-fonte TO TRUE.

       ESAMINA-RIGA-SOSPESI.
           IF sospesi-record (1:16) = "SOSPESI APERTI: "
               MOVE sospesi-record (42:6) TO valore-estratto
               PERFORM CONVERTI-VALORE
               ADD valore-numerico TO conta-sospesi-scaduti.
           PERFORM LEGGI-RIGA-SOSPESI.

       CONTROLLA-ATTESA.
           MOVE "ATTESRPT" TO nome-fonte.
           MOVE ZERO TO conta-in-attesa.
           MOVE ZERO TO conta-da-applicare.
           MOVE "N" TO fine-fonte-flag.
           OPEN INPUT attesa-file.
           IF attesa-status = "35"
               MOVE "ATTENZIONE" TO stato-fonte
               MOVE "FILE NON PRODOTTO" TO dettaglio-fonte
           ELSE
               PERFORM LEGGI-RIGA-ATTESA
               PERFORM ESAMINA-RIGA-ATTESA UNTIL fine-fonte
               CLOSE attesa-file
               MOVE conta-in-attesa TO conta-ed
               MOVE conta-da-applicare TO conta-da-applicare-ed
               IF conta-in-attesa > ZERO
                   OR conta-da-applicare > ZERO
                   MOVE "ATTENZIONE" TO stato-fonte
               ELSE
                   MOVE "OK" TO stato-fonte
               END-IF
               MOVE SPACES TO dettaglio-fonte
               STRING "IN ATTESA: " DELIMITED BY SIZE
                       conta-ed DELIMITED BY SIZE
                       "  DA APPLICARE: " DELIMITED BY SIZE
                       conta-da-applicare-ed DELIMITED BY SIZE
                   INTO dettaglio-fonte.
           PERFORM STAMPA-RIGA-FONTE.

       LEGGI-RIGA-ATTESA.
           READ attesa-file
               AT END SET fine-fonte TO TRUE.

       ESAMINA-RIGA-ATTESA.
           IF attesa-record (1:21) = "MOVIMENTI IN ATTESA: "
               MOVE attesa-record (22:6) TO valore-estratto
               PERFORM CONVERTI-VALORE
               ADD valore-numerico TO conta-in-attesa
               MOVE attesa-record (54:6) TO valore-estratto
               PERFORM CONVERTI-VALORE
               ADD valore-numerico TO conta-da-applicare.
           PERFORM LEGGI-RIGA-ATTESA.

       STAMPA-VERDETTO.
           MOVE SPACES TO quadro-record.
           IF presente-errore
