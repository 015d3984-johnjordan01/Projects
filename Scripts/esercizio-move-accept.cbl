               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT numeri-file ASSIGN TO "NUMERIIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-numeri-status.

           SELECT cambi-file ASSIGN TO "CAMBI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cam-chiave
               FILE STATUS IS cambi-status.

           SELECT eccezioni-numeri-file ASSIGN TO "NUMECC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS eccezioni-numeri-status.

           SELECT audit-trail-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-trail-status.
       01  numeri-record.
         02 numero-input PIC 9(3).
         02 numero2-input PIC 9(3)V9(2).
         02 valuta-input PIC X(03).

       FD  report-numeri-file.
       01  report-numeri-record PIC X(80).

       FD  cambi-file.
       01  cambio-record.
         02 cam-chiave.
           03 cam-valuta PIC X(03).
           03 cam-data-decorrenza PIC 9(08).
         02 cam-tasso PIC 9(04)V9(06).
         02 cam-operatore PIC X(08).
         02 cam-data-registrazione PIC 9(08).

       FD  eccezioni-numeri-file.
       01  eccezioni-numeri-record PIC X(80).

       FD  audit-trail-file.
       01  audit-trail-record PIC X(100).

       01  pagina-numeri PIC 9(3) VALUE 1.
       01  righe-pagina-numeri PIC 9(2) VALUE ZERO.
       01  max-righe-pagina-numeri PIC 9(2) VALUE 15.
       01  totale-generale-numero2 PIC 9(9)V99 VALUE ZERO.
       01  totale-generale-numero2-ed PIC ZZZZZZZZ9,99.
       01  totale-pagina-numero2 PIC 9(9)V99 VALUE ZERO.
       01  totale-pagina-numero2-ed PIC ZZZZZZZZ9,99.
       01  pagina-numeri-ed PIC ZZ9.
       01  cambi-status PIC XX.
       01  eccezioni-numeri-status PIC XX.
       01  cambi-assente-flag PIC X(01) VALUE "N".
         88 cambi-assente VALUE "S".
       01  fine-cambi-flag PIC X(01) VALUE "N".
         88 fine-cambi VALUE "S".
       01  cambio-trovato-flag PIC X(01) VALUE "N".
         88 cambio-trovato VALUE "S".
       01  valuta-conosciuta-flag PIC X(01) VALUE "N".
         88 valuta-conosciuta VALUE "S".
       01  valuta-numero PIC X(03).
       01  tasso-cambio PIC 9(4)V9(6) VALUE ZERO.
       01  tasso-cambio-ed PIC ZZZ9,999999.
       01  controvalore-eur PIC 9(7)V99 VALUE ZERO.
       01  controvalore-eur-ed PIC ZZZZZZ9,99.
       01  motivo-eccezione PIC X(35).
       01  contatore-eccezioni PIC 9(6) VALUE ZERO.
       01  contatore-eccezioni-ed PIC ZZZZZ9.

       01  data-sistema.
         02 anno-sistema PIC 9(4).
               DISPLAY "NUMERIIN ASSENTE, STADIO NUMERI SALTATO"
           ELSE
               OPEN OUTPUT report-numeri-file
               PERFORM APRI-CAMBI
               PERFORM APRI-ECCEZIONI-NUMERI
               PERFORM STAMPA-INTESTAZIONE-NUMERI
               PERFORM LEGGI-NUMERO
               PERFORM STAMPA-RIGA-NUMERO UNTIL fine-numeri
                   PERFORM STAMPA-SUBTOTALE-PAGINA
               END-IF
               PERFORM STAMPA-TOTALI-NUMERI
               PERFORM STAMPA-TOTALI-ECCEZIONI
               IF NOT cambi-assente
                   CLOSE cambi-file
               END-IF
               CLOSE eccezioni-numeri-file
               CLOSE numeri-file
               CLOSE report-numeri-file.

       APRI-CAMBI.
           OPEN INPUT cambi-file.
           IF cambi-status = "35"
               SET cambi-assente TO TRUE
               DISPLAY "CAMBI ASSENTE, SOLO IMPORTI IN EUR CONVERTITI".

       APRI-ECCEZIONI-NUMERI.
           OPEN OUTPUT eccezioni-numeri-file.
           MOVE SPACES TO eccezioni-numeri-record.
           STRING "NUMERI IN ECCEZIONE PER VALUTA O CAMBIO"
                   DELIMITED BY SIZE
                   "   DATA: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO eccezioni-numeri-record.
           WRITE eccezioni-numeri-record.

       STAMPA-INTESTAZIONE-NUMERI.
           IF righe-pagina-numeri > 0
               PERFORM STAMPA-SUBTOTALE-PAGINA.
                   pagina-numeri-ed DELIMITED BY SIZE
               INTO report-numeri-record.
           WRITE report-numeri-record.
           MOVE SPACES TO report-numeri-record.
           STRING "NUMERO  IMPORTO  VAL       CAMBIO" DELIMITED BY SIZE
                   "  CONTROV. EUR" DELIMITED BY SIZE
               INTO report-numeri-record.
           WRITE report-numeri-record.
           MOVE ZERO TO righe-pagina-numeri.
           ADD 1 TO pagina-numeri.
               AT END SET fine-numeri TO TRUE.

       STAMPA-RIGA-NUMERO.
           MOVE numero-input TO numero.
           MOVE numero2-input TO numero2.
           PERFORM DETERMINA-CAMBIO.
           IF cambio-trovato
               PERFORM STAMPA-IMPORTO-CONVERTITO
           ELSE
               PERFORM SCRIVI-ECCEZIONE-NUMERO.
           PERFORM LEGGI-NUMERO.

       STAMPA-IMPORTO-CONVERTITO.
           IF righe-pagina-numeri NOT LESS max-righe-pagina-numeri
               PERFORM STAMPA-INTESTAZIONE-NUMERI.
           COMPUTE controvalore-eur ROUNDED =
               numero2-input * tasso-cambio.
           MOVE tasso-cambio TO tasso-cambio-ed.
           MOVE controvalore-eur TO controvalore-eur-ed.
           ADD controvalore-eur TO totale-generale-numero2.
           ADD controvalore-eur TO totale-pagina-numero2.
           MOVE SPACES TO report-numeri-record.
           STRING numero DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   numero2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   valuta-numero DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   tasso-cambio-ed DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   controvalore-eur-ed DELIMITED BY SIZE
               INTO report-numeri-record.
           WRITE report-numeri-record.
           ADD 1 TO righe-pagina-numeri.

       DETERMINA-CAMBIO.
           MOVE "N" TO cambio-trovato-flag.
           MOVE "N" TO valuta-conosciuta-flag.
           MOVE ZERO TO tasso-cambio.
           IF valuta-input = SPACES OR valuta-input = "EUR"
               MOVE "EUR" TO valuta-numero
               MOVE 1 TO tasso-cambio
               SET cambio-trovato TO TRUE
           ELSE
               MOVE valuta-input TO valuta-numero
               IF NOT cambi-assente
                   PERFORM CERCA-CAMBIO-IN-VIGORE.
           IF NOT cambio-trovato
               IF valuta-conosciuta
                   MOVE "NESSUN CAMBIO IN VIGORE ALLA DATA"
                       TO motivo-eccezione
               ELSE
                   MOVE "VALUTA SCONOSCIUTA" TO motivo-eccezione.

       CERCA-CAMBIO-IN-VIGORE.
           MOVE "N" TO fine-cambi-flag.
           MOVE valuta-numero TO cam-valuta.
           MOVE ZERO TO cam-data-decorrenza.
           START cambi-file KEY IS NOT LESS THAN cam-chiave
               INVALID KEY SET fine-cambi TO TRUE.
           PERFORM LEGGI-CAMBIO-VALUTA.
           PERFORM ESAMINA-CAMBIO-VALUTA UNTIL fine-cambi.

       LEGGI-CAMBIO-VALUTA.
           IF NOT fine-cambi
               READ cambi-file NEXT RECORD
                   AT END SET fine-cambi TO TRUE
               END-READ
               IF NOT fine-cambi
                   AND cam-valuta NOT = valuta-numero
                   SET fine-cambi TO TRUE.

       ESAMINA-CAMBIO-VALUTA.
           SET valuta-conosciuta TO TRUE.
           IF cam-data-decorrenza > data-sistema
               SET fine-cambi TO TRUE
           ELSE
               MOVE cam-tasso TO tasso-cambio
               SET cambio-trovato TO TRUE
               PERFORM LEGGI-CAMBIO-VALUTA.

       SCRIVI-ECCEZIONE-NUMERO.
           ADD 1 TO contatore-eccezioni.
           MOVE SPACES TO eccezioni-numeri-record.
           STRING "NUMERO " DELIMITED BY SIZE
                   numero DELIMITED BY SIZE
                   " IMPORTO " DELIMITED BY SIZE
                   numero2 DELIMITED BY SIZE
                   " VALUTA " DELIMITED BY SIZE
                   valuta-numero DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   motivo-eccezione DELIMITED BY SIZE
               INTO eccezioni-numeri-record.
           WRITE eccezioni-numeri-record.

       STAMPA-TOTALI-ECCEZIONI.
           MOVE contatore-eccezioni TO contatore-eccezioni-ed.
           MOVE SPACES TO eccezioni-numeri-record.
           STRING "NUMERI IN ECCEZIONE: " DELIMITED BY SIZE
                   contatore-eccezioni-ed DELIMITED BY SIZE
               INTO eccezioni-numeri-record.
           WRITE eccezioni-numeri-record.
           MOVE SPACES TO report-numeri-record.
           STRING "NUMERI ESCLUSI PER VALUTA O CAMBIO (NUMECC): "
                   DELIMITED BY SIZE
                   contatore-eccezioni-ed DELIMITED BY SIZE
               INTO report-numeri-record.
           WRITE report-numeri-record.

       STAMPA-SUBTOTALE-PAGINA.
           MOVE totale-pagina-numero2 TO totale-pagina-numero2-ed.
           MOVE SPACES TO report-numeri-record.
           STRING "TOTALE PAGINA EUR: " DELIMITED BY SIZE
                   totale-pagina-numero2-ed DELIMITED BY SIZE
               INTO report-numeri-record.
           WRITE report-numeri-record.
       STAMPA-TOTALI-NUMERI.
           MOVE totale-generale-numero2 TO totale-generale-numero2-ed.
           MOVE SPACES TO report-numeri-record.
           STRING "TOTALE GENERALE EUR: " DELIMITED BY SIZE
                   totale-generale-numero2-ed DELIMITED BY SIZE
               INTO report-numeri-record.
           WRITE report-numeri-record.
