      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: interrogazione del catalogo per proprietario: per
      *          ogni cognome (e nome, se indicato) elencato su PROPPARM
      *          stampa su PROPRPT i titoli posseduti, letti per chiave
      *          alternata cognome/nome, e gli eventuali prestiti aperti
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. catalogo-proprietari.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalogo-file ASSIGN TO "CATALOGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT prestiti-file ASSIGN TO "PRESTITI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-videogioco
               FILE STATUS IS prestiti-status.

           SELECT parametri-file ASSIGN TO "PROPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT rapporto-file ASSIGN TO "PROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rapporto-status.

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
       FD  catalogo-file.
       01  catalogo-record.
         02 videogioco PIC X(15).
         02 nome PIC A(10).
         02 cognome PIC A(10).

       FD  prestiti-file.
       01  prestito-record.
         02 pre-videogioco PIC X(15).
         02 pre-prestatario PIC X(20).
         02 pre-data-prestito PIC 9(8).

       FD  parametri-file.
       01  parametri-record PIC X(20).

       FD  rapporto-file.
       01  rapporto-record PIC X(80).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  catalogo-status PIC XX.
       01  prestiti-status PIC XX.
       01  parametri-status PIC XX.
       01  rapporto-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-richieste-flag PIC X(01) VALUE "N".
         88 fine-richieste VALUE "S".
       01  fine-titoli-flag PIC X(01) VALUE "N".
         88 fine-titoli VALUE "S".
       01  prestiti-assente-flag PIC X(01) VALUE "N".
         88 prestiti-assente VALUE "S".
       01  titolo-in-prestito-flag PIC X(01) VALUE "N".
         88 titolo-in-prestito VALUE "S".

       01  richiesta-proprietario.
         02 richiesta-cognome PIC X(10).
         02 richiesta-nome PIC X(10).

       01  contatore-richieste PIC 9(6) VALUE ZERO.
       01  contatore-titoli PIC 9(6) VALUE ZERO.
       01  contatore-prestiti PIC 9(6) VALUE ZERO.
       01  titoli-proprietario PIC 9(6) VALUE ZERO.
       01  prestiti-proprietario PIC 9(6) VALUE ZERO.
       01  contatore-richieste-ed PIC ZZZZZ9.
       01  contatore-titoli-ed PIC ZZZZZ9.
       01  contatore-prestiti-ed PIC ZZZZZ9.
       01  titoli-proprietario-ed PIC ZZZZZ9.
       01  prestiti-proprietario-ed PIC ZZZZZ9.

       01  data-prestito-scomposta.
         02 anno-prestito PIC 9(4).
         02 mese-prestito PIC 9(2).
         02 giorno-prestito PIC 9(2).
       01  data-prestito-ed PIC 9999/99/99.

       01  data-sistema.
         02 anno-sistema PIC 9(4).
         02 mese-sistema PIC 9(2).
         02 giorno-sistema PIC 9(2).
       01  data-sistema-ed PIC 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEGGI-DATA-ELABORAZIONE.
           MOVE anno-sistema TO data-sistema-ed (1:4).
           MOVE mese-sistema TO data-sistema-ed (6:2).
           MOVE giorno-sistema TO data-sistema-ed (9:2).
           MOVE "/" TO data-sistema-ed (5:1).
           MOVE "/" TO data-sistema-ed (8:1).

           OPEN OUTPUT rapporto-file.
           PERFORM STAMPA-INTESTAZIONE-RAPPORTO.
           OPEN INPUT catalogo-file.
           IF catalogo-status = "35"
               MOVE "CATALOGO ASSENTE, NESSUNA INTERROGAZIONE"
                   TO rapporto-record
               WRITE rapporto-record
           ELSE
               PERFORM APRI-PRESTITI
               PERFORM ELABORA-RICHIESTE
               IF NOT prestiti-assente
                   CLOSE prestiti-file
               END-IF
               CLOSE catalogo-file.
           PERFORM STAMPA-TOTALI-RAPPORTO.
           CLOSE rapporto-file.

           STOP RUN.

       LEGGI-DATA-ELABORAZIONE.
           OPEN INPUT data-elaborazione-file.
           IF data-elaborazione-status = "35"
               ACCEPT data-sistema FROM DATE YYYYMMDD
           ELSE
               READ data-elaborazione-file
                   AT END
                       ACCEPT data-sistema FROM DATE YYYYMMDD
                   NOT AT END
                       IF del-data IS NUMERIC
                           MOVE del-data TO data-sistema
                       ELSE
                           ACCEPT data-sistema FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE data-elaborazione-file.

       APRI-PRESTITI.
           OPEN INPUT prestiti-file.
           IF prestiti-status = "35"
               SET prestiti-assente TO TRUE.

       STAMPA-INTESTAZIONE-RAPPORTO.
           MOVE SPACES TO rapporto-record.
           STRING "TITOLI E PRESTITI PER PROPRIETARIO" DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       ELABORA-RICHIESTE.
           OPEN INPUT parametri-file.
           IF parametri-status = "35"
               MOVE "PROPPARM ASSENTE, NESSUN PROPRIETARIO RICHIESTO"
                   TO rapporto-record
               WRITE rapporto-record
           ELSE
               PERFORM LEGGI-RICHIESTA
               PERFORM ELABORA-RICHIESTA-CORRENTE UNTIL fine-richieste
               CLOSE parametri-file.

       LEGGI-RICHIESTA.
           READ parametri-file
               AT END SET fine-richieste TO TRUE.

       ELABORA-RICHIESTA-CORRENTE.
           MOVE parametri-record (1:10) TO richiesta-cognome.
           MOVE parametri-record (11:10) TO richiesta-nome.
           IF richiesta-cognome = SPACES
               MOVE "RICHIESTA SENZA COGNOME IGNORATA"
                   TO rapporto-record
               WRITE rapporto-record
           ELSE
               ADD 1 TO contatore-richieste
               PERFORM ELENCA-TITOLI-PROPRIETARIO.
           PERFORM LEGGI-RICHIESTA.

       ELENCA-TITOLI-PROPRIETARIO.
           MOVE ZERO TO titoli-proprietario.
           MOVE ZERO TO prestiti-proprietario.
           MOVE SPACES TO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "PROPRIETARIO: " DELIMITED BY SIZE
                   richiesta-cognome DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   richiesta-nome DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.
           MOVE "N" TO fine-titoli-flag.
           MOVE SPACES TO catalogo-record.
           MOVE richiesta-cognome TO cognome OF catalogo-record.
           MOVE richiesta-nome TO nome OF catalogo-record.
           START catalogo-file KEY IS NOT LESS THAN proprietario-chiave
               INVALID KEY SET fine-titoli TO TRUE.
           PERFORM LEGGI-TITOLO-PROPRIETARIO.
           PERFORM STAMPA-TITOLO-PROPRIETARIO UNTIL fine-titoli.
           IF titoli-proprietario = ZERO
               MOVE "    NESSUN TITOLO IN CATALOGO" TO rapporto-record
               WRITE rapporto-record
           ELSE
               MOVE titoli-proprietario TO titoli-proprietario-ed
               MOVE prestiti-proprietario TO prestiti-proprietario-ed
               MOVE SPACES TO rapporto-record
               STRING "    TITOLI: " DELIMITED BY SIZE
                       titoli-proprietario-ed DELIMITED BY SIZE
                       "  IN PRESTITO: " DELIMITED BY SIZE
                       prestiti-proprietario-ed DELIMITED BY SIZE
                   INTO rapporto-record
               WRITE rapporto-record.

       LEGGI-TITOLO-PROPRIETARIO.
           IF NOT fine-titoli
               READ catalogo-file NEXT RECORD
                   AT END SET fine-titoli TO TRUE
               END-READ
               IF NOT fine-titoli
                   AND (cognome OF catalogo-record
                           NOT = richiesta-cognome
                   OR (richiesta-nome NOT = SPACES
                   AND nome OF catalogo-record NOT = richiesta-nome))
                   SET fine-titoli TO TRUE.

       STAMPA-TITOLO-PROPRIETARIO.
           ADD 1 TO titoli-proprietario.
           ADD 1 TO contatore-titoli.
           PERFORM CERCA-PRESTITO-TITOLO.
           MOVE SPACES TO rapporto-record.
           IF titolo-in-prestito
               ADD 1 TO prestiti-proprietario
               ADD 1 TO contatore-prestiti
               MOVE pre-data-prestito TO data-prestito-scomposta
               MOVE anno-prestito TO data-prestito-ed (1:4)
               MOVE mese-prestito TO data-prestito-ed (6:2)
               MOVE giorno-prestito TO data-prestito-ed (9:2)
               MOVE "/" TO data-prestito-ed (5:1)
               MOVE "/" TO data-prestito-ed (8:1)
               STRING "    " DELIMITED BY SIZE
                       videogioco OF catalogo-record DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       nome OF catalogo-record DELIMITED BY SIZE
                       " PRESTATO A " DELIMITED BY SIZE
                       pre-prestatario DELIMITED BY SIZE
                       " DAL " DELIMITED BY SIZE
                       data-prestito-ed DELIMITED BY SIZE
                   INTO rapporto-record
           ELSE
               STRING "    " DELIMITED BY SIZE
                       videogioco OF catalogo-record DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       nome OF catalogo-record DELIMITED BY SIZE
                       " DISPONIBILE" DELIMITED BY SIZE
                   INTO rapporto-record.
           WRITE rapporto-record.
           PERFORM LEGGI-TITOLO-PROPRIETARIO.

       CERCA-PRESTITO-TITOLO.
           MOVE "N" TO titolo-in-prestito-flag.
           IF NOT prestiti-assente
               MOVE videogioco OF catalogo-record TO pre-videogioco
               READ prestiti-file
                   KEY IS pre-videogioco
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET titolo-in-prestito TO TRUE
               END-READ.

       STAMPA-TOTALI-RAPPORTO.
           MOVE contatore-richieste TO contatore-richieste-ed.
           MOVE contatore-titoli TO contatore-titoli-ed.
           MOVE contatore-prestiti TO contatore-prestiti-ed.
           MOVE SPACES TO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "PROPRIETARI RICHIESTI: " DELIMITED BY SIZE
                   contatore-richieste-ed DELIMITED BY SIZE
                   "  TITOLI: " DELIMITED BY SIZE
                   contatore-titoli-ed DELIMITED BY SIZE
                   "  IN PRESTITO: " DELIMITED BY SIZE
                   contatore-prestiti-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       END PROGRAM catalogo-proprietari.
