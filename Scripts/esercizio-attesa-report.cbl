      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: elenco di fine giornata dei movimenti di manutenzione
      *          ancora in attesa di approvazione su ATTESA e di quelli
      *          approvati non ancora applicati
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attesa-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT attesa-file ASSIGN TO "ATTESA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS att-progressivo
               FILE STATUS IS attesa-status.

           SELECT rapporto-file ASSIGN TO "ATTESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rapporto-status.

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
       FD  attesa-file.
       01  attesa-record.
         02 att-progressivo PIC 9(06).
         02 att-fonte PIC X(08).
         02 att-stato PIC X(01).
         02 att-operatore PIC X(08).
         02 att-livello PIC 9(01).
         02 att-data-proposta PIC 9(08).
         02 att-approvatore PIC X(08).
         02 att-data-decisione PIC 9(08).
         02 att-data-esecuzione PIC 9(08).
         02 att-motivo PIC X(35).
         02 att-dati PIC X(80).

       FD  rapporto-file.
       01  rapporto-record PIC X(132).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  attesa-status PIC XX.
       01  rapporto-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-attesa-flag PIC X(01) VALUE "N".
         88 fine-attesa VALUE "S".

       01  contatore-in-attesa PIC 9(6) VALUE ZERO.
       01  contatore-da-applicare PIC 9(6) VALUE ZERO.
       01  contatore-in-attesa-ed PIC ZZZZZ9.
       01  contatore-da-applicare-ed PIC ZZZZZ9.
       01  descrizione-stato PIC X(12).

       01  data-voce.
         02 anno-voce PIC 9(4).
         02 mese-voce PIC 9(2).
         02 giorno-voce PIC 9(2).
       01  data-proposta-ed PIC 9999/99/99.
       01  data-decisione-ed PIC X(10).

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

           OPEN INPUT attesa-file.
           OPEN OUTPUT rapporto-file.
           PERFORM STAMPA-INTESTAZIONE-RAPPORTO.
           IF attesa-status = "35"
               MOVE "ATTESA ASSENTE, NESSUN MOVIMENTO IN ATTESA"
                   TO rapporto-record
               WRITE rapporto-record
           ELSE
               PERFORM LEGGI-ATTESA
               PERFORM ESAMINA-ATTESA UNTIL fine-attesa
               CLOSE attesa-file.
           PERFORM STAMPA-TOTALI-ATTESA.
           CLOSE rapporto-file.

           MOVE ZERO TO RETURN-CODE.
           GOBACK.

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

       STAMPA-INTESTAZIONE-RAPPORTO.
           MOVE SPACES TO rapporto-record.
           STRING "MOVIMENTI IN ATTESA DI APPROVAZIONE O APPLICAZIONE"
                   DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "PROGR. FONTE    STATO        PROPONENTE L "
                   DELIMITED BY SIZE
                   "PROPOSTO   APPROVATORE DECISO" DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       LEGGI-ATTESA.
           READ attesa-file NEXT RECORD
               AT END SET fine-attesa TO TRUE.

       ESAMINA-ATTESA.
           IF att-stato = "P"
               ADD 1 TO contatore-in-attesa
               MOVE "IN ATTESA" TO descrizione-stato
               PERFORM STAMPA-RIGA-ATTESA
           ELSE
               IF att-stato = "A"
                   ADD 1 TO contatore-da-applicare
                   MOVE "DA APPLICARE" TO descrizione-stato
                   PERFORM STAMPA-RIGA-ATTESA.
           PERFORM LEGGI-ATTESA.

       STAMPA-RIGA-ATTESA.
           MOVE att-data-proposta TO data-voce.
           MOVE anno-voce TO data-proposta-ed (1:4).
           MOVE mese-voce TO data-proposta-ed (6:2).
           MOVE giorno-voce TO data-proposta-ed (9:2).
           MOVE "/" TO data-proposta-ed (5:1).
           MOVE "/" TO data-proposta-ed (8:1).
           MOVE SPACES TO data-decisione-ed.
           IF att-data-decisione NOT = ZERO
               MOVE att-data-decisione TO data-voce
               MOVE anno-voce TO data-decisione-ed (1:4)
               MOVE mese-voce TO data-decisione-ed (6:2)
               MOVE giorno-voce TO data-decisione-ed (9:2)
               MOVE "/" TO data-decisione-ed (5:1)
               MOVE "/" TO data-decisione-ed (8:1).
           MOVE SPACES TO rapporto-record.
           STRING att-progressivo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   att-fonte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   descrizione-stato DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   att-operatore DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   att-livello DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   data-proposta-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   att-approvatore DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   data-decisione-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "       RECORD: " DELIMITED BY SIZE
                   att-dati DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       STAMPA-TOTALI-ATTESA.
           MOVE contatore-in-attesa TO contatore-in-attesa-ed.
           MOVE contatore-da-applicare TO contatore-da-applicare-ed.
           MOVE SPACES TO rapporto-record.
           STRING "MOVIMENTI IN ATTESA: " DELIMITED BY SIZE
                   contatore-in-attesa-ed DELIMITED BY SIZE
                   "  APPROVATI DA APPLICARE: " DELIMITED BY SIZE
                   contatore-da-applicare-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       END PROGRAM attesa-report.
