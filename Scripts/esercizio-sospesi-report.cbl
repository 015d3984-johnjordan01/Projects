      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: anzianita' dei record sospesi SOSPESI, elenca quelli
      *          fermi da piu' di N giorni lavorativi (SOSPARM)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sospesi-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sospesi-file ASSIGN TO "SOSPESI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS sos-chiave
               FILE STATUS IS sospesi-status.

           SELECT parametri-file ASSIGN TO "SOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT rapporto-file ASSIGN TO "SOSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rapporto-status.

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
       FD  sospesi-file.
       01  sospeso-record.
         02 sos-chiave.
           03 sos-fonte PIC X(08).
           03 sos-progressivo PIC 9(06).
         02 sos-programma PIC X(16).
         02 sos-stato PIC X(01).
         02 sos-data-primo-scarto PIC 9(08).
         02 sos-data-ultimo-scarto PIC 9(08).
         02 sos-conta-scarti PIC 9(03).
         02 sos-data-stato PIC 9(08).
         02 sos-motivo PIC X(35).
         02 sos-dati PIC X(80).

       FD  parametri-file.
       01  parametri-record PIC X(80).

       FD  rapporto-file.
       01  rapporto-record PIC X(132).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  sospesi-status PIC XX.
       01  parametri-status PIC XX.
       01  rapporto-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-sospesi-flag PIC X(01) VALUE "N".
         88 fine-sospesi VALUE "S".

       01  contatore-aperti PIC 9(6) VALUE ZERO.
       01  contatore-da-correggere PIC 9(6) VALUE ZERO.
       01  contatore-da-rientrare PIC 9(6) VALUE ZERO.
       01  contatore-scaduti PIC 9(6) VALUE ZERO.
       01  contatore-aperti-ed PIC ZZZZZ9.
       01  contatore-da-correggere-ed PIC ZZZZZ9.
       01  contatore-da-rientrare-ed PIC ZZZZZ9.
       01  contatore-scaduti-ed PIC ZZZZZ9.

       01  giorni-limite PIC 9(3) VALUE 3.
       01  giorni-limite-ed PIC ZZ9.
       01  giorni-lavorativi PIC 9(5) VALUE ZERO.
       01  giorni-lavorativi-ed PIC ZZZZ9.
       01  giorni-trascorsi PIC 9(7) VALUE ZERO.
       01  settimane-intere PIC 9(6) VALUE ZERO.
       01  giorni-residui PIC 9(1) VALUE ZERO.
       01  giorno-settimana PIC 9(1) VALUE ZERO.
       01  giorno-esaminato PIC 9(8) VALUE ZERO.
       01  giorno-assoluto-sistema PIC 9(8) VALUE ZERO.
       01  giorno-assoluto-scarto PIC 9(8) VALUE ZERO.
       01  conta-scarti-ed PIC ZZ9.

       01  data-calcolo.
         02 anno-calcolo PIC 9(4).
         02 mese-calcolo PIC 9(2).
         02 giorno-calcolo PIC 9(2).
       01  giorno-assoluto PIC 9(8) VALUE ZERO.
       01  correzione-mese PIC 9(1) VALUE ZERO.
       01  anno-rettificato PIC 9(5) VALUE ZERO.
       01  mese-rettificato PIC 9(2) VALUE ZERO.
       01  quoziente-calcolo PIC 9(8) VALUE ZERO.

       01  data-scarto-scomposta.
         02 anno-scarto PIC 9(4).
         02 mese-scarto PIC 9(2).
         02 giorno-scarto PIC 9(2).
       01  data-primo-scarto-ed PIC 9999/99/99.
       01  data-ultimo-scarto-ed PIC 9999/99/99.

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
           MOVE data-sistema TO data-calcolo.
           PERFORM CALCOLA-GIORNO-ASSOLUTO.
           MOVE giorno-assoluto TO giorno-assoluto-sistema.

           PERFORM LEGGI-PARAMETRI.

           OPEN INPUT sospesi-file.
           OPEN OUTPUT rapporto-file.
           PERFORM STAMPA-INTESTAZIONE-RAPPORTO.
           IF sospesi-status = "35"
               MOVE "SOSPESI ASSENTE, NESSUN RECORD IN SOSPESO"
                   TO rapporto-record
               WRITE rapporto-record
           ELSE
               PERFORM LEGGI-SOSPESO
               PERFORM ESAMINA-SOSPESO UNTIL fine-sospesi
               CLOSE sospesi-file.
           PERFORM STAMPA-TOTALI-SOSPESI.
           CLOSE rapporto-file.

           IF contatore-scaduti > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
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

       LEGGI-PARAMETRI.
           OPEN INPUT parametri-file.
           IF parametri-status = "35"
               CONTINUE
           ELSE
               READ parametri-file
                   AT END CONTINUE
                   NOT AT END
                       IF parametri-record (1:3) IS NUMERIC
                           MOVE parametri-record (1:3)
                               TO giorni-limite
                       END-IF
               END-READ
               CLOSE parametri-file.

       STAMPA-INTESTAZIONE-RAPPORTO.
           MOVE giorni-limite TO giorni-limite-ed.
           MOVE SPACES TO rapporto-record.
           STRING "SOSPESI FERMI DA OLTRE " DELIMITED BY SIZE
                   giorni-limite-ed DELIMITED BY SIZE
                   " GIORNI LAVORATIVI" DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "FONTE    PROGR. PROGRAMMA        S "
                   DELIMITED BY SIZE
                   "PRIMO SC.  ULTIMO SC.  GG.LAV SCARTI "
                   DELIMITED BY SIZE
                   "MOTIVO" DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       LEGGI-SOSPESO.
           READ sospesi-file NEXT RECORD
               AT END SET fine-sospesi TO TRUE.

       ESAMINA-SOSPESO.
           IF sos-stato = "S" OR sos-stato = "C"
               ADD 1 TO contatore-aperti
               IF sos-stato = "S"
                   ADD 1 TO contatore-da-correggere
               ELSE
                   ADD 1 TO contatore-da-rientrare
               END-IF
               PERFORM CALCOLA-GIORNI-LAVORATIVI
               IF giorni-lavorativi > giorni-limite
                   ADD 1 TO contatore-scaduti
                   PERFORM STAMPA-RIGA-SOSPESO.
           PERFORM LEGGI-SOSPESO.

       CALCOLA-GIORNI-LAVORATIVI.
           MOVE ZERO TO giorni-lavorativi.
           MOVE sos-data-primo-scarto TO data-calcolo.
           PERFORM CALCOLA-GIORNO-ASSOLUTO.
           MOVE giorno-assoluto TO giorno-assoluto-scarto.
           IF giorno-assoluto-scarto < giorno-assoluto-sistema
               SUBTRACT giorno-assoluto-scarto
                   FROM giorno-assoluto-sistema
                   GIVING giorni-trascorsi
               DIVIDE giorni-trascorsi BY 7
                   GIVING settimane-intere
                   REMAINDER giorni-residui
               COMPUTE giorni-lavorativi = settimane-intere * 5
               MOVE giorno-assoluto-scarto TO giorno-esaminato
               PERFORM CONTA-GIORNO-RESIDUO giorni-residui TIMES.

       CONTA-GIORNO-RESIDUO.
           ADD 1 TO giorno-esaminato.
           DIVIDE giorno-esaminato BY 7
               GIVING quoziente-calcolo
               REMAINDER giorno-settimana.
           IF giorno-settimana < 5
               ADD 1 TO giorni-lavorativi.

       CALCOLA-GIORNO-ASSOLUTO.
           IF mese-calcolo < 3
               MOVE 1 TO correzione-mese
           ELSE
               MOVE 0 TO correzione-mese.
           COMPUTE anno-rettificato = anno-calcolo + 4800
               - correzione-mese.
           COMPUTE mese-rettificato = mese-calcolo
               + 12 * correzione-mese - 3.
           COMPUTE giorno-assoluto = giorno-calcolo
               + 365 * anno-rettificato - 32045.
           COMPUTE quoziente-calcolo = (153 * mese-rettificato + 2) / 5.
           ADD quoziente-calcolo TO giorno-assoluto.
           DIVIDE anno-rettificato BY 4 GIVING quoziente-calcolo.
           ADD quoziente-calcolo TO giorno-assoluto.
           DIVIDE anno-rettificato BY 100 GIVING quoziente-calcolo.
           SUBTRACT quoziente-calcolo FROM giorno-assoluto.
           DIVIDE anno-rettificato BY 400 GIVING quoziente-calcolo.
           ADD quoziente-calcolo TO giorno-assoluto.

       STAMPA-RIGA-SOSPESO.
           MOVE sos-data-primo-scarto TO data-scarto-scomposta.
           MOVE anno-scarto TO data-primo-scarto-ed (1:4).
           MOVE mese-scarto TO data-primo-scarto-ed (6:2).
           MOVE giorno-scarto TO data-primo-scarto-ed (9:2).
           MOVE "/" TO data-primo-scarto-ed (5:1).
           MOVE "/" TO data-primo-scarto-ed (8:1).
           MOVE sos-data-ultimo-scarto TO data-scarto-scomposta.
           MOVE anno-scarto TO data-ultimo-scarto-ed (1:4).
           MOVE mese-scarto TO data-ultimo-scarto-ed (6:2).
           MOVE giorno-scarto TO data-ultimo-scarto-ed (9:2).
           MOVE "/" TO data-ultimo-scarto-ed (5:1).
           MOVE "/" TO data-ultimo-scarto-ed (8:1).
           MOVE giorni-lavorativi TO giorni-lavorativi-ed.
           MOVE sos-conta-scarti TO conta-scarti-ed.
           MOVE SPACES TO rapporto-record.
           STRING sos-fonte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sos-progressivo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sos-programma DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sos-stato DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   data-primo-scarto-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   data-ultimo-scarto-ed DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   giorni-lavorativi-ed DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   conta-scarti-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sos-motivo DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "         RECORD: " DELIMITED BY SIZE
                   sos-dati DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       STAMPA-TOTALI-SOSPESI.
           MOVE contatore-aperti TO contatore-aperti-ed.
           MOVE contatore-scaduti TO contatore-scaduti-ed.
           MOVE contatore-da-correggere TO contatore-da-correggere-ed.
           MOVE contatore-da-rientrare TO contatore-da-rientrare-ed.
           MOVE SPACES TO rapporto-record.
           STRING "DA CORREGGERE: " DELIMITED BY SIZE
                   contatore-da-correggere-ed DELIMITED BY SIZE
                   "  CORRETTI IN ATTESA DI RIENTRO: "
                   DELIMITED BY SIZE
                   contatore-da-rientrare-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.
           MOVE SPACES TO rapporto-record.
           STRING "SOSPESI APERTI: " DELIMITED BY SIZE
                   contatore-aperti-ed DELIMITED BY SIZE
                   "  OLTRE IL LIMITE: " DELIMITED BY SIZE
                   contatore-scaduti-ed DELIMITED BY SIZE
               INTO rapporto-record.
           WRITE rapporto-record.

       END PROGRAM sospesi-report.
