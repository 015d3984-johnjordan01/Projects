      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: riassegnazione batch dell'anagrafica ANAGMAST alle
      *          province subentranti registrate su SUCCPROV, con
      *          cambio di chiave, controllo delle collisioni con
      *          record gia' presenti e registro prima/dopo su RIASSRPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anagrafica-riassegna.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT successioni-file ASSIGN TO "SUCCPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS suc-codice
               FILE STATUS IS successioni-status.

           SELECT province-file ASSIGN TO "PROVINCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prv-codice
               FILE STATUS IS province-status.

           SELECT anagrafica-file ASSIGN TO "ANAGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ana-chiave
               FILE STATUS IS anagrafica-status.

           SELECT report-file ASSIGN TO "RIASSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

           SELECT ordinamento-file ASSIGN TO "SORTWK".

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
       FD  successioni-file.
       01  successione-record.
         02 suc-codice PIC X(2).
         02 suc-successore PIC X(2).
         02 suc-data-decorrenza PIC 9(8).
         02 suc-data-registrazione PIC 9(8).

       FD  province-file.
       01  provincia-record.
         02 prv-codice PIC X(2).
         02 prv-nome PIC X(25).
         02 prv-stato PIC X(1).
         02 prv-data-decorrenza PIC 9(8).

       FD  anagrafica-file.
       01  anagrafica-record.
         02 ana-chiave.
           03 ana-anno-nascita PIC 9(2).
           03 ana-provincia PIC A(2).
           03 ana-nome PIC A(5).
         02 ana-data-caricamento PIC 9(8).

       FD  report-file.
       01  report-record PIC X(132).

       SD  ordinamento-file.
       01  ordinamento-record.
         02 ord-chiave.
           03 ord-anno-nascita PIC 9(2).
           03 ord-provincia PIC X(2).
           03 ord-nome PIC X(5).
         02 ord-provincia-nuova PIC X(2).
         02 ord-data-caricamento PIC 9(8).
         02 ord-esito PIC X(1).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  successioni-status PIC XX.
       01  province-status PIC XX.
       01  anagrafica-status PIC XX.
       01  report-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-successioni-flag PIC X(01) VALUE "N".
         88 fine-successioni VALUE "S".
       01  fine-anagrafica-flag PIC X(01) VALUE "N".
         88 fine-anagrafica VALUE "S".
       01  fine-ordinamento-flag PIC X(01) VALUE "N".
         88 fine-ordinamento VALUE "S".
       01  fine-catena-flag PIC X(01) VALUE "N".
         88 fine-catena VALUE "S".
       01  catena-circolare-flag PIC X(01) VALUE "N".
         88 catena-circolare VALUE "S".
       01  successione-trovata-flag PIC X(01) VALUE "N".
         88 successione-trovata VALUE "S".
       01  chiave-occupata-flag PIC X(01) VALUE "N".
         88 chiave-occupata VALUE "S".

       01  contatore-successioni PIC 9(3) VALUE ZERO.
       01  tabella-successioni.
         02 successione-caricata OCCURS 120 TIMES
            INDEXED BY idx-successione.
           03 tab-codice PIC X(02).
           03 tab-successore PIC X(02).

       01  provincia-risolta PIC X(02).
       01  passi-catena PIC 9(3) VALUE ZERO.

       01  contatore-esaminati PIC 9(6) VALUE ZERO.
       01  contatore-da-spostare PIC 9(6) VALUE ZERO.
       01  contatore-spostati PIC 9(6) VALUE ZERO.
       01  contatore-collisioni PIC 9(6) VALUE ZERO.
       01  contatore-non-spostati PIC 9(6) VALUE ZERO.
       01  contatore-successioni-ed PIC ZZ9.
       01  contatore-esaminati-ed PIC ZZZZZ9.
       01  contatore-da-spostare-ed PIC ZZZZZ9.
       01  contatore-spostati-ed PIC ZZZZZ9.
       01  contatore-collisioni-ed PIC ZZZZZ9.
       01  contatore-non-spostati-ed PIC ZZZZZ9.
       01  esito-riga PIC X(40).

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

           OPEN OUTPUT report-file.
           PERFORM STAMPA-INTESTAZIONE-REPORT.
           PERFORM CARICA-SUCCESSIONI.

           IF contatore-successioni = ZERO
               MOVE "SUCCESSIONI ASSENTI, RIASSEGNAZIONE SALTATA"
                   TO report-record
               WRITE report-record
           ELSE
               OPEN I-O anagrafica-file
               IF anagrafica-status = "35"
                   MOVE "ANAGMAST ASSENTE, RIASSEGNAZIONE SALTATA"
                       TO report-record
                   WRITE report-record
               ELSE
                   OPEN INPUT province-file
                   SORT ordinamento-file
                       ON ASCENDING KEY ord-chiave
                       INPUT PROCEDURE IS SELEZIONA-ANAGRAFICA
                       OUTPUT PROCEDURE IS RIASSEGNA-ANAGRAFICA
                   IF province-status NOT = "35"
                       CLOSE province-file
                   END-IF
                   CLOSE anagrafica-file.

           PERFORM STAMPA-TOTALI-REPORT.
           CLOSE report-file.

           IF contatore-collisioni > ZERO
               OR contatore-non-spostati > ZERO
               MOVE 4 TO RETURN-CODE.

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

       STAMPA-INTESTAZIONE-REPORT.
           MOVE SPACES TO report-record.
           STRING "RIASSEGNAZIONE ANAGRAFICA ALLE PROVINCE SUBENTRANTI"
                   DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       CARICA-SUCCESSIONI.
           MOVE SPACES TO tabella-successioni.
           OPEN INPUT successioni-file.
           IF successioni-status = "35"
               DISPLAY "SUCCPROV ASSENTE, NESSUNA SUCCESSIONE CARICATA"
           ELSE
               PERFORM LEGGI-SUCCESSIONE
               PERFORM CARICA-SUCCESSIONE-CORRENTE
                   UNTIL fine-successioni
               CLOSE successioni-file.
           MOVE contatore-successioni TO contatore-successioni-ed.
           MOVE SPACES TO report-record.
           STRING "SUCCESSIONI IN VIGORE: " DELIMITED BY SIZE
                   contatore-successioni-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       LEGGI-SUCCESSIONE.
           READ successioni-file NEXT RECORD
               AT END SET fine-successioni TO TRUE.

       CARICA-SUCCESSIONE-CORRENTE.
           IF suc-data-decorrenza NOT > data-sistema
               AND suc-successore NOT = SPACES
               AND contatore-successioni < 120
               ADD 1 TO contatore-successioni
               SET idx-successione TO contatore-successioni
               MOVE suc-codice TO tab-codice (idx-successione)
               MOVE suc-successore TO tab-successore (idx-successione).
           PERFORM LEGGI-SUCCESSIONE.

       SELEZIONA-ANAGRAFICA.
           MOVE "N" TO fine-anagrafica-flag.
           MOVE LOW-VALUES TO ana-chiave.
           START anagrafica-file KEY IS NOT LESS THAN ana-chiave
               INVALID KEY SET fine-anagrafica TO TRUE.
           IF NOT fine-anagrafica
               PERFORM LEGGI-ANAGRAFICA
               PERFORM SELEZIONA-VOCE-ANAGRAFICA
                   UNTIL fine-anagrafica.

       LEGGI-ANAGRAFICA.
           READ anagrafica-file NEXT RECORD
               AT END SET fine-anagrafica TO TRUE.

       SELEZIONA-VOCE-ANAGRAFICA.
           ADD 1 TO contatore-esaminati.
           MOVE ana-provincia TO provincia-risolta.
           PERFORM RISOLVI-SUCCESSIONE.
           IF provincia-risolta NOT = ana-provincia
               OR catena-circolare
               ADD 1 TO contatore-da-spostare
               MOVE ana-chiave TO ord-chiave
               MOVE provincia-risolta TO ord-provincia-nuova
               MOVE ana-data-caricamento TO ord-data-caricamento
               MOVE SPACE TO ord-esito
               IF catena-circolare
                   MOVE "C" TO ord-esito
               ELSE
                   PERFORM CONTROLLA-PROVINCIA-NUOVA
               END-IF
               RELEASE ordinamento-record.
           PERFORM LEGGI-ANAGRAFICA.

       RISOLVI-SUCCESSIONE.
           MOVE ZERO TO passi-catena.
           MOVE "N" TO catena-circolare-flag.
           MOVE "N" TO fine-catena-flag.
           PERFORM SEGUI-SUCCESSIONE UNTIL fine-catena.

       SEGUI-SUCCESSIONE.
           MOVE "N" TO successione-trovata-flag.
           SET idx-successione TO 1.
           SEARCH successione-caricata
               AT END
                   CONTINUE
               WHEN idx-successione > contatore-successioni
                   CONTINUE
               WHEN tab-codice (idx-successione) = provincia-risolta
                   SET successione-trovata TO TRUE
           END-SEARCH.
           IF NOT successione-trovata
               SET fine-catena TO TRUE
           ELSE
               MOVE tab-successore (idx-successione)
                   TO provincia-risolta
               ADD 1 TO passi-catena
               IF passi-catena > contatore-successioni
                   SET catena-circolare TO TRUE
                   SET fine-catena TO TRUE.

       CONTROLLA-PROVINCIA-NUOVA.
           IF province-status = "35"
               CONTINUE
           ELSE
               MOVE ord-provincia-nuova TO prv-codice
               READ province-file
                   KEY IS prv-codice
                   INVALID KEY
                       MOVE "I" TO ord-esito
                   NOT INVALID KEY
                       IF prv-stato NOT = "A"
                           MOVE "I" TO ord-esito
                       END-IF
               END-READ.

       RIASSEGNA-ANAGRAFICA.
           PERFORM RITORNA-VOCE-ORDINATA.
           PERFORM RIASSEGNA-VOCE-ORDINATA UNTIL fine-ordinamento.

       RITORNA-VOCE-ORDINATA.
           RETURN ordinamento-file
               AT END SET fine-ordinamento TO TRUE.

       RIASSEGNA-VOCE-ORDINATA.
           EVALUATE ord-esito
               WHEN "C"
                   ADD 1 TO contatore-non-spostati
                   MOVE "NON SPOSTATO: SUCCESSIONE CIRCOLARE"
                       TO esito-riga
               WHEN "I"
                   ADD 1 TO contatore-non-spostati
                   MOVE "NON SPOSTATO: SUBENTRANTE NON ATTIVA"
                       TO esito-riga
               WHEN OTHER
                   PERFORM SPOSTA-VOCE-ANAGRAFICA
           END-EVALUATE.
           PERFORM STAMPA-RIGA-REGISTRO.
           PERFORM RITORNA-VOCE-ORDINATA.

       SPOSTA-VOCE-ANAGRAFICA.
           MOVE "N" TO chiave-occupata-flag.
           MOVE ord-anno-nascita TO ana-anno-nascita.
           MOVE ord-provincia-nuova TO ana-provincia.
           MOVE ord-nome TO ana-nome.
           READ anagrafica-file
               KEY IS ana-chiave
               INVALID KEY CONTINUE
               NOT INVALID KEY SET chiave-occupata TO TRUE
           END-READ.
           IF chiave-occupata
               ADD 1 TO contatore-collisioni
               MOVE "COLLISIONE: CHIAVE NUOVA GIA' PRESENTE"
                   TO esito-riga
           ELSE
               MOVE ord-anno-nascita TO ana-anno-nascita
               MOVE ord-provincia-nuova TO ana-provincia
               MOVE ord-nome TO ana-nome
               MOVE ord-data-caricamento TO ana-data-caricamento
               WRITE anagrafica-record
                   INVALID KEY SET chiave-occupata TO TRUE
               END-WRITE
               IF chiave-occupata
                   ADD 1 TO contatore-collisioni
                   MOVE "COLLISIONE: CHIAVE NUOVA GIA' PRESENTE"
                       TO esito-riga
               ELSE
                   MOVE ord-chiave TO ana-chiave
                   DELETE anagrafica-file RECORD
                       INVALID KEY
                           DISPLAY "ANAGMAST: CHIAVE ORIGINALE ASSENTE "
                               ord-chiave
                   END-DELETE
                   ADD 1 TO contatore-spostati
                   MOVE "SPOSTATO" TO esito-riga.

       STAMPA-RIGA-REGISTRO.
           MOVE SPACES TO report-record.
           STRING "PRIMA: " DELIMITED BY SIZE
                   ord-anno-nascita DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-provincia DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-nome DELIMITED BY SIZE
                   "   DOPO: " DELIMITED BY SIZE
                   ord-anno-nascita DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-provincia-nuova DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-nome DELIMITED BY SIZE
                   "   ESITO: " DELIMITED BY SIZE
                   esito-riga DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       STAMPA-TOTALI-REPORT.
           MOVE contatore-esaminati TO contatore-esaminati-ed.
           MOVE contatore-da-spostare TO contatore-da-spostare-ed.
           MOVE contatore-spostati TO contatore-spostati-ed.
           MOVE contatore-collisioni TO contatore-collisioni-ed.
           MOVE contatore-non-spostati TO contatore-non-spostati-ed.
           MOVE SPACES TO report-record.
           STRING "RECORD ESAMINATI: " DELIMITED BY SIZE
                   contatore-esaminati-ed DELIMITED BY SIZE
                   "  DA SPOSTARE: " DELIMITED BY SIZE
                   contatore-da-spostare-ed DELIMITED BY SIZE
                   "  SPOSTATI: " DELIMITED BY SIZE
                   contatore-spostati-ed DELIMITED BY SIZE
                   "  COLLISIONI: " DELIMITED BY SIZE
                   contatore-collisioni-ed DELIMITED BY SIZE
                   "  NON SPOSTATI: " DELIMITED BY SIZE
                   contatore-non-spostati-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       END PROGRAM anagrafica-riassegna.
