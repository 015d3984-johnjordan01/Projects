      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: manutenzione dell'archivio cambi CAMBI (controvalore
      *          in EUR di un'unita' di valuta, per codice valuta e
      *          data di decorrenza) dai movimenti CAMTRAN
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cambi-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movimenti-file ASSIGN TO "CAMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS movimenti-status.

           SELECT cambi-file ASSIGN TO "CAMBI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cam-chiave
               FILE STATUS IS cambi-status.

           SELECT variazioni-file ASSIGN TO "VARLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS var-chiave
               FILE STATUS IS variazioni-status.

           SELECT errori-file ASSIGN TO "CAMERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS errori-status.

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

           SELECT operatori-file ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ope-operatore
               FILE STATUS IS operatori-status.

           SELECT operatore-parm-file ASSIGN TO "OPERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operatore-parm-status.

           SELECT audit-trail-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-trail-status.

       DATA DIVISION.
       FILE SECTION.
       FD  movimenti-file.
       01  movimento-file-record PIC X(22).

       FD  cambi-file.
       01  cambio-record.
         02 cam-chiave.
           03 cam-valuta PIC X(03).
           03 cam-data-decorrenza PIC 9(08).
         02 cam-tasso PIC 9(04)V9(06).
         02 cam-operatore PIC X(08).
         02 cam-data-registrazione PIC 9(08).

       FD  variazioni-file.
       01  variazione-record.
         02 var-chiave.
           03 var-esecuzione PIC 9(06).
           03 var-sequenza PIC 9(06).
         02 var-archivio PIC X(08).
         02 var-programma PIC X(16).
         02 var-operazione PIC X(01).
         02 var-operatore PIC X(08).
         02 var-approvatore PIC X(08).
         02 var-data-elaborazione PIC 9(08).
         02 var-stato PIC X(01).
         02 var-data-storno PIC 9(08).
         02 var-prima PIC X(100).
         02 var-dopo PIC X(100).

       FD  errori-file.
       01  errori-record PIC X(80).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       FD  operatori-file.
       01  operatore-record.
         02 ope-operatore PIC X(08).
         02 ope-nome PIC X(25).
         02 ope-livello PIC 9(01).
         02 ope-stato PIC X(01).

       FD  operatore-parm-file.
       01  operatore-parm-record.
         02 par-operatore PIC X(08).

       FD  audit-trail-file.
       01  audit-trail-record PIC X(100).

       WORKING-STORAGE SECTION.
       01  movimenti-status PIC XX.
       01  cambi-status PIC XX.
       01  variazioni-status PIC XX.
       01  errori-status PIC XX.
       01  data-elaborazione-status PIC XX.
       01  operatori-status PIC XX.
       01  operatore-parm-status PIC XX.
       01  audit-trail-status PIC XX.

       01  movimento-record.
         02 mov-azione PIC X(01).
         02 mov-valuta PIC X(03).
         02 mov-data PIC X(08).
         02 mov-tasso PIC X(10).

       01  operatore-id PIC X(08).
       01  livello-richiesto PIC 9(1) VALUE 2.
       01  accesso-respinto-flag PIC X(01) VALUE "N".
         88 accesso-respinto VALUE "S".
       01  motivo-accesso PIC X(20).
       01  audit-campo PIC X(12).
       01  audit-valore PIC X(20).
       01  ora-sistema PIC 9(8).
       01  ora-sistema-ed PIC 99/99/99.

       01  fine-movimenti-flag PIC X(01) VALUE "N".
         88 fine-movimenti VALUE "S".
       01  movimento-respinto-flag PIC X(01) VALUE "N".
         88 movimento-respinto VALUE "S".
       01  programma-variazioni PIC X(16) VALUE "CAMBI-MAINT".

       01  fine-variazioni-flag PIC X(01) VALUE "N".
         88 fine-variazioni VALUE "S".
       01  numero-esecuzione PIC 9(6) VALUE ZERO.
       01  sequenza-variazione PIC 9(6) VALUE ZERO.
       01  numero-esecuzione-ed PIC ZZZZZ9.
       01  sequenza-variazione-ed PIC ZZZZZ9.
       01  archivio-variazione PIC X(08).
       01  operazione-variazione PIC X(01).
       01  immagine-prima PIC X(100).
       01  immagine-dopo PIC X(100).

       01  contatore-movimenti PIC 9(6) VALUE ZERO.
       01  contatore-applicati PIC 9(6) VALUE ZERO.
       01  contatore-respinti PIC 9(6) VALUE ZERO.
       01  contatore-movimenti-ed PIC ZZZZZ9.
       01  contatore-applicati-ed PIC ZZZZZ9.
       01  contatore-respinti-ed PIC ZZZZZ9.
       01  motivo-respinta PIC X(35).
       01  data-decorrenza-movimento PIC 9(8).
       01  tasso-movimento PIC 9(4)V9(6) VALUE ZERO.

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

           PERFORM LEGGI-OPERATORE.
           PERFORM APRI-AUDIT-TRAIL.
           PERFORM CONTROLLA-OPERATORE.
           IF accesso-respinto
               CLOSE audit-trail-file
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "AVVIO" TO audit-campo
               MOVE "PROGRAMMA CAMBI-MNT" TO audit-valore
               PERFORM SCRIVI-AUDIT
               PERFORM APRI-CAMBI
               PERFORM APRI-VARIAZIONI
               PERFORM ELABORA-MOVIMENTI
               CLOSE cambi-file
               CLOSE variazioni-file
               CLOSE audit-trail-file.

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

       LEGGI-OPERATORE.
           OPEN INPUT operatore-parm-file.
           IF operatore-parm-status = "35"
               DISPLAY "OPERATORE"
               ACCEPT operatore-id
           ELSE
               READ operatore-parm-file
                   AT END
                       DISPLAY "OPERATORE"
                       ACCEPT operatore-id
                   NOT AT END
                       MOVE par-operatore TO operatore-id
               END-READ
               CLOSE operatore-parm-file.

       CONTROLLA-OPERATORE.
           MOVE "N" TO accesso-respinto-flag.
           MOVE SPACES TO motivo-accesso.
           OPEN INPUT operatori-file.
           IF operatori-status = "35"
               DISPLAY "OPERMAST ASSENTE, CONTROLLO OPERATORI SALTATO"
           ELSE
               MOVE operatore-id TO ope-operatore
               READ operatori-file
                   KEY IS ope-operatore
                   INVALID KEY
                       MOVE "RESPINTO SCONOSCIUTO" TO motivo-accesso
                       SET accesso-respinto TO TRUE
                   NOT INVALID KEY
                       IF ope-stato NOT = "A"
                           MOVE "RESPINTO DISATTIVATO"
                               TO motivo-accesso
                           SET accesso-respinto TO TRUE
                       ELSE
                           IF ope-livello < livello-richiesto
                               MOVE "RESPINTO LIVELLO"
                                   TO motivo-accesso
                               SET accesso-respinto TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE operatori-file.
           IF accesso-respinto
               DISPLAY "ACCESSO RESPINTO PER OPERATORE " operatore-id
               MOVE "ACCESSO" TO audit-campo
               MOVE motivo-accesso TO audit-valore
               PERFORM SCRIVI-AUDIT.

       APRI-AUDIT-TRAIL.
           OPEN EXTEND audit-trail-file.
           IF audit-trail-status = "35" OR audit-trail-status = "05"
               OPEN OUTPUT audit-trail-file
               CLOSE audit-trail-file
               OPEN EXTEND audit-trail-file.

       SCRIVI-AUDIT.
           ACCEPT ora-sistema FROM TIME.
           MOVE ora-sistema (1:2) TO ora-sistema-ed (1:2).
           MOVE ora-sistema (3:2) TO ora-sistema-ed (4:2).
           MOVE ora-sistema (5:2) TO ora-sistema-ed (7:2).
           MOVE "/" TO ora-sistema-ed (3:1).
           MOVE "/" TO ora-sistema-ed (6:1).
           STRING "OPERATORE=" DELIMITED BY SIZE
                   operatore-id DELIMITED BY SIZE
                   " DATA=" DELIMITED BY SIZE
                   data-sistema DELIMITED BY SIZE
                   " ORA=" DELIMITED BY SIZE
                   ora-sistema-ed DELIMITED BY SIZE
                   " CAMPO=" DELIMITED BY SIZE
                   audit-campo DELIMITED BY SIZE
                   " VALORE=" DELIMITED BY SIZE
                   audit-valore DELIMITED BY SIZE
               INTO audit-trail-record.
           WRITE audit-trail-record.

       APRI-CAMBI.
           OPEN I-O cambi-file.
           IF cambi-status = "35"
               OPEN OUTPUT cambi-file
               CLOSE cambi-file
               OPEN I-O cambi-file.

       APRI-VARIAZIONI.
           OPEN I-O variazioni-file.
           IF variazioni-status = "35"
               OPEN OUTPUT variazioni-file
               CLOSE variazioni-file
               OPEN I-O variazioni-file.
           PERFORM CERCA-ULTIMA-ESECUZIONE.
           ADD 1 TO numero-esecuzione.
           MOVE "ESECUZIONE" TO audit-campo.
           MOVE SPACES TO audit-valore.
           STRING "VARLOG " DELIMITED BY SIZE
                   numero-esecuzione DELIMITED BY SIZE
               INTO audit-valore.
           PERFORM SCRIVI-AUDIT.

       CERCA-ULTIMA-ESECUZIONE.
           MOVE ZERO TO numero-esecuzione.
           MOVE "N" TO fine-variazioni-flag.
           MOVE ZERO TO var-esecuzione.
           MOVE ZERO TO var-sequenza.
           START variazioni-file KEY IS NOT LESS THAN var-chiave
               INVALID KEY SET fine-variazioni TO TRUE.
           PERFORM LEGGI-VARIAZIONE.
           PERFORM MEMORIZZA-ULTIMA-ESECUZIONE UNTIL fine-variazioni.

       MEMORIZZA-ULTIMA-ESECUZIONE.
           MOVE var-esecuzione TO numero-esecuzione.
           PERFORM LEGGI-VARIAZIONE.

       LEGGI-VARIAZIONE.
           IF NOT fine-variazioni
               READ variazioni-file NEXT RECORD
                   AT END SET fine-variazioni TO TRUE.

       ELABORA-MOVIMENTI.
           OPEN OUTPUT errori-file.
           PERFORM STAMPA-INTESTAZIONE-ERRORI.
           OPEN INPUT movimenti-file.
           IF movimenti-status = "35"
               DISPLAY "CAMTRAN ASSENTE, STADIO MOVIMENTI SALTATO"
           ELSE
               PERFORM LEGGI-MOVIMENTO
               PERFORM ELABORA-MOVIMENTO-CORRENTE UNTIL fine-movimenti
               CLOSE movimenti-file.
           PERFORM STAMPA-TOTALI-MOVIMENTI.
           CLOSE errori-file.

       STAMPA-INTESTAZIONE-ERRORI.
           MOVE SPACES TO errori-record.
           STRING "MOVIMENTI CAMBI RESPINTI" DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.

       LEGGI-MOVIMENTO.
           READ movimenti-file INTO movimento-record
               AT END SET fine-movimenti TO TRUE.

       ELABORA-MOVIMENTO-CORRENTE.
           PERFORM APPLICA-MOVIMENTO.
           PERFORM LEGGI-MOVIMENTO.

       APPLICA-MOVIMENTO.
           ADD 1 TO contatore-movimenti.
           MOVE "N" TO movimento-respinto-flag.
           MOVE SPACES TO motivo-respinta.
           IF mov-valuta = SPACES
               MOVE "VALUTA MANCANTE" TO motivo-respinta
               SET movimento-respinto TO TRUE
           ELSE
               IF mov-valuta = "EUR"
                   MOVE "EUR NON AMMESSA: CAMBIO FISSO A 1"
                       TO motivo-respinta
                   SET movimento-respinto TO TRUE
               ELSE
                   PERFORM IMPOSTA-DATA-DECORRENZA
                   IF movimento-respinto
                       CONTINUE
                   ELSE
                       EVALUATE mov-azione
                           WHEN "A" PERFORM AGGIUNGI-CAMBIO
                           WHEN "M" PERFORM MODIFICA-CAMBIO
                           WHEN "D" PERFORM ELIMINA-CAMBIO
                           WHEN OTHER
                               MOVE "AZIONE NON VALIDA"
                                   TO motivo-respinta
                               SET movimento-respinto TO TRUE
                       END-EVALUATE
                   END-IF.
           IF movimento-respinto
               ADD 1 TO contatore-respinti
               PERFORM SCRIVI-MOVIMENTO-RESPINTO
           ELSE
               ADD 1 TO contatore-applicati.

       IMPOSTA-DATA-DECORRENZA.
           IF mov-data = SPACES
               MOVE data-sistema TO data-decorrenza-movimento
           ELSE
               IF mov-data IS NUMERIC
                   MOVE mov-data TO data-decorrenza-movimento
               ELSE
                   MOVE "DATA DECORRENZA NON NUMERICA"
                       TO motivo-respinta
                   SET movimento-respinto TO TRUE.

       CONTROLLA-TASSO.
           MOVE ZERO TO tasso-movimento.
           IF mov-tasso IS NUMERIC
               MOVE mov-tasso TO tasso-movimento (1:10).
           IF tasso-movimento = ZERO
               MOVE "TASSO MANCANTE O NON NUMERICO" TO motivo-respinta
               SET movimento-respinto TO TRUE.

       AGGIUNGI-CAMBIO.
           PERFORM CONTROLLA-TASSO.
           IF NOT movimento-respinto
               MOVE mov-valuta TO cam-valuta
               MOVE data-decorrenza-movimento TO cam-data-decorrenza
               READ cambi-file
                   KEY IS cam-chiave
                   INVALID KEY
                       MOVE tasso-movimento TO cam-tasso
                       MOVE operatore-id TO cam-operatore
                       MOVE data-sistema TO cam-data-registrazione
                       WRITE cambio-record
                       MOVE SPACES TO immagine-prima
                       MOVE cambio-record TO immagine-dopo
                       MOVE "A" TO operazione-variazione
                       PERFORM REGISTRA-VARIAZIONE-CAMBIO
                   NOT INVALID KEY
                       MOVE "CAMBIO GIA' PRESENTE ALLA DATA"
                           TO motivo-respinta
                       SET movimento-respinto TO TRUE
               END-READ.

       MODIFICA-CAMBIO.
           PERFORM CONTROLLA-TASSO.
           IF NOT movimento-respinto
               MOVE mov-valuta TO cam-valuta
               MOVE data-decorrenza-movimento TO cam-data-decorrenza
               READ cambi-file
                   KEY IS cam-chiave
                   INVALID KEY
                       MOVE "CAMBIO ASSENTE ALLA DATA"
                           TO motivo-respinta
                       SET movimento-respinto TO TRUE
                   NOT INVALID KEY
                       MOVE cambio-record TO immagine-prima
                       MOVE tasso-movimento TO cam-tasso
                       MOVE operatore-id TO cam-operatore
                       MOVE data-sistema TO cam-data-registrazione
                       REWRITE cambio-record
                       MOVE cambio-record TO immagine-dopo
                       MOVE "M" TO operazione-variazione
                       PERFORM REGISTRA-VARIAZIONE-CAMBIO
               END-READ.

       ELIMINA-CAMBIO.
           MOVE mov-valuta TO cam-valuta.
           MOVE data-decorrenza-movimento TO cam-data-decorrenza.
           READ cambi-file
               KEY IS cam-chiave
               INVALID KEY
                   MOVE "CAMBIO ASSENTE ALLA DATA" TO motivo-respinta
                   SET movimento-respinto TO TRUE
               NOT INVALID KEY
                   MOVE cambio-record TO immagine-prima
                   DELETE cambi-file
                   MOVE SPACES TO immagine-dopo
                   MOVE "E" TO operazione-variazione
                   PERFORM REGISTRA-VARIAZIONE-CAMBIO.

       REGISTRA-VARIAZIONE-CAMBIO.
           MOVE "CAMBI" TO archivio-variazione.
           PERFORM SCRIVI-VARIAZIONE.

       SCRIVI-VARIAZIONE.
           ADD 1 TO sequenza-variazione.
           MOVE SPACES TO variazione-record.
           MOVE numero-esecuzione TO var-esecuzione.
           MOVE sequenza-variazione TO var-sequenza.
           MOVE archivio-variazione TO var-archivio.
           MOVE programma-variazioni TO var-programma.
           MOVE operazione-variazione TO var-operazione.
           MOVE operatore-id TO var-operatore.
           MOVE data-sistema TO var-data-elaborazione.
           MOVE ZERO TO var-data-storno.
           MOVE immagine-prima TO var-prima.
           MOVE immagine-dopo TO var-dopo.
           WRITE variazione-record.

       SCRIVI-MOVIMENTO-RESPINTO.
           MOVE contatore-movimenti TO contatore-movimenti-ed.
           MOVE SPACES TO errori-record.
           STRING "MOVIMENTO " DELIMITED BY SIZE
                   contatore-movimenti-ed DELIMITED BY SIZE
                   " AZIONE=" DELIMITED BY SIZE
                   mov-azione DELIMITED BY SIZE
                   " VALUTA=" DELIMITED BY SIZE
                   mov-valuta DELIMITED BY SIZE
                   " RESPINTO: " DELIMITED BY SIZE
                   motivo-respinta DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.

       STAMPA-TOTALI-MOVIMENTI.
           MOVE contatore-movimenti TO contatore-movimenti-ed.
           MOVE contatore-applicati TO contatore-applicati-ed.
           MOVE contatore-respinti TO contatore-respinti-ed.
           MOVE SPACES TO errori-record.
           STRING "MOVIMENTI LETTI: " DELIMITED BY SIZE
                   contatore-movimenti-ed DELIMITED BY SIZE
                   "  APPLICATI: " DELIMITED BY SIZE
                   contatore-applicati-ed DELIMITED BY SIZE
                   "  RESPINTI: " DELIMITED BY SIZE
                   contatore-respinti-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.
           MOVE numero-esecuzione TO numero-esecuzione-ed.
           MOVE sequenza-variazione TO sequenza-variazione-ed.
           MOVE SPACES TO errori-record.
           STRING "ESECUZIONE VARLOG: " DELIMITED BY SIZE
                   numero-esecuzione-ed DELIMITED BY SIZE
                   "  VARIAZIONI REGISTRATE: " DELIMITED BY SIZE
                   sequenza-variazione-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.

       END PROGRAM cambi-maint.
