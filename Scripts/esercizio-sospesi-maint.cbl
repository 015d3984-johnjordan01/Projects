      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: correzione e annullo dei record sospesi SOSPESI
      *          (i record corretti rientrano al passaggio successivo
      *          del programma che li ha scartati)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sospesi-maint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT movimenti-file ASSIGN TO "SOSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS movimenti-status.

           SELECT sospesi-file ASSIGN TO "SOSPESI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sos-chiave
               FILE STATUS IS sospesi-status.

           SELECT errori-file ASSIGN TO "SOSERR"
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
       01  movimento-record.
         02 mov-azione PIC X(01).
         02 mov-fonte PIC X(08).
         02 mov-progressivo PIC X(06).
         02 mov-dati PIC X(80).

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
       01  sospesi-status PIC XX.
       01  errori-status PIC XX.
       01  data-elaborazione-status PIC XX.
       01  operatori-status PIC XX.
       01  operatore-parm-status PIC XX.
       01  audit-trail-status PIC XX.

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

       01  contatore-movimenti PIC 9(6) VALUE ZERO.
       01  contatore-applicati PIC 9(6) VALUE ZERO.
       01  contatore-respinti PIC 9(6) VALUE ZERO.
       01  contatore-movimenti-ed PIC ZZZZZ9.
       01  contatore-applicati-ed PIC ZZZZZ9.
       01  contatore-respinti-ed PIC ZZZZZ9.
       01  motivo-respinta PIC X(35).

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
               MOVE "PROGRAMMA SOSPES-MNT" TO audit-valore
               PERFORM SCRIVI-AUDIT
               PERFORM APRI-SOSPESI
               PERFORM ELABORA-MOVIMENTI
               CLOSE sospesi-file
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

       APRI-SOSPESI.
           OPEN I-O sospesi-file.
           IF sospesi-status = "35"
               OPEN OUTPUT sospesi-file
               CLOSE sospesi-file
               OPEN I-O sospesi-file.

       ELABORA-MOVIMENTI.
           OPEN INPUT movimenti-file.
           IF movimenti-status = "35"
               DISPLAY "SOSTRAN ASSENTE, STADIO MOVIMENTI SALTATO"
           ELSE
               OPEN OUTPUT errori-file
               PERFORM STAMPA-INTESTAZIONE-ERRORI
               PERFORM LEGGI-MOVIMENTO
               PERFORM ELABORA-MOVIMENTO-CORRENTE UNTIL fine-movimenti
               PERFORM STAMPA-TOTALI-MOVIMENTI
               CLOSE movimenti-file
               CLOSE errori-file.

       STAMPA-INTESTAZIONE-ERRORI.
           MOVE SPACES TO errori-record.
           STRING "MOVIMENTI SOSPESI RESPINTI" DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.

       LEGGI-MOVIMENTO.
           READ movimenti-file
               AT END SET fine-movimenti TO TRUE.

       ELABORA-MOVIMENTO-CORRENTE.
           ADD 1 TO contatore-movimenti.
           MOVE "N" TO movimento-respinto-flag.
           MOVE SPACES TO motivo-respinta.
           IF mov-fonte = SPACES
               MOVE "FONTE MANCANTE" TO motivo-respinta
               SET movimento-respinto TO TRUE
           ELSE
               IF mov-progressivo IS NOT NUMERIC
                   MOVE "PROGRESSIVO NON NUMERICO" TO motivo-respinta
                   SET movimento-respinto TO TRUE
               ELSE
                   EVALUATE mov-azione
                       WHEN "C" PERFORM CORREGGI-SOSPESO
                       WHEN "A" PERFORM ANNULLA-SOSPESO
                       WHEN OTHER
                           MOVE "AZIONE NON VALIDA" TO motivo-respinta
                           SET movimento-respinto TO TRUE
                   END-EVALUATE.
           IF movimento-respinto
               ADD 1 TO contatore-respinti
               PERFORM SCRIVI-MOVIMENTO-RESPINTO
           ELSE
               ADD 1 TO contatore-applicati
               PERFORM SCRIVI-AUDIT-SOSPESO.
           PERFORM LEGGI-MOVIMENTO.

       LEGGI-SOSPESO-MOVIMENTO.
           MOVE mov-fonte TO sos-fonte.
           MOVE mov-progressivo TO sos-progressivo.
           READ sospesi-file
               KEY IS sos-chiave
               INVALID KEY
                   MOVE "SOSPESO ASSENTE" TO motivo-respinta
                   SET movimento-respinto TO TRUE
               NOT INVALID KEY
                   IF sos-stato NOT = "S" AND sos-stato NOT = "C"
                       MOVE "SOSPESO GIA' CHIUSO" TO motivo-respinta
                       SET movimento-respinto TO TRUE
                   END-IF
           END-READ.

       CORREGGI-SOSPESO.
           PERFORM LEGGI-SOSPESO-MOVIMENTO.
           IF NOT movimento-respinto
               IF mov-dati NOT = SPACES
                   MOVE mov-dati TO sos-dati
               END-IF
               MOVE "C" TO sos-stato
               MOVE data-sistema TO sos-data-stato
               REWRITE sospeso-record
               MOVE "CORREZIONE" TO audit-campo.

       ANNULLA-SOSPESO.
           PERFORM LEGGI-SOSPESO-MOVIMENTO.
           IF NOT movimento-respinto
               MOVE "A" TO sos-stato
               MOVE data-sistema TO sos-data-stato
               REWRITE sospeso-record
               MOVE "ANNULLO" TO audit-campo.

       SCRIVI-AUDIT-SOSPESO.
           MOVE SPACES TO audit-valore.
           STRING sos-fonte DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   sos-progressivo DELIMITED BY SIZE
               INTO audit-valore.
           PERFORM SCRIVI-AUDIT.

       SCRIVI-MOVIMENTO-RESPINTO.
           MOVE contatore-movimenti TO contatore-movimenti-ed.
           MOVE SPACES TO errori-record.
           STRING "MOVIMENTO " DELIMITED BY SIZE
                   contatore-movimenti-ed DELIMITED BY SIZE
                   " AZIONE=" DELIMITED BY SIZE
                   mov-azione DELIMITED BY SIZE
                   " SOSPESO=" DELIMITED BY SIZE
                   mov-fonte DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   mov-progressivo DELIMITED BY SIZE
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

       END PROGRAM sospesi-maint.
