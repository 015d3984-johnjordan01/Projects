               RECORD KEY IS ope-operatore
               FILE STATUS IS operatori-status.

           SELECT attesa-file ASSIGN TO "ATTESA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS att-progressivo
               FILE STATUS IS attesa-status.

           SELECT errori-file ASSIGN TO "OPEERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS errori-status.
       DATA DIVISION.
       FILE SECTION.
       FD  movimenti-file.
       01  movimento-file-record PIC X(36).

       FD  operatori-file.
       01  operatore-record.
         02 ope-livello PIC 9(01).
         02 ope-stato PIC X(01).

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

       FD  errori-file.
       01  errori-record PIC X(80).

       01  data-elaborazione-status PIC XX.
       01  operatore-parm-status PIC XX.
       01  audit-trail-status PIC XX.
       01  attesa-status PIC XX.

       01  movimento-record.
         02 mov-azione PIC X(01).
         02 mov-operatore PIC X(08).
         02 mov-nome PIC X(25).
         02 mov-livello PIC X(01).
         02 mov-stato PIC X(01).

       01  operatore-id PIC X(08).
       01  livello-richiesto PIC 9(1) VALUE 2.
       01  livello-operatore PIC 9(1) VALUE ZERO.
       01  modo-accodamento-flag PIC X(01) VALUE "N".
         88 modo-accodamento VALUE "S".
       01  accesso-respinto-flag PIC X(01) VALUE "N".
         88 accesso-respinto VALUE "S".
       01  motivo-accesso PIC X(20).
         88 fine-movimenti VALUE "S".
       01  movimento-respinto-flag PIC X(01) VALUE "N".
         88 movimento-respinto VALUE "S".
       01  movimento-accodato-flag PIC X(01) VALUE "N".
         88 movimento-accodato VALUE "S".
       01  approvato-in-corso-flag PIC X(01) VALUE "N".
         88 approvato-in-corso VALUE "S".
       01  fine-attesa-flag PIC X(01) VALUE "N".
         88 fine-attesa VALUE "S".
       01  fonte-attesa PIC X(08) VALUE "OPETRAN".
       01  ultimo-progressivo-attesa PIC 9(6) VALUE ZERO.

       01  contatore-movimenti PIC 9(6) VALUE ZERO.
       01  contatore-applicati PIC 9(6) VALUE ZERO.
       01  contatore-movimenti-ed PIC ZZZZZ9.
       01  contatore-applicati-ed PIC ZZZZZ9.
       01  contatore-respinti-ed PIC ZZZZZ9.
       01  contatore-in-attesa PIC 9(6) VALUE ZERO.
       01  contatore-approvati PIC 9(6) VALUE ZERO.
       01  contatore-in-attesa-ed PIC ZZZZZ9.
       01  contatore-approvati-ed PIC ZZZZZ9.
       01  motivo-respinta PIC X(35).
       01  stato-movimento PIC X(01).

               MOVE "PROGRAMMA OPERAT-MNT" TO audit-valore
               PERFORM SCRIVI-AUDIT
               PERFORM APRI-OPERATORI
               PERFORM APRI-ATTESA
               PERFORM ELABORA-MOVIMENTI
               CLOSE operatori-file
               CLOSE attesa-file
               CLOSE audit-trail-file.

           STOP RUN.
                               TO motivo-accesso
                           SET accesso-respinto TO TRUE
                       ELSE
                           MOVE ope-livello TO livello-operatore
                           IF ope-livello < livello-richiesto
                               SET modo-accodamento TO TRUE
                           END-IF
                       END-IF
               END-READ
               MOVE "ACCESSO" TO audit-campo
               MOVE motivo-accesso TO audit-valore
               PERFORM SCRIVI-AUDIT.
           IF modo-accodamento
               DISPLAY "OPERATORE " operatore-id " DI LIVELLO "
                   livello-operatore
                   ": MOVIMENTI IN ATTESA DI APPROVAZIONE"
               MOVE "ACCODAMENTO" TO audit-campo
               MOVE "MOVIMENTI IN ATTESA" TO audit-valore
               PERFORM SCRIVI-AUDIT.

       APRI-AUDIT-TRAIL.
           OPEN EXTEND audit-trail-file.
               CLOSE operatori-file
               OPEN I-O operatori-file.

       APRI-ATTESA.
           OPEN I-O attesa-file.
           IF attesa-status = "35"
               OPEN OUTPUT attesa-file
               CLOSE attesa-file
               OPEN I-O attesa-file.
           PERFORM CERCA-ULTIMO-ATTESA.

       CERCA-ULTIMO-ATTESA.
           MOVE ZERO TO ultimo-progressivo-attesa.
           PERFORM POSIZIONA-ATTESA.
           PERFORM MEMORIZZA-ULTIMO-ATTESA UNTIL fine-attesa.

       MEMORIZZA-ULTIMO-ATTESA.
           MOVE att-progressivo TO ultimo-progressivo-attesa.
           PERFORM LEGGI-ATTESA.

       POSIZIONA-ATTESA.
           MOVE "N" TO fine-attesa-flag.
           MOVE ZERO TO att-progressivo.
           START attesa-file KEY IS NOT LESS THAN att-progressivo
               INVALID KEY SET fine-attesa TO TRUE.
           PERFORM LEGGI-ATTESA.

       LEGGI-ATTESA.
           IF NOT fine-attesa
               READ attesa-file NEXT RECORD
                   AT END SET fine-attesa TO TRUE.

       ELABORA-MOVIMENTI.
           OPEN OUTPUT errori-file.
           PERFORM STAMPA-INTESTAZIONE-ERRORI.
           PERFORM ELABORA-APPROVATI.
           OPEN INPUT movimenti-file.
           IF movimenti-status = "35"
               DISPLAY "OPETRAN ASSENTE, STADIO MOVIMENTI SALTATO"
           ELSE
               PERFORM LEGGI-MOVIMENTO
               PERFORM ELABORA-MOVIMENTO-CORRENTE UNTIL fine-movimenti
               CLOSE movimenti-file.
           PERFORM STAMPA-TOTALI-MOVIMENTI.
           CLOSE errori-file.

       ELABORA-APPROVATI.
           PERFORM POSIZIONA-ATTESA.
           PERFORM ELABORA-APPROVATO-CORRENTE UNTIL fine-attesa.
           MOVE "N" TO approvato-in-corso-flag.

       ELABORA-APPROVATO-CORRENTE.
           IF att-fonte = fonte-attesa
               AND att-stato = "A"
               SET approvato-in-corso TO TRUE
               ADD 1 TO contatore-approvati
               MOVE att-dati TO movimento-record
               PERFORM APPLICA-MOVIMENTO
               IF movimento-respinto
                   MOVE "F" TO att-stato
                   MOVE motivo-respinta TO att-motivo
               ELSE
                   MOVE "E" TO att-stato
               END-IF
               MOVE data-sistema TO att-data-esecuzione
               REWRITE attesa-record.
           PERFORM LEGGI-ATTESA.

       STAMPA-INTESTAZIONE-ERRORI.
           MOVE SPACES TO errori-record.
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
           MOVE "N" TO movimento-accodato-flag.
           MOVE SPACES TO motivo-respinta.
           IF mov-operatore = SPACES
               MOVE "OPERATORE MANCANTE" TO motivo-respinta
               IF movimento-respinto
                   CONTINUE
               ELSE
                   IF modo-accodamento
                       AND NOT approvato-in-corso
                       PERFORM ACCODA-MOVIMENTO
                   ELSE
                       EVALUATE mov-azione
                           WHEN "A" PERFORM AGGIUNGI-OPERATORE
                           WHEN "C" PERFORM CAMBIA-OPERATORE
                           WHEN "D" PERFORM ELIMINA-OPERATORE
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
               IF movimento-accodato
                   ADD 1 TO contatore-in-attesa
               ELSE
                   ADD 1 TO contatore-applicati.

       IMPOSTA-STATO-MOVIMENTO.
           IF mov-stato = SPACES
               NOT INVALID KEY
                   DELETE operatori-file.

       ACCODA-MOVIMENTO.
           IF mov-azione = "A" OR mov-azione = "C" OR mov-azione = "D"
               PERFORM SCRIVI-ATTESA
           ELSE
               MOVE "AZIONE NON VALIDA" TO motivo-respinta
               SET movimento-respinto TO TRUE.

       SCRIVI-ATTESA.
           ADD 1 TO ultimo-progressivo-attesa.
           SET movimento-accodato TO TRUE.
           MOVE SPACES TO attesa-record.
           MOVE ultimo-progressivo-attesa TO att-progressivo.
           MOVE fonte-attesa TO att-fonte.
           MOVE "P" TO att-stato.
           MOVE operatore-id TO att-operatore.
           MOVE livello-operatore TO att-livello.
           MOVE data-sistema TO att-data-proposta.
           MOVE ZERO TO att-data-decisione.
           MOVE ZERO TO att-data-esecuzione.
           MOVE movimento-record TO att-dati.
           WRITE attesa-record.
           MOVE "IN ATTESA" TO audit-campo.
           MOVE SPACES TO audit-valore.
           STRING fonte-attesa DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   att-progressivo DELIMITED BY SIZE
               INTO audit-valore.
           PERFORM SCRIVI-AUDIT.

       SCRIVI-MOVIMENTO-RESPINTO.
           MOVE contatore-movimenti TO contatore-movimenti-ed.
           MOVE SPACES TO errori-record.
           MOVE contatore-movimenti TO contatore-movimenti-ed.
           MOVE contatore-applicati TO contatore-applicati-ed.
           MOVE contatore-respinti TO contatore-respinti-ed.
           MOVE contatore-in-attesa TO contatore-in-attesa-ed.
           MOVE SPACES TO errori-record.
           STRING "MOVIMENTI LETTI: " DELIMITED BY SIZE
                   contatore-movimenti-ed DELIMITED BY SIZE
                   contatore-applicati-ed DELIMITED BY SIZE
                   "  RESPINTI: " DELIMITED BY SIZE
                   contatore-respinti-ed DELIMITED BY SIZE
                   "  IN ATTESA: " DELIMITED BY SIZE
                   contatore-in-attesa-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.
           MOVE contatore-approvati TO contatore-approvati-ed.
           MOVE SPACES TO errori-record.
           STRING "APPLICATI DA APPROVAZIONE: " DELIMITED BY SIZE
                   contatore-approvati-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.

