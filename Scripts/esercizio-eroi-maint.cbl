               RECORD KEY IS hm-nome
               FILE STATUS IS hero-master-status.

           SELECT registro-vite-file ASSIGN TO "VITELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS led-chiave
               FILE STATUS IS registro-vite-status.

           SELECT attesa-file ASSIGN TO "ATTESA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS att-progressivo
               FILE STATUS IS attesa-status.

           SELECT variazioni-file ASSIGN TO "VARLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS var-chiave
               FILE STATUS IS variazioni-status.

           SELECT errori-file ASSIGN TO "HEROERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS errori-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS audit-trail-status.

           SELECT sospesi-file ASSIGN TO "SOSPESI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sos-chiave
               FILE STATUS IS sospesi-status.

       DATA DIVISION.
       FILE SECTION.
       FD  movimenti-file.
       01  movimento-file-record PIC X(35).

       FD  hero-master-file.
       01  hero-master-record.
         02 hm-supereroe PIC A(20).
         02 hm-eta2 PIC 9(4).

       FD  registro-vite-file.
       01  registro-vite-record.
         02 led-chiave.
           03 led-nome PIC X(10).
           03 led-data PIC 9(8).
           03 led-progressivo PIC 9(4).
         02 led-vite PIC 9(4).
         02 led-eta PIC 9(4).
         02 led-fonte PIC X(8).
         02 led-operatore PIC X(8).

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

       FD  audit-trail-file.
       01  audit-trail-record PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  movimenti-status PIC XX.
       01  hero-master-status PIC XX.
       01  operatori-status PIC XX.
       01  operatore-parm-status PIC XX.
       01  audit-trail-status PIC XX.
       01  attesa-status PIC XX.
       01  registro-vite-status PIC XX.
       01  registro-vite-assente-flag PIC X(01) VALUE "N".
         88 registro-vite-assente VALUE "S".
       01  storico-vite-flag PIC X(01) VALUE "N".
         88 storico-vite-presente VALUE "S".
       01  sospesi-status PIC XX.
       01  variazioni-status PIC XX.

       01  movimento-record.
         02 mov-azione PIC X(01).
         02 mov-nome PIC X(10).
         02 mov-supereroe PIC X(20).
         02 mov-eta2 PIC X(04).

       01  operatore-id PIC X(08).
       01  livello-richiesto PIC 9(1) VALUE 2.
       01  livello-operatore PIC 9(1) VALUE ZERO.
       01  modo-accodamento-flag PIC X(01) VALUE "N".
         88 modo-accodamento VALUE "S".
       01  accesso-respinto-flag PIC X(01) VALUE "N".
         88 accesso-respinto VALUE "S".
       01  motivo-accesso PIC X(20).
         88 fine-master VALUE "S".
       01  movimento-respinto-flag PIC X(01) VALUE "N".
         88 movimento-respinto VALUE "S".
       01  movimento-accodato-flag PIC X(01) VALUE "N".
         88 movimento-accodato VALUE "S".
       01  approvato-in-corso-flag PIC X(01) VALUE "N".
         88 approvato-in-corso VALUE "S".
       01  fine-attesa-flag PIC X(01) VALUE "N".
         88 fine-attesa VALUE "S".
       01  fonte-attesa PIC X(08) VALUE "HEROTRAN".
       01  ultimo-progressivo-attesa PIC 9(6) VALUE ZERO.
       01  fine-sospesi-flag PIC X(01) VALUE "N".
         88 fine-sospesi VALUE "S".
       01  rientro-in-corso-flag PIC X(01) VALUE "N".
         88 rientro-in-corso VALUE "S".
       01  fonte-sospesi PIC X(08) VALUE "HEROTRAN".
       01  programma-sospesi PIC X(16) VALUE "EROI-MAINT".
       01  ultimo-progressivo-sospeso PIC 9(6) VALUE ZERO.

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
       01  contatore-eroi PIC 9(4) VALUE ZERO.
       01  contatore-rientri PIC 9(6) VALUE ZERO.
       01  contatore-sospesi PIC 9(6) VALUE ZERO.
       01  contatore-movimenti-ed PIC ZZZZZ9.
       01  contatore-applicati-ed PIC ZZZZZ9.
       01  contatore-respinti-ed PIC ZZZZZ9.
       01  contatore-eroi-ed PIC ZZZ9.
       01  contatore-rientri-ed PIC ZZZZZ9.
       01  contatore-sospesi-ed PIC ZZZZZ9.
       01  contatore-in-attesa PIC 9(6) VALUE ZERO.
       01  contatore-approvati PIC 9(6) VALUE ZERO.
       01  contatore-in-attesa-ed PIC ZZZZZ9.
       01  contatore-approvati-ed PIC ZZZZZ9.
       01  motivo-respinta PIC X(35).

       01  data-sistema.
               MOVE "PROGRAMMA EROI-MAINT" TO audit-valore
               PERFORM SCRIVI-AUDIT
               PERFORM APRI-HERO-MASTER
               PERFORM APRI-REGISTRO-VITE
               PERFORM APRI-SOSPESI
               PERFORM APRI-ATTESA
               PERFORM APRI-VARIAZIONI
               PERFORM ELABORA-MOVIMENTI
               PERFORM STAMPA-ELENCO-EROI
               CLOSE hero-master-file
               IF NOT registro-vite-assente
                   CLOSE registro-vite-file
               END-IF
               CLOSE sospesi-file
               CLOSE attesa-file
               CLOSE variazioni-file
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
               CLOSE hero-master-file
               OPEN I-O hero-master-file.

       APRI-REGISTRO-VITE.
           OPEN INPUT registro-vite-file.
           IF registro-vite-status = "35"
               SET registro-vite-assente TO TRUE.

       CONTROLLA-STORICO-VITE.
           MOVE "N" TO storico-vite-flag.
           IF NOT registro-vite-assente
               MOVE mov-nome TO led-nome
               MOVE ZERO TO led-data
               MOVE ZERO TO led-progressivo
               START registro-vite-file KEY IS NOT LESS THAN led-chiave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ registro-vite-file NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF led-nome = mov-nome
                                   SET storico-vite-presente TO TRUE
                               END-IF
                       END-READ
               END-START.

       APRI-SOSPESI.
           OPEN I-O sospesi-file.
           IF sospesi-status = "35"
               OPEN OUTPUT sospesi-file
               CLOSE sospesi-file
               OPEN I-O sospesi-file.
           PERFORM CERCA-ULTIMO-SOSPESO.

       CERCA-ULTIMO-SOSPESO.
           MOVE ZERO TO ultimo-progressivo-sospeso.
           PERFORM POSIZIONA-SOSPESI.
           PERFORM MEMORIZZA-ULTIMO-SOSPESO UNTIL fine-sospesi.

       MEMORIZZA-ULTIMO-SOSPESO.
           MOVE sos-progressivo TO ultimo-progressivo-sospeso.
           PERFORM LEGGI-SOSPESO-FONTE.

       POSIZIONA-SOSPESI.
           MOVE "N" TO fine-sospesi-flag.
           MOVE fonte-sospesi TO sos-fonte.
           MOVE ZERO TO sos-progressivo.
           START sospesi-file KEY IS NOT LESS THAN sos-chiave
               INVALID KEY SET fine-sospesi TO TRUE.
           PERFORM LEGGI-SOSPESO-FONTE.

       LEGGI-SOSPESO-FONTE.
           IF NOT fine-sospesi
               READ sospesi-file NEXT RECORD
                   AT END SET fine-sospesi TO TRUE
               END-READ
               IF NOT fine-sospesi
                   AND sos-fonte NOT = fonte-sospesi
                   SET fine-sospesi TO TRUE.

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
           PERFORM ELABORA-APPROVATI.
           PERFORM ELABORA-RIENTRI-SOSPESI.
           OPEN INPUT movimenti-file.
           IF movimenti-status = "35"
               DISPLAY "HEROTRAN ASSENTE, STADIO MOVIMENTI SALTATO"
           ELSE
               PERFORM LEGGI-MOVIMENTO
               PERFORM ELABORA-MOVIMENTO-CORRENTE UNTIL fine-movimenti
               CLOSE movimenti-file.
           PERFORM STAMPA-TOTALI-MOVIMENTI.
           CLOSE errori-file.

       ELABORA-RIENTRI-SOSPESI.
           PERFORM POSIZIONA-SOSPESI.
           PERFORM ELABORA-SOSPESO-CORRENTE UNTIL fine-sospesi.
           MOVE "N" TO rientro-in-corso-flag.

       ELABORA-SOSPESO-CORRENTE.
           IF sos-stato = "C"
               SET rientro-in-corso TO TRUE
               ADD 1 TO contatore-rientri
               MOVE sos-dati TO movimento-record
               PERFORM APPLICA-MOVIMENTO
               IF movimento-respinto
                   MOVE "S" TO sos-stato
                   MOVE data-sistema TO sos-data-ultimo-scarto
                   ADD 1 TO sos-conta-scarti
                   MOVE motivo-respinta TO sos-motivo
               ELSE
                   MOVE "R" TO sos-stato
               END-IF
               MOVE data-sistema TO sos-data-stato
               REWRITE sospeso-record.
           PERFORM LEGGI-SOSPESO-FONTE.

       ELABORA-APPROVATI.
           PERFORM POSIZIONA-ATTESA.
           PERFORM ELABORA-APPROVATO-CORRENTE UNTIL fine-attesa.
           MOVE "N" TO approvato-in-corso-flag.

       ELABORA-APPROVATO-CORRENTE.
           IF att-fonte = fonte-attesa
               AND att-stato = "A"
               SET approvato-in-corso TO TRUE
               MOVE "N" TO rientro-in-corso-flag
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
           MOVE "N" TO rientro-in-corso-flag.
           PERFORM APPLICA-MOVIMENTO.
           PERFORM LEGGI-MOVIMENTO.

       APPLICA-MOVIMENTO.
           ADD 1 TO contatore-movimenti.
           MOVE "N" TO movimento-respinto-flag.
           MOVE "N" TO movimento-accodato-flag.
           MOVE SPACES TO motivo-respinta.
           IF mov-nome = SPACES
               MOVE "NOME MANCANTE" TO motivo-respinta
               SET movimento-respinto TO TRUE
           ELSE
               IF modo-accodamento
                   AND NOT approvato-in-corso
                   PERFORM ACCODA-MOVIMENTO
               ELSE
                   EVALUATE mov-azione
                       WHEN "A" PERFORM AGGIUNGI-EROE
                       WHEN "C" PERFORM CAMBIA-EROE
                       WHEN "D" PERFORM ELIMINA-EROE
                       WHEN OTHER
                           MOVE "AZIONE NON VALIDA" TO motivo-respinta
                           SET movimento-respinto TO TRUE
                   END-EVALUATE
               END-IF.
           IF movimento-respinto
               ADD 1 TO contatore-respinti
               PERFORM SCRIVI-MOVIMENTO-RESPINTO
               IF NOT rientro-in-corso
                   PERFORM SCRIVI-SOSPESO
               END-IF
           ELSE
               IF movimento-accodato
                   ADD 1 TO contatore-in-attesa
               ELSE
                   ADD 1 TO contatore-applicati.

       AGGIUNGI-EROE.
           IF mov-eta2 IS NOT NUMERIC
                       MOVE mov-supereroe TO hm-supereroe
                       MOVE mov-eta2 TO hm-eta2
                       WRITE hero-master-record
                       MOVE SPACES TO immagine-prima
                       MOVE hero-master-record TO immagine-dopo
                       MOVE "A" TO operazione-variazione
                       PERFORM REGISTRA-VARIAZIONE-EROE
                   NOT INVALID KEY
                       MOVE "EROE GIA' PRESENTE" TO motivo-respinta
                       SET movimento-respinto TO TRUE
                       MOVE "EROE ASSENTE" TO motivo-respinta
                       SET movimento-respinto TO TRUE
                   NOT INVALID KEY
                       MOVE hero-master-record TO immagine-prima
                       MOVE mov-supereroe TO hm-supereroe
                       MOVE mov-eta2 TO hm-eta2
                       REWRITE hero-master-record
                       MOVE hero-master-record TO immagine-dopo
                       MOVE "M" TO operazione-variazione
                       PERFORM REGISTRA-VARIAZIONE-EROE
               END-READ.

       ELIMINA-EROE.
                   MOVE "EROE ASSENTE" TO motivo-respinta
                   SET movimento-respinto TO TRUE
               NOT INVALID KEY
                   PERFORM CONTROLLA-STORICO-VITE
                   IF storico-vite-presente
                       MOVE "EROE CON STORICO VITE SALVATE"
                           TO motivo-respinta
                       SET movimento-respinto TO TRUE
                   ELSE
                       MOVE hero-master-record TO immagine-prima
                       DELETE hero-master-file
                       MOVE SPACES TO immagine-dopo
                       MOVE "E" TO operazione-variazione
                       PERFORM REGISTRA-VARIAZIONE-EROE
                   END-IF
           END-READ.

       REGISTRA-VARIAZIONE-EROE.
           MOVE "HEROMAST" TO archivio-variazione.
           PERFORM SCRIVI-VARIAZIONE.

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

       SCRIVI-VARIAZIONE.
           ADD 1 TO sequenza-variazione.
           MOVE SPACES TO variazione-record.
           MOVE numero-esecuzione TO var-esecuzione.
           MOVE sequenza-variazione TO var-sequenza.
           MOVE archivio-variazione TO var-archivio.
           MOVE programma-sospesi TO var-programma.
           MOVE operazione-variazione TO var-operazione.
           MOVE operatore-id TO var-operatore.
           IF approvato-in-corso
               MOVE att-approvatore TO var-approvatore.
           MOVE data-sistema TO var-data-elaborazione.
           MOVE ZERO TO var-data-storno.
           MOVE immagine-prima TO var-prima.
           MOVE immagine-dopo TO var-dopo.
           WRITE variazione-record.

       SCRIVI-MOVIMENTO-RESPINTO.
           MOVE contatore-movimenti TO contatore-movimenti-ed.
               INTO errori-record.
           WRITE errori-record.

       SCRIVI-SOSPESO.
           ADD 1 TO ultimo-progressivo-sospeso.
           ADD 1 TO contatore-sospesi.
           MOVE SPACES TO sospeso-record.
           MOVE fonte-sospesi TO sos-fonte.
           MOVE ultimo-progressivo-sospeso TO sos-progressivo.
           MOVE programma-sospesi TO sos-programma.
           MOVE "S" TO sos-stato.
           MOVE data-sistema TO sos-data-primo-scarto.
           MOVE data-sistema TO sos-data-ultimo-scarto.
           MOVE 1 TO sos-conta-scarti.
           MOVE data-sistema TO sos-data-stato.
           MOVE motivo-respinta TO sos-motivo.
           MOVE movimento-record TO sos-dati.
           WRITE sospeso-record.

       STAMPA-TOTALI-MOVIMENTI.
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
           MOVE contatore-rientri TO contatore-rientri-ed.
           MOVE contatore-sospesi TO contatore-sospesi-ed.
           MOVE SPACES TO errori-record.
           STRING "RIENTRATI DA SOSPESI: " DELIMITED BY SIZE
                   contatore-rientri-ed DELIMITED BY SIZE
                   "  NUOVI SOSPESI: " DELIMITED BY SIZE
                   contatore-sospesi-ed DELIMITED BY SIZE
                   "  DA APPROVAZIONE: " DELIMITED BY SIZE
                   contatore-approvati-ed DELIMITED BY SIZE
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

