      * Date: 01/09/2026
      * Purpose: manutenzione batch dei prestiti del catalogo
      *          videogiochi (uscite e rientri su PRESTITI, movimenti
      *          PRETRAN convalidati contro la chiave di CATALOGO);
      *          al rientro salda la mora maturata su SOLLECIT o la
      *          lascia aperta su ADDEBITI, dove registra i versamenti
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT prestiti-file ASSIGN TO "PRESTITI"
               RECORD KEY IS pre-videogioco
               FILE STATUS IS prestiti-status.

           SELECT variazioni-file ASSIGN TO "VARLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS var-chiave
               FILE STATUS IS variazioni-status.

           SELECT solleciti-file ASSIGN TO "SOLLECIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sol-chiave
               FILE STATUS IS solleciti-status.

           SELECT addebiti-file ASSIGN TO "ADDEBITI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS add-chiave
               FILE STATUS IS addebiti-status.

           SELECT errori-file ASSIGN TO "PREERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS errori-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

           SELECT operatore-parm-file ASSIGN TO "OPERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operatore-parm-status.

           SELECT sospesi-file ASSIGN TO "SOSPESI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sos-chiave
               FILE STATUS IS sospesi-status.

       DATA DIVISION.
       FILE SECTION.
       FD  movimenti-file.
       01  movimento-file-record PIC X(51).

       FD  catalogo-file.
       01  catalogo-record.
         02 pre-prestatario PIC X(20).
         02 pre-data-prestito PIC 9(8).

       FD  solleciti-file.
       01  sollecito-record.
         02 sol-chiave.
           03 sol-videogioco PIC X(15).
           03 sol-data-prestito PIC 9(8).
         02 sol-prestatario PIC X(20).
         02 sol-stato PIC X(01).
         02 sol-livello PIC 9(01).
         02 sol-data-avviso1 PIC 9(08).
         02 sol-data-avviso2 PIC 9(08).
         02 sol-data-avviso3 PIC 9(08).
         02 sol-giorni-mora PIC 9(05).
         02 sol-importo-mora PIC 9(05)V99.
         02 sol-data-chiusura PIC 9(08).
         02 sol-importo-pagato PIC 9(05)V99.

       FD  addebiti-file.
       01  addebito-record.
         02 add-chiave.
           03 add-prestatario PIC X(20).
           03 add-data PIC 9(08).
           03 add-progressivo PIC 9(04).
         02 add-tipo PIC X(01).
         02 add-videogioco PIC X(15).
         02 add-data-prestito PIC 9(08).
         02 add-giorni PIC 9(05).
         02 add-importo PIC 9(05)V99.
         02 add-programma PIC X(16).

       FD  errori-file.
       01  errori-record PIC X(80).

         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       FD  operatore-parm-file.
       01  operatore-parm-record.
         02 par-operatore PIC X(08).

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
       01  catalogo-status PIC XX.
       01  prestiti-status PIC XX.
       01  errori-status PIC XX.
       01  data-elaborazione-status PIC XX.
       01  operatore-parm-status PIC XX.
       01  sospesi-status PIC XX.
       01  variazioni-status PIC XX.
       01  solleciti-status PIC XX.
       01  addebiti-status PIC XX.

       01  movimento-record.
         02 mov-azione PIC X(01).
         02 mov-videogioco PIC X(15).
         02 mov-prestatario PIC X(20).
         02 mov-data PIC X(08).
         02 mov-importo PIC X(07).

       01  operatore-id PIC X(08).

       01  fine-movimenti-flag PIC X(01) VALUE "N".
         88 fine-movimenti VALUE "S".
       01  movimento-respinto-flag PIC X(01) VALUE "N".
         88 movimento-respinto VALUE "S".
       01  fine-sospesi-flag PIC X(01) VALUE "N".
         88 fine-sospesi VALUE "S".
       01  rientro-in-corso-flag PIC X(01) VALUE "N".
         88 rientro-in-corso VALUE "S".
       01  fonte-sospesi PIC X(08) VALUE "PRETRAN".
       01  programma-sospesi PIC X(16) VALUE "PRESTITI-MAINT".
       01  ultimo-progressivo-sospeso PIC 9(6) VALUE ZERO.
       01  titolo-presente-flag PIC X(01) VALUE "N".
         88 titolo-presente VALUE "S".

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

       01  fine-addebiti-flag PIC X(01) VALUE "N".
         88 fine-addebiti VALUE "S".
       01  addebiti-presenti-flag PIC X(01) VALUE "N".
         88 addebiti-presenti VALUE "S".
       01  sollecito-trovato-flag PIC X(01) VALUE "N".
         88 sollecito-trovato VALUE "S".
       01  importo-movimento PIC 9(5)V99 VALUE ZERO.
       01  importo-residuo PIC 9(5)V99 VALUE ZERO.
       01  importo-pagato-rientro PIC 9(5)V99 VALUE ZERO.
       01  addebitato-prestatario PIC 9(7)V99 VALUE ZERO.
       01  pagato-prestatario PIC 9(7)V99 VALUE ZERO.
       01  saldo-prestatario PIC 9(7)V99 VALUE ZERO.
       01  prestatario-addebito PIC X(20).
       01  videogioco-addebito PIC X(15).
       01  data-prestito-addebito PIC 9(8).
       01  importo-addebito PIC 9(5)V99.
       01  progressivo-addebito PIC 9(4) VALUE ZERO.

       01  contatore-movimenti PIC 9(6) VALUE ZERO.
       01  contatore-applicati PIC 9(6) VALUE ZERO.
       01  contatore-respinti PIC 9(6) VALUE ZERO.
       01  contatore-movimenti-ed PIC ZZZZZ9.
       01  contatore-applicati-ed PIC ZZZZZ9.
       01  contatore-respinti-ed PIC ZZZZZ9.
       01  contatore-rientri PIC 9(6) VALUE ZERO.
       01  contatore-sospesi PIC 9(6) VALUE ZERO.
       01  contatore-rientri-ed PIC ZZZZZ9.
       01  contatore-sospesi-ed PIC ZZZZZ9.
       01  contatore-more-saldate PIC 9(6) VALUE ZERO.
       01  contatore-saldi-aperti PIC 9(6) VALUE ZERO.
       01  contatore-versamenti PIC 9(6) VALUE ZERO.
       01  totale-incassato PIC 9(7)V99 VALUE ZERO.
       01  contatore-more-saldate-ed PIC ZZZZZ9.
       01  contatore-saldi-aperti-ed PIC ZZZZZ9.
       01  contatore-versamenti-ed PIC ZZZZZ9.
       01  totale-incassato-ed PIC ZZZZZZ9.99.
       01  motivo-respinta PIC X(35).
       01  data-prestito-movimento PIC 9(8).

           MOVE "/" TO data-sistema-ed (5:1).
           MOVE "/" TO data-sistema-ed (8:1).

           PERFORM LEGGI-OPERATORE.
           PERFORM APRI-CATALOGO.
           PERFORM APRI-PRESTITI.
           PERFORM APRI-SOSPESI.
           PERFORM APRI-VARIAZIONI.
           PERFORM APRI-SOLLECITI.
           PERFORM APRI-ADDEBITI.
           PERFORM ELABORA-MOVIMENTI.
           CLOSE catalogo-file.
           CLOSE prestiti-file.
           CLOSE sospesi-file.
           CLOSE variazioni-file.
           CLOSE solleciti-file.
           CLOSE addebiti-file.

           STOP RUN.

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

       APRI-CATALOGO.
           OPEN INPUT catalogo-file.
           IF catalogo-status = "35"
               CLOSE prestiti-file
               OPEN I-O prestiti-file.

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

       APRI-VARIAZIONI.
           OPEN I-O variazioni-file.
           IF variazioni-status = "35"
               OPEN OUTPUT variazioni-file
               CLOSE variazioni-file
               OPEN I-O variazioni-file.
           PERFORM CERCA-ULTIMA-ESECUZIONE.
           ADD 1 TO numero-esecuzione.

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

       APRI-SOLLECITI.
           OPEN I-O solleciti-file.
           IF solleciti-status = "35"
               OPEN OUTPUT solleciti-file
               CLOSE solleciti-file
               OPEN I-O solleciti-file.

       APRI-ADDEBITI.
           OPEN I-O addebiti-file.
           IF addebiti-status = "35"
               OPEN OUTPUT addebiti-file
               CLOSE addebiti-file
               OPEN I-O addebiti-file.

       ELABORA-MOVIMENTI.
           OPEN OUTPUT errori-file.
           PERFORM STAMPA-INTESTAZIONE-ERRORI.
           PERFORM ELABORA-RIENTRI-SOSPESI.
           OPEN INPUT movimenti-file.
           IF movimenti-status = "35"
               DISPLAY "PRETRAN ASSENTE, STADIO MOVIMENTI SALTATO"
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
           MOVE SPACES TO motivo-respinta.
           IF mov-videogioco = SPACES AND mov-azione NOT = "V"
               MOVE "VIDEOGIOCO MANCANTE" TO motivo-respinta
               SET movimento-respinto TO TRUE
           ELSE
                   EVALUATE mov-azione
                       WHEN "P" PERFORM PRESTA-TITOLO
                       WHEN "R" PERFORM RIENTRA-TITOLO
                       WHEN "V" PERFORM REGISTRA-VERSAMENTO
                       WHEN OTHER
                           MOVE "AZIONE NON VALIDA" TO motivo-respinta
                           SET movimento-respinto TO TRUE
           IF movimento-respinto
               ADD 1 TO contatore-respinti
               PERFORM SCRIVI-MOVIMENTO-RESPINTO
               IF NOT rientro-in-corso
                   PERFORM SCRIVI-SOSPESO
               END-IF
           ELSE
               ADD 1 TO contatore-applicati.

       IMPOSTA-DATA-PRESTITO.
           IF mov-data = SPACES
                   MOVE "DATA PRESTITO NON NUMERICA"
                       TO motivo-respinta
                   SET movimento-respinto TO TRUE.
           IF NOT movimento-respinto
               PERFORM IMPOSTA-IMPORTO-MOVIMENTO.

       IMPOSTA-IMPORTO-MOVIMENTO.
           MOVE ZERO TO importo-movimento.
           IF mov-importo = SPACES
               CONTINUE
           ELSE
               IF mov-importo IS NUMERIC
                   MOVE mov-importo TO importo-movimento (1:7)
               ELSE
                   MOVE "IMPORTO NON NUMERICO" TO motivo-respinta
                   SET movimento-respinto TO TRUE.

       CONTROLLA-TITOLO-IN-CATALOGO.
           MOVE "N" TO titolo-presente-flag.
                           MOVE data-prestito-movimento
                               TO pre-data-prestito
                           WRITE prestito-record
                           MOVE SPACES TO immagine-prima
                           MOVE prestito-record TO immagine-dopo
                           MOVE "A" TO operazione-variazione
                           PERFORM REGISTRA-VARIAZIONE-PRESTITO
                       NOT INVALID KEY
                           MOVE "TITOLO GIA' IN PRESTITO"
                               TO motivo-respinta
                   MOVE "PRESTITO ASSENTE" TO motivo-respinta
                   SET movimento-respinto TO TRUE
               NOT INVALID KEY
                   PERFORM REGOLA-MORA
                   MOVE prestito-record TO immagine-prima
                   DELETE prestiti-file
                   MOVE SPACES TO immagine-dopo
                   MOVE "E" TO operazione-variazione
                   PERFORM REGISTRA-VARIAZIONE-PRESTITO.

       REGOLA-MORA.
           MOVE "N" TO sollecito-trovato-flag.
           MOVE pre-videogioco TO sol-videogioco.
           MOVE pre-data-prestito TO sol-data-prestito.
           READ solleciti-file
               KEY IS sol-chiave
               INVALID KEY CONTINUE
               NOT INVALID KEY SET sollecito-trovato TO TRUE
           END-READ.
           IF sollecito-trovato AND sol-stato = "A"
               MOVE ZERO TO importo-residuo
               IF sol-importo-mora > sol-importo-pagato
                   SUBTRACT sol-importo-pagato FROM sol-importo-mora
                       GIVING importo-residuo
               END-IF
               IF importo-movimento < importo-residuo
                   MOVE importo-movimento TO importo-pagato-rientro
                   ADD 1 TO contatore-saldi-aperti
               ELSE
                   MOVE importo-residuo TO importo-pagato-rientro
                   ADD 1 TO contatore-more-saldate
               END-IF
               IF importo-pagato-rientro > ZERO
                   MOVE sol-prestatario TO prestatario-addebito
                   MOVE sol-videogioco TO videogioco-addebito
                   MOVE sol-data-prestito TO data-prestito-addebito
                   MOVE importo-pagato-rientro TO importo-addebito
                   PERFORM SCRIVI-PAGAMENTO
               END-IF
               MOVE sollecito-record TO immagine-prima
               ADD importo-pagato-rientro TO sol-importo-pagato
               MOVE "C" TO sol-stato
               MOVE data-sistema TO sol-data-chiusura
               REWRITE sollecito-record
               MOVE sollecito-record TO immagine-dopo
               MOVE "M" TO operazione-variazione
               PERFORM REGISTRA-VARIAZIONE-SOLLECITO.

       REGISTRA-VERSAMENTO.
           IF mov-prestatario = SPACES
               MOVE "PRESTATARIO MANCANTE" TO motivo-respinta
               SET movimento-respinto TO TRUE
           ELSE
               IF importo-movimento = ZERO
                   MOVE "IMPORTO VERSAMENTO MANCANTE"
                       TO motivo-respinta
                   SET movimento-respinto TO TRUE
               ELSE
                   PERFORM CALCOLA-SALDO-PRESTATARIO
                   IF NOT addebiti-presenti
                       MOVE "NESSUN ADDEBITO PER IL PRESTATARIO"
                           TO motivo-respinta
                       SET movimento-respinto TO TRUE
                   ELSE
                       IF importo-movimento > saldo-prestatario
                           MOVE "VERSAMENTO SUPERIORE AL SALDO"
                               TO motivo-respinta
                           SET movimento-respinto TO TRUE
                       ELSE
                           ADD 1 TO contatore-versamenti
                           MOVE mov-prestatario TO prestatario-addebito
                           MOVE mov-videogioco TO videogioco-addebito
                           MOVE ZERO TO data-prestito-addebito
                           MOVE importo-movimento TO importo-addebito
                           PERFORM SCRIVI-PAGAMENTO.

       CALCOLA-SALDO-PRESTATARIO.
           MOVE "N" TO addebiti-presenti-flag.
           MOVE ZERO TO addebitato-prestatario.
           MOVE ZERO TO pagato-prestatario.
           MOVE ZERO TO saldo-prestatario.
           MOVE "N" TO fine-addebiti-flag.
           MOVE mov-prestatario TO add-prestatario.
           MOVE ZERO TO add-data.
           MOVE ZERO TO add-progressivo.
           START addebiti-file KEY IS NOT LESS THAN add-chiave
               INVALID KEY SET fine-addebiti TO TRUE.
           PERFORM LEGGI-ADDEBITO-PRESTATARIO.
           PERFORM SOMMA-ADDEBITO-PRESTATARIO UNTIL fine-addebiti.
           IF addebitato-prestatario > pagato-prestatario
               SUBTRACT pagato-prestatario FROM addebitato-prestatario
                   GIVING saldo-prestatario.

       SOMMA-ADDEBITO-PRESTATARIO.
           SET addebiti-presenti TO TRUE.
           IF add-tipo = "M"
               ADD add-importo TO addebitato-prestatario
           ELSE
               ADD add-importo TO pagato-prestatario.
           PERFORM LEGGI-ADDEBITO-PRESTATARIO.

       LEGGI-ADDEBITO-PRESTATARIO.
           IF NOT fine-addebiti
               READ addebiti-file NEXT RECORD
                   AT END SET fine-addebiti TO TRUE
               END-READ
               IF NOT fine-addebiti
                   AND add-prestatario NOT = mov-prestatario
                   SET fine-addebiti TO TRUE.

       SCRIVI-PAGAMENTO.
           PERFORM CERCA-PROGRESSIVO-ADDEBITO.
           ADD importo-addebito TO totale-incassato.
           MOVE SPACES TO addebito-record.
           MOVE prestatario-addebito TO add-prestatario.
           MOVE data-sistema TO add-data.
           MOVE progressivo-addebito TO add-progressivo.
           MOVE "P" TO add-tipo.
           MOVE videogioco-addebito TO add-videogioco.
           MOVE data-prestito-addebito TO add-data-prestito.
           MOVE ZERO TO add-giorni.
           MOVE importo-addebito TO add-importo.
           MOVE programma-sospesi TO add-programma.
           WRITE addebito-record.
           MOVE SPACES TO immagine-prima.
           MOVE addebito-record TO immagine-dopo.
           MOVE "A" TO operazione-variazione.
           PERFORM REGISTRA-VARIAZIONE-ADDEBITO.

       CERCA-PROGRESSIVO-ADDEBITO.
           MOVE ZERO TO progressivo-addebito.
           MOVE "N" TO fine-addebiti-flag.
           MOVE prestatario-addebito TO add-prestatario.
           MOVE data-sistema TO add-data.
           MOVE ZERO TO add-progressivo.
           START addebiti-file KEY IS NOT LESS THAN add-chiave
               INVALID KEY SET fine-addebiti TO TRUE.
           PERFORM LEGGI-ADDEBITO-GIORNO.
           PERFORM MEMORIZZA-PROGRESSIVO-ADDEBITO UNTIL fine-addebiti.
           ADD 1 TO progressivo-addebito.

       MEMORIZZA-PROGRESSIVO-ADDEBITO.
           MOVE add-progressivo TO progressivo-addebito.
           PERFORM LEGGI-ADDEBITO-GIORNO.

       LEGGI-ADDEBITO-GIORNO.
           IF NOT fine-addebiti
               READ addebiti-file NEXT RECORD
                   AT END SET fine-addebiti TO TRUE
               END-READ
               IF NOT fine-addebiti
                   AND (add-prestatario NOT = prestatario-addebito
                   OR add-data NOT = data-sistema)
                   SET fine-addebiti TO TRUE.

       REGISTRA-VARIAZIONE-PRESTITO.
           MOVE "PRESTITI" TO archivio-variazione.
           PERFORM SCRIVI-VARIAZIONE.

       REGISTRA-VARIAZIONE-SOLLECITO.
           MOVE "SOLLECIT" TO archivio-variazione.
           PERFORM SCRIVI-VARIAZIONE.

       REGISTRA-VARIAZIONE-ADDEBITO.
           MOVE "ADDEBITI" TO archivio-variazione.
           PERFORM SCRIVI-VARIAZIONE.

       SCRIVI-VARIAZIONE.
           ADD 1 TO sequenza-variazione.
           MOVE SPACES TO variazione-record.
           MOVE numero-esecuzione TO var-esecuzione.
           MOVE sequenza-variazione TO var-sequenza.
           MOVE archivio-variazione TO var-archivio.
           MOVE programma-sospesi TO var-programma.
           MOVE operazione-variazione TO var-operazione.
           MOVE operatore-id TO var-operatore.
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
                   contatore-respinti-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.
           MOVE contatore-rientri TO contatore-rientri-ed.
           MOVE contatore-sospesi TO contatore-sospesi-ed.
           MOVE SPACES TO errori-record.
           STRING "RIENTRATI DA SOSPESI: " DELIMITED BY SIZE
                   contatore-rientri-ed DELIMITED BY SIZE
                   "  NUOVI SOSPESI: " DELIMITED BY SIZE
                   contatore-sospesi-ed DELIMITED BY SIZE
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
           MOVE contatore-more-saldate TO contatore-more-saldate-ed.
           MOVE contatore-saldi-aperti TO contatore-saldi-aperti-ed.
           MOVE contatore-versamenti TO contatore-versamenti-ed.
           MOVE totale-incassato TO totale-incassato-ed.
           MOVE SPACES TO errori-record.
           STRING "MORE SALDATE: " DELIMITED BY SIZE
                   contatore-more-saldate-ed DELIMITED BY SIZE
                   "  SALDI APERTI: " DELIMITED BY SIZE
                   contatore-saldi-aperti-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.
           MOVE SPACES TO errori-record.
           STRING "VERSAMENTI: " DELIMITED BY SIZE
                   contatore-versamenti-ed DELIMITED BY SIZE
                   "  TOTALE INCASSATO: " DELIMITED BY SIZE
                   totale-incassato-ed DELIMITED BY SIZE
               INTO errori-record.
           WRITE errori-record.

       END PROGRAM prestiti-maint.
