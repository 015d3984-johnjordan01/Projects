      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: ciclo notturno dei solleciti per i prestiti scaduti
      *          (limite su PREPARM, soglie e tariffa su SOLPARM):
      *          primo, secondo e ultimo avviso una sola volta per
      *          prestito (stato su SOLLECIT), mora giornaliera su
      *          ADDEBITI, lettere per prestatario su SOLLETT e saldi
      *          non pagati per prestatario su ADDRPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prestiti-solleciti.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prestiti-file ASSIGN TO "PRESTITI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pre-videogioco
               FILE STATUS IS prestiti-status.

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

           SELECT parametri-file ASSIGN TO "PREPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT parametri-solleciti-file ASSIGN TO "SOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-solleciti-status.

           SELECT avvisi-file ASSIGN TO "SOLLETT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS avvisi-status.

           SELECT saldi-file ASSIGN TO "ADDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS saldi-status.

           SELECT ordinamento-file ASSIGN TO "SORTWK".

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
       FD  prestiti-file.
       01  prestito-record.
         02 pre-videogioco PIC X(15).
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

       FD  parametri-file.
       01  parametri-record PIC X(20).

       FD  parametri-solleciti-file.
       01  parametri-solleciti-record PIC X(20).

       FD  avvisi-file.
       01  avvisi-record PIC X(132).

       FD  saldi-file.
       01  saldi-record PIC X(132).

       SD  ordinamento-file.
       01  ordinamento-record.
         02 ord-prestatario PIC X(20).
         02 ord-videogioco PIC X(15).
         02 ord-data-prestito PIC 9(08).
         02 ord-livello PIC 9(01).
         02 ord-giorni-ritardo PIC 9(05).
         02 ord-importo-mora PIC 9(05)V99.

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  prestiti-status PIC XX.
       01  solleciti-status PIC XX.
       01  addebiti-status PIC XX.
       01  parametri-status PIC XX.
       01  parametri-solleciti-status PIC XX.
       01  avvisi-status PIC XX.
       01  saldi-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-prestiti-flag PIC X(01) VALUE "N".
         88 fine-prestiti VALUE "S".
       01  fine-ordinamento-flag PIC X(01) VALUE "N".
         88 fine-ordinamento VALUE "S".
       01  fine-addebiti-flag PIC X(01) VALUE "N".
         88 fine-addebiti VALUE "S".
       01  sollecito-nuovo-flag PIC X(01) VALUE "N".
         88 sollecito-nuovo VALUE "S".
       01  primo-prestatario-flag PIC X(01) VALUE "S".
         88 primo-prestatario VALUE "S".

       01  giorni-limite PIC 9(3) VALUE 30.
       01  giorni-avviso1 PIC 9(3) VALUE 1.
       01  giorni-avviso2 PIC 9(3) VALUE 15.
       01  giorni-avviso3 PIC 9(3) VALUE 30.
       01  tariffa-giornaliera PIC 9(3)V99 VALUE 0.50.
       01  tariffa-giornaliera-ed PIC ZZ9.99.

       01  giorni-prestito PIC 9(5) VALUE ZERO.
       01  giorni-ritardo PIC 9(5) VALUE ZERO.
       01  giorni-da-addebitare PIC 9(5) VALUE ZERO.
       01  importo-da-addebitare PIC 9(5)V99 VALUE ZERO.
       01  livello-dovuto PIC 9(1) VALUE ZERO.
       01  descrizione-avviso PIC X(18).

       01  prestatario-addebito PIC X(20).
       01  videogioco-addebito PIC X(15).
       01  data-prestito-addebito PIC 9(8).
       01  tipo-addebito PIC X(01).
       01  giorni-addebito PIC 9(5).
       01  importo-addebito PIC 9(5)V99.
       01  progressivo-addebito PIC 9(4) VALUE ZERO.

       01  prestatario-corrente PIC X(20).
       01  mora-prestatario PIC 9(7)V99 VALUE ZERO.
       01  addebitato-prestatario PIC 9(7)V99 VALUE ZERO.
       01  pagato-prestatario PIC 9(7)V99 VALUE ZERO.
       01  saldo-prestatario PIC 9(7)V99 VALUE ZERO.

       01  contatore-prestiti PIC 9(6) VALUE ZERO.
       01  contatore-in-ritardo PIC 9(6) VALUE ZERO.
       01  contatore-avvisi1 PIC 9(6) VALUE ZERO.
       01  contatore-avvisi2 PIC 9(6) VALUE ZERO.
       01  contatore-avvisi3 PIC 9(6) VALUE ZERO.
       01  contatore-prestatari PIC 9(6) VALUE ZERO.
       01  contatore-saldi-aperti PIC 9(6) VALUE ZERO.
       01  totale-mora-addebitata PIC 9(7)V99 VALUE ZERO.
       01  totale-saldi-aperti PIC 9(7)V99 VALUE ZERO.
       01  contatore-prestiti-ed PIC ZZZZZ9.
       01  contatore-in-ritardo-ed PIC ZZZZZ9.
       01  contatore-avvisi1-ed PIC ZZZZZ9.
       01  contatore-avvisi2-ed PIC ZZZZZ9.
       01  contatore-avvisi3-ed PIC ZZZZZ9.
       01  contatore-prestatari-ed PIC ZZZZZ9.
       01  contatore-saldi-aperti-ed PIC ZZZZZ9.
       01  giorni-ritardo-ed PIC ZZZZ9.
       01  importo-ed PIC ZZZZZZ9.99.
       01  importo2-ed PIC ZZZZZZ9.99.
       01  importo3-ed PIC ZZZZZZ9.99.

       01  giorno-assoluto-sistema PIC 9(8) VALUE ZERO.
       01  giorno-assoluto-prestito PIC 9(8) VALUE ZERO.
       01  data-calcolo.
         02 anno-calcolo PIC 9(4).
         02 mese-calcolo PIC 9(2).
         02 giorno-calcolo PIC 9(2).
       01  giorno-assoluto PIC 9(8) VALUE ZERO.
       01  correzione-mese PIC 9(1) VALUE ZERO.
       01  anno-rettificato PIC 9(5) VALUE ZERO.
       01  mese-rettificato PIC 9(2) VALUE ZERO.
       01  quoziente-calcolo PIC 9(8) VALUE ZERO.

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
           MOVE data-sistema TO data-calcolo.
           PERFORM CALCOLA-GIORNO-ASSOLUTO.
           MOVE giorno-assoluto TO giorno-assoluto-sistema.

           PERFORM LEGGI-PARAMETRI.
           PERFORM LEGGI-PARAMETRI-SOLLECITI.

           PERFORM APRI-SOLLECITI.
           PERFORM APRI-ADDEBITI.
           OPEN OUTPUT avvisi-file.
           PERFORM STAMPA-INTESTAZIONE-AVVISI.
           OPEN INPUT prestiti-file.
           IF prestiti-status = "35"
               MOVE "PRESTITI ASSENTE, NESSUN SOLLECITO DA EMETTERE"
                   TO avvisi-record
               WRITE avvisi-record
           ELSE
               SORT ordinamento-file
                   ON ASCENDING KEY ord-prestatario
                   ON ASCENDING KEY ord-videogioco
                   INPUT PROCEDURE IS ESAMINA-PRESTITI
                   OUTPUT PROCEDURE IS STAMPA-AVVISI
               CLOSE prestiti-file.
           PERFORM STAMPA-TOTALI-AVVISI.
           CLOSE avvisi-file.
           CLOSE solleciti-file.

           PERFORM STAMPA-SALDI-APERTI.
           CLOSE addebiti-file.

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

       LEGGI-PARAMETRI-SOLLECITI.
           OPEN INPUT parametri-solleciti-file.
           IF parametri-solleciti-status = "35"
               CONTINUE
           ELSE
               READ parametri-solleciti-file
                   AT END CONTINUE
                   NOT AT END
                       PERFORM IMPOSTA-PARAMETRI-SOLLECITI
               END-READ
               CLOSE parametri-solleciti-file.

       IMPOSTA-PARAMETRI-SOLLECITI.
           IF parametri-solleciti-record (1:3) IS NUMERIC
               MOVE parametri-solleciti-record (1:3) TO giorni-avviso1.
           IF parametri-solleciti-record (4:3) IS NUMERIC
               MOVE parametri-solleciti-record (4:3) TO giorni-avviso2.
           IF parametri-solleciti-record (7:3) IS NUMERIC
               MOVE parametri-solleciti-record (7:3) TO giorni-avviso3.
           IF parametri-solleciti-record (10:5) IS NUMERIC
               MOVE parametri-solleciti-record (10:5)
                   TO tariffa-giornaliera (1:5).

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

       STAMPA-INTESTAZIONE-AVVISI.
           MOVE tariffa-giornaliera TO tariffa-giornaliera-ed.
           MOVE SPACES TO avvisi-record.
           STRING "SOLLECITI PRESTITI SCADUTI" DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
                   "   MORA GIORNALIERA: " DELIMITED BY SIZE
                   tariffa-giornaliera-ed DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.

       ESAMINA-PRESTITI.
           PERFORM LEGGI-PRESTITO.
           PERFORM ESAMINA-PRESTITO-CORRENTE UNTIL fine-prestiti.

       LEGGI-PRESTITO.
           READ prestiti-file NEXT RECORD
               AT END SET fine-prestiti TO TRUE.

       ESAMINA-PRESTITO-CORRENTE.
           ADD 1 TO contatore-prestiti.
           PERFORM CALCOLA-GIORNI-RITARDO.
           IF giorni-ritardo > ZERO
               ADD 1 TO contatore-in-ritardo
               PERFORM LEGGI-SOLLECITO
               PERFORM ADDEBITA-MORA
               PERFORM DETERMINA-AVVISO
               IF sollecito-nuovo
                   WRITE sollecito-record
               ELSE
                   REWRITE sollecito-record.
           PERFORM LEGGI-PRESTITO.

       CALCOLA-GIORNI-RITARDO.
           MOVE ZERO TO giorni-prestito.
           MOVE ZERO TO giorni-ritardo.
           IF pre-data-prestito IS NUMERIC
               MOVE pre-data-prestito TO data-calcolo
               PERFORM CALCOLA-GIORNO-ASSOLUTO
               MOVE giorno-assoluto TO giorno-assoluto-prestito
               IF giorno-assoluto-prestito < giorno-assoluto-sistema
                   SUBTRACT giorno-assoluto-prestito
                       FROM giorno-assoluto-sistema
                       GIVING giorni-prestito
               END-IF
               IF giorni-prestito > giorni-limite
                   SUBTRACT giorni-limite FROM giorni-prestito
                       GIVING giorni-ritardo.

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

       LEGGI-SOLLECITO.
           MOVE "N" TO sollecito-nuovo-flag.
           MOVE pre-videogioco TO sol-videogioco.
           MOVE pre-data-prestito TO sol-data-prestito.
           READ solleciti-file
               KEY IS sol-chiave
               INVALID KEY SET sollecito-nuovo TO TRUE
           END-READ.
           IF sollecito-nuovo
               MOVE SPACES TO sollecito-record
               MOVE pre-videogioco TO sol-videogioco
               MOVE pre-data-prestito TO sol-data-prestito
               MOVE pre-prestatario TO sol-prestatario
               MOVE "A" TO sol-stato
               MOVE ZERO TO sol-livello
               MOVE ZERO TO sol-data-avviso1
               MOVE ZERO TO sol-data-avviso2
               MOVE ZERO TO sol-data-avviso3
               MOVE ZERO TO sol-giorni-mora
               MOVE ZERO TO sol-importo-mora
               MOVE ZERO TO sol-data-chiusura
               MOVE ZERO TO sol-importo-pagato
           ELSE
               IF sol-stato = "C"
                   MOVE "A" TO sol-stato
                   MOVE ZERO TO sol-data-chiusura.

       ADDEBITA-MORA.
           IF giorni-ritardo > sol-giorni-mora
               SUBTRACT sol-giorni-mora FROM giorni-ritardo
                   GIVING giorni-da-addebitare
               COMPUTE importo-da-addebitare =
                   giorni-da-addebitare * tariffa-giornaliera
               MOVE giorni-ritardo TO sol-giorni-mora
               ADD importo-da-addebitare TO sol-importo-mora
               IF importo-da-addebitare > ZERO
                   ADD importo-da-addebitare TO totale-mora-addebitata
                   MOVE sol-prestatario TO prestatario-addebito
                   MOVE sol-videogioco TO videogioco-addebito
                   MOVE sol-data-prestito TO data-prestito-addebito
                   MOVE "M" TO tipo-addebito
                   MOVE giorni-da-addebitare TO giorni-addebito
                   MOVE importo-da-addebitare TO importo-addebito
                   PERFORM SCRIVI-ADDEBITO.

       SCRIVI-ADDEBITO.
           PERFORM CERCA-PROGRESSIVO-ADDEBITO.
           MOVE SPACES TO addebito-record.
           MOVE prestatario-addebito TO add-prestatario.
           MOVE data-sistema TO add-data.
           MOVE progressivo-addebito TO add-progressivo.
           MOVE tipo-addebito TO add-tipo.
           MOVE videogioco-addebito TO add-videogioco.
           MOVE data-prestito-addebito TO add-data-prestito.
           MOVE giorni-addebito TO add-giorni.
           MOVE importo-addebito TO add-importo.
           MOVE "PRESTITI-SOLLEC" TO add-programma.
           WRITE addebito-record.

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

       DETERMINA-AVVISO.
           MOVE ZERO TO livello-dovuto.
           IF giorni-ritardo NOT < giorni-avviso3
               MOVE 3 TO livello-dovuto
           ELSE
               IF giorni-ritardo NOT < giorni-avviso2
                   MOVE 2 TO livello-dovuto
               ELSE
                   IF giorni-ritardo NOT < giorni-avviso1
                       MOVE 1 TO livello-dovuto.
           IF livello-dovuto > sol-livello
               MOVE livello-dovuto TO sol-livello
               EVALUATE livello-dovuto
                   WHEN 1
                       MOVE data-sistema TO sol-data-avviso1
                       ADD 1 TO contatore-avvisi1
                   WHEN 2
                       MOVE data-sistema TO sol-data-avviso2
                       ADD 1 TO contatore-avvisi2
                   WHEN 3
                       MOVE data-sistema TO sol-data-avviso3
                       ADD 1 TO contatore-avvisi3
               END-EVALUATE
               MOVE sol-prestatario TO ord-prestatario
               MOVE sol-videogioco TO ord-videogioco
               MOVE sol-data-prestito TO ord-data-prestito
               MOVE livello-dovuto TO ord-livello
               MOVE giorni-ritardo TO ord-giorni-ritardo
               MOVE sol-importo-mora TO ord-importo-mora
               RELEASE ordinamento-record.

       STAMPA-AVVISI.
           PERFORM RITORNA-AVVISO.
           PERFORM STAMPA-AVVISO-CORRENTE UNTIL fine-ordinamento.
           IF NOT primo-prestatario
               PERFORM STAMPA-CHIUSURA-PRESTATARIO.

       RITORNA-AVVISO.
           RETURN ordinamento-file
               AT END SET fine-ordinamento TO TRUE.

       STAMPA-AVVISO-CORRENTE.
           IF primo-prestatario
               OR ord-prestatario NOT = prestatario-corrente
               IF NOT primo-prestatario
                   PERFORM STAMPA-CHIUSURA-PRESTATARIO
               END-IF
               PERFORM STAMPA-APERTURA-PRESTATARIO.
           EVALUATE ord-livello
               WHEN 1 MOVE "PRIMO SOLLECITO" TO descrizione-avviso
               WHEN 2 MOVE "SECONDO SOLLECITO" TO descrizione-avviso
               WHEN OTHER MOVE "ULTIMO AVVISO" TO descrizione-avviso
           END-EVALUATE.
           MOVE ord-data-prestito TO data-prestito-scomposta.
           MOVE anno-prestito TO data-prestito-ed (1:4).
           MOVE mese-prestito TO data-prestito-ed (6:2).
           MOVE giorno-prestito TO data-prestito-ed (9:2).
           MOVE "/" TO data-prestito-ed (5:1).
           MOVE "/" TO data-prestito-ed (8:1).
           MOVE ord-giorni-ritardo TO giorni-ritardo-ed.
           MOVE ord-importo-mora TO importo-ed.
           ADD ord-importo-mora TO mora-prestatario.
           MOVE SPACES TO avvisi-record.
           STRING "    " DELIMITED BY SIZE
                   ord-videogioco DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   data-prestito-ed DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   giorni-ritardo-ed DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   descrizione-avviso DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   importo-ed DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.
           PERFORM RITORNA-AVVISO.

       STAMPA-APERTURA-PRESTATARIO.
           MOVE "N" TO primo-prestatario-flag.
           MOVE ord-prestatario TO prestatario-corrente.
           MOVE ZERO TO mora-prestatario.
           ADD 1 TO contatore-prestatari.
           MOVE SPACES TO avvisi-record.
           WRITE avvisi-record.
           MOVE SPACES TO avvisi-record.
           STRING "PRESTATARIO: " DELIMITED BY SIZE
                   prestatario-corrente DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.
           MOVE SPACES TO avvisi-record.
           STRING "    VIDEOGIOCO      PRESTATO IL RITARDO   "
                   DELIMITED BY SIZE
                   "AVVISO                   MORA" DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.

       STAMPA-CHIUSURA-PRESTATARIO.
           MOVE mora-prestatario TO importo-ed.
           MOVE SPACES TO avvisi-record.
           STRING "    MORA MATURATA SUI TITOLI SOLLECITATI: "
                   DELIMITED BY SIZE
                   importo-ed DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.

       STAMPA-TOTALI-AVVISI.
           MOVE contatore-prestiti TO contatore-prestiti-ed.
           MOVE contatore-in-ritardo TO contatore-in-ritardo-ed.
           MOVE contatore-prestatari TO contatore-prestatari-ed.
           MOVE contatore-avvisi1 TO contatore-avvisi1-ed.
           MOVE contatore-avvisi2 TO contatore-avvisi2-ed.
           MOVE contatore-avvisi3 TO contatore-avvisi3-ed.
           MOVE totale-mora-addebitata TO importo-ed.
           MOVE SPACES TO avvisi-record.
           WRITE avvisi-record.
           MOVE SPACES TO avvisi-record.
           STRING "PRESTITI ESAMINATI: " DELIMITED BY SIZE
                   contatore-prestiti-ed DELIMITED BY SIZE
                   "  IN RITARDO: " DELIMITED BY SIZE
                   contatore-in-ritardo-ed DELIMITED BY SIZE
                   "  PRESTATARI SOLLECITATI: " DELIMITED BY SIZE
                   contatore-prestatari-ed DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.
           MOVE SPACES TO avvisi-record.
           STRING "PRIMI SOLLECITI: " DELIMITED BY SIZE
                   contatore-avvisi1-ed DELIMITED BY SIZE
                   "  SECONDI SOLLECITI: " DELIMITED BY SIZE
                   contatore-avvisi2-ed DELIMITED BY SIZE
                   "  ULTIMI AVVISI: " DELIMITED BY SIZE
                   contatore-avvisi3-ed DELIMITED BY SIZE
                   "  MORA ADDEBITATA: " DELIMITED BY SIZE
                   importo-ed DELIMITED BY SIZE
               INTO avvisi-record.
           WRITE avvisi-record.

       STAMPA-SALDI-APERTI.
           OPEN OUTPUT saldi-file.
           MOVE SPACES TO saldi-record.
           STRING "SALDI NON PAGATI PER PRESTATARIO" DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO saldi-record.
           WRITE saldi-record.
           MOVE SPACES TO saldi-record.
           STRING "PRESTATARIO             ADDEBITATO      PAGATO"
                   DELIMITED BY SIZE
                   "       SALDO" DELIMITED BY SIZE
               INTO saldi-record.
           WRITE saldi-record.
           MOVE "N" TO fine-addebiti-flag.
           MOVE LOW-VALUES TO add-chiave.
           START addebiti-file KEY IS NOT LESS THAN add-chiave
               INVALID KEY SET fine-addebiti TO TRUE.
           IF NOT fine-addebiti
               PERFORM LEGGI-ADDEBITO
               IF NOT fine-addebiti
                   MOVE add-prestatario TO prestatario-corrente
               END-IF
               PERFORM SOMMA-ADDEBITO-CORRENTE UNTIL fine-addebiti
               PERFORM STAMPA-SALDO-PRESTATARIO.
           MOVE contatore-saldi-aperti TO contatore-saldi-aperti-ed.
           MOVE totale-saldi-aperti TO importo-ed.
           MOVE SPACES TO saldi-record.
           STRING "PRESTATARI CON SALDO APERTO: " DELIMITED BY SIZE
                   contatore-saldi-aperti-ed DELIMITED BY SIZE
                   "  TOTALE DA INCASSARE: " DELIMITED BY SIZE
                   importo-ed DELIMITED BY SIZE
               INTO saldi-record.
           WRITE saldi-record.
           CLOSE saldi-file.

       LEGGI-ADDEBITO.
           READ addebiti-file NEXT RECORD
               AT END SET fine-addebiti TO TRUE.

       SOMMA-ADDEBITO-CORRENTE.
           IF add-prestatario NOT = prestatario-corrente
               PERFORM STAMPA-SALDO-PRESTATARIO
               MOVE add-prestatario TO prestatario-corrente.
           IF add-tipo = "M"
               ADD add-importo TO addebitato-prestatario
           ELSE
               ADD add-importo TO pagato-prestatario.
           PERFORM LEGGI-ADDEBITO.

       STAMPA-SALDO-PRESTATARIO.
           IF addebitato-prestatario > pagato-prestatario
               SUBTRACT pagato-prestatario FROM addebitato-prestatario
                   GIVING saldo-prestatario
               ADD 1 TO contatore-saldi-aperti
               ADD saldo-prestatario TO totale-saldi-aperti
               MOVE addebitato-prestatario TO importo-ed
               MOVE pagato-prestatario TO importo2-ed
               MOVE saldo-prestatario TO importo3-ed
               MOVE SPACES TO saldi-record
               STRING prestatario-corrente DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       importo-ed DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       importo2-ed DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       importo3-ed DELIMITED BY SIZE
                   INTO saldi-record
               WRITE saldi-record.
           MOVE ZERO TO addebitato-prestatario.
           MOVE ZERO TO pagato-prestatario.

       END PROGRAM prestiti-solleciti.
