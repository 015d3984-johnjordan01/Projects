      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: storno di una singola esecuzione di manutenzione
      *          registrata su VARLOG (eroi, catalogo, province,
      *          prestiti con solleciti e addebiti, cambi): ripristina
      *          le immagini prima in ordine inverso, rifiuta i record
      *          variati successivamente e stampa l'esito di ogni
      *          variazione su STRNRPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. storna-esecuzione.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT variazioni-file ASSIGN TO "VARLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS var-chiave
               FILE STATUS IS variazioni-status.

           SELECT hero-master-file ASSIGN TO "HEROMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hm-nome
               FILE STATUS IS hero-master-status.

           SELECT registro-vite-file ASSIGN TO "VITELEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS led-chiave
               FILE STATUS IS registro-vite-status.

           SELECT catalogo-file ASSIGN TO "CATALOGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT province-file ASSIGN TO "PROVINCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prv-codice
               FILE STATUS IS province-status.

           SELECT successioni-file ASSIGN TO "SUCCPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS suc-codice
               FILE STATUS IS successioni-status.

           SELECT prestiti-file ASSIGN TO "PRESTITI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-videogioco
               FILE STATUS IS prestiti-status.

           SELECT cambi-file ASSIGN TO "CAMBI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cam-chiave
               FILE STATUS IS cambi-status.

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

           SELECT parametri-file ASSIGN TO "STRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT report-file ASSIGN TO "STRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

           SELECT ordinamento-file ASSIGN TO "SORTWK".

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

       FD  hero-master-file.
       01  hero-master-record.
         02 hm-nome PIC A(10).
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

       FD  catalogo-file.
       01  catalogo-record.
         02 videogioco PIC X(15).
         02 nome PIC A(10).
         02 cognome PIC A(10).

       FD  province-file.
       01  provincia-record.
         02 prv-codice PIC X(2).
         02 prv-nome PIC X(25).
         02 prv-stato PIC X(1).
         02 prv-data-decorrenza PIC 9(8).

       FD  successioni-file.
       01  successione-record.
         02 suc-codice PIC X(2).
         02 suc-successore PIC X(2).
         02 suc-data-decorrenza PIC 9(8).
         02 suc-data-registrazione PIC 9(8).

       FD  prestiti-file.
       01  prestito-record.
         02 pre-videogioco PIC X(15).
         02 pre-prestatario PIC X(20).
         02 pre-data-prestito PIC 9(8).

       FD  cambi-file.
       01  cambio-record.
         02 cam-chiave.
           03 cam-valuta PIC X(03).
           03 cam-data-decorrenza PIC 9(08).
         02 cam-tasso PIC 9(04)V9(06).
         02 cam-operatore PIC X(08).
         02 cam-data-registrazione PIC 9(08).

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
       01  parametri-record PIC X(80).

       FD  report-file.
       01  report-record PIC X(132).

       SD  ordinamento-file.
       01  ordinamento-record.
         02 ord-chiave.
           03 ord-esecuzione PIC 9(06).
           03 ord-sequenza PIC 9(06).
         02 ord-archivio PIC X(08).
         02 ord-operazione PIC X(01).
         02 ord-stato PIC X(01).
         02 ord-prima PIC X(100).
         02 ord-dopo PIC X(100).

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
       01  variazioni-status PIC XX.
       01  hero-master-status PIC XX.
       01  registro-vite-status PIC XX.
       01  catalogo-status PIC XX.
       01  province-status PIC XX.
       01  successioni-status PIC XX.
       01  prestiti-status PIC XX.
       01  cambi-status PIC XX.
       01  solleciti-status PIC XX.
       01  addebiti-status PIC XX.
       01  parametri-status PIC XX.
       01  report-status PIC XX.
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

       01  esecuzione-richiesta PIC 9(6) VALUE ZERO.
       01  esecuzione-richiesta-ed PIC ZZZZZ9.
       01  esecuzione-indicata-flag PIC X(01) VALUE "N".
         88 esecuzione-indicata VALUE "S".
       01  fine-variazioni-flag PIC X(01) VALUE "N".
         88 fine-variazioni VALUE "S".
       01  fine-ordinamento-flag PIC X(01) VALUE "N".
         88 fine-ordinamento VALUE "S".
       01  record-presente-flag PIC X(01) VALUE "N".
         88 record-presente VALUE "S".
       01  variazione-respinta-flag PIC X(01) VALUE "N".
         88 variazione-respinta VALUE "S".
       01  registro-vite-assente-flag PIC X(01) VALUE "N".
         88 registro-vite-assente VALUE "S".
       01  storico-vite-flag PIC X(01) VALUE "N".
         88 storico-vite-presente VALUE "S".

       01  immagine-chiave PIC X(100).
       01  immagine-corrente PIC X(100).
       01  descrizione-operazione PIC X(08).
       01  esito-riga PIC X(40).

       01  contatore-lette PIC 9(6) VALUE ZERO.
       01  contatore-stornate PIC 9(6) VALUE ZERO.
       01  contatore-non-stornate PIC 9(6) VALUE ZERO.
       01  contatore-lette-ed PIC ZZZZZ9.
       01  contatore-stornate-ed PIC ZZZZZ9.
       01  contatore-non-stornate-ed PIC ZZZZZ9.
       01  sequenza-ed PIC ZZZZZ9.

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
               MOVE "PROGRAMMA STORNA-ESE" TO audit-valore
               PERFORM SCRIVI-AUDIT
               PERFORM LEGGI-PARAMETRI
               OPEN OUTPUT report-file
               PERFORM STAMPA-INTESTAZIONE-REPORT
               PERFORM ESEGUI-STORNO
               PERFORM STAMPA-TOTALI-REPORT
               CLOSE report-file
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

       LEGGI-PARAMETRI.
           OPEN INPUT parametri-file.
           IF parametri-status = "35"
               CONTINUE
           ELSE
               READ parametri-file
                   AT END CONTINUE
                   NOT AT END
                       IF parametri-record (1:6) IS NUMERIC
                           MOVE parametri-record (1:6)
                               TO esecuzione-richiesta
                           SET esecuzione-indicata TO TRUE
                       END-IF
               END-READ
               CLOSE parametri-file.

       STAMPA-INTESTAZIONE-REPORT.
           MOVE esecuzione-richiesta TO esecuzione-richiesta-ed.
           MOVE SPACES TO report-record.
           STRING "STORNO ESECUZIONE DI MANUTENZIONE " DELIMITED BY SIZE
                   esecuzione-richiesta-ed DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       ESEGUI-STORNO.
           IF NOT esecuzione-indicata
               MOVE "ESECUZIONE NON INDICATA SU STRNPARM"
                   TO report-record
               WRITE report-record
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O variazioni-file
               IF variazioni-status = "35"
                   MOVE "VARLOG ASSENTE, STORNO SALTATO"
                       TO report-record
                   WRITE report-record
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM APRI-ARCHIVI
                   SORT ordinamento-file
                       ON DESCENDING KEY ord-sequenza
                       INPUT PROCEDURE IS SELEZIONA-VARIAZIONI
                       OUTPUT PROCEDURE IS STORNA-VARIAZIONI
                   PERFORM CHIUDI-ARCHIVI
                   CLOSE variazioni-file
                   PERFORM CHIUDI-STORNO.

       CHIUDI-STORNO.
           IF contatore-lette = ZERO
               MOVE "ESECUZIONE NON TROVATA SU VARLOG"
                   TO report-record
               WRITE report-record
               MOVE 4 TO RETURN-CODE
           ELSE
               IF contatore-non-stornate > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "STORNO" TO audit-campo
               MOVE SPACES TO audit-valore
               STRING "VARLOG " DELIMITED BY SIZE
                       esecuzione-richiesta DELIMITED BY SIZE
                   INTO audit-valore
               PERFORM SCRIVI-AUDIT.

       APRI-ARCHIVI.
           PERFORM APRI-REGISTRO-VITE.
           OPEN I-O hero-master-file.
           IF hero-master-status = "35"
               OPEN OUTPUT hero-master-file
               CLOSE hero-master-file
               OPEN I-O hero-master-file.
           OPEN I-O catalogo-file.
           IF catalogo-status = "35"
               OPEN OUTPUT catalogo-file
               CLOSE catalogo-file
               OPEN I-O catalogo-file.
           OPEN I-O province-file.
           IF province-status = "35"
               OPEN OUTPUT province-file
               CLOSE province-file
               OPEN I-O province-file.
           OPEN I-O successioni-file.
           IF successioni-status = "35"
               OPEN OUTPUT successioni-file
               CLOSE successioni-file
               OPEN I-O successioni-file.
           OPEN I-O prestiti-file.
           IF prestiti-status = "35"
               OPEN OUTPUT prestiti-file
               CLOSE prestiti-file
               OPEN I-O prestiti-file.
           OPEN I-O cambi-file.
           IF cambi-status = "35"
               OPEN OUTPUT cambi-file
               CLOSE cambi-file
               OPEN I-O cambi-file.
           OPEN I-O solleciti-file.
           IF solleciti-status = "35"
               OPEN OUTPUT solleciti-file
               CLOSE solleciti-file
               OPEN I-O solleciti-file.
           OPEN I-O addebiti-file.
           IF addebiti-status = "35"
               OPEN OUTPUT addebiti-file
               CLOSE addebiti-file
               OPEN I-O addebiti-file.

       APRI-REGISTRO-VITE.
           OPEN INPUT registro-vite-file.
           IF registro-vite-status = "35"
               SET registro-vite-assente TO TRUE.

       CONTROLLA-STORICO-VITE.
           MOVE "N" TO storico-vite-flag.
           IF NOT registro-vite-assente
               MOVE hm-nome TO led-nome
               MOVE ZERO TO led-data
               MOVE ZERO TO led-progressivo
               START registro-vite-file KEY IS NOT LESS THAN led-chiave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ registro-vite-file NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF led-nome = hm-nome
                                   SET storico-vite-presente TO TRUE
                               END-IF
                       END-READ
               END-START.

       CHIUDI-ARCHIVI.
           IF NOT registro-vite-assente
               CLOSE registro-vite-file.
           CLOSE hero-master-file.
           CLOSE catalogo-file.
           CLOSE province-file.
           CLOSE successioni-file.
           CLOSE prestiti-file.
           CLOSE cambi-file.
           CLOSE solleciti-file.
           CLOSE addebiti-file.

       SELEZIONA-VARIAZIONI.
           MOVE "N" TO fine-variazioni-flag.
           MOVE esecuzione-richiesta TO var-esecuzione.
           MOVE ZERO TO var-sequenza.
           START variazioni-file KEY IS NOT LESS THAN var-chiave
               INVALID KEY SET fine-variazioni TO TRUE.
           PERFORM LEGGI-VARIAZIONE.
           PERFORM SELEZIONA-VARIAZIONE-CORRENTE
               UNTIL fine-variazioni.

       LEGGI-VARIAZIONE.
           IF NOT fine-variazioni
               READ variazioni-file NEXT RECORD
                   AT END SET fine-variazioni TO TRUE
               END-READ
               IF NOT fine-variazioni
                   AND var-esecuzione NOT = esecuzione-richiesta
                   SET fine-variazioni TO TRUE.

       SELEZIONA-VARIAZIONE-CORRENTE.
           ADD 1 TO contatore-lette.
           MOVE var-chiave TO ord-chiave.
           MOVE var-archivio TO ord-archivio.
           MOVE var-operazione TO ord-operazione.
           MOVE var-stato TO ord-stato.
           MOVE var-prima TO ord-prima.
           MOVE var-dopo TO ord-dopo.
           RELEASE ordinamento-record.
           PERFORM LEGGI-VARIAZIONE.

       STORNA-VARIAZIONI.
           PERFORM RITORNA-VARIAZIONE.
           PERFORM STORNA-VARIAZIONE-CORRENTE UNTIL fine-ordinamento.

       RITORNA-VARIAZIONE.
           RETURN ordinamento-file
               AT END SET fine-ordinamento TO TRUE.

       STORNA-VARIAZIONE-CORRENTE.
           MOVE "N" TO variazione-respinta-flag.
           MOVE SPACES TO esito-riga.
           IF ord-operazione = "E"
               MOVE ord-prima TO immagine-chiave
           ELSE
               MOVE ord-dopo TO immagine-chiave.
           IF ord-stato = "S"
               MOVE "NON STORNATA: GIA' STORNATA" TO esito-riga
               SET variazione-respinta TO TRUE
           ELSE
               IF ord-operazione NOT = "A"
                   AND ord-operazione NOT = "M"
                   AND ord-operazione NOT = "E"
                   MOVE "NON STORNATA: OPERAZIONE NON VALIDA"
                       TO esito-riga
                   SET variazione-respinta TO TRUE
               ELSE
                   EVALUATE ord-archivio
                       WHEN "HEROMAST" PERFORM STORNA-EROE
                       WHEN "CATALOGO" PERFORM STORNA-TITOLO
                       WHEN "PROVINCE" PERFORM STORNA-PROVINCIA
                       WHEN "SUCCPROV" PERFORM STORNA-SUCCESSIONE
                       WHEN "PRESTITI" PERFORM STORNA-PRESTITO
                       WHEN "CAMBI" PERFORM STORNA-CAMBIO
                       WHEN "SOLLECIT" PERFORM STORNA-SOLLECITO
                       WHEN "ADDEBITI" PERFORM STORNA-ADDEBITO
                       WHEN OTHER
                           MOVE "NON STORNATA: ARCHIVIO NON GESTITO"
                               TO esito-riga
                           SET variazione-respinta TO TRUE
                   END-EVALUATE.
           IF variazione-respinta
               ADD 1 TO contatore-non-stornate
           ELSE
               ADD 1 TO contatore-stornate
               MOVE "STORNATA" TO esito-riga
               PERFORM MARCA-VARIAZIONE-STORNATA.
           PERFORM STAMPA-RIGA-STORNO.
           PERFORM RITORNA-VARIAZIONE.

       CONTROLLA-IMMAGINE-CORRENTE.
           IF ord-operazione = "E"
               IF record-presente
                   MOVE "NON STORNATA: RECORD RIAGGIUNTO DOPO"
                       TO esito-riga
                   SET variazione-respinta TO TRUE
               END-IF
           ELSE
               IF NOT record-presente
                   MOVE "NON STORNATA: RECORD ELIMINATO DOPO"
                       TO esito-riga
                   SET variazione-respinta TO TRUE
               ELSE
                   IF immagine-corrente NOT = ord-dopo
                       MOVE "NON STORNATA: RECORD VARIATO DOPO"
                           TO esito-riga
                       SET variazione-respinta TO TRUE.

       STORNA-EROE.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO hero-master-record.
           READ hero-master-file
               KEY IS hm-nome
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE hero-master-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               AND ord-operazione = "A"
               PERFORM CONTROLLA-STORICO-VITE
               IF storico-vite-presente
                   MOVE "NON STORNATA: EROE CON STORICO VITE"
                       TO esito-riga
                   SET variazione-respinta TO TRUE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE hero-master-file
                   WHEN "M"
                       MOVE ord-prima TO hero-master-record
                       REWRITE hero-master-record
                   WHEN "E"
                       MOVE ord-prima TO hero-master-record
                       WRITE hero-master-record
               END-EVALUATE.

       STORNA-TITOLO.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO catalogo-record.
           READ catalogo-file
               KEY IS videogioco OF catalogo-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE catalogo-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE catalogo-file
                   WHEN "M"
                       MOVE ord-prima TO catalogo-record
                       REWRITE catalogo-record
                   WHEN "E"
                       MOVE ord-prima TO catalogo-record
                       WRITE catalogo-record
               END-EVALUATE.

       STORNA-PROVINCIA.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO provincia-record.
           READ province-file
               KEY IS prv-codice
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE provincia-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE province-file
                   WHEN "M"
                       MOVE ord-prima TO provincia-record
                       REWRITE provincia-record
                   WHEN "E"
                       MOVE ord-prima TO provincia-record
                       WRITE provincia-record
               END-EVALUATE.

       STORNA-SUCCESSIONE.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO successione-record.
           READ successioni-file
               KEY IS suc-codice
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE successione-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE successioni-file
                   WHEN "M"
                       MOVE ord-prima TO successione-record
                       REWRITE successione-record
                   WHEN "E"
                       MOVE ord-prima TO successione-record
                       WRITE successione-record
               END-EVALUATE.

       STORNA-PRESTITO.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO prestito-record.
           READ prestiti-file
               KEY IS pre-videogioco
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE prestito-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE prestiti-file
                   WHEN "M"
                       MOVE ord-prima TO prestito-record
                       REWRITE prestito-record
                   WHEN "E"
                       MOVE ord-prima TO prestito-record
                       WRITE prestito-record
               END-EVALUATE.

       STORNA-CAMBIO.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO cambio-record.
           READ cambi-file
               KEY IS cam-chiave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE cambio-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE cambi-file
                   WHEN "M"
                       MOVE ord-prima TO cambio-record
                       REWRITE cambio-record
                   WHEN "E"
                       MOVE ord-prima TO cambio-record
                       WRITE cambio-record
               END-EVALUATE.

       STORNA-SOLLECITO.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO sollecito-record.
           READ solleciti-file
               KEY IS sol-chiave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE sollecito-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE solleciti-file
                   WHEN "M"
                       MOVE ord-prima TO sollecito-record
                       REWRITE sollecito-record
                   WHEN "E"
                       MOVE ord-prima TO sollecito-record
                       WRITE sollecito-record
               END-EVALUATE.

       STORNA-ADDEBITO.
           MOVE "N" TO record-presente-flag.
           MOVE immagine-chiave TO addebito-record.
           READ addebiti-file
               KEY IS add-chiave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET record-presente TO TRUE
                   MOVE addebito-record TO immagine-corrente
           END-READ.
           PERFORM CONTROLLA-IMMAGINE-CORRENTE.
           IF NOT variazione-respinta
               EVALUATE ord-operazione
                   WHEN "A"
                       DELETE addebiti-file
                   WHEN "M"
                       MOVE ord-prima TO addebito-record
                       REWRITE addebito-record
                   WHEN "E"
                       MOVE ord-prima TO addebito-record
                       WRITE addebito-record
               END-EVALUATE.

       MARCA-VARIAZIONE-STORNATA.
           MOVE ord-chiave TO var-chiave.
           READ variazioni-file
               KEY IS var-chiave
               INVALID KEY
                   DISPLAY "VARLOG: VARIAZIONE ASSENTE " ord-chiave
               NOT INVALID KEY
                   MOVE "S" TO var-stato
                   MOVE data-sistema TO var-data-storno
                   REWRITE variazione-record
           END-READ.

       STAMPA-RIGA-STORNO.
           EVALUATE ord-operazione
               WHEN "A" MOVE "AGGIUNTA" TO descrizione-operazione
               WHEN "M" MOVE "MODIFICA" TO descrizione-operazione
               WHEN "E" MOVE "ELIMINAZ" TO descrizione-operazione
               WHEN OTHER MOVE SPACES TO descrizione-operazione
           END-EVALUATE.
           MOVE ord-sequenza TO sequenza-ed.
           MOVE SPACES TO report-record.
           STRING "VARIAZIONE " DELIMITED BY SIZE
                   sequenza-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-archivio DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   descrizione-operazione DELIMITED BY SIZE
                   " CHIAVE=" DELIMITED BY SIZE
                   immagine-chiave (1:20) DELIMITED BY SIZE
                   " ESITO: " DELIMITED BY SIZE
                   esito-riga DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "    PRIMA: " DELIMITED BY SIZE
                   ord-prima DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "    DOPO:  " DELIMITED BY SIZE
                   ord-dopo DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       STAMPA-TOTALI-REPORT.
           MOVE contatore-lette TO contatore-lette-ed.
           MOVE contatore-stornate TO contatore-stornate-ed.
           MOVE contatore-non-stornate TO contatore-non-stornate-ed.
           MOVE SPACES TO report-record.
           STRING "VARIAZIONI LETTE: " DELIMITED BY SIZE
                   contatore-lette-ed DELIMITED BY SIZE
                   "  STORNATE: " DELIMITED BY SIZE
                   contatore-stornate-ed DELIMITED BY SIZE
                   "  NON STORNATE: " DELIMITED BY SIZE
                   contatore-non-stornate-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       END PROGRAM storna-esecuzione.
