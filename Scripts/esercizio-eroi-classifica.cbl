      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: classifica annuale degli eroi di HEROMAST per vite
      *          salvate nell'anno (registro VITELEDG) e per vite
      *          salvate per anno di eta', con totale storico da
      *          VITETOT e segnalazione degli eroi senza attivita'
      *          nell'anno richiesto (CLASPARM) su CLASRPT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. eroi-classifica.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT totali-vite-file ASSIGN TO "VITETOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tot-nome
               FILE STATUS IS totali-vite-status.

           SELECT parametri-file ASSIGN TO "CLASPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT report-file ASSIGN TO "CLASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

           SELECT lavoro-file ASSIGN TO "CLASWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lavoro-status.

           SELECT ordinamento-file ASSIGN TO "SORTWK".

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  totali-vite-file.
       01  totale-vite-record.
         02 tot-nome PIC X(10).
         02 tot-anno PIC 9(4).
         02 tot-vite-anno PIC 9(6).
         02 tot-vite-totali PIC 9(8).
         02 tot-registrazioni PIC 9(6).
         02 tot-data-ultima PIC 9(8).

       FD  parametri-file.
       01  parametri-record PIC X(20).

       FD  report-file.
       01  report-record PIC X(132).

       FD  lavoro-file.
       01  lavoro-record PIC X(55).

       SD  ordinamento-file.
       01  ordinamento-record.
         02 ord-vite-anno PIC 9(6).
         02 ord-rapporto PIC 9(4)V99.
         02 ord-nome PIC X(10).
         02 ord-supereroe PIC X(20).
         02 ord-eta PIC 9(4).
         02 ord-vite-totali PIC 9(8).
         02 ord-attivita PIC X(1).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  hero-master-status PIC XX.
       01  registro-vite-status PIC XX.
       01  totali-vite-status PIC XX.
       01  parametri-status PIC XX.
       01  report-status PIC XX.
       01  lavoro-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-master-flag PIC X(01) VALUE "N".
         88 fine-master VALUE "S".
       01  fine-registro-vite-flag PIC X(01) VALUE "N".
         88 fine-registro-vite VALUE "S".
       01  fine-ordinamento-flag PIC X(01) VALUE "N".
         88 fine-ordinamento VALUE "S".
       01  registro-vite-assente-flag PIC X(01) VALUE "N".
         88 registro-vite-assente VALUE "S".
       01  totali-vite-assente-flag PIC X(01) VALUE "N".
         88 totali-vite-assente VALUE "S".

       01  anno-classifica PIC 9(4).
       01  data-inizio-anno PIC 9(8).
       01  data-fine-anno PIC 9(8).
       01  vite-anno-eroe PIC 9(6).

       01  posizione PIC 9(4) VALUE ZERO.
       01  contatore-eroi PIC 9(4) VALUE ZERO.
       01  contatore-senza-attivita PIC 9(4) VALUE ZERO.
       01  totale-vite-anno PIC 9(8) VALUE ZERO.
       01  posizione-ed PIC ZZZ9.
       01  contatore-eroi-ed PIC ZZZ9.
       01  contatore-senza-attivita-ed PIC ZZZ9.
       01  totale-vite-anno-ed PIC ZZZZZZZ9.
       01  eta-ed PIC ZZZ9.
       01  vite-anno-ed PIC ZZZZZ9.
       01  vite-totali-ed PIC ZZZZZZZ9.
       01  rapporto-ed PIC ZZZ9.99.
       01  nota-riga PIC X(20).

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

           PERFORM LEGGI-PARAMETRI.
           COMPUTE data-inizio-anno = anno-classifica * 10000 + 101.
           COMPUTE data-fine-anno = anno-classifica * 10000 + 1231.

           OPEN OUTPUT report-file.
           PERFORM STAMPA-INTESTAZIONE-REPORT.

           OPEN INPUT hero-master-file.
           IF hero-master-status = "35"
               MOVE "HEROMAST ASSENTE, CLASSIFICA NON PRODOTTA"
                   TO report-record
               WRITE report-record
           ELSE
               PERFORM APRI-REGISTRI-VITE
               SORT ordinamento-file
                   ON DESCENDING KEY ord-vite-anno
                   ON ASCENDING KEY ord-nome
                   INPUT PROCEDURE IS CARICA-CLASSIFICA
                   OUTPUT PROCEDURE IS STAMPA-CLASSIFICA-VITE
               PERFORM CHIUDI-REGISTRI-VITE
               CLOSE hero-master-file
               SORT ordinamento-file
                   ON DESCENDING KEY ord-rapporto
                   ON ASCENDING KEY ord-nome
                   USING lavoro-file
                   OUTPUT PROCEDURE IS STAMPA-CLASSIFICA-RAPPORTO
               PERFORM STAMPA-TOTALI-REPORT.
           CLOSE report-file.

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

       LEGGI-PARAMETRI.
           MOVE anno-sistema TO anno-classifica.
           OPEN INPUT parametri-file.
           IF parametri-status = "35"
               CONTINUE
           ELSE
               READ parametri-file
                   AT END CONTINUE
                   NOT AT END
                       IF parametri-record (1:4) IS NUMERIC
                           MOVE parametri-record (1:4)
                               TO anno-classifica
                       END-IF
               END-READ
               CLOSE parametri-file.

       STAMPA-INTESTAZIONE-REPORT.
           MOVE SPACES TO report-record.
           STRING "CLASSIFICA ANNUALE EROI - ANNO " DELIMITED BY SIZE
                   anno-classifica DELIMITED BY SIZE
                   "   DATA ELABORAZIONE: " DELIMITED BY SIZE
                   data-sistema-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       APRI-REGISTRI-VITE.
           OPEN INPUT registro-vite-file.
           IF registro-vite-status = "35"
               SET registro-vite-assente TO TRUE
               DISPLAY "VITELEDG ASSENTE, NESSUNA VITE NELL'ANNO".
           OPEN INPUT totali-vite-file.
           IF totali-vite-status = "35"
               SET totali-vite-assente TO TRUE
               DISPLAY "VITETOT ASSENTE, TOTALI STORICI A ZERO".

       CHIUDI-REGISTRI-VITE.
           IF NOT registro-vite-assente
               CLOSE registro-vite-file.
           IF NOT totali-vite-assente
               CLOSE totali-vite-file.

       CARICA-CLASSIFICA.
           MOVE LOW-VALUES TO hm-nome.
           START hero-master-file KEY IS NOT LESS THAN hm-nome
               INVALID KEY SET fine-master TO TRUE.
           IF NOT fine-master
               PERFORM LEGGI-EROE-MASTER
               PERFORM RILASCIA-EROE-CORRENTE UNTIL fine-master.

       LEGGI-EROE-MASTER.
           READ hero-master-file NEXT RECORD
               AT END SET fine-master TO TRUE.

       RILASCIA-EROE-CORRENTE.
           ADD 1 TO contatore-eroi.
           PERFORM SOMMA-VITE-ANNO.
           MOVE vite-anno-eroe TO ord-vite-anno.
           ADD vite-anno-eroe TO totale-vite-anno.
           MOVE hm-nome TO ord-nome.
           MOVE hm-supereroe TO ord-supereroe.
           MOVE ZERO TO ord-eta.
           MOVE ZERO TO ord-rapporto.
           IF hm-eta2 IS NUMERIC
               AND hm-eta2 > ZERO
               AND hm-eta2 < anno-classifica
               SUBTRACT hm-eta2 FROM anno-classifica GIVING ord-eta
               DIVIDE vite-anno-eroe BY ord-eta
                   GIVING ord-rapporto ROUNDED.
           MOVE ZERO TO ord-vite-totali.
           IF NOT totali-vite-assente
               MOVE hm-nome TO tot-nome
               READ totali-vite-file
                   KEY IS tot-nome
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE tot-vite-totali TO ord-vite-totali
               END-READ.
           IF vite-anno-eroe = ZERO
               MOVE "N" TO ord-attivita
               ADD 1 TO contatore-senza-attivita
           ELSE
               MOVE "S" TO ord-attivita.
           RELEASE ordinamento-record.
           PERFORM LEGGI-EROE-MASTER.

       SOMMA-VITE-ANNO.
           MOVE ZERO TO vite-anno-eroe.
           IF NOT registro-vite-assente
               MOVE "N" TO fine-registro-vite-flag
               MOVE hm-nome TO led-nome
               MOVE data-inizio-anno TO led-data
               MOVE ZERO TO led-progressivo
               START registro-vite-file
                   KEY IS NOT LESS THAN led-chiave
                   INVALID KEY SET fine-registro-vite TO TRUE
               END-START
               PERFORM LEGGI-REGISTRO-VITE
               PERFORM SOMMA-VOCE-REGISTRO UNTIL fine-registro-vite.

       LEGGI-REGISTRO-VITE.
           IF NOT fine-registro-vite
               READ registro-vite-file NEXT RECORD
                   AT END SET fine-registro-vite TO TRUE
               END-READ
               IF NOT fine-registro-vite
                   AND (led-nome NOT = hm-nome
                   OR led-data > data-fine-anno)
                   SET fine-registro-vite TO TRUE.

       SOMMA-VOCE-REGISTRO.
           ADD led-vite TO vite-anno-eroe.
           PERFORM LEGGI-REGISTRO-VITE.

       STAMPA-CLASSIFICA-VITE.
           OPEN OUTPUT lavoro-file.
           MOVE "CLASSIFICA PER VITE SALVATE NELL'ANNO"
               TO report-record.
           PERFORM STAMPA-TESTATA-SEZIONE.
           MOVE ZERO TO posizione.
           MOVE "N" TO fine-ordinamento-flag.
           PERFORM RITORNA-VOCE-ORDINATA.
           PERFORM STAMPA-VOCE-VITE UNTIL fine-ordinamento.
           CLOSE lavoro-file.

       STAMPA-VOCE-VITE.
           PERFORM STAMPA-RIGA-CLASSIFICA.
           WRITE lavoro-record FROM ordinamento-record.
           PERFORM RITORNA-VOCE-ORDINATA.

       STAMPA-CLASSIFICA-RAPPORTO.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE "CLASSIFICA PER VITE SALVATE PER ANNO DI ETA'"
               TO report-record.
           PERFORM STAMPA-TESTATA-SEZIONE.
           MOVE ZERO TO posizione.
           MOVE "N" TO fine-ordinamento-flag.
           PERFORM RITORNA-VOCE-ORDINATA.
           PERFORM STAMPA-VOCE-RAPPORTO UNTIL fine-ordinamento.

       STAMPA-VOCE-RAPPORTO.
           PERFORM STAMPA-RIGA-CLASSIFICA.
           PERFORM RITORNA-VOCE-ORDINATA.

       RITORNA-VOCE-ORDINATA.
           RETURN ordinamento-file
               AT END SET fine-ordinamento TO TRUE.

       STAMPA-TESTATA-SEZIONE.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "POS. NOME       SUPEREROE            ETA' "
                   DELIMITED BY SIZE
                   "VITE ANNO VITE TOTALI VITE/ETA' NOTE"
                   DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       STAMPA-RIGA-CLASSIFICA.
           ADD 1 TO posizione.
           MOVE posizione TO posizione-ed.
           MOVE ord-eta TO eta-ed.
           MOVE ord-vite-anno TO vite-anno-ed.
           MOVE ord-vite-totali TO vite-totali-ed.
           MOVE ord-rapporto TO rapporto-ed.
           IF ord-attivita = "N"
               MOVE "NESSUNA ATTIVITA'" TO nota-riga
           ELSE
               MOVE SPACES TO nota-riga.
           MOVE SPACES TO report-record.
           STRING posizione-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-nome DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ord-supereroe DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   eta-ed DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   vite-anno-ed DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   vite-totali-ed DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   rapporto-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   nota-riga DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       STAMPA-TOTALI-REPORT.
           MOVE contatore-eroi TO contatore-eroi-ed.
           MOVE contatore-senza-attivita TO contatore-senza-attivita-ed.
           MOVE totale-vite-anno TO totale-vite-anno-ed.
           MOVE SPACES TO report-record.
           WRITE report-record.
           MOVE SPACES TO report-record.
           STRING "EROI IN CLASSIFICA: " DELIMITED BY SIZE
                   contatore-eroi-ed DELIMITED BY SIZE
                   "  SENZA ATTIVITA' NELL'ANNO: " DELIMITED BY SIZE
                   contatore-senza-attivita-ed DELIMITED BY SIZE
                   "  VITE SALVATE NELL'ANNO: " DELIMITED BY SIZE
                   totale-vite-anno-ed DELIMITED BY SIZE
               INTO report-record.
           WRITE report-record.

       END PROGRAM eroi-classifica.
