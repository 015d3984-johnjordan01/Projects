      * Author: jordan
      * Date: 22/08/2026
      * Purpose: controllo preventivo dei file TRANIN e RUBRIN con
      *          scrittura dei file validati TRANVAL e RUBVAL; verifica
      *          la testata di lotto sul registro LOTTIREG e produce le
      *          ricevute per i mittenti su LOTTIACK
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

           SELECT sospesi-file ASSIGN TO "SOSPESI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sos-chiave
               FILE STATUS IS sospesi-status.

           SELECT lotti-file ASSIGN TO "LOTTIREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lot-chiave
               FILE STATUS IS lotti-status.

           SELECT ricevute-file ASSIGN TO "LOTTIACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ricevute-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transazioni-file.
       01  transazione-file-record PIC X(80).

       FD  rubrica-file.
       01  rubrica-file-record PIC X(80).

       FD  transazioni-validate-file.
       01  transazione-validata PIC X(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

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

       FD  lotti-file.
       01  lotto-record.
         02 lot-chiave.
           03 lot-flusso PIC X(08).
           03 lot-mittente PIC X(08).
           03 lot-numero PIC 9(06).
         02 lot-data-creazione PIC 9(08).
         02 lot-data-ricezione PIC 9(08).
         02 lot-letti PIC 9(06).
         02 lot-accettati PIC 9(06).
         02 lot-scartati PIC 9(06).

       FD  ricevute-file.
       01  ricevuta-record.
         02 ric-flusso PIC X(08).
         02 FILLER PIC X(01).
         02 ric-mittente PIC X(08).
         02 FILLER PIC X(01).
         02 ric-numero-lotto PIC X(06).
         02 FILLER PIC X(01).
         02 ric-data-creazione PIC X(08).
         02 FILLER PIC X(01).
         02 ric-data-elaborazione PIC 9(08).
         02 FILLER PIC X(01).
         02 ric-esito PIC X(09).
         02 FILLER PIC X(01).
         02 ric-letti PIC 9(06).
         02 FILLER PIC X(01).
         02 ric-accettati PIC 9(06).
         02 FILLER PIC X(01).
         02 ric-scartati PIC 9(06).
         02 FILLER PIC X(01).
         02 ric-motivo PIC X(30).

       WORKING-STORAGE SECTION.
       01  transazioni-status PIC XX.
       01  rubrica-status PIC XX.
       01  rubrica-validata-status PIC XX.
       01  scarti-status PIC XX.
       01  data-elaborazione-status PIC XX.
       01  sospesi-status PIC XX.
       01  lotti-status PIC XX.
       01  ricevute-status PIC XX.

       01  transazione-grezza PIC X(80).
       01  rubrica-grezza PIC X(80).

       01  testata-lotto.
         02 tes-marca PIC X(01).
           88 tes-testata VALUE "H".
         02 tes-mittente PIC X(08).
         02 tes-numero-lotto PIC 9(06).
         02 tes-data-creazione PIC 9(08).
         02 FILLER PIC X(57).

       01  fine-transazioni-flag PIC X(01) VALUE "N".
         88 fine-transazioni VALUE "S".
         88 fine-rubrica VALUE "S".
       01  record-scartato-flag PIC X(01) VALUE "N".
         88 record-scartato VALUE "S".
       01  fine-sospesi-flag PIC X(01) VALUE "N".
         88 fine-sospesi VALUE "S".
       01  rientro-in-corso-flag PIC X(01) VALUE "N".
         88 rientro-in-corso VALUE "S".
       01  fonte-sospesi PIC X(08).
       01  programma-sospesi PIC X(16) VALUE "VALIDA-INPUT".
       01  ultimo-progressivo-sospeso PIC 9(6) VALUE ZERO.
       01  dati-scartati PIC X(80).
       01  tipo-riga-scarto PIC X(05).
       01  lotto-accettato-flag PIC X(01) VALUE "N".
         88 lotto-accettato VALUE "S".
       01  lotto-registrato-flag PIC X(01) VALUE "N".
         88 lotto-registrato VALUE "S".
       01  fine-lotti-flag PIC X(01) VALUE "N".
         88 fine-lotti VALUE "S".
       01  ultimo-lotto-mittente PIC 9(6) VALUE ZERO.
       01  motivo-lotto PIC X(30).
       01  lotto-letti PIC 9(6) VALUE ZERO.
       01  lotto-validi PIC 9(6) VALUE ZERO.
       01  lotto-scartati PIC 9(6) VALUE ZERO.

       01  contatore-trans-letti PIC 9(6) VALUE ZERO.
       01  contatore-trans-validi PIC 9(6) VALUE ZERO.
       01  contatore-validi-ed PIC ZZZZZ9.
       01  contatore-scartati-ed PIC ZZZZZ9.
       01  numero-riga-ed PIC ZZZZZ9.
       01  contatore-rientri PIC 9(6) VALUE ZERO.
       01  contatore-sospesi PIC 9(6) VALUE ZERO.
       01  contatore-rientri-ed PIC ZZZZZ9.
       01  contatore-sospesi-ed PIC ZZZZZ9.
       01  motivo-scarto PIC X(30).

       01  valore-transazione PIC 9(8).

           OPEN OUTPUT scarti-file.
           PERFORM STAMPA-INTESTAZIONE-SCARTI.
           PERFORM APRI-SOSPESI.
           PERFORM APRI-REGISTRO-LOTTI.
           OPEN OUTPUT ricevute-file.
           PERFORM VALIDA-TRANSAZIONI.
           PERFORM VALIDA-RUBRICA.
           CLOSE ricevute-file.
           CLOSE lotti-file.
           CLOSE sospesi-file.
           CLOSE scarti-file.

           GOBACK.
               INTO scarti-record.
           WRITE scarti-record.

       APRI-SOSPESI.
           OPEN I-O sospesi-file.
           IF sospesi-status = "35"
               OPEN OUTPUT sospesi-file
               CLOSE sospesi-file
               OPEN I-O sospesi-file.

       APRI-REGISTRO-LOTTI.
           OPEN I-O lotti-file.
           IF lotti-status = "35"
               OPEN OUTPUT lotti-file
               CLOSE lotti-file
               OPEN I-O lotti-file.

       CONTROLLA-TESTATA-LOTTO.
           MOVE "N" TO lotto-accettato-flag.
           MOVE SPACES TO motivo-lotto.
           IF NOT tes-testata
               MOVE "TESTATA DI LOTTO MANCANTE" TO motivo-lotto
           ELSE
               IF tes-mittente = SPACES
                   MOVE "MITTENTE MANCANTE" TO motivo-lotto
               ELSE
                   IF tes-numero-lotto IS NOT NUMERIC
                       OR tes-numero-lotto = ZERO
                       MOVE "NUMERO LOTTO NON VALIDO" TO motivo-lotto
                   ELSE
                       IF tes-data-creazione IS NOT NUMERIC
                           MOVE "DATA CREAZIONE NON VALIDA"
                               TO motivo-lotto
                       ELSE
                           IF tes-data-creazione > data-sistema
                               MOVE "DATA CREAZIONE FUTURA"
                                   TO motivo-lotto
                           ELSE
                               PERFORM CONTROLLA-REGISTRO-LOTTI.
           IF motivo-lotto = SPACES
               SET lotto-accettato TO TRUE.

       CONTROLLA-REGISTRO-LOTTI.
           MOVE fonte-sospesi TO lot-flusso.
           MOVE tes-mittente TO lot-mittente.
           MOVE tes-numero-lotto TO lot-numero.
           MOVE "N" TO lotto-registrato-flag.
           READ lotti-file
               INVALID KEY MOVE "N" TO lotto-registrato-flag
               NOT INVALID KEY SET lotto-registrato TO TRUE
           END-READ.
           IF lotto-registrato
               MOVE "LOTTO GIA' RICEVUTO" TO motivo-lotto
           ELSE
               PERFORM CERCA-ULTIMO-LOTTO
               IF ultimo-lotto-mittente NOT = ZERO
                   AND tes-numero-lotto NOT = ultimo-lotto-mittente + 1
                   MOVE "LOTTO FUORI SEQUENZA" TO motivo-lotto.

       CERCA-ULTIMO-LOTTO.
           MOVE ZERO TO ultimo-lotto-mittente.
           MOVE "N" TO fine-lotti-flag.
           MOVE fonte-sospesi TO lot-flusso.
           MOVE tes-mittente TO lot-mittente.
           MOVE ZERO TO lot-numero.
           START lotti-file KEY IS NOT LESS THAN lot-chiave
               INVALID KEY SET fine-lotti TO TRUE.
           PERFORM LEGGI-LOTTO-MITTENTE.
           PERFORM MEMORIZZA-ULTIMO-LOTTO UNTIL fine-lotti.

       MEMORIZZA-ULTIMO-LOTTO.
           MOVE lot-numero TO ultimo-lotto-mittente.
           PERFORM LEGGI-LOTTO-MITTENTE.

       LEGGI-LOTTO-MITTENTE.
           IF NOT fine-lotti
               READ lotti-file NEXT RECORD
                   AT END SET fine-lotti TO TRUE
               END-READ
               IF NOT fine-lotti
                   AND (lot-flusso NOT = fonte-sospesi
                       OR lot-mittente NOT = tes-mittente)
                   SET fine-lotti TO TRUE.

       REGISTRA-LOTTO.
           IF lotto-accettato
               MOVE fonte-sospesi TO lot-flusso
               MOVE tes-mittente TO lot-mittente
               MOVE tes-numero-lotto TO lot-numero
               MOVE tes-data-creazione TO lot-data-creazione
               MOVE data-sistema TO lot-data-ricezione
               MOVE lotto-letti TO lot-letti
               MOVE lotto-validi TO lot-accettati
               MOVE lotto-scartati TO lot-scartati
               WRITE lotto-record
                   INVALID KEY
                       DISPLAY "LOTTO GIA' PRESENTE SU LOTTIREG: "
                           fonte-sospesi " " tes-mittente
               END-WRITE
           ELSE
               MOVE 4 TO RETURN-CODE
               PERFORM SCRIVI-SCARTO-LOTTO.
           PERFORM SCRIVI-RICEVUTA-LOTTO.

       SCRIVI-SCARTO-LOTTO.
           MOVE lotto-letti TO contatore-letti-ed.
           MOVE SPACES TO scarti-record.
           IF tes-testata
               STRING fonte-sospesi DELIMITED BY SPACE
                       " LOTTO " DELIMITED BY SIZE
                       tes-numero-lotto DELIMITED BY SIZE
                       " MITTENTE " DELIMITED BY SIZE
                       tes-mittente DELIMITED BY SIZE
                       " RESPINTO MOTIVO: " DELIMITED BY SIZE
                       motivo-lotto DELIMITED BY SIZE
                       " RECORD NON ELABORATI: " DELIMITED BY SIZE
                       contatore-letti-ed DELIMITED BY SIZE
                   INTO scarti-record
           ELSE
               STRING fonte-sospesi DELIMITED BY SPACE
                       " LOTTO RESPINTO MOTIVO: " DELIMITED BY SIZE
                       motivo-lotto DELIMITED BY SIZE
                       " RECORD NON ELABORATI: " DELIMITED BY SIZE
                       contatore-letti-ed DELIMITED BY SIZE
                   INTO scarti-record.
           WRITE scarti-record.

       SCRIVI-RICEVUTA-LOTTO.
           MOVE SPACES TO ricevuta-record.
           MOVE fonte-sospesi TO ric-flusso.
           IF tes-testata
               MOVE tes-mittente TO ric-mittente
               MOVE tes-numero-lotto TO ric-numero-lotto
               MOVE tes-data-creazione TO ric-data-creazione.
           MOVE data-sistema TO ric-data-elaborazione.
           IF lotto-accettato
               MOVE "ACCETTATO" TO ric-esito
           ELSE
               MOVE "RESPINTO" TO ric-esito.
           MOVE lotto-letti TO ric-letti.
           MOVE lotto-validi TO ric-accettati.
           MOVE lotto-scartati TO ric-scartati.
           MOVE motivo-lotto TO ric-motivo.
           WRITE ricevuta-record.

       CERCA-ULTIMO-SOSPESO.
           MOVE ZERO TO ultimo-progressivo-sospeso.
           MOVE ZERO TO contatore-rientri.
           MOVE ZERO TO contatore-sospesi.
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
           MOVE motivo-scarto TO sos-motivo.
           MOVE dati-scartati TO sos-dati.
           WRITE sospeso-record.

       AGGIORNA-SOSPESO-RIENTRATO.
           IF record-scartato
               MOVE "S" TO sos-stato
               MOVE data-sistema TO sos-data-ultimo-scarto
               ADD 1 TO sos-conta-scarti
               MOVE motivo-scarto TO sos-motivo
           ELSE
               MOVE "R" TO sos-stato.
           MOVE data-sistema TO sos-data-stato.
           REWRITE sospeso-record.

       STAMPA-TOTALI-SOSPESI.
           MOVE contatore-rientri TO contatore-rientri-ed.
           MOVE contatore-sospesi TO contatore-sospesi-ed.
           MOVE SPACES TO scarti-record.
           STRING fonte-sospesi DELIMITED BY SPACE
                   " RIENTRATI DA SOSPESI: " DELIMITED BY SIZE
                   contatore-rientri-ed DELIMITED BY SIZE
                   "  NUOVI SOSPESI: " DELIMITED BY SIZE
                   contatore-sospesi-ed DELIMITED BY SIZE
               INTO scarti-record.
           WRITE scarti-record.

       VALIDA-TRANSAZIONI.
           OPEN INPUT transazioni-file.
           IF transazioni-status = "35"
               DISPLAY "TRANIN ASSENTE, SOLO RIENTRI DA SOSPESI"
               OPEN OUTPUT transazioni-validate-file
               MOVE "TRANIN" TO fonte-sospesi
               PERFORM CERCA-ULTIMO-SOSPESO
               PERFORM RIENTRA-SOSPESI-TRANSAZIONI
               PERFORM STAMPA-TOTALI-TRANSAZIONI
               PERFORM STAMPA-TOTALI-SOSPESI
               PERFORM SCRIVI-CONTROLLO-TRANSAZIONI
               CLOSE transazioni-validate-file
           ELSE
               OPEN OUTPUT transazioni-validate-file
               MOVE "TRANIN" TO fonte-sospesi
               PERFORM CERCA-ULTIMO-SOSPESO
               PERFORM ACQUISISCI-TESTATA-TRANSAZIONI
               IF lotto-accettato
                   PERFORM VALIDA-TRANSAZIONE-CORRENTE
                       UNTIL fine-transazioni
               ELSE
                   PERFORM SALTA-TRANSAZIONE UNTIL fine-transazioni
               END-IF
               MOVE contatore-trans-letti TO lotto-letti
               MOVE contatore-trans-validi TO lotto-validi
               MOVE contatore-trans-scartati TO lotto-scartati
               PERFORM REGISTRA-LOTTO
               PERFORM RIENTRA-SOSPESI-TRANSAZIONI
               PERFORM STAMPA-TOTALI-TRANSAZIONI
               PERFORM STAMPA-TOTALI-SOSPESI
               PERFORM SCRIVI-CONTROLLO-TRANSAZIONI
               CLOSE transazioni-file
               CLOSE transazioni-validate-file.

       LEGGI-TRANSAZIONE.
           READ transazioni-file INTO transazione-grezza
               AT END SET fine-transazioni TO TRUE.

       ACQUISISCI-TESTATA-TRANSAZIONI.
           MOVE SPACES TO testata-lotto.
           PERFORM LEGGI-TRANSAZIONE.
           IF NOT fine-transazioni
               MOVE transazione-grezza TO testata-lotto.
           PERFORM CONTROLLA-TESTATA-LOTTO.
           IF tes-testata
               PERFORM LEGGI-TRANSAZIONE.

       SALTA-TRANSAZIONE.
           ADD 1 TO contatore-trans-letti.
           ADD 1 TO contatore-trans-scartati.
           PERFORM LEGGI-TRANSAZIONE.

       VALIDA-TRANSAZIONE-CORRENTE.
           ADD 1 TO contatore-trans-letti.
           MOVE "N" TO rientro-in-corso-flag.
           MOVE "RIGA " TO tipo-riga-scarto.
           MOVE contatore-trans-letti TO numero-riga-ed.
           PERFORM CONTROLLA-TRANSAZIONE.
           PERFORM LEGGI-TRANSAZIONE.

       RIENTRA-SOSPESI-TRANSAZIONI.
           PERFORM POSIZIONA-SOSPESI.
           PERFORM RIENTRA-SOSPESO-TRANSAZIONE UNTIL fine-sospesi.
           MOVE "N" TO rientro-in-corso-flag.

       RIENTRA-SOSPESO-TRANSAZIONE.
           IF sos-stato = "C"
               SET rientro-in-corso TO TRUE
               ADD 1 TO contatore-trans-letti
               ADD 1 TO contatore-rientri
               MOVE "SOSP." TO tipo-riga-scarto
               MOVE sos-progressivo TO numero-riga-ed
               MOVE sos-dati TO transazione-grezza
               PERFORM CONTROLLA-TRANSAZIONE
               PERFORM AGGIORNA-SOSPESO-RIENTRATO.
           PERFORM LEGGI-SOSPESO-FONTE.

       CONTROLLA-TRANSAZIONE.
           MOVE "N" TO record-scartato-flag.
           MOVE SPACES TO motivo-scarto.
           IF transazione-grezza (1:8) IS NOT NUMERIC
                   SET record-scartato TO TRUE.
           IF record-scartato
               ADD 1 TO contatore-trans-scartati
               PERFORM SCRIVI-SCARTO-TRANSAZIONE
               IF NOT rientro-in-corso
                   MOVE transazione-grezza TO dati-scartati
                   PERFORM SCRIVI-SOSPESO
               END-IF
           ELSE
               ADD 1 TO contatore-trans-validi
               MOVE transazione-grezza (1:8) TO valore-transazione
               ADD valore-transazione TO hash-transazioni
               MOVE transazione-grezza (1:8) TO transazione-validata
               WRITE transazione-validata.

       SCRIVI-SCARTO-TRANSAZIONE.
           MOVE SPACES TO scarti-record.
           STRING "TRANIN " DELIMITED BY SIZE
                   tipo-riga-scarto DELIMITED BY SIZE
                   numero-riga-ed DELIMITED BY SIZE
                   " MOTIVO: " DELIMITED BY SIZE
                   motivo-scarto DELIMITED BY SIZE
       VALIDA-RUBRICA.
           OPEN INPUT rubrica-file.
           IF rubrica-status = "35"
               DISPLAY "RUBRIN ASSENTE, SOLO RIENTRI DA SOSPESI"
               OPEN OUTPUT rubrica-validata-file
               MOVE "RUBRIN" TO fonte-sospesi
               PERFORM CERCA-ULTIMO-SOSPESO
               PERFORM RIENTRA-SOSPESI-RUBRICA
               PERFORM STAMPA-TOTALI-RUBRICA
               PERFORM STAMPA-TOTALI-SOSPESI
               PERFORM SCRIVI-CONTROLLO-RUBRICA
               CLOSE rubrica-validata-file
           ELSE
               OPEN OUTPUT rubrica-validata-file
               MOVE "RUBRIN" TO fonte-sospesi
               PERFORM CERCA-ULTIMO-SOSPESO
               PERFORM ACQUISISCI-TESTATA-RUBRICA
               IF lotto-accettato
                   PERFORM VALIDA-VOCE-RUBRICA UNTIL fine-rubrica
               ELSE
                   PERFORM SALTA-VOCE-RUBRICA UNTIL fine-rubrica
               END-IF
               MOVE contatore-rub-letti TO lotto-letti
               MOVE contatore-rub-validi TO lotto-validi
               MOVE contatore-rub-scartati TO lotto-scartati
               PERFORM REGISTRA-LOTTO
               PERFORM RIENTRA-SOSPESI-RUBRICA
               PERFORM STAMPA-TOTALI-RUBRICA
               PERFORM STAMPA-TOTALI-SOSPESI
               PERFORM SCRIVI-CONTROLLO-RUBRICA
               CLOSE rubrica-file
               CLOSE rubrica-validata-file.

       LEGGI-RUBRICA.
           READ rubrica-file INTO rubrica-grezza
               AT END SET fine-rubrica TO TRUE.

       ACQUISISCI-TESTATA-RUBRICA.
           MOVE SPACES TO testata-lotto.
           PERFORM LEGGI-RUBRICA.
           IF NOT fine-rubrica
               MOVE rubrica-grezza TO testata-lotto.
           PERFORM CONTROLLA-TESTATA-LOTTO.
           IF tes-testata
               PERFORM LEGGI-RUBRICA.

       SALTA-VOCE-RUBRICA.
           ADD 1 TO contatore-rub-letti.
           ADD 1 TO contatore-rub-scartati.
           PERFORM LEGGI-RUBRICA.

       VALIDA-VOCE-RUBRICA.
           ADD 1 TO contatore-rub-letti.
           MOVE "N" TO rientro-in-corso-flag.
           MOVE "RIGA " TO tipo-riga-scarto.
           MOVE contatore-rub-letti TO numero-riga-ed.
           PERFORM CONTROLLA-VOCE-RUBRICA.
           PERFORM LEGGI-RUBRICA.

       RIENTRA-SOSPESI-RUBRICA.
           PERFORM POSIZIONA-SOSPESI.
           PERFORM RIENTRA-SOSPESO-RUBRICA UNTIL fine-sospesi.
           MOVE "N" TO rientro-in-corso-flag.

       RIENTRA-SOSPESO-RUBRICA.
           IF sos-stato = "C"
               SET rientro-in-corso TO TRUE
               ADD 1 TO contatore-rub-letti
               ADD 1 TO contatore-rientri
               MOVE "SOSP." TO tipo-riga-scarto
               MOVE sos-progressivo TO numero-riga-ed
               MOVE sos-dati TO rubrica-grezza
               PERFORM CONTROLLA-VOCE-RUBRICA
               PERFORM AGGIORNA-SOSPESO-RIENTRATO.
           PERFORM LEGGI-SOSPESO-FONTE.

       CONTROLLA-VOCE-RUBRICA.
           MOVE "N" TO record-scartato-flag.
           MOVE SPACES TO motivo-scarto.
           IF rubrica-grezza (1:2) IS NOT NUMERIC
                           SET record-scartato TO TRUE.
           IF record-scartato
               ADD 1 TO contatore-rub-scartati
               PERFORM SCRIVI-SCARTO-RUBRICA
               IF NOT rientro-in-corso
                   MOVE rubrica-grezza TO dati-scartati
                   PERFORM SCRIVI-SOSPESO
               END-IF
           ELSE
               ADD 1 TO contatore-rub-validi
               MOVE rubrica-grezza (1:3) TO valore-rubrica
               ADD valore-rubrica TO hash-rubrica
               MOVE rubrica-grezza (1:3) TO rubrica-validata
               WRITE rubrica-validata.

       SCRIVI-SCARTO-RUBRICA.
           MOVE SPACES TO scarti-record.
           STRING "RUBRIN " DELIMITED BY SIZE
                   tipo-riga-scarto DELIMITED BY SIZE
                   numero-riga-ed DELIMITED BY SIZE
                   " MOTIVO: " DELIMITED BY SIZE
                   motivo-scarto DELIMITED BY SIZE
