      ******************************************************************
      * Author: jordan
      * Date: 14/10/2026
      * Purpose: esportazione per l'ufficio dei master CATALOGO,
      *          HEROMAST, PRESTITI, ANAGMAST e PROVINCE su file
      *          delimitati da punto e virgola (riga di intestazione,
      *          date GG/MM/AAAA, decimali con la virgola, riga finale
      *          con il conteggio); master e filtri scelti su ESPPARM,
      *          ogni esportazione registrata su ESPLOG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. esporta-master.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalogo-file ASSIGN TO "CATALOGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS videogioco OF catalogo-record
               ALTERNATE RECORD KEY IS proprietario-chiave
                   SOURCE IS cognome OF catalogo-record
                   nome OF catalogo-record WITH DUPLICATES
               FILE STATUS IS catalogo-status.

           SELECT hero-master-file ASSIGN TO "HEROMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hm-nome
               FILE STATUS IS hero-master-status.

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

           SELECT anagrafica-file ASSIGN TO "ANAGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ana-chiave
               FILE STATUS IS anagrafica-status.

           SELECT province-file ASSIGN TO "PROVINCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS prv-codice
               FILE STATUS IS province-status.

           SELECT catalogo-esporta-file ASSIGN TO "CATEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS esporta-status.

           SELECT eroi-esporta-file ASSIGN TO "HEROEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS esporta-status.

           SELECT prestiti-esporta-file ASSIGN TO "PREEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS esporta-status.

           SELECT anagrafica-esporta-file ASSIGN TO "ANAEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS esporta-status.

           SELECT province-esporta-file ASSIGN TO "PRVEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS esporta-status.

           SELECT parametri-file ASSIGN TO "ESPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-status.

           SELECT parametri-prestiti-file ASSIGN TO "PREPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parametri-prestiti-status.

           SELECT registro-file ASSIGN TO "ESPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS registro-status.

           SELECT data-elaborazione-file ASSIGN TO "DATAELAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS data-elaborazione-status.

       DATA DIVISION.
       FILE SECTION.
       FD  catalogo-file.
       01  catalogo-record.
         02 videogioco PIC X(15).
         02 nome PIC A(10).
         02 cognome PIC A(10).

       FD  hero-master-file.
       01  hero-master-record.
         02 hm-nome PIC A(10).
         02 hm-supereroe PIC A(20).
         02 hm-eta2 PIC 9(4).

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

       FD  anagrafica-file.
       01  anagrafica-record.
         02 ana-chiave.
           03 ana-anno-nascita PIC 9(2).
           03 ana-provincia PIC A(2).
           03 ana-nome PIC A(5).
         02 ana-data-caricamento PIC 9(8).

       FD  province-file.
       01  provincia-record.
         02 prv-codice PIC X(2).
         02 prv-nome PIC X(25).
         02 prv-stato PIC X(1).
         02 prv-data-decorrenza PIC 9(8).

       FD  catalogo-esporta-file.
       01  catalogo-esporta-record PIC X(132).

       FD  eroi-esporta-file.
       01  eroi-esporta-record PIC X(132).

       FD  prestiti-esporta-file.
       01  prestiti-esporta-record PIC X(132).

       FD  anagrafica-esporta-file.
       01  anagrafica-esporta-record PIC X(132).

       FD  province-esporta-file.
       01  province-esporta-record PIC X(132).

       FD  parametri-file.
       01  parametri-record PIC X(20).

       FD  parametri-prestiti-file.
       01  parametri-prestiti-record PIC X(20).

       FD  registro-file.
       01  registro-record PIC X(132).

       FD  data-elaborazione-file.
       01  data-elaborazione-record.
         02 del-data PIC 9(8).
         02 FILLER PIC X(01).
         02 del-stato PIC X(06).

       WORKING-STORAGE SECTION.
       01  catalogo-status PIC XX.
       01  hero-master-status PIC XX.
       01  prestiti-status PIC XX.
       01  solleciti-status PIC XX.
       01  anagrafica-status PIC XX.
       01  province-status PIC XX.
       01  esporta-status PIC XX.
       01  parametri-status PIC XX.
       01  parametri-prestiti-status PIC XX.
       01  registro-status PIC XX.
       01  data-elaborazione-status PIC XX.

       01  fine-richieste-flag PIC X(01) VALUE "N".
         88 fine-richieste VALUE "S".
       01  fine-master-flag PIC X(01) VALUE "N".
         88 fine-master VALUE "S".
       01  esportazione-respinta-flag PIC X(01) VALUE "N".
         88 esportazione-respinta VALUE "S".
       01  solleciti-assente-flag PIC X(01) VALUE "N".
         88 solleciti-assente VALUE "S".
       01  prestito-scaduto-flag PIC X(01) VALUE "N".
         88 prestito-scaduto VALUE "S".
       01  catalogo-esportato-flag PIC X(01) VALUE "N".
         88 catalogo-esportato VALUE "S".
       01  eroi-esportati-flag PIC X(01) VALUE "N".
         88 eroi-esportati VALUE "S".
       01  prestiti-esportati-flag PIC X(01) VALUE "N".
         88 prestiti-esportati VALUE "S".
       01  anagrafica-esportata-flag PIC X(01) VALUE "N".
         88 anagrafica-esportata VALUE "S".
       01  province-esportate-flag PIC X(01) VALUE "N".
         88 province-esportate VALUE "S".

       01  master-richiesto PIC X(08).
       01  filtro-richiesto PIC X(10).
       01  file-esportazione PIC X(08).
       01  esito-esportazione PIC X(35).

       01  contatore-richieste PIC 9(6) VALUE ZERO.
       01  contatore-respinte PIC 9(6) VALUE ZERO.
       01  contatore-letti PIC 9(6) VALUE ZERO.
       01  contatore-esportati PIC 9(6) VALUE ZERO.
       01  contatore-letti-ed PIC ZZZZZ9.
       01  contatore-esportati-ed PIC ZZZZZ9.

       01  riga-esportazione PIC X(132).
       01  puntatore-riga PIC 9(3) VALUE 1.
       01  primo-campo-flag PIC X(01) VALUE "S".
         88 primo-campo VALUE "S".
       01  campo-esportato PIC X(40).
       01  inizio-campo PIC 9(2) VALUE ZERO.
       01  fine-campo PIC 9(2) VALUE ZERO.
       01  lunghezza-campo PIC 9(2) VALUE ZERO.
       01  inizio-trovato-flag PIC X(01) VALUE "N".
         88 inizio-trovato VALUE "S".
       01  fine-trovata-flag PIC X(01) VALUE "N".
         88 fine-trovata VALUE "S".

       01  numero-esportato-ed PIC ZZZZZ9.
       01  importo-esportato-ed PIC ZZZZ9,99.
       01  importo-mora PIC 9(5)V99 VALUE ZERO.

       01  data-da-formattare.
         02 anno-formato PIC 9(4).
         02 mese-formato PIC 9(2).
         02 giorno-formato PIC 9(2).
       01  data-formattata PIC X(10).

       01  giorni-limite PIC 9(3) VALUE 30.
       01  giorni-prestito PIC 9(5) VALUE ZERO.
       01  seriale-sistema PIC 9(7) VALUE ZERO.
       01  seriale-prestito PIC 9(7) VALUE ZERO.
       01  data-prestito-scomposta.
         02 anno-prestito PIC 9(4).
         02 mese-prestito PIC 9(2).
         02 giorno-prestito PIC 9(2).

       01  ora-sistema PIC 9(8).
       01  ora-sistema-ed PIC 99/99/99.

       01  data-sistema.
         02 anno-sistema PIC 9(4).
         02 mese-sistema PIC 9(2).
         02 giorno-sistema PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEGGI-DATA-ELABORAZIONE.
           COMPUTE seriale-sistema = anno-sistema * 372
               + mese-sistema * 31 + giorno-sistema.
           PERFORM LEGGI-PARAMETRI-PRESTITI.
           PERFORM APRI-REGISTRO.

           OPEN INPUT parametri-file.
           IF parametri-status = "35"
               MOVE SPACES TO master-richiesto
               MOVE SPACES TO filtro-richiesto
               MOVE SPACES TO file-esportazione
               MOVE "ESPPARM ASSENTE, NESSUNA ESPORTAZIONE"
                   TO esito-esportazione
               ADD 1 TO contatore-respinte
               PERFORM SCRIVI-REGISTRO
           ELSE
               PERFORM LEGGI-RICHIESTA
               PERFORM ELABORA-RICHIESTA-CORRENTE UNTIL fine-richieste
               CLOSE parametri-file
               IF contatore-richieste = ZERO
                   MOVE SPACES TO master-richiesto
                   MOVE SPACES TO filtro-richiesto
                   MOVE SPACES TO file-esportazione
                   MOVE "NESSUN MASTER RICHIESTO SU ESPPARM"
                       TO esito-esportazione
                   ADD 1 TO contatore-respinte
                   PERFORM SCRIVI-REGISTRO.
           CLOSE registro-file.

           IF contatore-respinte > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE.
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

       LEGGI-PARAMETRI-PRESTITI.
           OPEN INPUT parametri-prestiti-file.
           IF parametri-prestiti-status = "35"
               CONTINUE
           ELSE
               READ parametri-prestiti-file
                   AT END CONTINUE
                   NOT AT END
                       IF parametri-prestiti-record (1:3) IS NUMERIC
                           MOVE parametri-prestiti-record (1:3)
                               TO giorni-limite
                       END-IF
               END-READ
               CLOSE parametri-prestiti-file.

       APRI-REGISTRO.
           OPEN EXTEND registro-file.
           IF registro-status = "35" OR registro-status = "05"
               OPEN OUTPUT registro-file
               CLOSE registro-file
               OPEN EXTEND registro-file.

       LEGGI-RICHIESTA.
           READ parametri-file
               AT END SET fine-richieste TO TRUE.

       ELABORA-RICHIESTA-CORRENTE.
           IF parametri-record (1:8) NOT = SPACES
               ADD 1 TO contatore-richieste
               MOVE parametri-record (1:8) TO master-richiesto
               MOVE parametri-record (10:10) TO filtro-richiesto
               PERFORM ESEGUI-ESPORTAZIONE.
           PERFORM LEGGI-RICHIESTA.

       ESEGUI-ESPORTAZIONE.
           MOVE "N" TO esportazione-respinta-flag.
           MOVE "COMPLETATA" TO esito-esportazione.
           MOVE SPACES TO file-esportazione.
           MOVE ZERO TO contatore-letti.
           MOVE ZERO TO contatore-esportati.
           EVALUATE master-richiesto
               WHEN "CATALOGO"
                   MOVE "CATEXP" TO file-esportazione
                   IF catalogo-esportato
                       PERFORM RESPINGI-DOPPIONE
                   ELSE
                       PERFORM ESPORTA-CATALOGO
                       IF NOT esportazione-respinta
                           SET catalogo-esportato TO TRUE
                       END-IF
                   END-IF
               WHEN "HEROMAST"
                   MOVE "HEROEXP" TO file-esportazione
                   IF eroi-esportati
                       PERFORM RESPINGI-DOPPIONE
                   ELSE
                       PERFORM ESPORTA-EROI
                       IF NOT esportazione-respinta
                           SET eroi-esportati TO TRUE
                       END-IF
                   END-IF
               WHEN "PRESTITI"
                   MOVE "PREEXP" TO file-esportazione
                   IF prestiti-esportati
                       PERFORM RESPINGI-DOPPIONE
                   ELSE
                       PERFORM ESPORTA-PRESTITI
                       IF NOT esportazione-respinta
                           SET prestiti-esportati TO TRUE
                       END-IF
                   END-IF
               WHEN "ANAGMAST"
                   MOVE "ANAEXP" TO file-esportazione
                   IF anagrafica-esportata
                       PERFORM RESPINGI-DOPPIONE
                   ELSE
                       PERFORM ESPORTA-ANAGRAFICA
                       IF NOT esportazione-respinta
                           SET anagrafica-esportata TO TRUE
                       END-IF
                   END-IF
               WHEN "PROVINCE"
                   MOVE "PRVEXP" TO file-esportazione
                   IF province-esportate
                       PERFORM RESPINGI-DOPPIONE
                   ELSE
                       PERFORM ESPORTA-PROVINCE
                       IF NOT esportazione-respinta
                           SET province-esportate TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "MASTER NON GESTITO" TO esito-esportazione
                   SET esportazione-respinta TO TRUE
           END-EVALUATE.
           IF esportazione-respinta
               ADD 1 TO contatore-respinte.
           PERFORM SCRIVI-REGISTRO.

       RESPINGI-DOPPIONE.
           MOVE "MASTER GIA' ESPORTATO IN QUESTA ESECUZIONE"
               TO esito-esportazione.
           SET esportazione-respinta TO TRUE.

       RESPINGI-FILTRO.
           MOVE "FILTRO NON VALIDO PER IL MASTER" TO esito-esportazione.
           SET esportazione-respinta TO TRUE.

       RESPINGI-MASTER-ASSENTE.
           MOVE "MASTER ASSENTE, FILE NON PRODOTTO"
               TO esito-esportazione.
           SET esportazione-respinta TO TRUE.

       ESPORTA-CATALOGO.
           OPEN INPUT catalogo-file.
           IF catalogo-status = "35"
               PERFORM RESPINGI-MASTER-ASSENTE
           ELSE
               OPEN OUTPUT catalogo-esporta-file
               PERFORM INIZIA-RIGA
               MOVE "VIDEOGIOCO" TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE "NOME" TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE "COGNOME" TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               WRITE catalogo-esporta-record FROM riga-esportazione
               MOVE "N" TO fine-master-flag
               IF filtro-richiesto NOT = SPACES
                   MOVE LOW-VALUES TO catalogo-record
                   MOVE filtro-richiesto TO cognome OF catalogo-record
                   MOVE SPACES TO nome OF catalogo-record
                   START catalogo-file
                       KEY IS NOT LESS THAN proprietario-chiave
                       INVALID KEY SET fine-master TO TRUE
                   END-START
               END-IF
               PERFORM LEGGI-CATALOGO
               PERFORM ESPORTA-VOCE-CATALOGO UNTIL fine-master
               PERFORM PREPARA-RIGA-CONTEGGIO
               WRITE catalogo-esporta-record FROM riga-esportazione
               CLOSE catalogo-esporta-file
               CLOSE catalogo-file.

       LEGGI-CATALOGO.
           IF NOT fine-master
               READ catalogo-file NEXT RECORD
                   AT END SET fine-master TO TRUE
               END-READ
               IF NOT fine-master
                   AND filtro-richiesto NOT = SPACES
                   AND cognome OF catalogo-record
                       NOT = filtro-richiesto
                   SET fine-master TO TRUE.

       ESPORTA-VOCE-CATALOGO.
           ADD 1 TO contatore-letti.
           ADD 1 TO contatore-esportati.
           PERFORM INIZIA-RIGA.
           MOVE videogioco OF catalogo-record TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           MOVE nome OF catalogo-record TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           MOVE cognome OF catalogo-record TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           WRITE catalogo-esporta-record FROM riga-esportazione.
           PERFORM LEGGI-CATALOGO.

       ESPORTA-EROI.
           IF filtro-richiesto NOT = SPACES
               PERFORM RESPINGI-FILTRO
           ELSE
               OPEN INPUT hero-master-file
               IF hero-master-status = "35"
                   PERFORM RESPINGI-MASTER-ASSENTE
               ELSE
                   OPEN OUTPUT eroi-esporta-file
                   PERFORM INIZIA-RIGA
                   MOVE "NOME" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "SUPEREROE" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "ANNO NASCITA" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   WRITE eroi-esporta-record FROM riga-esportazione
                   MOVE "N" TO fine-master-flag
                   PERFORM LEGGI-EROE
                   PERFORM ESPORTA-VOCE-EROE UNTIL fine-master
                   PERFORM PREPARA-RIGA-CONTEGGIO
                   WRITE eroi-esporta-record FROM riga-esportazione
                   CLOSE eroi-esporta-file
                   CLOSE hero-master-file.

       LEGGI-EROE.
           READ hero-master-file NEXT RECORD
               AT END SET fine-master TO TRUE.

       ESPORTA-VOCE-EROE.
           ADD 1 TO contatore-letti.
           ADD 1 TO contatore-esportati.
           PERFORM INIZIA-RIGA.
           MOVE hm-nome TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           MOVE hm-supereroe TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           IF hm-eta2 IS NUMERIC
               MOVE hm-eta2 TO numero-esportato-ed
               MOVE numero-esportato-ed TO campo-esportato
           ELSE
               MOVE SPACES TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           WRITE eroi-esporta-record FROM riga-esportazione.
           PERFORM LEGGI-EROE.

       ESPORTA-PRESTITI.
           IF filtro-richiesto NOT = SPACES
               AND filtro-richiesto NOT = "SCADUTI"
               PERFORM RESPINGI-FILTRO
           ELSE
               OPEN INPUT prestiti-file
               IF prestiti-status = "35"
                   PERFORM RESPINGI-MASTER-ASSENTE
               ELSE
                   PERFORM APRI-SOLLECITI
                   OPEN OUTPUT prestiti-esporta-file
                   PERFORM INIZIA-RIGA
                   MOVE "VIDEOGIOCO" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "PRESTATARIO" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "DATA PRESTITO" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "GIORNI" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "SCADUTO" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "MORA MATURATA" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   WRITE prestiti-esporta-record FROM riga-esportazione
                   MOVE "N" TO fine-master-flag
                   PERFORM LEGGI-PRESTITO
                   PERFORM ESPORTA-VOCE-PRESTITO UNTIL fine-master
                   PERFORM PREPARA-RIGA-CONTEGGIO
                   WRITE prestiti-esporta-record FROM riga-esportazione
                   CLOSE prestiti-esporta-file
                   IF NOT solleciti-assente
                       CLOSE solleciti-file
                   END-IF
                   CLOSE prestiti-file.

       APRI-SOLLECITI.
           MOVE "N" TO solleciti-assente-flag.
           OPEN INPUT solleciti-file.
           IF solleciti-status = "35"
               SET solleciti-assente TO TRUE.

       LEGGI-PRESTITO.
           READ prestiti-file NEXT RECORD
               AT END SET fine-master TO TRUE.

       ESPORTA-VOCE-PRESTITO.
           ADD 1 TO contatore-letti.
           PERFORM CALCOLA-GIORNI-PRESTITO.
           IF filtro-richiesto = SPACES OR prestito-scaduto
               ADD 1 TO contatore-esportati
               PERFORM CERCA-MORA-PRESTITO
               PERFORM INIZIA-RIGA
               MOVE pre-videogioco TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE pre-prestatario TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE pre-data-prestito TO data-da-formattare
               PERFORM FORMATTA-DATA
               MOVE data-formattata TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE giorni-prestito TO numero-esportato-ed
               MOVE numero-esportato-ed TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               IF prestito-scaduto
                   MOVE "S" TO campo-esportato
               ELSE
                   MOVE "N" TO campo-esportato
               END-IF
               PERFORM AGGIUNGI-CAMPO
               MOVE importo-mora TO importo-esportato-ed
               MOVE importo-esportato-ed TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               WRITE prestiti-esporta-record FROM riga-esportazione.
           PERFORM LEGGI-PRESTITO.

       CALCOLA-GIORNI-PRESTITO.
           MOVE "N" TO prestito-scaduto-flag.
           MOVE ZERO TO giorni-prestito.
           IF pre-data-prestito IS NUMERIC
               MOVE pre-data-prestito TO data-prestito-scomposta
               COMPUTE seriale-prestito = anno-prestito * 372
                   + mese-prestito * 31 + giorno-prestito
               IF seriale-prestito < seriale-sistema
                   SUBTRACT seriale-prestito FROM seriale-sistema
                       GIVING giorni-prestito
               END-IF
               IF giorni-prestito > giorni-limite
                   SET prestito-scaduto TO TRUE.

       CERCA-MORA-PRESTITO.
           MOVE ZERO TO importo-mora.
           IF NOT solleciti-assente
               MOVE pre-videogioco TO sol-videogioco
               MOVE pre-data-prestito TO sol-data-prestito
               READ solleciti-file
                   KEY IS sol-chiave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sol-importo-mora TO importo-mora
               END-READ.

       ESPORTA-ANAGRAFICA.
           IF filtro-richiesto (3:8) NOT = SPACES
               PERFORM RESPINGI-FILTRO
           ELSE
               OPEN INPUT anagrafica-file
               IF anagrafica-status = "35"
                   PERFORM RESPINGI-MASTER-ASSENTE
               ELSE
                   OPEN OUTPUT anagrafica-esporta-file
                   PERFORM INIZIA-RIGA
                   MOVE "ANNO NASCITA" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "PROVINCIA" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "NOME" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "DATA CARICAMENTO" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   WRITE anagrafica-esporta-record
                       FROM riga-esportazione
                   MOVE "N" TO fine-master-flag
                   PERFORM LEGGI-ANAGRAFICA
                   PERFORM ESPORTA-VOCE-ANAGRAFICA UNTIL fine-master
                   PERFORM PREPARA-RIGA-CONTEGGIO
                   WRITE anagrafica-esporta-record
                       FROM riga-esportazione
                   CLOSE anagrafica-esporta-file
                   CLOSE anagrafica-file.

       LEGGI-ANAGRAFICA.
           READ anagrafica-file NEXT RECORD
               AT END SET fine-master TO TRUE.

       ESPORTA-VOCE-ANAGRAFICA.
           ADD 1 TO contatore-letti.
           IF filtro-richiesto = SPACES
               OR ana-provincia = filtro-richiesto (1:2)
               ADD 1 TO contatore-esportati
               PERFORM INIZIA-RIGA
               MOVE ana-anno-nascita TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE ana-provincia TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE ana-nome TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE ana-data-caricamento TO data-da-formattare
               PERFORM FORMATTA-DATA
               MOVE data-formattata TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               WRITE anagrafica-esporta-record FROM riga-esportazione.
           PERFORM LEGGI-ANAGRAFICA.

       ESPORTA-PROVINCE.
           IF filtro-richiesto NOT = SPACES
               AND filtro-richiesto NOT = "ATTIVE"
               PERFORM RESPINGI-FILTRO
           ELSE
               OPEN INPUT province-file
               IF province-status = "35"
                   PERFORM RESPINGI-MASTER-ASSENTE
               ELSE
                   OPEN OUTPUT province-esporta-file
                   PERFORM INIZIA-RIGA
                   MOVE "CODICE" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "NOME" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "STATO" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   MOVE "DATA DECORRENZA" TO campo-esportato
                   PERFORM AGGIUNGI-CAMPO
                   WRITE province-esporta-record FROM riga-esportazione
                   MOVE "N" TO fine-master-flag
                   PERFORM LEGGI-PROVINCIA
                   PERFORM ESPORTA-VOCE-PROVINCIA UNTIL fine-master
                   PERFORM PREPARA-RIGA-CONTEGGIO
                   WRITE province-esporta-record FROM riga-esportazione
                   CLOSE province-esporta-file
                   CLOSE province-file.

       LEGGI-PROVINCIA.
           READ province-file NEXT RECORD
               AT END SET fine-master TO TRUE.

       ESPORTA-VOCE-PROVINCIA.
           ADD 1 TO contatore-letti.
           IF filtro-richiesto = SPACES OR prv-stato = "A"
               ADD 1 TO contatore-esportati
               PERFORM INIZIA-RIGA
               MOVE prv-codice TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE prv-nome TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE prv-stato TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               MOVE prv-data-decorrenza TO data-da-formattare
               PERFORM FORMATTA-DATA
               MOVE data-formattata TO campo-esportato
               PERFORM AGGIUNGI-CAMPO
               WRITE province-esporta-record FROM riga-esportazione.
           PERFORM LEGGI-PROVINCIA.

       INIZIA-RIGA.
           MOVE SPACES TO riga-esportazione.
           MOVE 1 TO puntatore-riga.
           MOVE "S" TO primo-campo-flag.

       AGGIUNGI-CAMPO.
           IF NOT primo-campo
               STRING ";" DELIMITED BY SIZE
                   INTO riga-esportazione
                   WITH POINTER puntatore-riga.
           MOVE "N" TO primo-campo-flag.
           INSPECT campo-esportato REPLACING ALL ";" BY ",".
           MOVE 40 TO fine-campo.
           MOVE "N" TO fine-trovata-flag.
           PERFORM ARRETRA-FINE-CAMPO
               UNTIL fine-trovata OR fine-campo = ZERO.
           IF fine-campo > ZERO
               MOVE 1 TO inizio-campo
               MOVE "N" TO inizio-trovato-flag
               PERFORM AVANZA-INIZIO-CAMPO UNTIL inizio-trovato
               COMPUTE lunghezza-campo = fine-campo - inizio-campo + 1
               STRING campo-esportato (inizio-campo:lunghezza-campo)
                       DELIMITED BY SIZE
                   INTO riga-esportazione
                   WITH POINTER puntatore-riga.

       ARRETRA-FINE-CAMPO.
           IF campo-esportato (fine-campo:1) = SPACE
               SUBTRACT 1 FROM fine-campo
           ELSE
               SET fine-trovata TO TRUE.

       AVANZA-INIZIO-CAMPO.
           IF campo-esportato (inizio-campo:1) = SPACE
               ADD 1 TO inizio-campo
           ELSE
               SET inizio-trovato TO TRUE.

       FORMATTA-DATA.
           MOVE SPACES TO data-formattata.
           IF data-da-formattare IS NUMERIC
               AND data-da-formattare NOT = ZERO
               MOVE giorno-formato TO data-formattata (1:2)
               MOVE "/" TO data-formattata (3:1)
               MOVE mese-formato TO data-formattata (4:2)
               MOVE "/" TO data-formattata (6:1)
               MOVE anno-formato TO data-formattata (7:4).

       PREPARA-RIGA-CONTEGGIO.
           PERFORM INIZIA-RIGA.
           MOVE "TOTALE RECORD" TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.
           MOVE contatore-esportati TO numero-esportato-ed.
           MOVE numero-esportato-ed TO campo-esportato.
           PERFORM AGGIUNGI-CAMPO.

       SCRIVI-REGISTRO.
           ACCEPT ora-sistema FROM TIME.
           MOVE ora-sistema (1:2) TO ora-sistema-ed (1:2).
           MOVE ora-sistema (3:2) TO ora-sistema-ed (4:2).
           MOVE ora-sistema (5:2) TO ora-sistema-ed (7:2).
           MOVE "/" TO ora-sistema-ed (3:1).
           MOVE "/" TO ora-sistema-ed (6:1).
           MOVE contatore-letti TO contatore-letti-ed.
           MOVE contatore-esportati TO contatore-esportati-ed.
           MOVE SPACES TO registro-record.
           STRING "DATA=" DELIMITED BY SIZE
                   data-sistema DELIMITED BY SIZE
                   " ORA=" DELIMITED BY SIZE
                   ora-sistema-ed DELIMITED BY SIZE
                   " MASTER=" DELIMITED BY SIZE
                   master-richiesto DELIMITED BY SIZE
                   " FILE=" DELIMITED BY SIZE
                   file-esportazione DELIMITED BY SIZE
                   " FILTRO=" DELIMITED BY SIZE
                   filtro-richiesto DELIMITED BY SIZE
                   " LETTI=" DELIMITED BY SIZE
                   contatore-letti-ed DELIMITED BY SIZE
                   " ESPORTATI=" DELIMITED BY SIZE
                   contatore-esportati-ed DELIMITED BY SIZE
                   " ESITO=" DELIMITED BY SIZE
                   esito-esportazione DELIMITED BY SIZE
               INTO registro-record.
           WRITE registro-record.

       END PROGRAM esporta-master.
