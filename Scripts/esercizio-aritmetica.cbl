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

           SELECT transazioni-file ASSIGN TO "TRANVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transazioni-status.
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

       FD  transazioni-file.
       01  transazione-record.
         02 trans-num1-a PIC 9(2).
       01  eccezioni-aperto PIC X(01) VALUE "N".
         88 eccezioni-file-aperto VALUE "S".
       01  hero-master-status PIC XX.
       01  registro-vite-status PIC XX.
       01  totali-vite-status PIC XX.
       01  fine-registro-vite-flag PIC X(01) VALUE "N".
         88 fine-registro-vite VALUE "S".
       01  progressivo-vite PIC 9(4) VALUE ZERO.
       01  fonte-vite PIC X(8).
       01  transazioni-status PIC XX.
       01  transazioni-report-status PIC XX.
       01  fine-transazioni-flag PIC X(01) VALUE "N".
               GOBACK.

           PERFORM APRI-HERO-MASTER.
           PERFORM APRI-REGISTRO-VITE.
           PERFORM APRI-ESTRATTO.
           PERFORM LEGGI-CHECKPOINT.

           IF eccezioni-file-aperto
               CLOSE eccezioni-file.
           CLOSE hero-master-file.
           CLOSE registro-vite-file.
           CLOSE totali-vite-file.
           CLOSE audit-trail-file.
           CLOSE estratto-file.
           PERFORM CHIUDI-CHECKPOINT.
           IF eccezioni-file-aperto
               CLOSE eccezioni-file.
           CLOSE hero-master-file.
           CLOSE registro-vite-file.
           CLOSE totali-vite-file.
           CLOSE audit-trail-file.
           CLOSE estratto-file.
           GOBACK.
               PERFORM ELABORA-EROE-CONSOLE.

       ELABORA-EROI-BATCH.
           MOVE "EROIIN" TO fonte-vite.
           OPEN INPUT eroi-file.
           IF eroi-status = "35"
               DISPLAY "EROIIN ASSENTE, STADIO EROE SALTATO"
                   MOVE "NUMERO-VITE" TO audit-campo
                   MOVE numero-vite TO audit-valore
                   PERFORM SCRIVI-AUDIT
                   PERFORM REGISTRA-VITE-SALVATE
                   DIVIDE numero-vite BY eta2 GIVING numero-vite
                       ON SIZE ERROR
                           PERFORM SCRIVI-ECCEZIONE-EROE
           WRITE estratto-record.

       ELABORA-EROE-CONSOLE.
           MOVE "CONSOLE" TO fonte-vite.
           DISPLAY "nome".
           ACCEPT nome.
           MOVE "NOME" TO audit-campo.
                   MOVE "NUMERO-VITE" TO audit-campo
                   MOVE numero-vite TO audit-valore
                   PERFORM SCRIVI-AUDIT
                   PERFORM REGISTRA-VITE-SALVATE
                   DIVIDE numero-vite BY eta2 GIVING numero-vite
                       ON SIZE ERROR
                           DISPLAY "ETA2 NON VALIDA, RECORD ESCLUSO: "
                   MOVE eta2 IN eroe TO hm-eta2
                   REWRITE hero-master-record.

       APRI-REGISTRO-VITE.
           OPEN I-O registro-vite-file.
           IF registro-vite-status = "35"
               OPEN OUTPUT registro-vite-file
               CLOSE registro-vite-file
               OPEN I-O registro-vite-file.
           OPEN I-O totali-vite-file.
           IF totali-vite-status = "35"
               OPEN OUTPUT totali-vite-file
               CLOSE totali-vite-file
               OPEN I-O totali-vite-file.

       REGISTRA-VITE-SALVATE.
           IF numero-vite > ZERO AND eta2 > ZERO
               PERFORM CERCA-PROGRESSIVO-VITE
               MOVE nome IN eroe TO led-nome
               MOVE data-sistema TO led-data
               MOVE progressivo-vite TO led-progressivo
               MOVE numero-vite TO led-vite
               MOVE eta2 IN eroe TO led-eta
               MOVE fonte-vite TO led-fonte
               MOVE operatore-id TO led-operatore
               WRITE registro-vite-record
               PERFORM AGGIORNA-TOTALI-VITE.

       CERCA-PROGRESSIVO-VITE.
           MOVE ZERO TO progressivo-vite.
           MOVE "N" TO fine-registro-vite-flag.
           MOVE nome IN eroe TO led-nome.
           MOVE data-sistema TO led-data.
           MOVE ZERO TO led-progressivo.
           START registro-vite-file KEY IS NOT LESS THAN led-chiave
               INVALID KEY SET fine-registro-vite TO TRUE.
           PERFORM LEGGI-REGISTRO-VITE.
           PERFORM MEMORIZZA-PROGRESSIVO-VITE
               UNTIL fine-registro-vite.
           ADD 1 TO progressivo-vite.

       MEMORIZZA-PROGRESSIVO-VITE.
           MOVE led-progressivo TO progressivo-vite.
           PERFORM LEGGI-REGISTRO-VITE.

       LEGGI-REGISTRO-VITE.
           IF NOT fine-registro-vite
               READ registro-vite-file NEXT RECORD
                   AT END SET fine-registro-vite TO TRUE
               END-READ
               IF NOT fine-registro-vite
                   AND (led-nome NOT = nome IN eroe
                   OR led-data NOT = data-sistema)
                   SET fine-registro-vite TO TRUE.

       AGGIORNA-TOTALI-VITE.
           MOVE nome IN eroe TO tot-nome.
           READ totali-vite-file
               KEY IS tot-nome
               INVALID KEY
                   MOVE anno-sistema TO tot-anno
                   MOVE numero-vite TO tot-vite-anno
                   MOVE numero-vite TO tot-vite-totali
                   MOVE 1 TO tot-registrazioni
                   MOVE data-sistema TO tot-data-ultima
                   WRITE totale-vite-record
               NOT INVALID KEY
                   IF tot-anno NOT = anno-sistema
                       MOVE anno-sistema TO tot-anno
                       MOVE ZERO TO tot-vite-anno
                   END-IF
                   ADD numero-vite TO tot-vite-anno
                   ADD numero-vite TO tot-vite-totali
                   ADD 1 TO tot-registrazioni
                   MOVE data-sistema TO tot-data-ultima
                   REWRITE totale-vite-record
           END-READ.

       SCRIVI-ECCEZIONE-EROE.
           IF NOT eccezioni-file-aperto
               OPEN OUTPUT eccezioni-file
