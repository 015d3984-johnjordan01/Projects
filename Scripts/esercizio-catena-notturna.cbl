      * Author: jordan
      * Date: 01/09/2026
      * Purpose: pilota della catena serale (valida-input, aritmetica,
      *          quadratura, estratto-storico, audit-report,
      *          sospesi-report, attesa-report, prestiti-solleciti) con
      *          giornale di esecuzione stadio per stadio su RUNLOG
      * Tectonics: cobc
      ******************************************************************
           PERFORM ESEGUI-STADIO-CORRENTE.
           MOVE "AUDIT-REPORT" TO nome-stadio.
           PERFORM ESEGUI-STADIO-CORRENTE.
           MOVE "SOSPESI-REPORT" TO nome-stadio.
           PERFORM ESEGUI-STADIO-CORRENTE.
           MOVE "ATTESA-REPORT" TO nome-stadio.
           PERFORM ESEGUI-STADIO-CORRENTE.
           MOVE "SOLLECITI" TO nome-stadio.
           PERFORM ESEGUI-STADIO-CORRENTE.

           IF NOT catena-interrotta
               PERFORM CHIUDI-DATA-ELABORAZIONE.
                   CALL "audit-report"
                       ON EXCEPTION SET chiamata-fallita TO TRUE
                   END-CALL
               WHEN "SOSPESI-REPORT"
                   CALL "sospesi-report"
                       ON EXCEPTION SET chiamata-fallita TO TRUE
                   END-CALL
               WHEN "ATTESA-REPORT"
                   CALL "attesa-report"
                       ON EXCEPTION SET chiamata-fallita TO TRUE
                   END-CALL
               WHEN "SOLLECITI"
                   CALL "prestiti-solleciti"
                       ON EXCEPTION SET chiamata-fallita TO TRUE
                   END-CALL
           END-EVALUATE.

       RILEVA-ORA-INIZIO.
