               WHEN "ABEND"
                   PERFORM TANCAR-EXECUCIO
               WHEN "SORTI"
               WHEN "COMPA"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AUDITWEB: EVENT DESCONEGUT " AUD-EVENT
