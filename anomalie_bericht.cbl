         AND NOT SATZ-IST-HEADER AND NOT SATZ-IST-TRAILER
         AND NOT SATZ-IST-ABWESENHEIT AND NOT SATZ-IST-STORNO
         AND NOT SATZ-IST-SPESEN AND NOT SATZ-IST-BEREITSCHAFT
         AND NOT SATZ-IST-EINMALZAHLUNG AND NOT SATZ-IST-GERAET
         AND NOT SATZ-IST-SUBUNTERNEHMER
         AND BR-STUNDEN IS NUMERIC
            PERFORM PRUEFE-EINE-BUCHUNG
        END-IF
