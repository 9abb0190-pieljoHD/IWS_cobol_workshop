        IF EOF-FLAG NOT = "Y"
         AND NOT SATZ-IST-HEADER AND NOT SATZ-IST-TRAILER
         AND NOT SATZ-IST-ABWESENHEIT AND NOT SATZ-IST-STORNO
         AND NOT SATZ-IST-SPESEN AND NOT SATZ-IST-EINMALZAHLUNG
         AND NOT SATZ-IST-GERAET AND NOT SATZ-IST-SUBUNTERNEHMER
         AND BR-DATUM = ABGLEICH-DATUM
            PERFORM VERGLEICHE-EINE-BUCHUNG
        END-IF
