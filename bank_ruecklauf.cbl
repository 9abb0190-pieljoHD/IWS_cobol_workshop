*> mit dieser IBAN, und schreibt fehlgeschlagene Zahlungen als
*> Arbeitsvorrat nach FEHLZAHLUNGEN.WORKLIST - nach der Korrektur
*> der Bankdaten in STAMM-PFLEGE kann der Netto neu angewiesen
*> werden. Die abgearbeitete Ruecklaufdatei wird geleert. Seit
*> dem KONTOAUSZUG-IMPORT wird sie aus dem CAMT.053-Auszug
*> gefuellt; eine spaetere Rueckueberweisung trifft dann eine
*> schon AUSGEFUEHRT gemeldete Zahlung.


*> ================================================================
        END-IF
    END-PERFORM

    *> Eine Rueckueberweisung kommt oft erst Tage nach der
    *> Ausfuehrung (der Kontoauszug meldet beides): dann gilt die
    *> juengste bereits AUSGEFUEHRT-Zeile mit dieser IBAN.
    IF DET-POSITION = 0 AND RL-STATUS-RAW = "FEHLER"
        PERFORM VARYING SCAN-IDX FROM 1 BY 1
                UNTIL SCAN-IDX > DET-ANZAHL
            IF DT-IBAN(SCAN-IDX) = RL-IBAN-RAW
             AND DT-STATUS(SCAN-IDX) = "AUSGEFUEHRT"
                MOVE SCAN-IDX TO DET-POSITION
            END-IF
        END-PERFORM
    END-IF

    IF DET-POSITION = 0
        ADD 1 TO CNT-UNZUORDENBAR
        DISPLAY "  UNZUORDENBAR: " FUNCTION TRIM(RUECKLAUF-ZEILE)
