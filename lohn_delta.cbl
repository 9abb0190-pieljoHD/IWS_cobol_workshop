*> wird LOHN-DELTA.SPERRE gesetzt - ZAHLUNGS-EXPORT zahlt dann
*> NICHT, bis die Abweichungen mit dem Parameter FREIGEBEN
*> bestaetigt sind. Bericht: LOHN-DELTA.RPT.
*> Verglichen wird der laufende Brutto: Einmalzahlungen (Praemie,
*> Weihnachtsgeld usw., im Laufergebnis getrennt ausgewiesen)
*> stehen nur als Hinweis im Bericht und gehen nicht in den
*> Monatsspeicher - sonst hielte jeder Dezember den Zahllauf an.
*>
*> Aufruf: lohn_delta [FREIGEBEN]

    05 LE-BRUTTO   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-NETTO    PIC 9(8)V99.
    05 FILLER      PIC X(55).
    05 LE-EINMAL   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SACHBEZUG PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KUG      PIC 9(8)V99.

FD MONATSWERTE.
01 MONATSWERT-RECORD.
01 DELTA-PROZENT PIC S9(5).
01 DELTA-ABS     PIC 9(9)V99.
01 VM-POSITION   PIC 9(3).
01 LAUFEND-BRUTTO PIC 9(8)V99.

01 CNT-ZEILEN     PIC 9(4) VALUE 0.
01 CNT-ABWEICHUNG PIC 9(3) VALUE 0.
*> #6 Einen Mitarbeiter gegen den Vormonat halten
*> ================================================================
VERGLEICHE-MITARBEITER.
    IF LE-EINMAL IS NOT NUMERIC
        MOVE 0 TO LE-EINMAL
    END-IF
    IF LE-EINMAL > LE-BRUTTO
        MOVE 0 TO LAUFEND-BRUTTO
    ELSE
        COMPUTE LAUFEND-BRUTTO = LE-BRUTTO - LE-EINMAL
    END-IF
    IF LE-EINMAL > 0
        COMPUTE PRINT-NEU = LE-EINMAL
        MOVE SPACES TO MELDUNG
        STRING "EINMALZAHLUNG: " FUNCTION TRIM(LE-VORNAME) " "
               FUNCTION TRIM(LE-NACHNAME)
               "  " PRINT-NEU " (nicht im Vergleich)"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF

    MOVE 0 TO VM-POSITION
    IF VM-ANZAHL > 0
        SET VM-IDX TO 1

    IF VM-POSITION = 0
        ADD 1 TO CNT-EINTRITTE
        COMPUTE PRINT-NEU = LAUFEND-BRUTTO
        MOVE SPACES TO MELDUNG
        STRING "EINTRITT:   " FUNCTION TRIM(LE-VORNAME) " "
               FUNCTION TRIM(LE-NACHNAME)
    END-IF

    MOVE "J" TO VMT-GESEHEN(VM-POSITION)
    COMPUTE DELTA-BETRAG = LAUFEND-BRUTTO - VMT-BRUTTO(VM-POSITION)
    IF DELTA-BETRAG < 0
        COMPUTE DELTA-ABS = 0 - DELTA-BETRAG
    ELSE
     OR DELTA-ABS > SCHWELLE-ABSOLUT
        ADD 1 TO CNT-ABWEICHUNG
        COMPUTE PRINT-ALT = VMT-BRUTTO(VM-POSITION)
        COMPUTE PRINT-NEU = LAUFEND-BRUTTO
        MOVE SPACES TO MELDUNG
        STRING "ABWEICHUNG: " FUNCTION TRIM(LE-VORNAME) " "
               FUNCTION TRIM(LE-NACHNAME)
    MOVE AKT-PERIODE TO MW-PERIODE
    MOVE LE-VORNAME  TO MW-VORNAME
    MOVE LE-NACHNAME TO MW-NACHNAME
    MOVE LAUFEND-BRUTTO TO MW-BRUTTO
    MOVE LE-NETTO    TO MW-NETTO
    WRITE MONATSWERT-RECORD.

