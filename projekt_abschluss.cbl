*> Schlussrechnung und Abschluss eines Projekts: sammelt alle
*> Buchungen des Projektcodes aus BUCHUNGS-HISTORIE.DAT (Stunden,
*> Storni ziehen ab), bewertet sie zum Firmensatz aus
*> STUNDENSATZ.CFG im Stand des jeweiligen Buchungstags
*> (hausinterne Naeherung - persoenliche Saetze
*> und Zuschlaege bildet erst die Fakturierung genau ab), stellt
*> sie dem tatsaechlich Fakturierten aus
*> PROJEKT-RECHNUNGS-REGISTER.DAT gegenueber und druckt die

01 FIRMA-STUNDENSATZ PIC 9(3) VALUE 150.

*> Staende aus STUNDENSATZ.CFG - mirrors LOAD-STUNDENSATZ/
*> ERMITTLE-FIRMENSATZ in stundensatz_loesung.cbl.
01 FSV-ANZAHL PIC 9(2) VALUE 0.
01 FSV-TABELLE.
    05 FSV-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON FSV-ANZAHL.
        10 FSV-GUELTIG-AB PIC 9(08).
        10 FSV-SATZ       PIC 9(3).
01 FSV-DATUM-RAW PIC X(8).
01 FSV-SATZ-RAW  PIC X(8).
01 FSV-STICHTAG  PIC 9(8) VALUE 0.
01 FSV-BESTES-AB PIC 9(8).
01 FSV-SCAN-IDX  PIC 9(2).
01 FSV-VORGABE   PIC 9(3) VALUE 150.
01 FSV-EOF-FLAG  PIC X VALUE "N".

01 PROJEKT-STUNDEN   PIC S9(7) VALUE 0.
01 PROJEKT-UMSATZ    PIC S9(9)V99 VALUE 0.
01 CNT-BUCHUNGEN     PIC 9(5) VALUE 0.
            END-IF
            COMPUTE PROJEKT-STUNDEN = PROJEKT-STUNDEN
                + SATZ-VORZEICHEN * FUNCTION NUMVAL(HIS-STUNDEN)
            *> Bewertet zum Firmensatz im Stand des Buchungstags.
            MOVE 0 TO FSV-STICHTAG
            IF HIS-DATUM IS NUMERIC
                MOVE HIS-DATUM TO FSV-STICHTAG
            END-IF
            PERFORM ERMITTLE-FIRMENSATZ
            COMPUTE PROJEKT-UMSATZ = PROJEKT-UMSATZ
                + SATZ-VORZEICHEN * FUNCTION NUMVAL(HIS-STUNDEN)
                  * FIRMA-STUNDENSATZ
            ADD 1 TO CNT-BUCHUNGEN
        END-IF
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Firmen-Stundensatz laden
*> ================================================================
LADE-STUNDENSATZ.
    MOVE 0 TO FSV-ANZAHL
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-SATZ = "00"
        PERFORM UNTIL FSV-EOF-FLAG = "Y"
            READ STUNDENSATZ-CFG
                AT END MOVE "Y" TO FSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-FIRMENSATZ-STAND
            END-READ
        END-PERFORM
        CLOSE STUNDENSATZ-CFG
    END-IF
    PERFORM ERMITTLE-FIRMENSATZ.


*> ----------------------------------------------------------------
*> #10.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-FIRMENSATZ-STAND.
    IF STUNDENSATZ-CFG-ZEILE = SPACES OR FSV-ANZAHL >= 50
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FSV-DATUM-RAW FSV-SATZ-RAW
    UNSTRING FUNCTION TRIM(STUNDENSATZ-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO FSV-DATUM-RAW FSV-SATZ-RAW
    END-UNSTRING
    *> Bisheriges Format: nur der Satz, gilt seit jeher.
    IF FSV-SATZ-RAW = SPACES
        MOVE FSV-DATUM-RAW TO FSV-SATZ-RAW
        MOVE ZEROS TO FSV-DATUM-RAW
    END-IF
    IF FSV-DATUM-RAW IS NUMERIC
     AND FUNCTION TRIM(FSV-SATZ-RAW) IS NUMERIC
        ADD 1 TO FSV-ANZAHL
        MOVE FSV-DATUM-RAW TO FSV-GUELTIG-AB(FSV-ANZAHL)
        MOVE FUNCTION TRIM(FSV-SATZ-RAW) TO FSV-SATZ(FSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #10.2 Am Stichtag gueltigen Firmensatz ermitteln
*> ----------------------------------------------------------------
ERMITTLE-FIRMENSATZ.
    IF FSV-STICHTAG IS NOT NUMERIC OR FSV-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO FSV-STICHTAG
    END-IF
    MOVE FSV-VORGABE TO FIRMA-STUNDENSATZ
    MOVE 0 TO FSV-BESTES-AB
    PERFORM VARYING FSV-SCAN-IDX FROM 1 BY 1
            UNTIL FSV-SCAN-IDX > FSV-ANZAHL
        IF FSV-GUELTIG-AB(FSV-SCAN-IDX) <= FSV-STICHTAG
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) >= FSV-BESTES-AB
            MOVE FSV-GUELTIG-AB(FSV-SCAN-IDX) TO FSV-BESTES-AB
            MOVE FSV-SATZ(FSV-SCAN-IDX) TO FIRMA-STUNDENSATZ
        END-IF
    END-PERFORM.
