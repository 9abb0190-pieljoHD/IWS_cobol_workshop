COPY STAMMREC.

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

FD URLAUBSKONTO.
01 KONTO-RECORD.

01 STUNDEN-JE-TAG PIC 9(2) VALUE 8.
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
01 MA-SATZ-W      PIC 9(3).
01 MA-SOLL-W      PIC 9(3).
01 STAMM-GEFUNDEN PIC X VALUE "N".
01 GZ-ALT-SALDO   PIC S9(5) VALUE 0.
01 DOKUMENT-DATEINAME PIC X(40).
01 CMD-ZEILE PIC X(80).
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-REST   PIC -ZZ9.
01 PRINT-SALDO  PIC -ZZZZ9.
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM.

    PERFORM LADE-STUNDEN-JE-TAG.
    *> Firmensatz im Stand des Austrittstags.
    MOVE AUS-DATUM TO FSV-STICHTAG.
    PERFORM LADE-STUNDENSATZ.
    PERFORM SCHLIESSE-STAMM.
    IF STAMM-GEFUNDEN NOT = "J"
        MOVE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT"
            TO CMD-ZEILE
        CALL "SYSTEM" USING CMD-ZEILE
        *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
        CALL "SYSTEM" USING CMD-STAMM-INDEX
        MOVE 0 TO RETURN-CODE
        DISPLAY "Stamm: Austritt " AUS-DATUM
                " gesetzt, Status inaktiv."
    END-IF.

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
