*> umbenannt, stehen aeltere Zeilen noch unter der frueheren
*> Schreibweise - die Auskunft sucht deshalb unter ALLEN
*> Schreibweisen der eigenen Personalnummer aus
*> PERSONALNR-ZUORDNUNG.DAT. Rein lesend - bis auf das
*> Zugriffsprotokoll: jede angezeigte Datengruppe wird in
*> ZUGRIFFS-PROTOKOLL.LOG festgehalten (Operator = der Mitarbeiter
*> selbst).


*> ================================================================
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUORDNUNG.

    SELECT ZUGRIFFS-PROTOKOLL
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
    05 REJ-DATUM     PIC X(08).
    05 FILLER        PIC X(46).

FD ZUGRIFFS-PROTOKOLL.
01 ZUGRIFF-ZEILE PIC X(112).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
77 FS-ACCEPTED PIC XX VALUE SPACES.
77 FS-REJECTED PIC XX VALUE SPACES.
77 FS-ZUORDNUNG PIC XX VALUE SPACES.
77 FS-ZUGRIFF  PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 BENUTZER-EOF    PIC X VALUE "N".
*> Nur die juengsten eigenen Buchungen anzeigen.
01 MAX-ZEILEN PIC 9(2) VALUE 15.

*> Zugriffsprotokoll (ZUGRIFFS-PROTOKOLL.LOG)
COPY ZUGRREC.
01 ZUGRIFF-KATEGORIE PIC X(10).
01 CNT-BUCHUNGEN-GEZEIGT PIC 9(4) VALUE 0.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
    PERFORM LADE-NAMENS-VARIANTEN.

    PERFORM ZEIGE-YTD.
    IF CNT-TREFFER > 0
        MOVE "UMSATZ" TO ZUGRIFF-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
    END-IF.
    PERFORM ZEIGE-URLAUBSKONTO.
    IF CNT-TREFFER > 0
        MOVE "URLAUB" TO ZUGRIFF-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
        MOVE "KRANKHEIT" TO ZUGRIFF-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
    END-IF.
    PERFORM ZEIGE-ACCEPTED.
    MOVE CNT-TREFFER TO CNT-BUCHUNGEN-GEZEIGT.
    PERFORM ZEIGE-REJECTED.
    ADD CNT-TREFFER TO CNT-BUCHUNGEN-GEZEIGT.
    IF CNT-BUCHUNGEN-GEZEIGT > 0
        MOVE "BUCHUNGEN" TO ZUGRIFF-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
    END-IF.

    DISPLAY "---------------------------------------------".
    DISPLAY "Ende der Selbstauskunft (nur eigene Daten,"
            MOVE "J" TO NAME-TREFFER
        END-IF
    END-PERFORM.


*> ================================================================
*> #13 Einsicht in ZUGRIFFS-PROTOKOLL.LOG festhalten
*> ================================================================
*> Mirrors PROTOKOLLIERE-ZUGRIFF in datenauskunft.cbl; Person und
*> Anlass stehen hier fest, der Aufrufer setzt nur die Kategorie.
PROTOKOLLIERE-ZUGRIFF.
    MOVE SPACES TO ZUGRIFF-RECORD
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZP-ZEIT
    MOVE BENUTZER-ID       TO ZP-BENUTZER
    MOVE "SELBSTAUSKUNFT"  TO ZP-PROGRAMM
    MOVE EIGEN-PERSONALNR  TO ZP-PERSONALNR
    MOVE EIGEN-VORNAME-M   TO ZP-VORNAME
    MOVE EIGEN-NACHNAME-M  TO ZP-NACHNAME
    MOVE ZUGRIFF-KATEGORIE TO ZP-KATEGORIE
    MOVE "Selbstauskunft"  TO ZP-ANLASS
    OPEN EXTEND ZUGRIFFS-PROTOKOLL
    IF FS-ZUGRIFF NOT = "00"
        OPEN OUTPUT ZUGRIFFS-PROTOKOLL
    END-IF
    IF FS-ZUGRIFF NOT = "00"
        DISPLAY "WARNUNG: ZUGRIFFS-PROTOKOLL.LOG nicht schreibbar,"
                " Status=" FS-ZUGRIFF
        EXIT PARAGRAPH
    END-IF
    WRITE ZUGRIFF-ZEILE FROM ZUGRIFF-RECORD
    CLOSE ZUGRIFFS-PROTOKOLL.
