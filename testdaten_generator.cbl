*>     <SchlechtesDatum> <UnbekannterName> <UnplausibleRate>
*>     <DuplikatNummer>                               (Default 3 3 2 2)
*>
*> Namen kommen aus MITARBEITER-STAMM.DAT (aktive Mitarbeiter, in
*> einem umlaufenden Durchlauf mit zufaelliger Schrittweite); fehlt
*> der Stamm, wird ein eingebauter Namensvorrat verwendet.
*> Die Zufallsfolge kommt aus einem einfachen linearen Kongruenz-
*> generator, mit der Uhrzeit als Startwert - jede Probe ist anders,
*> aber innerhalb eines Laufs reproduzierbar protokolliert.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jeden
    *> Durchlauf und jede Suche MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    SELECT TESTDATEN-CFG
        ASSIGN TO "TESTDATEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL

FILE SECTION.
FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD TESTDATEN-CFG.
01 TESTDATEN-CFG-ZEILE PIC X(40).
WORKING-STORAGE SECTION.

77 FS-STAMM PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-CFG   PIC XX VALUE SPACES.
77 FS-TEST  PIC XX VALUE SPACES.

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(10) VALUE SPACES.
01 CFG-FELD-3 PIC X(4).
01 CFG-FELD-4 PIC X(4).

*> Namensvorrat: der Stamm bleibt fuer den ganzen Lauf im
*> Durchlauf (#12) und liefert je Satz den naechsten aktiven
*> Mitarbeiter; ohne Stamm die eingebaute Reserve.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 NAMEN-AUS-STAMM PIC X VALUE "N".
01 NAME-SPRUNG     PIC 9(1) VALUE 0.
01 NAMEN-ANZAHL PIC 9(3) VALUE 0.
01 NAMEN-TABELLE.
    05 NAMEN-EINTRAG OCCURS 4 TIMES.
        10 NT-VORNAME  PIC X(10).
        10 NT-NACHNAME PIC X(10).

        DISPLAY "Fehler beim Schreiben von TEST-BUCHUNGEN.DAT,"
                " Status=" FS-TEST
        MOVE 1 TO RETURN-CODE
        PERFORM BEENDE-STAMM-DURCHLAUF
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    DISPLAY "  Duplikatnummer:      " CNT-DUPLIKAT.
    DISPLAY "Probelauf z.B.: validierer TEST-BUCHUNGEN.DAT"
            " TEST-FEHLER.LOG PRUEFLAUF".
    PERFORM BEENDE-STAMM-DURCHLAUF.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


    *> Rate 20-79 (liegt im Plausibilitaetskorridor 10-500),
    *> Buchungsnummer laufend (000-999), Arbeitstag 1-28.
    PERFORM WUERFLE
    IF NAMEN-AUS-STAMM = "J"
        COMPUTE NAME-SPRUNG = FUNCTION MOD(WUERFEL, 4) + 1
        PERFORM NAECHSTER-AKTIVER-NAME NAME-SPRUNG TIMES
        MOVE MA-VORNAME  TO BR-VORNAME
        MOVE MA-NACHNAME TO BR-NACHNAME
    ELSE
        COMPUTE NAME-IDX = FUNCTION MOD(WUERFEL, NAMEN-ANZAHL) + 1
        MOVE NT-VORNAME(NAME-IDX)  TO BR-VORNAME
        MOVE NT-NACHNAME(NAME-IDX) TO BR-NACHNAME
    END-IF

    PERFORM WUERFLE
    COMPUTE GEN-STUNDEN = FUNCTION MOD(WUERFEL, 12) + 1


*> ================================================================
*> #9 Namensvorrat aus dem Mitarbeiterstamm bereitstellen
*> ================================================================
*> Der Durchlauf wird bis zum ersten aktiven Mitarbeiter gelesen und
*> bleibt offen; gibt es keinen, gilt die eingebaute Reserve.
LADE-NAMENSVORRAT.
    PERFORM OEFFNE-STAMM
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J" OR NAMEN-AUS-STAMM = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
            MOVE "J" TO NAMEN-AUS-STAMM
        END-IF
    END-PERFORM

    IF NAMEN-AUS-STAMM NOT = "J"
        PERFORM BEENDE-STAMM-DURCHLAUF
        DISPLAY "HINWEIS: kein Mitarbeiterstamm - eingebauter"
                " Namensvorrat wird verwendet."
        MOVE 4 TO NAMEN-ANZAHL
    END-IF.


*> ----------------------------------------------------------------
*> #9.1 Naechsten aktiven Mitarbeiter des Durchlaufs lesen
*> ----------------------------------------------------------------
*> Am Ende des Stamms beginnt der Durchlauf von vorn; LADE-NAMENS-
*> VORRAT hat sichergestellt, dass es einen aktiven Satz gibt.
NAECHSTER-AKTIVER-NAME.
    PERFORM LIES-NAECHSTEN-STAMM
    PERFORM UNTIL STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
        IF STAMM-ENDE = "J"
            PERFORM BEENDE-STAMM-DURCHLAUF
            PERFORM STARTE-STAMM-DURCHLAUF
            IF STAMM-ENDE = "J"
                EXIT PARAGRAPH
            END-IF
        END-IF
        PERFORM LIES-NAECHSTEN-STAMM
    END-PERFORM.


*> ================================================================
*> #10 Fehlermix aus TESTDATEN.CFG laden
*> ================================================================
    IF SOLL-ANZAHL = 0
        MOVE 2500 TO SOLL-ANZAHL
    END-IF.


*> ================================================================
*> #12 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #12.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #12.0.2 Durchlauf durch den ganzen Stamm beginnen
*> ----------------------------------------------------------------
STARTE-STAMM-DURCHLAUF.
    MOVE "N" TO STAMM-ENDE
    IF STAMM-INDEX-OFFEN = "J"
        MOVE 0 TO SX-PERSONALNR
        START MITARBEITER-STAMM-INDEX
            KEY IS NOT LESS THAN SX-PERSONALNR
            INVALID KEY MOVE "J" TO STAMM-ENDE
        END-START
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        MOVE "J" TO STAMM-DATEI-OFFEN
    ELSE
        MOVE "J" TO STAMM-ENDE
    END-IF.


*> ----------------------------------------------------------------
*> #12.0.3 Naechsten Stammsatz des Durchlaufs lesen
*> ----------------------------------------------------------------
LIES-NAECHSTEN-STAMM.
    IF STAMM-ENDE = "J"
        EXIT PARAGRAPH
    END-IF
    IF STAMM-INDEX-OFFEN = "J"
        READ MITARBEITER-STAMM-INDEX NEXT RECORD INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    ELSE
        READ MITARBEITER-STAMM INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    END-IF.


*> ----------------------------------------------------------------
*> #12.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.
