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

    SELECT EMPLOYEE-MASTER
        ASSIGN TO "EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
COPY BUCHREC.

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD EMPLOYEE-MASTER.
01 EMPLOYEE-MASTER-ZEILE PIC X(80).

77 FS-BUCHUNGEN PIC XX VALUE SPACES.
77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-EMP       PIC XX VALUE SPACES.
77 FS-FEIERTAGE PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

*> Mitarbeiterstamm: je Arbeitstag einmal durchlaufen (#9, #12);
*> ohne Stamm EMPLOYEE-MASTER.DAT.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 MITARBEITER-QUELLE PIC X VALUE "A".
    88 QUELLE-STAMM     VALUE "S".
    88 QUELLE-ALTDATEI  VALUE "A".
01 ALT-EOF         PIC X.
01 EMPLOYEE-ANZAHL PIC 9(5) VALUE 0.
01 PRUEF-VORNAME   PIC X(10).
01 PRUEF-NACHNAME  PIC X(10).

*> Unterschiedliche Buchungsdaten der Datei.
01 DATUM-ANZAHL PIC 9(3) VALUE 0.
01 WS-WOCHENTAG PIC 9.
01 TAG-IST-ARBEITSTAG PIC X.

01 PRUEF-DATUM-IDX PIC 9(3).
01 CNT-FEHLEND PIC 9(4) VALUE 0.
01 MELDUNG PIC X(100).
PROCEDURE DIVISION.

MAIN.
    PERFORM BESTIMME-MITARBEITER-QUELLE.
    PERFORM LADE-FEIERTAGE.

    IF EMPLOYEE-ANZAHL = 0
        DISPLAY "Kein Mitarbeiterstamm vorhanden, Pruefung entfaellt."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

        DISPLAY "Fehler beim Oeffnen BUCHUNGEN.DAT, Status="
                FS-BUCHUNGEN
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

        IF EOF-FLAG NOT = "Y"
         AND NOT SATZ-IST-HEADER
         AND NOT SATZ-IST-TRAILER
         AND NOT SATZ-IST-EINMALZAHLUNG
         AND NOT SATZ-IST-GERAET
         AND NOT SATZ-IST-SUBUNTERNEHMER
         AND BR-DATUM IS NUMERIC
            PERFORM MERKE-DATUM
            PERFORM MERKE-PAAR
        DISPLAY "Fehler beim Schreiben von FEHLENDE-BUCHUNGEN.RPT,"
                " Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

            UNTIL PRUEF-DATUM-IDX > DATUM-ANZAHL
        PERFORM PRUEFE-ARBEITSTAG
        IF TAG-IST-ARBEITSTAG = "J"
            PERFORM DURCHLAUFE-MITARBEITER
        END-IF
    END-PERFORM.

    PERFORM MELDE.

    CLOSE FEHLEND-REPORT.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.




*> ================================================================
*> #8 Fehlt die Buchung von PRUEF-VORNAME/-NACHNAME an diesem Tag?
*> ================================================================
PRUEFE-MITARBEITER-TAG.
    MOVE "N" TO GEFUNDEN-FLAG
        SET PAAR-IDX TO 1
        SEARCH PAAR-EINTRAG
            AT END CONTINUE
            WHEN PAAR-VORNAME(PAAR-IDX)  = PRUEF-VORNAME
             AND PAAR-NACHNAME(PAAR-IDX) = PRUEF-NACHNAME
             AND PAAR-DATUM(PAAR-IDX)
                    = DT-DATUM(PRUEF-DATUM-IDX)
                MOVE "J" TO GEFUNDEN-FLAG
    IF GEFUNDEN-FLAG NOT = "J"
        MOVE SPACES TO MELDUNG
        STRING "FEHLT: " DT-DATUM(PRUEF-DATUM-IDX) " "
               FUNCTION TRIM(PRUEF-VORNAME) " "
               FUNCTION TRIM(PRUEF-NACHNAME)
            INTO MELDUNG
        END-STRING
        PERFORM MELDE


*> ================================================================
*> #9 Aktive Mitarbeiter zaehlen (Stamm, sonst Altdatei)
*> ================================================================
*> Der Stamm zaehlt, sobald MITARBEITER-STAMM.DAT da ist.
BESTIMME-MITARBEITER-QUELLE.
    MOVE "A" TO MITARBEITER-QUELLE
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN = "J"
        MOVE "S" TO MITARBEITER-QUELLE
    ELSE
        OPEN INPUT MITARBEITER-STAMM
        IF FS-STAMM = "00"
            MOVE "S" TO MITARBEITER-QUELLE
            CLOSE MITARBEITER-STAMM
        END-IF
    END-IF
    MOVE 0 TO EMPLOYEE-ANZAHL
    MOVE 0 TO PRUEF-DATUM-IDX
    PERFORM DURCHLAUFE-MITARBEITER.


*> ----------------------------------------------------------------
*> #9.1 Alle aktiven Mitarbeiter durchlaufen
*> ----------------------------------------------------------------
*> Je Mitarbeiter steht der Name in PRUEF-VORNAME/-NACHNAME; mit
*> PRUEF-DATUM-IDX = 0 wird nur gezaehlt, sonst der Tag geprueft.
DURCHLAUFE-MITARBEITER.
    IF QUELLE-STAMM
        PERFORM STARTE-STAMM-DURCHLAUF
        PERFORM UNTIL STAMM-ENDE = "J"
            PERFORM LIES-NAECHSTEN-STAMM
            IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
                MOVE MA-VORNAME  TO PRUEF-VORNAME
                MOVE MA-NACHNAME TO PRUEF-NACHNAME
                PERFORM BEHANDLE-MITARBEITER
            END-IF
        END-PERFORM
        PERFORM BEENDE-STAMM-DURCHLAUF
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT EMPLOYEE-MASTER
    IF FS-EMP NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO ALT-EOF
    PERFORM UNTIL ALT-EOF = "Y"
        READ EMPLOYEE-MASTER
            AT END MOVE "Y" TO ALT-EOF
        END-READ
        IF ALT-EOF NOT = "Y"
         AND FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE) NOT = SPACES
            MOVE SPACES TO PRUEF-VORNAME PRUEF-NACHNAME
            UNSTRING FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE)
                DELIMITED BY ALL SPACE
                INTO PRUEF-VORNAME PRUEF-NACHNAME
            END-UNSTRING
            PERFORM BEHANDLE-MITARBEITER
        END-IF
    END-PERFORM
    CLOSE EMPLOYEE-MASTER.


BEHANDLE-MITARBEITER.
    IF PRUEF-DATUM-IDX = 0
        ADD 1 TO EMPLOYEE-ANZAHL
    ELSE
        PERFORM PRUEFE-MITARBEITER-TAG
    END-IF.


*> ================================================================
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


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
