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

    SELECT MAX-ABWESENHEIT-CFG
        ASSIGN TO "MAX-ABWESENHEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
    05 UK-UNBEZAHLT  PIC 9(03).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD MAX-ABWESENHEIT-CFG.
01 MAX-ABWESENHEIT-CFG-ZEILE PIC X(20).
77 FS-ANTRAEGE PIC XX VALUE SPACES.
77 FS-KONTO    PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-MAX      PIC XX VALUE SPACES.
77 FS-ERFASST  PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".
        10 KT-ANSPRUCH  PIC 9(03).
        10 KT-URLAUB    PIC 9(03).

*> Abteilungszuordnung aus dem Stamm: je Antragsteller per
*> Namensschluessel (STAMM-INDEX-OFFEN = "J"), sonst aus
*> MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-ABTEILUNG     PIC X(10).

*> Maximale gleichzeitige Abwesenheiten je Abteilung.
01 MAX-ANZAHL PIC 9(3) VALUE 0.
MAIN.
    PERFORM LADE-ANTRAEGE.
    PERFORM LADE-KONTO.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-MAX-ABWESENHEIT.

    DISPLAY "=============================================".
        DISPLAY "Keine Aenderungen."
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ----------------------------------------------------------------
PRUEFE-GLEICHZEITIGKEIT.
    MOVE "ALLG" TO PRUEF-ABTEILUNG
    MOVE AT-VORNAME(PRUEF-POSITION)  TO STAMM-SUCH-VORNAME
    MOVE AT-NACHNAME(PRUEF-POSITION) TO STAMM-SUCH-NACHNAME
    PERFORM ERMITTLE-STAMM-ABTEILUNG
    IF STAMM-TREFFER = "J"
        MOVE STAMM-ABTEILUNG TO PRUEF-ABTEILUNG
    END-IF

    MOVE MAX-DEFAULT TO ABT-MAXIMUM
*> #6.5 Ueberlappenden Antrag zaehlen, wenn Abteilung passt
*> ----------------------------------------------------------------
ZAEHLE-WENN-GLEICHE-ABTEILUNG.
    MOVE AT-VORNAME(SCAN-IDX)  TO STAMM-SUCH-VORNAME
    MOVE AT-NACHNAME(SCAN-IDX) TO STAMM-SUCH-NACHNAME
    PERFORM ERMITTLE-STAMM-ABTEILUNG
    IF STAMM-TREFFER = "J"
     AND STAMM-ABTEILUNG = PRUEF-ABTEILUNG
        ADD 1 TO GLEICHZEITIG
    END-IF.


*> ----------------------------------------------------------------
*> #6.6 Abteilung eines aktiven Mitarbeiters aus dem Stamm holen
*> ----------------------------------------------------------------
*> Nur aktive Mitarbeiter zaehlen; ohne Abteilung gilt "ALLG".
ERMITTLE-STAMM-ABTEILUNG.
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND NOT MA-IST-AKTIV
        MOVE "N" TO STAMM-TREFFER
    END-IF
    IF STAMM-TREFFER = "J"
        IF MA-ABTEILUNG = SPACES
            MOVE "ALLG" TO STAMM-ABTEILUNG
        ELSE
            MOVE MA-ABTEILUNG TO STAMM-ABTEILUNG
        END-IF
    END-IF.




*> ================================================================
*> #9.3 Maximale gleichzeitige Abwesenheiten je Abteilung laden
*> ================================================================
LADE-MAX-ABWESENHEIT.
    MOVE 0 TO MAX-ANZAHL
        CLOSE MAX-ABWESENHEIT-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Die Abteilungszuordnung wird nicht mehr in eine Tabelle
*> geladen, sondern je Antragsteller gesucht.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #10.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #10.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #10.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
*> ----------------------------------------------------------------
*> Wie zuvor die Tabellensuche: der erste Satz unter dem Namen
*> zaehlt. STAMM-TREFFER = "J", wenn STAMM-RECORD ihn traegt.
SUCHE-STAMM-PER-NAME.
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-INDEX-OFFEN = "J"
        MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
        MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
        END-READ
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME  = STAMM-SUCH-VORNAME
         AND MA-NACHNAME = STAMM-SUCH-NACHNAME
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.
