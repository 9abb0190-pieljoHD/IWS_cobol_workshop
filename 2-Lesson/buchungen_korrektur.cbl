        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSSTAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jeden
    *> Durchlauf und jede Suche MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FSSTAMMIDX.

    SELECT EMPLOYEE-MASTER
        ASSIGN TO "EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
COPY FEHLERREC.

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD EMPLOYEE-MASTER.
01 EMPLOYEE-MASTER-ZEILE PIC X(80).
01 GRUND-ANZEIGE-IDX PIC 9(3).
01 CNT-GRUENDE     PIC 9(3).

*> Mitarbeiterstamm fuer die Namens-Gegenpruefung: je Korrektur
*> per Namen gelesen (#7); ohne Stamm wird EMPLOYEE-MASTER.DAT je
*> Korrektur durchsucht, ohne beide entfaellt die Pruefung.
77 FSSTAMM PIC XX VALUE SPACES.
77 FSSTAMMIDX PIC XX VALUE SPACES.
77 FSEMP   PIC XX VALUE SPACES.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 MITARBEITER-QUELLE PIC X VALUE "N".
    88 QUELLE-STAMM     VALUE "S".
    88 QUELLE-ALTDATEI  VALUE "A".
    88 QUELLE-KEINE     VALUE "N".
01 EMP-EOF-FLAG PIC X VALUE "N".
01 ALT-VORNAME  PIC X(10).
01 ALT-NACHNAME PIC X(10).
01 MITARBEITER-BEKANNT PIC X.

*> Plausibilitaetskorridor - mirrors PRUEFE-PLAUSIBILITAET.

    PERFORM LOAD-PERIODEN-SPERRE.
    PERFORM LOAD-FEHLER-LOG.
    PERFORM BESTIMME-MITARBEITER-QUELLE.

    DISPLAY "Korrekturlauf fuer abgelehnte Buchungen...".

    DISPLAY "warten in KORREKTUR-PENDING.DAT auf die Freigabe durch".
    DISPLAY "einen zweiten Operator (KORREKTUR-FREIGABE).".

    PERFORM SCHLIESSE-STAMM.
    GOBACK.




*> ================================================================
*> #5.1.5 Mitarbeiterstamm fuer die Gegenpruefung bestimmen
*> ================================================================
*> Wie in validierer_loesung.cbl zaehlt der Stamm, sobald
*> MITARBEITER-STAMM.IDX oder .DAT da ist, sonst EMPLOYEE-MASTER.DAT.
*> Traegt die Quelle keinen (aktiven) Mitarbeiter, bleibt es bei
*> QUELLE-KEINE und die Gegenpruefung entfaellt wie bisher.
BESTIMME-MITARBEITER-QUELLE.
    MOVE "N" TO MITARBEITER-QUELLE
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN NOT = "J"
        OPEN INPUT MITARBEITER-STAMM
        IF FSSTAMM NOT = "00"
            PERFORM PRUEFE-ALTDATEI
            EXIT PARAGRAPH
        END-IF
        CLOSE MITARBEITER-STAMM
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
            MOVE "S" TO MITARBEITER-QUELLE
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #5.1.5.1 EMPLOYEE-MASTER.DAT vorhanden und nicht leer?
*> ----------------------------------------------------------------
PRUEFE-ALTDATEI.
    OPEN INPUT EMPLOYEE-MASTER
    IF FSEMP NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EMP-EOF-FLAG
    PERFORM UNTIL EMP-EOF-FLAG = "Y" OR QUELLE-ALTDATEI
        READ EMPLOYEE-MASTER
            AT END MOVE "Y" TO EMP-EOF-FLAG
        END-READ
        IF EMP-EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE) NOT = SPACES
            MOVE "A" TO MITARBEITER-QUELLE
        END-IF
    END-PERFORM
    CLOSE EMPLOYEE-MASTER.


*> ----------------------------------------------------------------
*> #5.1.5.2 Korrigierten Namen im Stamm suchen (nur aktive Saetze)
*> ----------------------------------------------------------------
*> Mirrors LIES-MITARBEITER-IM-INDEX in validierer_loesung.cbl:
*> Gleichnamige stehen unter demselben Alternativschluessel, es
*> zaehlt der erste aktive. Ohne Index ein Durchlauf durch die .DAT.
SUCHE-AKTIVEN-MITARBEITER.
    MOVE "N" TO MITARBEITER-BEKANNT
    IF STAMM-INDEX-OFFEN = "J"
        MOVE KORR-VORNAME  TO SX-VORNAME
        MOVE KORR-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY EXIT PARAGRAPH
        END-READ
        PERFORM UNTIL MITARBEITER-BEKANNT = "J"
            IF MA-VORNAME NOT = KORR-VORNAME
             OR MA-NACHNAME NOT = KORR-NACHNAME
                EXIT PERFORM
            END-IF
            IF MA-IST-AKTIV
                MOVE "J" TO MITARBEITER-BEKANNT
            ELSE
                READ MITARBEITER-STAMM-INDEX NEXT INTO STAMM-RECORD
                    AT END EXIT PERFORM
                END-READ
            END-IF
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
         AND MA-VORNAME  = KORR-VORNAME
         AND MA-NACHNAME = KORR-NACHNAME
            MOVE "J" TO MITARBEITER-BEKANNT
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #5.1.5.3 Korrigierten Namen in EMPLOYEE-MASTER.DAT suchen
*> ----------------------------------------------------------------
SUCHE-IN-ALTDATEI.
    MOVE "N" TO MITARBEITER-BEKANNT
    OPEN INPUT EMPLOYEE-MASTER
    IF FSEMP NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EMP-EOF-FLAG
    PERFORM UNTIL EMP-EOF-FLAG = "Y" OR MITARBEITER-BEKANNT = "J"
        READ EMPLOYEE-MASTER
            AT END MOVE "Y" TO EMP-EOF-FLAG
        END-READ
        IF EMP-EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE) NOT = SPACES
            MOVE SPACES TO ALT-VORNAME ALT-NACHNAME
            UNSTRING FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE)
                DELIMITED BY ALL SPACE
                INTO ALT-VORNAME ALT-NACHNAME
            END-UNSTRING
            IF ALT-VORNAME  = KORR-VORNAME
             AND ALT-NACHNAME = KORR-NACHNAME
                MOVE "J" TO MITARBEITER-BEKANNT
            END-IF
        END-IF
    END-PERFORM
    CLOSE EMPLOYEE-MASTER.


*> ================================================================
    *> #6.0 Korrigierten Namen gegen den Mitarbeiterstamm pruefen -
    *> mirrors PRUEFE-MITARBEITER in validierer_loesung.cbl; ohne
    *> diese Gegenpruefung bounced der Satz im naechsten Lauf erneut.
    IF NOT QUELLE-KEINE
        IF QUELLE-STAMM
            PERFORM SUCHE-AKTIVEN-MITARBEITER
        ELSE
            PERFORM SUCHE-IN-ALTDATEI
        END-IF
        IF MITARBEITER-BEKANNT NOT = "J"
            DISPLAY "  -> " FUNCTION TRIM(KORR-VORNAME) " "
                    FUNCTION TRIM(KORR-NACHNAME)
            END-IF
        END-IF
    END-IF.


*> ================================================================
*> #7 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FSSTAMMIDX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #7.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #7.0.2 Durchlauf durch den ganzen Stamm beginnen
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
    IF FSSTAMM = "00"
        MOVE "J" TO STAMM-DATEI-OFFEN
    ELSE
        MOVE "J" TO STAMM-ENDE
    END-IF.


*> ----------------------------------------------------------------
*> #7.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #7.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.
