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

    SELECT ACCEPTED-BUCHUNGEN
        ASSIGN TO "ACCEPTED-BUCHUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
*> ---------------------------
FILE SECTION.
FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD ACCEPTED-BUCHUNGEN.
COPY BUCHREC.
WORKING-STORAGE SECTION.

77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-ACCEPTED  PIC XX VALUE SPACES.
77 FS-ANTRAEGE  PIC XX VALUE SPACES.
77 FS-FEIERTAGE PIC XX VALUE SPACES.
        10 KAP-ABW-STUNDEN PIC 9(6).
01 ABT-GEFUNDEN PIC X.

*> Mitarbeiter -> Abteilung fuer die Abwesenheitszuordnung: je
*> Abwesenheit per Namensschluessel (STAMM-INDEX-OFFEN = "J"),
*> sonst aus MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM ERMITTLE-MONATSGRENZEN.
    PERFORM LADE-STUNDEN-JE-TAG.
    PERFORM OEFFNE-STAMM.
    PERFORM SUMMIERE-STAMM.
    PERFORM ZAEHLE-FEIERTAGE.
    PERFORM SAMMLE-GEBUCHTE-ABWESENHEITEN.
    PERFORM SAMMLE-GENEHMIGTE-ANTRAEGE.
    PERFORM DRUCKE-BERICHT.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.




*> ================================================================
*> #6 Stamm lesen: Koepfe und Soll je Abteilung aufsummieren
*> ================================================================
SUMMIERE-STAMM.
    MOVE 0 TO ABT-ANZAHL
    PERFORM STARTE-STAMM-DURCHLAUF
    IF STAMM-INDEX-OFFEN NOT = "J" AND STAMM-DATEI-OFFEN NOT = "J"
        DISPLAY "MITARBEITER-STAMM.DAT nicht vorhanden."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
            IF MA-ABTEILUNG = SPACES
                MOVE "ALLG" TO ABW-ABT
            ELSE
                MOVE MA-ABTEILUNG TO ABW-ABT
            END-IF
            PERFORM VERBUCHE-KOPF-UND-SOLL
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> ================================================================
VERBUCHE-AUSFALL.
    MOVE "ALLG" TO ABW-ABT
    MOVE ABW-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE ABW-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND MA-IST-AKTIV
     AND MA-ABTEILUNG NOT = SPACES
        MOVE MA-ABTEILUNG TO ABW-ABT
    END-IF
    IF ABT-ANZAHL > 0
        SET AB-IDX TO 1
                FUNCTION TRIM(REPORT-DATEINAME)
                ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF

        END-READ
        CLOSE STUNDEN-JE-TAG-CFG
    END-IF.


*> ================================================================
*> #11 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Der Stamm wird nicht mehr in eine Tabelle geladen: SUMMIERE-
*> STAMM liest ihn einmal durch, die Abwesenheiten suchen je Satz.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #11.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #11.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #11.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #11.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #11.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
