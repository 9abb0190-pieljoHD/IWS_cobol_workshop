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

    SELECT MELDE-DATEI
        ASSIGN TO MELDE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
    05 MW-NETTO    PIC 9(8)V99.

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD MELDE-DATEI.
01 MELDE-RECORD.
77 FS-HISTORIE    PIC XX VALUE SPACES.
77 FS-MONATSWERTE PIC XX VALUE SPACES.
77 FS-STAMM       PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-MELDUNG     PIC XX VALUE SPACES.
77 FS-KONTROLLE   PIC XX VALUE SPACES.
77 EOF-FLAG       PIC X  VALUE "N".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Beschaeftigungsart je Mitarbeiter: je Satz per Namensschluessel
*> (STAMM-INDEX-OFFEN = "J"), sonst aus MITARBEITER-STAMM.DAT von
*> vorn. Die Stunden tragen maskierte Namen, die Monatswerte
*> Klartext.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 MW-ENDE       PIC X VALUE "N".
01 MW-GEFUNDEN   PIC X.

*> Summen je Beschaeftigungsgruppe (1=R, 2=M, 3=W, 4=A).
01 GRUPPEN-TABELLE.
        INTO KONTROLL-DATEINAME
    END-STRING.

    PERFORM OEFFNE-STAMM.
    PERFORM SAMMLE-STUNDEN.
    PERFORM SAMMLE-BRUTTO.
    PERFORM ZAEHLE-KOEPFE.
    PERFORM SCHREIBE-MELDUNG.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.




*> ================================================================
*> #6 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Die Beschaeftigungsart wird nicht mehr in eine Tabelle geladen,
*> sondern je Stunden- und Monatswertsatz gesucht; die Koepfe
*> zaehlt ZAEHLE-KOEPFE in einem Durchlauf.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #6.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #6.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #6.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #6.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #6.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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


*> ----------------------------------------------------------------
*> #6.1 Gruppe des gerade gelesenen Stammsatzes (GEF-ART)
*> ----------------------------------------------------------------
UEBERNIMM-ART.
    IF MA-BESCHAEFT-ART = "M"
     OR MA-BESCHAEFT-ART = "W"
     OR MA-BESCHAEFT-ART = "A"
        MOVE MA-BESCHAEFT-ART TO GEF-ART
    ELSE
        MOVE "R" TO GEF-ART
    END-IF.


*> ================================================================
*> wie die Ueberstundenaufteilung des UMSATZ-RECHNER.
VERBUCHE-STUNDEN-SATZ.
    MOVE SPACE TO GEF-ART
    MOVE HIS-VORNAME-M  TO STAMM-SUCH-VORNAME
    MOVE HIS-NACHNAME-M TO STAMM-SUCH-NACHNAME
    INSPECT STAMM-SUCH-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT STAMM-SUCH-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J"
        PERFORM UEBERNIMM-ART
    END-IF
    IF GEF-ART = SPACE
        MOVE "R" TO GEF-ART
*> ----------------------------------------------------------------
VERBUCHE-BRUTTO-SATZ.
    MOVE SPACE TO GEF-ART
    MOVE MW-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE MW-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J"
        PERFORM UEBERNIMM-ART
    END-IF
    IF GEF-ART = SPACE
        MOVE "R" TO GEF-ART
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #8.3 Koepfe je Gruppe zaehlen
*> ----------------------------------------------------------------
*> Ein Kopf ist ein Mitarbeiter des Stamms mit mindestens einer
*> Monatswertzeile im Quartal; je Stammsatz wird
*> LOHN-MONATSWERTE.DAT dafuer einmal durchsucht.
ZAEHLE-KOEPFE.
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
            PERFORM SUCHE-QUARTALSWERT
            IF MW-GEFUNDEN = "J"
                PERFORM UEBERNIMM-ART
                PERFORM ERMITTLE-GRUPPE
                ADD 1 TO GR-KOEPFE(GRUPPE-IDX)
            END-IF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #8.4 Hat der gerade gelesene Stammsatz Monatswerte im Quartal?
*> ----------------------------------------------------------------
SUCHE-QUARTALSWERT.
    MOVE "N" TO MW-GEFUNDEN
    MOVE "N" TO MW-ENDE
    OPEN INPUT MONATSWERTE
    IF FS-MONATSWERTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL MW-ENDE = "J"
        READ MONATSWERTE
            AT END MOVE "J" TO MW-ENDE
        END-READ
        IF MW-ENDE NOT = "J"
         AND MW-PERIODE >= QUARTAL-VON
         AND MW-PERIODE <= QUARTAL-BIS
         AND MW-VORNAME  = MA-VORNAME
         AND MW-NACHNAME = MA-NACHNAME
            MOVE "J" TO MW-GEFUNDEN
            MOVE "J" TO MW-ENDE
        END-IF
    END-PERFORM
    CLOSE MONATSWERTE.


*> ================================================================
*> #9 Meldedatei und Kontrollblatt schreiben
*> ================================================================
                FUNCTION TRIM(MELDE-DATEINAME)
                ", Status=" FS-MELDUNG
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF
    OPEN OUTPUT KONTROLLBLATT
