*> gesucht; die Entschluesselung der Namen steht NUR im Paket
*> (als Klartext-Anmerkung unter der Originalzeile) - die
*> Ablagen selbst bleiben maskiert.
*> Das Paket enthaelt auch ZUGRIFFS-PROTOKOLL.LOG - wer die Daten
*> der Person eingesehen hat. Mit BENUTZER.CFG meldet sich der
*> Operator an; jedes erstellte Paket wird selbst als Zugriff
*> (Kategorie GESAMT) protokolliert.
*>
*> Aufruf: datenauskunft <Vorname> <Nachname>

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PAKET.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT ZUGRIFFS-PROTOKOLL
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
FD PAKET.
01 PAKET-ZEILE PIC X(220).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD ZUGRIFFS-PROTOKOLL.
01 ZUGRIFF-ZEILE PIC X(112).

WORKING-STORAGE SECTION.

77 FS-QUELLE PIC XX VALUE SPACES.
77 FS-DB     PIC XX VALUE SPACES.
77 FS-PAKET  PIC XX VALUE SPACES.
77 FS-ZUGRIFF PIC XX VALUE SPACES.
77 FSBEN     PIC XX VALUE SPACES.
77 EOF-FLAG  PIC X  VALUE "N".

*> Operator-Anmeldung - mirrors ANMELDUNG in stamm_pflege.cbl,
*> ohne Rollenpruefung.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".

*> Zugriffsprotokoll (ZUGRIFFS-PROTOKOLL.LOG)
COPY ZUGRREC.

01 QUELLE-DATEINAME PIC X(100) VALUE SPACES.
01 PAKET-DATEINAME  PIC X(60)  VALUE SPACES.

    05 FILLER PIC X(30) VALUE "URLAUBSANTRAEGE.DAT".
    05 FILLER PIC X(30) VALUE "ZAHLUNGS-DETAIL-REGISTER.DAT".
    05 FILLER PIC X(30) VALUE "PERSONALNR-ZUORDNUNG.DAT".
    05 FILLER PIC X(30) VALUE "ZUGRIFFS-PROTOKOLL.LOG".
01 STATION-NAMEN-LISTE REDEFINES STATION-NAMEN-TABELLE.
    05 STATION-NAME PIC X(30) OCCURS 21 TIMES.
01 STATION-IDX PIC 9(2).

*> Substring-Suche (mirrors SUCHE-TEXT-IN-MELDUNG in
        GOBACK
    END-IF.

    PERFORM ANMELDUNG.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.

    MOVE KLAR-VORNAME  TO MASK-VORNAME.
    MOVE KLAR-NACHNAME TO MASK-NACHNAME.
    INSPECT MASK-VORNAME
    WRITE PAKET-ZEILE.

    PERFORM VARYING STATION-IDX FROM 1 BY 1
            UNTIL STATION-IDX > 21
        MOVE STATION-NAME(STATION-IDX) TO QUELLE-DATEINAME
        PERFORM DURCHSUCHE-STATION
    END-PERFORM.
    WRITE PAKET-ZEILE.
    CLOSE PAKET.

    MOVE SPACES TO ZUGRIFF-RECORD
    MOVE PERSON-NUMMER  TO ZP-PERSONALNR
    MOVE KLAR-VORNAME   TO ZP-VORNAME
    MOVE KLAR-NACHNAME  TO ZP-NACHNAME
    MOVE "GESAMT"       TO ZP-KATEGORIE
    MOVE "Auskunftspaket Art. 15 DSGVO" TO ZP-ANLASS
    PERFORM PROTOKOLLIERE-ZUGRIFF.

    DISPLAY "Auskunftspaket: " FUNCTION TRIM(PAKET-DATEINAME)
            " (" CNT-GESAMT " Zeilen).".
    GOBACK.
    MOVE "rm -f DB-ABFRAGE.TMP" TO CMD-LINE
    CALL "SYSTEM" USING CMD-LINE
    MOVE 0 TO RETURN-CODE.


*> ================================================================
*> #8 Anmeldung: Kennung muss in BENUTZER.CFG stehen
*> ================================================================
*> Ohne BENUTZER.CFG laeuft die Auskunft wie bisher ohne
*> Anmeldung; das Zugriffsprotokoll fuehrt den Operator dann leer.
ANMELDUNG.
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "HINWEIS: BENUTZER.CFG fehlt, Lauf ohne Anmeldung."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator-Kennung: "
    ACCEPT BENUTZER-ID
    MOVE "N" TO BENUTZER-GEFUNDEN
    MOVE "N" TO BENUTZER-EOF
    PERFORM UNTIL BENUTZER-EOF = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO BENUTZER-EOF
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID
                END-UNSTRING
                IF BENUTZER-CFG-ID = BENUTZER-ID
                 AND BENUTZER-ID NOT = SPACES
                    MOVE "J" TO BENUTZER-GEFUNDEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG
    IF BENUTZER-GEFUNDEN NOT = "J"
        DISPLAY "Kennung unbekannt."
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ================================================================
*> #9 Einsicht in ZUGRIFFS-PROTOKOLL.LOG festhalten
*> ================================================================
*> Der Aufrufer fuellt Personalnummer, Klartextnamen, Kategorie
*> und Anlass; Zeitpunkt, Operator und Programm kommen hier dazu,
*> die Namen werden wie in den Dauerablagen ROT13-maskiert.
PROTOKOLLIERE-ZUGRIFF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZP-ZEIT
    MOVE BENUTZER-ID     TO ZP-BENUTZER
    MOVE "DATENAUSKUNFT" TO ZP-PROGRAMM
    IF ZP-PERSONALNR = SPACES
        MOVE "00000" TO ZP-PERSONALNR
    END-IF
    INSPECT ZP-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT ZP-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
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
