*> zu entschluesseln wird der Suchname maskiert und verglichen
*> (ROT13 ist selbstinvers), die Trefferzeilen werden fuer die
*> Anzeige entschluesselt.
*> Mit BENUTZER.CFG meldet sich der Operator an; jede Auskunft mit
*> Treffern wird in ZUGRIFFS-PROTOKOLL.LOG festgehalten
*> (Buchungen, bei Krankheitssaetzen zusaetzlich KRANKHEIT).
*>
*> Aufruf: historie_auskunft <Vorname> <Nachname> [VonJJJJMMTT]
*>                           [BisJJJJMMTT]
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    *> Personalnummer zum gesuchten Namen fuer das Protokoll.
    SELECT ZUORDNUNG
        ASSIGN TO "PERSONALNR-ZUORDNUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUORDNUNG.

    SELECT ZUGRIFFS-PROTOKOLL
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
        10 HIS-ABW-ART      PIC X(01).
        10 FILLER           PIC X(26).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD ZUORDNUNG.
01 ZUORDNUNG-RECORD.
    05 ZO-NUMMER     PIC X(05).
    05 FILLER        PIC X(01).
    05 ZO-VORNAME    PIC X(10).
    05 FILLER        PIC X(01).
    05 ZO-NACHNAME   PIC X(10).
    05 FILLER        PIC X(44).

FD ZUGRIFFS-PROTOKOLL.
01 ZUGRIFF-ZEILE PIC X(112).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-HISTORIE PIC XX VALUE SPACES.
77 FSBEN       PIC XX VALUE SPACES.
77 FS-ZUORDNUNG PIC XX VALUE SPACES.
77 FS-ZUGRIFF  PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

*> Operator-Anmeldung - mirrors ANMELDUNG in datenauskunft.cbl.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".

*> Zugriffsprotokoll (ZUGRIFFS-PROTOKOLL.LOG)
COPY ZUGRREC.
01 PERSON-NUMMER PIC X(5) VALUE SPACES.
01 CNT-KRANK     PIC 9(5) VALUE 0.

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).
        GOBACK
    END-IF.

    PERFORM ANMELDUNG.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.

    MOVE SUCH-VORNAME  TO SUCH-VORNAME-MASKIERT
    MOVE SUCH-NACHNAME TO SUCH-NACHNAME-MASKIERT
    INSPECT SUCH-VORNAME-MASKIERT
    DISPLAY "--------------------------------------------".
    DISPLAY CNT-TREFFER " Treffer.".

    IF CNT-TREFFER > 0
        PERFORM ERMITTLE-PERSONALNR
        MOVE SPACES TO ZUGRIFF-RECORD
        MOVE "BUCHUNGEN" TO ZP-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
    END-IF.
    IF CNT-KRANK > 0
        MOVE "KRANKHEIT" TO ZP-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
    END-IF.

    GOBACK.


            " " HIS-STUNDEN " " HIS-KENNUNG HIS-ABW-ART
            "  (" FUNCTION TRIM(ANZEIGE-VORNAME) " "
            FUNCTION TRIM(ANZEIGE-NACHNAME) ")"
    ADD 1 TO CNT-TREFFER
    IF HIS-KENNUNG = "ABW" AND HIS-ABW-ART = "K"
        ADD 1 TO CNT-KRANK
    END-IF.


*> ================================================================
            MOVE WS-ARGUMENT-WERT(1:8) TO BIS-DATUM
        END-IF
    END-IF.


*> ================================================================
*> #7 Anmeldung: Kennung muss in BENUTZER.CFG stehen
*> ================================================================
*> Mirrors ANMELDUNG in datenauskunft.cbl.
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
*> #8 Personalnummer des gesuchten Namens ermitteln
*> ================================================================
*> PERSONALNR-ZUORDNUNG.DAT fuehrt aktuelle wie fruehere
*> Schreibweisen; ohne Eintrag bleibt die Nummer 00000.
ERMITTLE-PERSONALNR.
    MOVE SPACES TO PERSON-NUMMER
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ZUORDNUNG
    IF FS-ZUORDNUNG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ZUORDNUNG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ZO-VORNAME = SUCH-VORNAME
                 AND ZO-NACHNAME = SUCH-NACHNAME
                    MOVE ZO-NUMMER TO PERSON-NUMMER
                END-IF
        END-READ
    END-PERFORM
    CLOSE ZUORDNUNG
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #9 Einsicht in ZUGRIFFS-PROTOKOLL.LOG festhalten
*> ================================================================
*> Mirrors PROTOKOLLIERE-ZUGRIFF in datenauskunft.cbl; der
*> Aufrufer setzt nur die Kategorie.
PROTOKOLLIERE-ZUGRIFF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZP-ZEIT
    MOVE BENUTZER-ID            TO ZP-BENUTZER
    MOVE "HISTORIE-AUSKUNFT"    TO ZP-PROGRAMM
    MOVE PERSON-NUMMER          TO ZP-PERSONALNR
    IF ZP-PERSONALNR = SPACES
        MOVE "00000" TO ZP-PERSONALNR
    END-IF
    MOVE SUCH-VORNAME-MASKIERT  TO ZP-VORNAME
    MOVE SUCH-NACHNAME-MASKIERT TO ZP-NACHNAME
    MOVE SPACES TO ZP-ANLASS
    STRING "Zeitraum " VON-DATUM "-" BIS-DATUM
        INTO ZP-ANLASS
    END-STRING
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
