*> die Buchungsnummer im Vorher-/Nachher-Bild) angezeigt.
*> praxis.db fuehrt keine Buchungsnummer und kann deshalb nicht
*> einbezogen werden - das Programm weist darauf hin.
*> Mit BENUTZER.CFG meldet sich der Operator an; wird die Buchung
*> einem Mitarbeiter zugeordnet, haelt ZUGRIFFS-PROTOKOLL.LOG die
*> Einsicht fest (bei Krankheitssaetzen zusaetzlich KRANKHEIT).
*>
*> Aufruf: buchung_suche <Buchungsnummer> [LaufdatumJJJJMMTT]

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-AUDIT.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    *> Personalnummer zum gefundenen Namen fuer das Protokoll.
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
        10 AUD-NACHHER-NR    PIC X(03).
        10 FILLER            PIC X(54).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

*> Mirrors ZUORDNUNG-RECORD in historie_auskunft.cbl.
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
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-FEHLER   PIC XX VALUE SPACES.
77 FS-AUDIT    PIC XX VALUE SPACES.
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
01 PERSON-NUMMER  PIC X(5) VALUE SPACES.
01 KRANK-GEZEIGT  PIC X VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).
        GOBACK
    END-IF.

    PERFORM ANMELDUNG.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.

    DISPLAY "Spur der Buchungsnummer " SUCH-NUMMER ":".
    DISPLAY "=============================================".

        DISPLAY "Buchungsnummer an keiner Station gefunden."
    END-IF.

    IF GEFUNDEN-VORNAME NOT = SPACES
        PERFORM ERMITTLE-PERSONALNR
        MOVE SPACES TO ZUGRIFF-RECORD
        MOVE "BUCHUNGEN" TO ZP-KATEGORIE
        PERFORM PROTOKOLLIERE-ZUGRIFF
        IF KRANK-GEZEIGT = "J"
            MOVE "KRANKHEIT" TO ZP-KATEGORIE
            PERFORM PROTOKOLLIERE-ZUGRIFF
        END-IF
    END-IF.

    GOBACK.


            " Datum=" BR-DATUM " Stunden=" BR-STUNDEN
            " Kennung=" BR-SATZKENNUNG
    ADD 1 TO CNT-STATIONEN
    IF SATZ-IST-ABWESENHEIT AND ABW-IST-KRANKHEIT
        MOVE "J" TO KRANK-GEZEIGT
    END-IF

    IF GEFUNDEN-VORNAME = SPACES
        MOVE ANZEIGE-VORNAME  TO GEFUNDEN-VORNAME
                DISPLAY "  [Historienlager] Laufdatum " HIS-LAUFDATUM
                        ": " HIS-SATZ(1:50)
                ADD 1 TO CNT-STATIONEN
                PERFORM MERKE-HISTORIEN-NAMEN
            END-IF
        END-PERFORM
        CLOSE BUCHUNGS-HISTORIE
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Namen aus dem Historienlager festhalten (dort maskiert)
*> ----------------------------------------------------------------
*> Spalten wie HISTORIE-RECORD in historie_auskunft.cbl.
MERKE-HISTORIEN-NAMEN.
    IF HIS-SATZ(51:3) = "ABW" AND HIS-SATZ(54:1) = "K"
        MOVE "J" TO KRANK-GEZEIGT
    END-IF
    IF GEFUNDEN-VORNAME = SPACES
        MOVE HIS-SATZ(1:10)  TO GEFUNDEN-VORNAME-M
        MOVE HIS-SATZ(11:10) TO GEFUNDEN-NACHNAME-M
        MOVE GEFUNDEN-VORNAME-M  TO GEFUNDEN-VORNAME
        MOVE GEFUNDEN-NACHNAME-M TO GEFUNDEN-NACHNAME
        INSPECT GEFUNDEN-VORNAME
            CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
        INSPECT GEFUNDEN-NACHNAME
            CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    END-IF.


*> ================================================================
*> #7 FEHLER.LOG nach Nummer und maskiertem Namen durchsuchen
*> ================================================================
            MOVE WS-ARGUMENT-WERT(1:8) TO SUCH-LAUFDATUM
        END-IF
    END-IF.


*> ================================================================
*> #10 Anmeldung: Kennung muss in BENUTZER.CFG stehen
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
*> #11 Personalnummer des gefundenen Namens ermitteln
*> ================================================================
*> Mirrors ERMITTLE-PERSONALNR in historie_auskunft.cbl.
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
                IF ZO-VORNAME = GEFUNDEN-VORNAME
                 AND ZO-NACHNAME = GEFUNDEN-NACHNAME
                    MOVE ZO-NUMMER TO PERSON-NUMMER
                END-IF
        END-READ
    END-PERFORM
    CLOSE ZUORDNUNG
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #12 Einsicht in ZUGRIFFS-PROTOKOLL.LOG festhalten
*> ================================================================
*> Mirrors PROTOKOLLIERE-ZUGRIFF in datenauskunft.cbl; der
*> Aufrufer setzt nur die Kategorie.
PROTOKOLLIERE-ZUGRIFF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZP-ZEIT
    MOVE BENUTZER-ID         TO ZP-BENUTZER
    MOVE "BUCHUNG-SUCHE"     TO ZP-PROGRAMM
    MOVE PERSON-NUMMER       TO ZP-PERSONALNR
    IF ZP-PERSONALNR = SPACES
        MOVE "00000" TO ZP-PERSONALNR
    END-IF
    MOVE GEFUNDEN-VORNAME-M  TO ZP-VORNAME
    MOVE GEFUNDEN-NACHNAME-M TO ZP-NACHNAME
    MOVE SPACES TO ZP-ANLASS
    STRING "Buchungsnummer " SUCH-NUMMER
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
