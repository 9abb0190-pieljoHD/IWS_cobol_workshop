*> (STUNDENSATZ.CFG.ALT / MITARBEITER-SATZ.CFG.ALT, vom Operator als
*> Kopie des Standes vor der Aenderung bereitgestellt) und einmal
*> mit den AKTUELLEN Saetzen (Mitarbeiterstamm bzw. Steuerdateien,
*> wie der UMSATZ-RECHNER sie laedt). Der Firmensatz kommt dabei
*> je Buchung aus dem Stand, der an ihrem Buchungsdatum galt
*> (datierte Zeilen der STUNDENSATZ.CFG bzw. .ALT). Die Differenz
*> wird je Mitarbeiter und Monat berichtet (NEUBERECHNUNG.REPORT)
*> und auf YTD-UMSATZ.DAT nachgezogen - damit sind die Deltas
*> reproduzierbar statt in einer privaten Tabellenkalkulation zu
*> leben. Die
*> Bewertungslogik mirrors BERECHNE-GESAMTUMSATZ in
*> stundensatz_loesung.cbl.
*>
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

    SELECT FEIERTAGE-CFG
        ASSIGN TO "FEIERTAGE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE.

    SELECT TAETIGKEIT-CFG
        ASSIGN TO "TAETIGKEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-TAETIGKEIT.

    SELECT YTD-UMSATZ
        ASSIGN TO "YTD-UMSATZ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
01 MITARBEITER-SATZ-ZEILE PIC X(30).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD TAETIGKEIT-CFG.
01 TAETIGKEIT-CFG-ZEILE PIC X(60).

FD YTD-UMSATZ.
01 YTD-RECORD.
    05 YTD-VORNAME  PIC X(10).
77 FS-STUNDENSATZ PIC XX VALUE SPACES.
77 FS-MITARBEITER PIC XX VALUE SPACES.
77 FS-STAMM       PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-FEIERTAGE   PIC XX VALUE SPACES.
77 FS-TAETIGKEIT  PIC XX VALUE SPACES.
77 FS-YTD         PIC XX VALUE SPACES.
77 FS-REPORT      PIC XX VALUE SPACES.
77 EOF-FLAG       PIC X  VALUE "N".
01 BUCHUNGS-DATUM       PIC 9(8).

*> Zwei Satztabellen: ALT (Stand vor der Aenderung) und NEU (aktuell)
01 SATZ-LADEMODUS PIC X.
    88 LADE-ALT VALUE "A".
    88 LADE-NEU VALUE "N".

*> Firmensatz-Staende beider Dateien, je Zeile mit ihrem Modus -
*> mirrors LOAD-STUNDENSATZ/ERMITTLE-FIRMENSATZ in
*> stundensatz_loesung.cbl.
01 FSV-ANZAHL PIC 9(3) VALUE 0.
01 FSV-TABELLE.
    05 FSV-EINTRAG OCCURS 1 TO 100 TIMES
                   DEPENDING ON FSV-ANZAHL.
        10 FSV-MODUS      PIC X.
        10 FSV-GUELTIG-AB PIC 9(08).
        10 FSV-SATZ       PIC 9(3).
01 FSV-DATUM-RAW PIC X(8).
01 FSV-SATZ-RAW  PIC X(8).
01 FSV-STICHTAG  PIC 9(8) VALUE 0.
01 FSV-BESTES-AB PIC 9(8).
01 FSV-SCAN-IDX  PIC 9(3).
01 FSV-VORGABE   PIC 9(3) VALUE 150.
01 FSV-EOF-FLAG  PIC X VALUE "N".

01 ALT-SATZ-ANZAHL PIC 9(3) VALUE 0.
01 SATZ-TABELLE-VOLL PIC X VALUE "N".
01 ALT-SATZ-TABELLE.
        10 NS-NACHNAME PIC X(10).
        10 NS-SATZ     PIC 9(3).
01 MS-SATZ-RAW PIC X(3).

*> Konsolidierter Mitarbeiterstamm: je Buchung per Namen gelesen
*> (#5.2.1), sonst die NEU-Tabelle aus MITARBEITER-SATZ.CFG.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-VORHANDEN     PIC X VALUE "N".
01 MS-EOF-FLAG PIC X VALUE "N".

01 FEIERTAGE-ANZAHL PIC 9(3) VALUE 0.
                         INDEXED BY FT-IDX.
        10 FEIERTAG-DATUM PIC 9(8).

*> Zuschlagsfaehigkeit je Taetigkeitscode aus TAETIGKEIT.CFG.
01 TAET-ANZAHL PIC 9(3) VALUE 0.
01 TAET-TABELLE.
    05 TAET-EINTRAG OCCURS 1 TO 100 TIMES
                     DEPENDING ON TAET-ANZAHL
                     INDEXED BY TA-IDX.
        10 TAET-CODE     PIC X(2).
        10 TAET-ZUSCHLAG PIC X.
01 TAET-FELD-RAW       PIC X.
01 TAETIGKEIT-ZUSCHLAG PIC X VALUE "J".

*> Bewertungsparameter - identisch zu stundensatz_loesung.cbl.
01 UEBERSTUNDEN-SCHWELLE PIC 9(3) VALUE 40.
01 UEBERSTUNDEN-FAKTOR   PIC 9V9  VALUE 1.5.
    MOVE "N" TO SATZ-LADEMODUS
    MOVE "STUNDENSATZ.CFG" TO STUNDENSATZ-CFG-NAME
    MOVE "MITARBEITER-SATZ.CFG" TO MITARBEITER-CFG-NAME
    PERFORM PRUEFE-MITARBEITER-STAMM.
    IF STAMM-VORHANDEN NOT = "J"
        PERFORM LADE-SAETZE
    ELSE
        *> Den Firmensatz fuehrt der Stamm nicht.
        PERFORM LADE-FIRMENSATZ-STAENDE
    END-IF.

    PERFORM LADE-FEIERTAGE.
    PERFORM LADE-TAETIGKEITEN.

    OPEN INPUT ARCHIV-ACCEPTED.
    IF FS-ARCHIV NOT = "00"
        DISPLAY "Archivdatei " FUNCTION TRIM(ARCHIV-DATEINAME)
                " nicht lesbar, Status=" FS-ARCHIV
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

         AND NOT SATZ-IST-TRAILER
         AND NOT SATZ-IST-ABWESENHEIT
         AND NOT SATZ-IST-STORNO
         AND NOT SATZ-IST-EINMALZAHLUNG
         AND NOT SATZ-IST-GERAET
         AND NOT SATZ-IST-SUBUNTERNEHMER
            PERFORM BEWERTE-SATZ-DOPPELT
        END-IF
    END-PERFORM.

    IF CNT-SAETZE = 0
        DISPLAY "Keine Buchungssaetze in der Archivdatei gefunden."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    PERFORM DRUCKE-DELTA-REPORT.
    PERFORM PASSE-YTD-AN.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> #5.1 Alten Stundensatz ermitteln
*> ----------------------------------------------------------------
ERMITTLE-ALTEN-SATZ.
    MOVE "A" TO SATZ-LADEMODUS
    PERFORM ERMITTLE-FIRMENSATZ
    IF ALT-SATZ-ANZAHL > 0
        SET AS-IDX TO 1
        SEARCH ALT-SATZ-EINTRAG
*> #5.2 Neuen Stundensatz ermitteln
*> ----------------------------------------------------------------
ERMITTLE-NEUEN-SATZ.
    MOVE "N" TO SATZ-LADEMODUS
    PERFORM ERMITTLE-FIRMENSATZ
    IF STAMM-VORHANDEN = "J"
        PERFORM LIES-MITARBEITER-STAMMSATZ
        IF STAMM-TREFFER = "J" AND MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO AKTUELLER-STUNDENSATZ
        END-IF
    ELSE
        IF NEU-SATZ-ANZAHL > 0
            SET NS-IDX TO 1
            SEARCH NEU-SATZ-EINTRAG
                AT END CONTINUE
                WHEN NS-VORNAME(NS-IDX)  = MITARBEITER-VORNAME
                 AND NS-NACHNAME(NS-IDX) = MITARBEITER-NACHNAME
                    MOVE NS-SATZ(NS-IDX) TO AKTUELLER-STUNDENSATZ
            END-SEARCH
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #5.2.1 Stammsatz des aktuellen Mitarbeiters lesen
*> ----------------------------------------------------------------
*> Per Namensschluessel nach STAMM-RECORD; STAMM-TREFFER = "J" nur
*> fuer aktive Mitarbeiter. Folgen mehrere Buchungen desselben
*> Mitarbeiters, wird nur einmal gelesen.
*> Mirrors LIES-MITARBEITER-STAMMSATZ in rechnungs_generator.cbl.
LIES-MITARBEITER-STAMMSATZ.
    IF MITARBEITER-VORNAME  = STAMM-SUCH-VORNAME
     AND MITARBEITER-NACHNAME = STAMM-SUCH-NACHNAME
        EXIT PARAGRAPH
    END-IF
    MOVE MITARBEITER-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE MITARBEITER-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND NOT MA-IST-AKTIV
        MOVE "N" TO STAMM-TREFFER
    END-IF.


*> Mirrors BERECHNE-GESAMTUMSATZ/ERMITTLE-TAGESART in
*> stundensatz_loesung.cbl.
BERECHNE-UMSATZ.
    MOVE "J" TO TAETIGKEIT-ZUSCHLAG
    IF TAET-ANZAHL > 0 AND BR-TAETIGKEIT NOT = SPACES
        SET TA-IDX TO 1
        SEARCH TAET-EINTRAG
            AT END CONTINUE
            WHEN TAET-CODE(TA-IDX) = BR-TAETIGKEIT
                MOVE TAET-ZUSCHLAG(TA-IDX) TO TAETIGKEIT-ZUSCHLAG
        END-SEARCH
    END-IF

    MOVE "N" TO TAGESART
    IF BUCHUNGS-DATUM IS NUMERIC AND BUCHUNGS-DATUM > 0
     AND TAETIGKEIT-ZUSCHLAG NOT = "N"
        COMPUTE WS-WOCHENTAG =
            FUNCTION MOD(FUNCTION INTEGER-OF-DATE(BUCHUNGS-DATUM) - 1, 7)
        IF WS-WOCHENTAG = 5 OR WS-WOCHENTAG = 6
        END-IF
    ELSE
        IF ANZAHL-STUNDEN > UEBERSTUNDEN-SCHWELLE
         AND TAETIGKEIT-ZUSCHLAG NOT = "N"
            MOVE UEBERSTUNDEN-SCHWELLE TO REGULAR-STUNDEN
            COMPUTE UEBERSTUNDEN = ANZAHL-STUNDEN - UEBERSTUNDEN-SCHWELLE
        ELSE

    COMPUTE GESAMT-UMSATZ = REGULAR-UMSATZ + UEBERSTUNDEN-UMSATZ

    MOVE 0 TO NACHT-ZUSCHLAG
    IF TAETIGKEIT-ZUSCHLAG NOT = "N"
        PERFORM BERECHNE-NACHTZUSCHLAG
    END-IF
    IF NACHT-ZUSCHLAG > 0
        ADD NACHT-ZUSCHLAG TO GESAMT-UMSATZ
    END-IF.
*> #8 Satztabellen laden (ALT aus .ALT-Kopien, NEU aus Steuerdateien)
*> ================================================================
LADE-SAETZE.
    PERFORM LADE-FIRMENSATZ-STAENDE

    MOVE "N" TO MS-EOF-FLAG
    OPEN INPUT MITARBEITER-SATZ-CFG
    END-IF.


*> ----------------------------------------------------------------
*> #8.2 Firmensatz-Staende der STUNDENSATZ-CFG-NAME laden
*> ----------------------------------------------------------------
*> Zeilen "<GueltigAbJJJJMMTT> <Satz>"; eine Zeile nur mit dem Satz
*> (bisheriges Format) gilt seit jeher. Bewertet wird jede Buchung
*> mit dem Stand, der an ihrem Buchungsdatum galt - alt wie neu.
LADE-FIRMENSATZ-STAENDE.
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-STUNDENSATZ = "00"
        PERFORM UNTIL FSV-EOF-FLAG = "Y"
            READ STUNDENSATZ-CFG
                AT END MOVE "Y" TO FSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-FIRMENSATZ-STAND
            END-READ
        END-PERFORM
        CLOSE STUNDENSATZ-CFG
    ELSE
        IF LADE-ALT
            DISPLAY "HINWEIS: " FUNCTION TRIM(STUNDENSATZ-CFG-NAME)
                    " fehlt - alter Firmensatz = Default."
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #8.2.1 Eine Zeile der Satzdatei als Stand uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-FIRMENSATZ-STAND.
    IF STUNDENSATZ-CFG-ZEILE = SPACES OR FSV-ANZAHL >= 100
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FSV-DATUM-RAW FSV-SATZ-RAW
    UNSTRING FUNCTION TRIM(STUNDENSATZ-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO FSV-DATUM-RAW FSV-SATZ-RAW
    END-UNSTRING
    *> Bisheriges Format: nur der Satz, gilt seit jeher.
    IF FSV-SATZ-RAW = SPACES
        MOVE FSV-DATUM-RAW TO FSV-SATZ-RAW
        MOVE ZEROS TO FSV-DATUM-RAW
    END-IF
    IF FSV-DATUM-RAW IS NUMERIC
     AND FUNCTION TRIM(FSV-SATZ-RAW) IS NUMERIC
        ADD 1 TO FSV-ANZAHL
        MOVE SATZ-LADEMODUS TO FSV-MODUS(FSV-ANZAHL)
        MOVE FSV-DATUM-RAW TO FSV-GUELTIG-AB(FSV-ANZAHL)
        MOVE FUNCTION TRIM(FSV-SATZ-RAW) TO FSV-SATZ(FSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #8.2.2 Am Buchungsdatum gueltigen Firmensatz (Modus) ermitteln
*> ----------------------------------------------------------------
ERMITTLE-FIRMENSATZ.
    MOVE BUCHUNGS-DATUM TO FSV-STICHTAG
    IF FSV-STICHTAG IS NOT NUMERIC OR FSV-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO FSV-STICHTAG
    END-IF
    MOVE FSV-VORGABE TO AKTUELLER-STUNDENSATZ
    MOVE 0 TO FSV-BESTES-AB
    PERFORM VARYING FSV-SCAN-IDX FROM 1 BY 1
            UNTIL FSV-SCAN-IDX > FSV-ANZAHL
        IF FSV-MODUS(FSV-SCAN-IDX) = SATZ-LADEMODUS
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) <= FSV-STICHTAG
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) >= FSV-BESTES-AB
            MOVE FSV-GUELTIG-AB(FSV-SCAN-IDX) TO FSV-BESTES-AB
            MOVE FSV-SATZ(FSV-SCAN-IDX) TO AKTUELLER-STUNDENSATZ
        END-IF
    END-PERFORM.


*> ================================================================
*> #9 Konsolidierten Stamm fuer die aktuellen Saetze pruefen
*> ================================================================
*> Gelesen wird je Buchung (#5.2.1); hier nur, ob der Stamm einen
*> aktiven Mitarbeiter mit eigenem Satz kennt. Sonst laedt MAIN
*> wie bisher die Steuerdateien als Rueckfallebene.
PRUEFE-MITARBEITER-STAMM.
    MOVE "N" TO STAMM-VORHANDEN
    MOVE HIGH-VALUES TO STAMM-SUCH-VORNAME
    PERFORM OEFFNE-STAMM
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-IST-AKTIV
         AND MA-STUNDENSATZ > 0
            MOVE "J" TO STAMM-VORHANDEN
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #10 Feiertagskalender laden
*> ================================================================
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Taetigkeitskatalog laden (nur das Zuschlagskennzeichen)
*> ----------------------------------------------------------------
LADE-TAETIGKEITEN.
    MOVE 0 TO TAET-ANZAHL
    MOVE "N" TO MS-EOF-FLAG
    OPEN INPUT TAETIGKEIT-CFG
    IF FS-TAETIGKEIT = "00"
        PERFORM UNTIL MS-EOF-FLAG = "Y"
            READ TAETIGKEIT-CFG
                AT END MOVE "Y" TO MS-EOF-FLAG
            END-READ
            IF MS-EOF-FLAG NOT = "Y"
             AND TAETIGKEIT-CFG-ZEILE NOT = SPACES
             AND TAETIGKEIT-CFG-ZEILE(1:1) NOT = "*"
             AND TAET-ANZAHL < 100
                ADD 1 TO TAET-ANZAHL
                MOVE SPACES TO TAET-EINTRAG(TAET-ANZAHL)
                UNSTRING FUNCTION TRIM(TAETIGKEIT-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO TAET-CODE(TAET-ANZAHL)
                         TAET-FELD-RAW
                         TAET-FELD-RAW
                         TAET-ZUSCHLAG(TAET-ANZAHL)
                END-UNSTRING
            END-IF
        END-PERFORM
        CLOSE TAETIGKEIT-CFG
    END-IF.


*> ================================================================
*> #11 Kommandozeilenparameter auswerten
*> ================================================================
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE WS-ARGUMENT-WERT(1:80) TO ARCHIV-DATEINAME
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


*> ----------------------------------------------------------------
*> #12.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
