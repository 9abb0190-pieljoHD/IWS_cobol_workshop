*> Monatlicher Beitragsnachweis je Krankenkasse: summiert wie
*> LOHN-RECHNER den Brutto je Mitarbeiter aus PAYROLL-EXPORT.DAT
*> (Storno-Zeilen ziehen ab), rechnet die Sozialabgaben aus
*> SOZIALABGABEN.CFG (im heute gueltigen Stand) als
*> Arbeitnehmeranteil, setzt den Arbeitgeberanteil in gleicher
*> Hoehe an (hausinterne Naeherung wie die ganze Brutto-Netto-
*> Rechnung) und gruppiert beide nach
*> dem Kassen-Kuerzel aus dem Mitarbeiterstamm (MA-KRANKENKASSE,
*> Pflege ueber STAMM-PFLEGE). Je Kasse entsteht eine eigene
*> Nachweisdatei BEITRAGSNACHWEIS-<Kasse>-<JJJJMM>.TXT - bisher
*> hat die Buchhaltung den einen Summentopf von Hand auf vier
*> Kassen verteilt. Mitarbeiter ohne gepflegte Kasse laufen unter
*> dem Sammelkuerzel OHNE und werden gemeldet.
*> Fuer Gehaltsempfaenger (Lohnart S) zaehlt nicht der
*> Stundenlohn des Exports, sondern das vom LOHN-RECHNER
*> gerechnete Gehalts-Brutto aus LOHN-ERGEBNIS.DAT. Sachbezuege
*> (Dienstwagen, Jobticket, Gutscheine ueber der Freigrenze) sind
*> beitragspflichtig und kommen fuer alle Mitarbeiter ebenfalls
*> aus LOHN-ERGEBNIS.DAT dazu.


*> ================================================================
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

    SELECT LOHN-ERGEBNIS
        ASSIGN TO "LOHN-ERGEBNIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERGEBNIS.

    SELECT NACHWEIS-DATEI
        ASSIGN TO NACHWEIS-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
01 SOZIALABGABEN-CFG-ZEILE PIC X(40).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD NACHWEIS-DATEI.
01 NACHWEIS-ZEILE PIC X(100).

*> Mirrors ERGEBNIS-RECORD in lohn_rechner.cbl.
FD LOHN-ERGEBNIS.
01 ERGEBNIS-RECORD.
    05 LE-VORNAME  PIC X(10).
    05 FILLER      PIC X(01).
    05 LE-NACHNAME PIC X(10).
    05 FILLER      PIC X(01).
    05 LE-BRUTTO   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-NETTO    PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-STEUER   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-ABGABEN  PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SOLI     PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KIST     PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-PERIODE  PIC 9(6).
    05 FILLER      PIC X(01).
    05 LE-KONFESSION PIC X(2).
    05 FILLER      PIC X(01).
    05 LE-EINMAL   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SACHBEZUG PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KUG      PIC 9(8)V99.

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
77 FS-PAYROLL  PIC XX VALUE SPACES.
77 FS-SOZIAL   PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-NACHWEIS PIC XX VALUE SPACES.
77 FS-ERGEBNIS PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

*> Brutto je Mitarbeiter - mirrors SUMMIERE-BRUTTO in
01 SOZ-NAME-RAW    PIC X(10).
01 SOZ-PROZENT-RAW PIC X(8).
01 SOZ-DECKEL-RAW  PIC X(10).
01 SOZ-STICHTAG     PIC 9(8) VALUE 0.
01 SOZ-BLOCK-DATUM  PIC 9(8).
01 SOZ-BESTES-DATUM PIC 9(8).
01 SOZ-BLOCK-GILT   PIC X VALUE "J".

*> Kassen-Kuerzel und Lohnart je Mitarbeiter aus dem Stamm: mit
*> Index per Namensschluessel (STAMM-INDEX-OFFEN = "J"), sonst
*> MITARBEITER-STAMM.DAT je Suche von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 GEHALT-GEFUNDEN PIC X.
01 CNT-GEHALT PIC 9(3) VALUE 0.
01 CNT-SACHBEZUG PIC 9(3) VALUE 0.

*> Liste der vorgefundenen Kassen.
01 KASSE-ANZAHL PIC 9(2) VALUE 0.

MAIN.
    PERFORM LADE-SOZIALABGABEN.
    PERFORM OEFFNE-STAMM.

    IF SOZIAL-ANZAHL = 0
        DISPLAY "SOZIALABGABEN.CFG fehlt oder ist leer - kein"
                " Beitragsnachweis erstellbar."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

        DISPLAY "PAYROLL-EXPORT.DAT nicht vorhanden - erst den"
                " Umsatzrechner mit Lohnexport laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.


    CLOSE PAYROLL-EXPORT.

    PERFORM UEBERNIMM-GEHAELTER.

    IF LOHN-ANZAHL = 0
        DISPLAY "Keine Lohnzeilen vorgefunden."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

                " STAMM-PFLEGE nachpflegen."
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Gehaltsempfaenger mit dem Gehalts-Brutto ansetzen
*> ----------------------------------------------------------------
*> Mirrors UEBERNIMM-GEHAELTER in zahlungs_export.cbl: Stundenlohn
*> der Gehaltsempfaenger auf 0, Brutto aus LOHN-ERGEBNIS.DAT.
UEBERNIMM-GEHAELTER.
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1
            UNTIL DRUCK-IDX > LOHN-ANZAHL
        PERFORM SUCHE-GEHALT-ZU-LOHN
        IF GEHALT-GEFUNDEN = "J"
            MOVE 0 TO LO-BRUTTO(DRUCK-IDX)
        END-IF
    END-PERFORM

    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHN-ERGEBNIS
    IF FS-ERGEBNIS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHN-ERGEBNIS
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND LE-BRUTTO IS NUMERIC
            MOVE "N" TO GEHALT-GEFUNDEN
            MOVE LE-VORNAME  TO STAMM-SUCH-VORNAME
            MOVE LE-NACHNAME TO STAMM-SUCH-NACHNAME
            PERFORM SUCHE-STAMM-PER-NAME
            IF STAMM-TREFFER = "J" AND MA-LOHNART = "S"
                MOVE "J" TO GEHALT-GEFUNDEN
            END-IF
            IF GEHALT-GEFUNDEN = "J"
                PERFORM SETZE-GEHALTS-BRUTTO
            END-IF
            IF LE-SACHBEZUG IS NUMERIC AND LE-SACHBEZUG > 0
                PERFORM ADDIERE-SACHBEZUG
            END-IF
        END-IF
    END-PERFORM
    CLOSE LOHN-ERGEBNIS
    MOVE "N" TO EOF-FLAG
    IF CNT-GEHALT > 0
        DISPLAY "Gehaelter aus LOHN-ERGEBNIS.DAT uebernommen: "
                CNT-GEHALT " Mitarbeiter."
    END-IF
    IF CNT-SACHBEZUG > 0
        DISPLAY "Sachbezuege aus LOHN-ERGEBNIS.DAT uebernommen: "
                CNT-SACHBEZUG " Mitarbeiter."
    END-IF.


*> ----------------------------------------------------------------
*> #5.2 Ist der Mitarbeiter DRUCK-IDX Gehaltsempfaenger?
*> ----------------------------------------------------------------
SUCHE-GEHALT-ZU-LOHN.
    MOVE "N" TO GEHALT-GEFUNDEN
    MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO STAMM-SUCH-VORNAME
    MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND MA-LOHNART = "S"
        MOVE "J" TO GEHALT-GEFUNDEN
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Gehalts-Brutto einer Ergebniszeile eintragen
*> ----------------------------------------------------------------
SETZE-GEHALTS-BRUTTO.
    MOVE "N" TO GEFUNDEN-FLAG
    MOVE 0 TO TAB-POSITION
    IF LOHN-ANZAHL > 0
        SET LO-IDX TO 1
        SEARCH LOHN-EINTRAG
            AT END CONTINUE
            WHEN LO-VORNAME(LO-IDX)(1:10)  = LE-VORNAME
             AND LO-NACHNAME(LO-IDX)(1:10) = LE-NACHNAME
                MOVE "J" TO GEFUNDEN-FLAG
                SET TAB-POSITION TO LO-IDX
        END-SEARCH
    END-IF
    IF GEFUNDEN-FLAG NOT = "J" AND LOHN-ANZAHL < 500
        ADD 1 TO LOHN-ANZAHL
        MOVE LE-VORNAME  TO LO-VORNAME(LOHN-ANZAHL)
        MOVE LE-NACHNAME TO LO-NACHNAME(LOHN-ANZAHL)
        MOVE SPACES TO LO-KASSE(LOHN-ANZAHL)
        MOVE LOHN-ANZAHL TO TAB-POSITION
    END-IF
    IF TAB-POSITION > 0
        MOVE LE-BRUTTO TO LO-BRUTTO(TAB-POSITION)
        ADD 1 TO CNT-GEHALT
    END-IF.


*> ----------------------------------------------------------------
*> #5.4 Sachbezug einer Ergebniszeile auf den Brutto legen
*> ----------------------------------------------------------------
ADDIERE-SACHBEZUG.
    MOVE "N" TO GEFUNDEN-FLAG
    MOVE 0 TO TAB-POSITION
    IF LOHN-ANZAHL > 0
        SET LO-IDX TO 1
        SEARCH LOHN-EINTRAG
            AT END CONTINUE
            WHEN LO-VORNAME(LO-IDX)(1:10)  = LE-VORNAME
             AND LO-NACHNAME(LO-IDX)(1:10) = LE-NACHNAME
                MOVE "J" TO GEFUNDEN-FLAG
                SET TAB-POSITION TO LO-IDX
        END-SEARCH
    END-IF
    IF GEFUNDEN-FLAG NOT = "J" AND LOHN-ANZAHL < 500
        ADD 1 TO LOHN-ANZAHL
        MOVE LE-VORNAME  TO LO-VORNAME(LOHN-ANZAHL)
        MOVE LE-NACHNAME TO LO-NACHNAME(LOHN-ANZAHL)
        MOVE 0 TO LO-BRUTTO(LOHN-ANZAHL)
        MOVE SPACES TO LO-KASSE(LOHN-ANZAHL)
        MOVE LOHN-ANZAHL TO TAB-POSITION
    END-IF
    IF TAB-POSITION > 0
        ADD LE-SACHBEZUG TO LO-BRUTTO(TAB-POSITION)
        ADD 1 TO CNT-SACHBEZUG
    END-IF.


*> ================================================================
*> #6 Kassen-Kuerzel je Mitarbeiter zuordnen und Kassen sammeln
*> ================================================================
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1
            UNTIL DRUCK-IDX > LOHN-ANZAHL
        MOVE "OHNE" TO LO-KASSE(DRUCK-IDX)
        MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO STAMM-SUCH-VORNAME
        MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO STAMM-SUCH-NACHNAME
        PERFORM SUCHE-STAMM-PER-NAME
        IF STAMM-TREFFER = "J" AND MA-KRANKENKASSE NOT = SPACES
            MOVE MA-KRANKENKASSE TO LO-KASSE(DRUCK-IDX)
        END-IF
        IF LO-KASSE(DRUCK-IDX) = "OHNE"
            ADD 1 TO CNT-OHNE-KASSE
*> Mirrors LADE-SOZIALABGABEN in lohn_rechner.cbl.
LADE-SOZIALABGABEN.
    MOVE 0 TO SOZIAL-ANZAHL
    MOVE 0 TO SOZ-BESTES-DATUM
    MOVE "J" TO SOZ-BLOCK-GILT
    IF SOZ-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO SOZ-STICHTAG
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SOZIALABGABEN-CFG
    IF FS-SOZIAL = "00"
                NOT AT END
                    IF FUNCTION TRIM(SOZIALABGABEN-CFG-ZEILE)
                            NOT = SPACES
                        PERFORM UEBERNIMM-SOZIALZEILE
                    END-IF
            END-READ
        END-PERFORM
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Eine Zeile der SOZIALABGABEN.CFG uebernehmen
*> ----------------------------------------------------------------
*> "GUELTIG-AB JJJJMMTT" eroeffnet einen Stand, der die ganze Liste
*> ersetzt; Zeilen vor dem ersten Stand gelten seit jeher. Es gilt
*> der juengste Stand, dessen Datum nicht nach SOZ-STICHTAG liegt.
UEBERNIMM-SOZIALZEILE.
    MOVE SPACES TO SOZ-NAME-RAW SOZ-PROZENT-RAW SOZ-DECKEL-RAW
    UNSTRING FUNCTION TRIM(SOZIALABGABEN-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO SOZ-NAME-RAW SOZ-PROZENT-RAW SOZ-DECKEL-RAW
    END-UNSTRING
    IF SOZ-NAME-RAW = "GUELTIG-AB"
        MOVE "N" TO SOZ-BLOCK-GILT
        IF SOZ-PROZENT-RAW IS NUMERIC
            MOVE SOZ-PROZENT-RAW TO SOZ-BLOCK-DATUM
            IF SOZ-BLOCK-DATUM <= SOZ-STICHTAG
             AND SOZ-BLOCK-DATUM >= SOZ-BESTES-DATUM
                MOVE "J" TO SOZ-BLOCK-GILT
                MOVE SOZ-BLOCK-DATUM TO SOZ-BESTES-DATUM
                MOVE 0 TO SOZIAL-ANZAHL
            END-IF
        ELSE
            DISPLAY "WARNUNG: SOZIALABGABEN.CFG - Datum '"
                    FUNCTION TRIM(SOZ-PROZENT-RAW) "' ungueltig,"
                    " Stand uebergangen."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF SOZ-BLOCK-GILT NOT = "J" OR SOZIAL-ANZAHL >= 10
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(SOZ-PROZENT-RAW) = 0
        ADD 1 TO SOZIAL-ANZAHL
        MOVE SOZ-NAME-RAW TO SOZ-NAME(SOZIAL-ANZAHL)
        COMPUTE SOZ-PROZENT(SOZIAL-ANZAHL) =
            FUNCTION NUMVAL(SOZ-PROZENT-RAW)
        IF FUNCTION TEST-NUMVAL(SOZ-DECKEL-RAW) = 0
            COMPUTE SOZ-DECKEL(SOZIAL-ANZAHL) =
                FUNCTION NUMVAL(SOZ-DECKEL-RAW)
        ELSE
            MOVE 0 TO SOZ-DECKEL(SOZIAL-ANZAHL)
        END-IF
    END-IF.


*> ================================================================
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Kassen-Kuerzel und Lohnart werden nicht mehr in eine Tabelle
*> geladen, sondern je Mitarbeiter gesucht.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #9.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #9.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #9.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
