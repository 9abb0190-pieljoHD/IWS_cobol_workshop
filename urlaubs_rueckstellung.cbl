*> (persoenlicher Stundensatz aus dem Stamm bzw. Firmensatz,
*> mal STUNDEN-JE-TAG.CFG, Default 8), zuzueglich des
*> Arbeitgeber-Zuschlags aus den Prozentsaetzen der
*> SOZIALABGABEN.CFG im heute gueltigen Stand (paritaetische
*> Naeherung wie im LOHN-RECHNER). Ergebnis: Rueckstellungs-
*> bericht je Abteilung (URLAUBS-RUECKSTELLUNG.RPT) und
*> Buchungszeilen nach dem Kontenmapping KONTEN-MAPPING.CFG (Soll
*> Aufwandsseite, Haben Gegenseite, Logik wie FIBU-EXPORT) in
*> RUECKSTELLUNG-JOURNAL-<JJJJMMTT>.DAT.


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

    SELECT SOZIALABGABEN-CFG
        ASSIGN TO "SOZIALABGABEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
    05 UK-UNBEZAHLT  PIC 9(03).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD SOZIALABGABEN-CFG.
01 SOZIALABGABEN-CFG-ZEILE PIC X(40).

77 FS-KONTO   PIC XX VALUE SPACES.
77 FS-STAMM   PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-SOZIAL  PIC XX VALUE SPACES.
77 FS-SATZ    PIC XX VALUE SPACES.
77 FS-STDTAG  PIC XX VALUE SPACES.

01 JOURNAL-DATEINAME PIC X(40).
01 FIRMA-STUNDENSATZ PIC 9(3) VALUE 150.

*> Staende aus STUNDENSATZ.CFG - mirrors LOAD-STUNDENSATZ/
*> ERMITTLE-FIRMENSATZ in stundensatz_loesung.cbl.
01 FSV-ANZAHL PIC 9(2) VALUE 0.
01 FSV-TABELLE.
    05 FSV-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON FSV-ANZAHL.
        10 FSV-GUELTIG-AB PIC 9(08).
        10 FSV-SATZ       PIC 9(3).
01 FSV-DATUM-RAW PIC X(8).
01 FSV-SATZ-RAW  PIC X(8).
01 FSV-STICHTAG  PIC 9(8) VALUE 0.
01 FSV-BESTES-AB PIC 9(8).
01 FSV-SCAN-IDX  PIC 9(2).
01 FSV-VORGABE   PIC 9(3) VALUE 150.
01 FSV-EOF-FLAG  PIC X VALUE "N".
01 STUNDEN-JE-TAG    PIC 9(2) VALUE 8.
01 AG-ZUSCHLAG-PROZENT PIC 9(3)V99 VALUE 0.
01 SOZ-PROZENT-RAW PIC X(8).
01 SOZ-NAME-RAW    PIC X(10).
01 SOZ-DECKEL-RAW  PIC X(10).
01 SOZ-STICHTAG     PIC 9(8) VALUE 0.
01 SOZ-BLOCK-DATUM  PIC 9(8).
01 SOZ-BESTES-DATUM PIC 9(8).
01 SOZ-BLOCK-GILT   PIC X VALUE "J".

01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Abteilung und Satz je Mitarbeiter: je Urlaubskonto mit dem
*> entmaskierten Namen per Namensschluessel (STAMM-INDEX-OFFEN =
*> "J"), sonst aus MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> Rueckstellung je Abteilung.
01 ABT-ANZAHL PIC 9(3) VALUE 0.
    PERFORM LADE-STUNDENSATZ.
    PERFORM LADE-STUNDEN-JE-TAG.
    PERFORM LADE-AG-ZUSCHLAG.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-KONTEN-MAPPING.

    OPEN INPUT URLAUBSKONTO.
        DISPLAY "URLAUBSKONTO.DAT nicht vorhanden - erst"
                " URLAUBSKONTO-FUEHRUNG laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    IF ABT-ANZAHL = 0
        DISPLAY "Keine Urlaubskonten des Jahres " HEUTE-JAHR
                " mit Restanspruch vorgefunden."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.



    MOVE "ALLG" TO MA-ABT-W
    MOVE FIRMA-STUNDENSATZ TO MA-SATZ-W
    MOVE UK-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE UK-NACHNAME TO STAMM-SUCH-NACHNAME
    INSPECT STAMM-SUCH-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT STAMM-SUCH-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J"
        IF MA-ABTEILUNG NOT = SPACES
            MOVE MA-ABTEILUNG TO MA-ABT-W
        END-IF
        IF MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO MA-SATZ-W
        END-IF
    END-IF

    COMPUTE TAGESSATZ ROUNDED =
                FUNCTION TRIM(JOURNAL-DATEINAME)
                ", Status=" FS-JOURNAL
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF

*> BEITRAGSNACHWEIS).
LADE-AG-ZUSCHLAG.
    MOVE 0 TO AG-ZUSCHLAG-PROZENT
    MOVE 0 TO SOZ-BESTES-DATUM
    MOVE "J" TO SOZ-BLOCK-GILT
    MOVE FUNCTION CURRENT-DATE(1:8) TO SOZ-STICHTAG
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
*> #8.1 Eine Zeile der SOZIALABGABEN.CFG aufsummieren
*> ----------------------------------------------------------------
*> Staende wie UEBERNIMM-SOZIALZEILE in lohn_rechner.cbl: ein
*> "GUELTIG-AB JJJJMMTT" ersetzt die ganze Liste, es zaehlt der am
*> Stichtag (heute) gueltige Stand.
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
                MOVE 0 TO AG-ZUSCHLAG-PROZENT
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF SOZ-BLOCK-GILT NOT = "J"
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(SOZ-PROZENT-RAW) = 0
        COMPUTE AG-ZUSCHLAG-PROZENT =
            AG-ZUSCHLAG-PROZENT + FUNCTION NUMVAL(SOZ-PROZENT-RAW)
    END-IF.


*> ================================================================
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Abteilung und Satz werden nicht mehr in eine Tabelle geladen,
*> sondern je Urlaubskonto gesucht.
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


*> ================================================================
*> #11 Firmen-Stundensatz laden
*> ================================================================
LADE-STUNDENSATZ.
    MOVE 0 TO FSV-ANZAHL
    MOVE "N" TO FSV-EOF-FLAG
    OPEN INPUT STUNDENSATZ-CFG
    IF FS-SATZ = "00"
        PERFORM UNTIL FSV-EOF-FLAG = "Y"
            READ STUNDENSATZ-CFG
                AT END MOVE "Y" TO FSV-EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-FIRMENSATZ-STAND
            END-READ
        END-PERFORM
        CLOSE STUNDENSATZ-CFG
    END-IF
    PERFORM ERMITTLE-FIRMENSATZ.


*> ----------------------------------------------------------------
*> #11.0.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-FIRMENSATZ-STAND.
    IF STUNDENSATZ-CFG-ZEILE = SPACES OR FSV-ANZAHL >= 50
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
        MOVE FSV-DATUM-RAW TO FSV-GUELTIG-AB(FSV-ANZAHL)
        MOVE FUNCTION TRIM(FSV-SATZ-RAW) TO FSV-SATZ(FSV-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #11.0.2 Am Stichtag gueltigen Firmensatz ermitteln
*> ----------------------------------------------------------------
ERMITTLE-FIRMENSATZ.
    IF FSV-STICHTAG IS NOT NUMERIC OR FSV-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO FSV-STICHTAG
    END-IF
    MOVE FSV-VORGABE TO FIRMA-STUNDENSATZ
    MOVE 0 TO FSV-BESTES-AB
    PERFORM VARYING FSV-SCAN-IDX FROM 1 BY 1
            UNTIL FSV-SCAN-IDX > FSV-ANZAHL
        IF FSV-GUELTIG-AB(FSV-SCAN-IDX) <= FSV-STICHTAG
         AND FSV-GUELTIG-AB(FSV-SCAN-IDX) >= FSV-BESTES-AB
            MOVE FSV-GUELTIG-AB(FSV-SCAN-IDX) TO FSV-BESTES-AB
            MOVE FSV-SATZ(FSV-SCAN-IDX) TO FIRMA-STUNDENSATZ
        END-IF
    END-PERFORM.


*> ================================================================
*> #11.1 Stunden je Urlaubstag laden
*> ================================================================
