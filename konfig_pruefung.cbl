*> in STUNDENSATZ.CFG oder ein Mitarbeiter in ABTEILUNG.CFG, den
*> der Stamm nicht kennt, faellt sonst erst mitten im Lauf als
*> stilles Defaulting oder als Reject auf. Geprueft werden:
*>   - Versionsketten der datierten Steuerdateien STUNDENSATZ.CFG,
*>     BEREITSCHAFT.CFG, MWST.CFG, MINDESTLOHN.CFG (je Zeile
*>     "<GueltigAbJJJJMMTT> <Wert ...>") sowie SOZIALABGABEN.CFG und
*>     LOHNSTEUER-PARAMETER.CFG (Bloecke "GUELTIG-AB JJJJMMTT"):
*>     gueltige Daten, numerischer Wert > 0, kein Datum doppelt
*>     (Ueberlappung), keine leeren Staende, ein heute gueltiger
*>     Stand und keine Buchung in BUCHUNGS-HISTORIE.DAT vor dem
*>     ersten Stand (Luecken). Zeilen ohne Datum gelten seit jeher
*>     (STUNDENSATZ.CFG und BEREITSCHAFT.CFG: hoechstens eine;
*>     Blockdateien: die Zeilen vor dem ersten Block)
*>   - FEIERTAGE.CFG          gueltige Daten JJJJMMTT
*>   - WAEHRUNG.CFG           3-Buchstaben-Code + numerischer Kurs
*>   - VALIDIERUNGSSTUFE.CFG  Stufe 1-3
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

    SELECT EMPLOYEE-MASTER
        ASSIGN TO "EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-EMP.

    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT PRUEF-REPORT
        ASSIGN TO "KONFIG-PRUEFUNG.REPORT"
        ORGANIZATION IS LINE SEQUENTIAL
01 PRUEF-ZEILE PIC X(80).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD EMPLOYEE-MASTER.
01 EMPLOYEE-MASTER-ZEILE PIC X(80).

FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ.
        10 FILLER         PIC X(26).
        10 HIS-DATUM      PIC X(08).
        10 FILLER         PIC X(46).

FD PRUEF-REPORT.
01 REPORT-ZEILE PIC X(120).


77 FS-PRUEF  PIC XX VALUE SPACES.
77 FS-STAMM  PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-EMP    PIC XX VALUE SPACES.
77 FS-REPORT PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 EOF-FLAG  PIC X  VALUE "N".

01 PRUEF-DATEINAME PIC X(40).
01 ZEILEN-NR PIC 9(4) VALUE 0.
01 MELDUNG PIC X(120).

*> Mitarbeiterstamm: je Namenszeile per Namen gelesen (#13); ohne
*> Stamm wird EMPLOYEE-MASTER.DAT je Zeile durchsucht.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 MITARBEITER-QUELLE PIC X VALUE "N".
    88 QUELLE-STAMM     VALUE "S".
    88 QUELLE-ALTDATEI  VALUE "A".
    88 QUELLE-KEINE     VALUE "N".
01 ALT-EOF      PIC X.
01 ALT-VORNAME  PIC X(10).
01 ALT-NACHNAME PIC X(10).
01 NAME-GEFUNDEN PIC X.

01 TOKEN-1 PIC X(20).
01 GROSSBUCHSTABEN PIC X(26)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

*> Versionsketten: Format Z = ein Stand je Zeile, B = Bloecke
*> "GUELTIG-AB JJJJMMTT".
01 KETTE-FORMAT PIC X.
    88 KETTE-ZEILENWEISE VALUE "Z".
    88 KETTE-BLOCKWEISE  VALUE "B".
01 KETTE-BASIS-ERLAUBT PIC X.
01 KETTE-GANZZAHL      PIC X.
01 KETTE-BASIS-ANZAHL  PIC 9(3).
01 KETTE-IN-BLOCK      PIC X.
01 KETTE-BLOCK-ZEILEN  PIC 9(3).
01 KETTE-BLOCK-DATUM   PIC X(20).
01 KETTE-WERT          PIC X(20).
01 KETTE-WERT-OK       PIC X.
01 KETTE-HEUTE-GUELTIG PIC X.
01 KETTE-ERSTER-STAND  PIC 9(8).
01 KETTE-ANZAHL PIC 9(3) VALUE 0.
01 KETTE-TABELLE.
    05 KETTE-DATUM PIC 9(8) OCCURS 100 TIMES.
01 KETTE-IDX    PIC 9(3).
01 KETTE-DOPPELT PIC X.
01 HEUTE-DATUM        PIC 9(8).
01 FRUEHESTE-BUCHUNG  PIC 9(8) VALUE 0.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
    MOVE "Konfigurationspruefung vor dem Batch" TO MELDUNG
    PERFORM MELDE.

    PERFORM BESTIMME-MITARBEITER-QUELLE.
    PERFORM PRUEFE-VERSIONSKETTEN.
    PERFORM PRUEFE-FEIERTAGE.
    PERFORM PRUEFE-WAEHRUNG.
    PERFORM PRUEFE-STUFE.
    IF CNT-FESTSTELLUNGEN > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Versionsketten der datierten Steuerdateien
*> ================================================================
PRUEFE-VERSIONSKETTEN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE-DATUM
    PERFORM ERMITTLE-FRUEHESTE-BUCHUNG

    MOVE "STUNDENSATZ.CFG" TO PRUEF-DATEINAME
    MOVE "Z" TO KETTE-FORMAT
    MOVE "J" TO KETTE-BASIS-ERLAUBT
    MOVE "J" TO KETTE-GANZZAHL
    PERFORM PRUEFE-KETTE

    MOVE "BEREITSCHAFT.CFG" TO PRUEF-DATEINAME
    PERFORM PRUEFE-KETTE

    MOVE "MWST.CFG" TO PRUEF-DATEINAME
    MOVE "N" TO KETTE-BASIS-ERLAUBT
    MOVE "N" TO KETTE-GANZZAHL
    PERFORM PRUEFE-KETTE

    MOVE "MINDESTLOHN.CFG" TO PRUEF-DATEINAME
    PERFORM PRUEFE-KETTE

    MOVE "SOZIALABGABEN.CFG" TO PRUEF-DATEINAME
    MOVE "B" TO KETTE-FORMAT
    MOVE "J" TO KETTE-BASIS-ERLAUBT
    PERFORM PRUEFE-KETTE

    MOVE "LOHNSTEUER-PARAMETER.CFG" TO PRUEF-DATEINAME
    PERFORM PRUEFE-KETTE.


*> ----------------------------------------------------------------
*> #5.1 Eine Versionskette PRUEF-DATEINAME pruefen
*> ----------------------------------------------------------------
*> Eine fehlende Datei ist keine Feststellung - die Programme
*> arbeiten dann mit ihren eingebauten Werten.
PRUEFE-KETTE.
    MOVE 0 TO KETTE-ANZAHL KETTE-BASIS-ANZAHL KETTE-BLOCK-ZEILEN
    MOVE 0 TO ZEILEN-NR
    MOVE "N" TO KETTE-IN-BLOCK
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PRUEF-DATEI
    IF FS-PRUEF NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PRUEF-DATEI
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(PRUEF-ZEILE) NOT = SPACES
            ADD 1 TO ZEILEN-NR
            MOVE SPACES TO TOKEN-1 TOKEN-2 TOKEN-3
            UNSTRING FUNCTION TRIM(PRUEF-ZEILE)
                DELIMITED BY ALL SPACE
                INTO TOKEN-1 TOKEN-2 TOKEN-3
            END-UNSTRING
            IF TOKEN-1(1:1) NOT = "*"
                IF KETTE-BLOCKWEISE
                    PERFORM PRUEFE-BLOCKZEILE
                ELSE
                    PERFORM PRUEFE-STANDZEILE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE PRUEF-DATEI
    MOVE "N" TO EOF-FLAG
    IF KETTE-BLOCKWEISE
        PERFORM PRUEFE-BLOCK-ENDE
    END-IF
    PERFORM PRUEFE-KETTEN-LUECKEN.


*> ----------------------------------------------------------------
*> #5.2 Zeilenweise Kette: "<GueltigAbJJJJMMTT> <Wert ...>"
*> ----------------------------------------------------------------
PRUEFE-STANDZEILE.
    IF TOKEN-1(1:8) IS NUMERIC AND TOKEN-1(9:1) = SPACE
        MOVE TOKEN-1(1:8) TO DATUM-PRUEF
        MOVE TOKEN-2 TO KETTE-WERT
    ELSE
        IF KETTE-BASIS-ERLAUBT NOT = "J"
            MOVE SPACES TO MELDUNG
            STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
                   " Zeile " ZEILEN-NR ": '" FUNCTION TRIM(TOKEN-1)
                   "' ist kein Gueltig-ab-Datum JJJJMMTT."
                INTO MELDUNG
            END-STRING
            PERFORM MELDE-FESTSTELLUNG
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO DATUM-PRUEF
        MOVE TOKEN-1 TO KETTE-WERT
    END-IF

    MOVE "J" TO KETTE-WERT-OK
    IF FUNCTION TEST-NUMVAL(KETTE-WERT) NOT = 0
        MOVE "N" TO KETTE-WERT-OK
    ELSE
        IF FUNCTION NUMVAL(KETTE-WERT) = 0
            MOVE "N" TO KETTE-WERT-OK
        END-IF
        IF KETTE-GANZZAHL = "J"
         AND FUNCTION TRIM(KETTE-WERT) NOT NUMERIC
            MOVE "N" TO KETTE-WERT-OK
        END-IF
    END-IF
    IF KETTE-WERT-OK NOT = "J"
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               " Zeile " ZEILEN-NR ": '" FUNCTION TRIM(KETTE-WERT)
               "' ist kein gueltiger Wert." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
    END-IF

    PERFORM MERKE-STAND.


*> ----------------------------------------------------------------
*> #5.3 Blockweise Kette: "GUELTIG-AB JJJJMMTT" + Wertzeilen
*> ----------------------------------------------------------------
PRUEFE-BLOCKZEILE.
    IF TOKEN-1 NOT = "GUELTIG-AB"
        IF KETTE-IN-BLOCK = "J"
            ADD 1 TO KETTE-BLOCK-ZEILEN
        ELSE
            ADD 1 TO KETTE-BASIS-ANZAHL
        END-IF
        EXIT PARAGRAPH
    END-IF

    PERFORM PRUEFE-BLOCK-ENDE
    MOVE "J" TO KETTE-IN-BLOCK
    MOVE 0 TO KETTE-BLOCK-ZEILEN
    MOVE TOKEN-2 TO KETTE-BLOCK-DATUM
    IF TOKEN-2(1:8) IS NUMERIC AND TOKEN-2(9:1) = SPACE
        MOVE TOKEN-2(1:8) TO DATUM-PRUEF
        PERFORM MERKE-STAND
    ELSE
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               " Zeile " ZEILEN-NR ": '" FUNCTION TRIM(TOKEN-2)
               "' ist kein Gueltig-ab-Datum JJJJMMTT." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
    END-IF.


*> ----------------------------------------------------------------
*> #5.3.1 Vorigen Block abschliessen: ein leerer Stand ist eine Luecke
*> ----------------------------------------------------------------
PRUEFE-BLOCK-ENDE.
    IF KETTE-IN-BLOCK = "J" AND KETTE-BLOCK-ZEILEN = 0
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               ": Stand GUELTIG-AB " FUNCTION TRIM(KETTE-BLOCK-DATUM)
               " enthaelt keine Werte (Luecke)." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
    END-IF.


*> ----------------------------------------------------------------
*> #5.4 Stand DATUM-PRUEF merken (0 = ohne Datum), Ueberlappung
*> ----------------------------------------------------------------
MERKE-STAND.
    IF DATUM-PRUEF = 0
        ADD 1 TO KETTE-BASIS-ANZAHL
        IF KETTE-BASIS-ANZAHL = 2
            MOVE SPACES TO MELDUNG
            STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
                   " Zeile " ZEILEN-NR ": zweite Zeile ohne Datum -"
                   " Staende ueberlappen." INTO MELDUNG
            END-STRING
            PERFORM MELDE-FESTSTELLUNG
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE DATUM-PRUEF(5:2) TO DATUM-MONAT
    MOVE DATUM-PRUEF(7:2) TO DATUM-TAG
    IF DATUM-MONAT < 1 OR DATUM-MONAT > 12
     OR DATUM-TAG < 1 OR DATUM-TAG > 31
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               " Zeile " ZEILEN-NR ": " DATUM-PRUEF
               " ist kein gueltiges Datum." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO KETTE-DOPPELT
    PERFORM VARYING KETTE-IDX FROM 1 BY 1 UNTIL KETTE-IDX > KETTE-ANZAHL
        IF KETTE-DATUM(KETTE-IDX) = DATUM-PRUEF
            MOVE "J" TO KETTE-DOPPELT
        END-IF
    END-PERFORM
    IF KETTE-DOPPELT = "J"
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               " Zeile " ZEILEN-NR ": Stand ab " DATUM-PRUEF
               " doppelt - Staende ueberlappen." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
    ELSE
        IF KETTE-ANZAHL < 100
            ADD 1 TO KETTE-ANZAHL
            MOVE DATUM-PRUEF TO KETTE-DATUM(KETTE-ANZAHL)
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #5.5 Luecken: heute ohne Stand, Buchungen vor dem ersten Stand
*> ----------------------------------------------------------------
PRUEFE-KETTEN-LUECKEN.
    IF KETTE-ANZAHL = 0 AND KETTE-BASIS-ANZAHL = 0
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               ": kein gueltiger Stand in der Datei." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
        EXIT PARAGRAPH
    END-IF
    *> Ein Grundstand ohne Datum deckt jeden Tag ab.
    IF KETTE-BASIS-ANZAHL > 0
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO KETTE-HEUTE-GUELTIG
    MOVE 99999999 TO KETTE-ERSTER-STAND
    PERFORM VARYING KETTE-IDX FROM 1 BY 1 UNTIL KETTE-IDX > KETTE-ANZAHL
        IF KETTE-DATUM(KETTE-IDX) <= HEUTE-DATUM
            MOVE "J" TO KETTE-HEUTE-GUELTIG
        END-IF
        IF KETTE-DATUM(KETTE-IDX) < KETTE-ERSTER-STAND
            MOVE KETTE-DATUM(KETTE-IDX) TO KETTE-ERSTER-STAND
        END-IF
    END-PERFORM

    IF KETTE-HEUTE-GUELTIG NOT = "J"
        MOVE SPACES TO MELDUNG
        STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
               ": heute gilt kein Stand, der erste beginnt am "
               KETTE-ERSTER-STAND " (Luecke)." INTO MELDUNG
        END-STRING
        PERFORM MELDE-FESTSTELLUNG
    ELSE
        IF FRUEHESTE-BUCHUNG > 0
         AND FRUEHESTE-BUCHUNG < KETTE-ERSTER-STAND
            MOVE SPACES TO MELDUNG
            STRING "FESTSTELLUNG " FUNCTION TRIM(PRUEF-DATEINAME)
                   ": Buchungen ab " FRUEHESTE-BUCHUNG
                   " liegen vor dem ersten Stand " KETTE-ERSTER-STAND
                   " (Luecke)." INTO MELDUNG
            END-STRING
            PERFORM MELDE-FESTSTELLUNG
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #5.6 Fruehestes Buchungsdatum aus BUCHUNGS-HISTORIE.DAT
*> ----------------------------------------------------------------
ERMITTLE-FRUEHESTE-BUCHUNG.
    MOVE 0 TO FRUEHESTE-BUCHUNG
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND HIS-DATUM IS NUMERIC
         AND HIS-DATUM NOT = ZEROS
            IF FRUEHESTE-BUCHUNG = 0
             OR HIS-DATUM < FRUEHESTE-BUCHUNG
                MOVE HIS-DATUM TO FRUEHESTE-BUCHUNG
            END-IF
        END-IF
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #6 FEIERTAGE.CFG: gueltige Daten
*> ================================================================
*> #10 Namensdatei gegen den Mitarbeiterstamm pruefen
*> ================================================================
*> Fuer MITARBEITER-SATZ.CFG und ABTEILUNG.CFG (beide beginnen mit
*> "Vorname Nachname ..."); ohne Mitarbeiterstamm entfaellt die
*> Pruefung.
PRUEFE-NAMENSDATEI.
    IF QUELLE-KEINE
        MOVE SPACES TO MELDUNG
        STRING "HINWEIS: kein Mitarbeiterstamm geladen, "
               FUNCTION TRIM(PRUEF-DATEINAME)
    END-UNSTRING

    MOVE "N" TO NAME-GEFUNDEN
    IF QUELLE-STAMM
        MOVE TOKEN-1(1:10) TO STAMM-SUCH-VORNAME
        MOVE TOKEN-2(1:10) TO STAMM-SUCH-NACHNAME
        PERFORM SUCHE-STAMM-PER-NAME
        MOVE STAMM-TREFFER TO NAME-GEFUNDEN
    ELSE
        PERFORM SUCHE-IN-ALTDATEI
    END-IF

    IF NAME-GEFUNDEN NOT = "J"
        MOVE SPACES TO MELDUNG


*> ================================================================
*> #11 Mitarbeiterstamm bestimmen (Stamm, sonst Altdatei)
*> ================================================================
*> Wie bisher zaehlt der Stamm, sobald MITARBEITER-STAMM.DAT da
*> ist; ist er leer, bleibt es bei QUELLE-KEINE.
BESTIMME-MITARBEITER-QUELLE.
    MOVE "N" TO MITARBEITER-QUELLE
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN NOT = "J"
        OPEN INPUT MITARBEITER-STAMM
        IF FS-STAMM NOT = "00"
            PERFORM PRUEFE-ALTDATEI
            EXIT PARAGRAPH
        END-IF
        CLOSE MITARBEITER-STAMM
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM LIES-NAECHSTEN-STAMM
    IF STAMM-ENDE NOT = "J"
        MOVE "S" TO MITARBEITER-QUELLE
    END-IF
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #11.1 EMPLOYEE-MASTER.DAT vorhanden und nicht leer?
*> ----------------------------------------------------------------
PRUEFE-ALTDATEI.
    OPEN INPUT EMPLOYEE-MASTER
    IF FS-EMP NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO ALT-EOF
    PERFORM UNTIL ALT-EOF = "Y" OR QUELLE-ALTDATEI
        READ EMPLOYEE-MASTER
            AT END MOVE "Y" TO ALT-EOF
        END-READ
        IF ALT-EOF NOT = "Y"
         AND FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE) NOT = SPACES
            MOVE "A" TO MITARBEITER-QUELLE
        END-IF
    END-PERFORM
    CLOSE EMPLOYEE-MASTER.


*> ----------------------------------------------------------------
*> #11.2 TOKEN-1/TOKEN-2 in EMPLOYEE-MASTER.DAT suchen
*> ----------------------------------------------------------------
SUCHE-IN-ALTDATEI.
    OPEN INPUT EMPLOYEE-MASTER
    IF FS-EMP NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO ALT-EOF
    PERFORM UNTIL ALT-EOF = "Y" OR NAME-GEFUNDEN = "J"
        READ EMPLOYEE-MASTER
            AT END MOVE "Y" TO ALT-EOF
        END-READ
        IF ALT-EOF NOT = "Y"
         AND FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE) NOT = SPACES
            MOVE SPACES TO ALT-VORNAME ALT-NACHNAME
            UNSTRING FUNCTION TRIM(EMPLOYEE-MASTER-ZEILE)
                DELIMITED BY ALL SPACE
                INTO ALT-VORNAME ALT-NACHNAME
            END-UNSTRING
            IF ALT-VORNAME  = TOKEN-1(1:10)
             AND ALT-NACHNAME = TOKEN-2(1:10)
                MOVE "J" TO NAME-GEFUNDEN
            END-IF
        END-IF
    END-PERFORM
    CLOSE EMPLOYEE-MASTER.


*> ================================================================
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #13 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #13.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #13.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #13.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #13.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #13.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
