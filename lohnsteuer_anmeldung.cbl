*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. LOHNSTEUER-ANMELDUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Monatliche Lohnsteuer-Anmeldung an das Finanzamt - bisher von
*> Hand aus LOHN-ABRECHNUNG.RPT zusammengezaehlt. Summiert fuer den
*> Anmeldezeitraum (JJJJMM, 1. Parameter; Default Vormonat) aus den
*> Monatszeilen von LOHNKONTO.DAT die Lohnsteuer, den
*> Solidaritaetszuschlag und die Kirchensteuer (evangelisch /
*> roemisch-katholisch / sonstige nach der Konfession im Lohnkonto)
*> und schreibt die Anmeldung mit den Kennzahlen des amtlichen
*> Vordrucks nach LOHNSTEUER-ANMELDUNG-<JJJJMM>.DAT (eine Zeile je
*> Feld "<Kennzahl> <Wert>"). Steuernummer und Arbeitgeber kommen
*> aus FIRMA.CFG (Zeile 1 Name, Schluessel STEUERNR).
*> Angemeldet wird nur ein von PERIODEN-ABSCHLUSS gesperrter Monat
*> (PERIODEN-SPERRE.DAT) - vorher kann sich das Lohnkonto noch
*> aendern. Jede Anmeldung steht mit ihren Summen im fortlaufenden
*> LOHNSTEUER-ANMELDUNG.DAT; es gilt je Monat die letzte Zeile.
*> Bei jedem Lauf werden alle schon angemeldeten Monate gegen das
*> Lohnkonto geprueft: hat eine Rueckrechnung einen Monat
*> veraendert, entsteht eine berichtigte Anmeldung (Kennzahl 10)
*> mit den neuen Gesamtbetraegen, gebucht wird nur die Differenz.
*> Die Steuerschuld geht nach dem Kontenmapping KONTEN-MAPPING.CFG
*> (Codes LOHNSTEUER, SOLI, KIRCHENST; fehlt SOLI oder KIRCHENST,
*> gilt das Mapping von LOHNSTEUER) als Soll/Haben-Paar je
*> Steuerart in LOHNSTEUER-JOURNAL-<JJJJMMTT>.DAT.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOHNKONTO.

    SELECT PERIODEN-SPERRE
        ASSIGN TO "PERIODEN-SPERRE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.

    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT KONTEN-MAPPING
        ASSIGN TO "KONTEN-MAPPING.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MAPPING.

    *> Fortlaufendes Register aller abgegebenen Anmeldungen.
    SELECT ANMELDE-REGISTER
        ASSIGN TO "LOHNSTEUER-ANMELDUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT ANMELDUNG
        ASSIGN TO ANMELDUNG-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ANMELDUNG.

    SELECT LOHNSTEUER-JOURNAL
        ASSIGN TO JOURNAL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

*> Mirrors LOHNKONTO-RECORD in lohnkonto.cbl.
FD LOHNKONTO.
01 LOHNKONTO-RECORD.
    05 LK-JAHR     PIC 9(4).
    05 FILLER      PIC X(01).
    05 LK-VORNAME  PIC X(10).
    05 FILLER      PIC X(01).
    05 LK-NACHNAME PIC X(10).
    05 FILLER      PIC X(01).
    05 LK-BRUTTO   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-STEUER   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-ABGABEN  PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-NETTO    PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-MONAT    PIC X(02).
    05 FILLER      PIC X(01).
    05 LK-SOLI     PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-KIST     PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-KONFESSION PIC X(02).
    05 FILLER      PIC X(01).
    05 LK-EINMAL   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-SACHBEZUG PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-KUG      PIC 9(9)V99.

FD PERIODEN-SPERRE.
01 PERIODEN-SPERRE-ZEILE PIC 9(6).

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD KONTEN-MAPPING.
01 KONTEN-MAPPING-ZEILE PIC X(40).

FD ANMELDE-REGISTER.
01 REGISTER-RECORD.
    05 LAR-PERIODE     PIC 9(6).
    05 FILLER          PIC X(01).
    05 LAR-ZEITSTEMPEL PIC X(14).
    05 FILLER          PIC X(01).
    *> E = Erstanmeldung, B = berichtigte Anmeldung
    05 LAR-ART         PIC X(01).
    05 FILLER          PIC X(01).
    05 LAR-ANZAHL      PIC 9(4).
    05 FILLER          PIC X(01).
    05 LAR-LST         PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 LAR-SOLI        PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 LAR-KIST-EV     PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 LAR-KIST-RK     PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 LAR-KIST-SONST  PIC 9(9)V99.

FD ANMELDUNG.
01 ANMELDUNG-ZEILE PIC X(80).

FD LOHNSTEUER-JOURNAL.
01 JOURNAL-ZEILE PIC X(60).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-LOHNKONTO PIC XX VALUE SPACES.
77 FS-SPERRE    PIC XX VALUE SPACES.
77 FS-FIRMA     PIC XX VALUE SPACES.
77 FS-MAPPING   PIC XX VALUE SPACES.
77 FS-REGISTER  PIC XX VALUE SPACES.
77 FS-ANMELDUNG PIC XX VALUE SPACES.
77 FS-JOURNAL   PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 ANMELDE-PERIODE     PIC 9(6) VALUE 0.
01 ANMELDUNG-DATEINAME PIC X(40).
01 JOURNAL-DATEINAME   PIC X(40).
01 JOURNAL-OFFEN       PIC X VALUE "N".
01 ZEITSTEMPEL         PIC X(14).

*> Arbeitgeberdaten aus FIRMA.CFG - mirrors LADE-FIRMA-CFG in
*> lastschrift_einzug.cbl.
01 ARBEITGEBER-NAME PIC X(60) VALUE SPACES.
01 STEUERNUMMER     PIC X(20) VALUE SPACES.
01 FC-ZEILE         PIC X(80).
01 FC-SCHLUESSEL    PIC X(20).
01 FC-WERT          PIC X(80).
01 FC-ZEIGER        PIC 9(3).
01 FC-ZEILEN-NR     PIC 9(3).

*> Gesperrte Perioden - mirrors LOAD-PERIODEN-SPERRE in
*> buchungen_korrektur.cbl.
01 SPERRE-ANZAHL PIC 9(3) VALUE 0.
01 SPERRE-TABELLE.
    05 SPERRE-EINTRAG OCCURS 1 TO 120 TIMES
                       DEPENDING ON SPERRE-ANZAHL
                       INDEXED BY SPR-IDX.
        10 SPERRE-PERIODE PIC 9(6).
01 PERIODE-GESPERRT PIC X.

*> Kontenmapping - mirrors LADE-KONTEN-MAPPING in fibu_export.
01 MAP-ANZAHL PIC 9(3) VALUE 0.
01 MAP-TABELLE.
    05 MAP-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON MAP-ANZAHL
                    INDEXED BY MAP-IDX.
        10 MAP-ABTEILUNG    PIC X(10).
        10 MAP-ERTRAGSKONTO PIC X(8).
        10 MAP-GEGENKONTO   PIC X(8).
01 MAP-ABT-RAW    PIC X(10).
01 MAP-ERTRAG-RAW PIC X(8).
01 MAP-GEGEN-RAW  PIC X(8).

*> Konten je Steuerart (Soll = Aufwand/Lohnverrechnung,
*> Haben = Verbindlichkeit gegenueber dem Finanzamt).
01 KTO-LST-SOLL   PIC X(8) VALUE SPACES.
01 KTO-LST-HABEN  PIC X(8) VALUE SPACES.
01 KTO-SOLI-SOLL  PIC X(8) VALUE SPACES.
01 KTO-SOLI-HABEN PIC X(8) VALUE SPACES.
01 KTO-KIST-SOLL  PIC X(8) VALUE SPACES.
01 KTO-KIST-HABEN PIC X(8) VALUE SPACES.

*> Je Monat: angemeldeter Stand (letzte Registerzeile) und
*> aktueller Stand aus dem Lohnkonto.
01 PER-ANZAHL PIC 9(3) VALUE 0.
01 PER-TABELLE.
    05 PER-EINTRAG OCCURS 1 TO 240 TIMES
                    DEPENDING ON PER-ANZAHL
                    INDEXED BY PER-IDX.
        10 PT-PERIODE        PIC 9(6).
        10 PT-ANGEMELDET     PIC X.
        10 PT-ALT-ANZAHL     PIC 9(4).
        10 PT-ALT-LST        PIC 9(9)V99.
        10 PT-ALT-SOLI       PIC 9(9)V99.
        10 PT-ALT-KIST-EV    PIC 9(9)V99.
        10 PT-ALT-KIST-RK    PIC 9(9)V99.
        10 PT-ALT-KIST-SONST PIC 9(9)V99.
        10 PT-ANZAHL         PIC 9(4).
        10 PT-LST            PIC 9(9)V99.
        10 PT-SOLI           PIC 9(9)V99.
        10 PT-KIST-EV        PIC 9(9)V99.
        10 PT-KIST-RK        PIC 9(9)V99.
        10 PT-KIST-SONST     PIC 9(9)V99.
01 PER-POSITION  PIC 9(3).
01 SUCH-PERIODE  PIC 9(6).
01 LAUF-IDX      PIC 9(3).
01 PER-UEBERLAUF PIC X VALUE "N".

01 LK-PERIODE  PIC 9(6).
01 ANMELDE-ART PIC X(1).

*> Betraege einer Buchung (Differenz bei Berichtigung).
01 DIFF-LST  PIC S9(9)V99.
01 DIFF-SOLI PIC S9(9)V99.
01 DIFF-KIST PIC S9(9)V99.
01 BUCH-BETRAG PIC S9(9)V99.
01 BUCH-SOLL   PIC X(8).
01 BUCH-HABEN  PIC X(8).
01 BUCH-TEXT   PIC X(24).
01 BUCH-KUERZEL PIC X(5).
01 SUMME-JOURNAL PIC 9(11)V99 VALUE 0.
01 SUMME-KIST    PIC 9(9)V99.
01 SUMME-ANMELDUNG PIC 9(9)V99.

01 JOURNAL-SATZ.
    05 JS-KONTO      PIC X(8).
    05 FILLER        PIC X(1).
    05 JS-SH         PIC X(1).
    05 FILLER        PIC X(1).
    05 JS-BETRAG     PIC 9(9)V99.
    05 FILLER        PIC X(1).
    05 JS-TEXT       PIC X(24).

01 CNT-ERST        PIC 9(3) VALUE 0.
01 CNT-BERICHTIGT  PIC 9(3) VALUE 0.
01 CNT-SONSTIGE    PIC 9(5) VALUE 0.
01 PRINT-BETRAG  PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-DIFF    PIC -ZZZ,ZZZ,ZZ9.99.
01 KZ-WERT       PIC 9(9).99.
01 KZ-ANZAHL     PIC 9(4).

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - LOHNSTEUER-ANMELDUNG laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM PARSE-KOMMANDOZEILE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZEITSTEMPEL.

    PERFORM LOAD-PERIODEN-SPERRE.
    MOVE ANMELDE-PERIODE TO SUCH-PERIODE
    PERFORM PRUEFE-PERIODE-GESPERRT
    IF PERIODE-GESPERRT NOT = "J"
        DISPLAY "ABGEWIESEN: Periode " ANMELDE-PERIODE " ist nicht"
                " abgeschlossen - erst PERIODEN-ABSCHLUSS laufen"
                " lassen."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-FIRMA-CFG.
    IF STEUERNUMMER = SPACES
        DISPLAY "WARNUNG: keine STEUERNR in FIRMA.CFG - die"
                " Anmeldung ist ohne Steuernummer nicht abgebbar."
        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM LADE-KONTEN-MAPPING.
    PERFORM SUCHE-STEUERKONTEN.
    IF KTO-LST-SOLL = SPACES
        DISPLAY "ABGEWIESEN: kein Kontenmapping LOHNSTEUER in"
                " KONTEN-MAPPING.CFG - die Steuerschuld kann nicht"
                " gebucht werden."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-REGISTER.
    MOVE ANMELDE-PERIODE TO SUCH-PERIODE
    PERFORM SUCHE-PERIODE.

    OPEN INPUT LOHNKONTO.
    IF FS-LOHNKONTO NOT = "00"
        DISPLAY "LOHNKONTO.DAT nicht vorhanden - erst"
                " LOHNKONTO-FUEHRUNG laufen lassen."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNKONTO
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM SUMMIERE-LOHNKONTO
        END-READ
    END-PERFORM.
    CLOSE LOHNKONTO.

    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > PER-ANZAHL
        PERFORM PRUEFE-MONAT
    END-PERFORM.

    IF JOURNAL-OFFEN = "J"
        MOVE SPACES TO JOURNAL-ZEILE
        STRING "SUMME LOHNSTEUER=" SUMME-JOURNAL
            INTO JOURNAL-ZEILE
        END-STRING
        WRITE JOURNAL-ZEILE
        CLOSE LOHNSTEUER-JOURNAL
    END-IF.

    DISPLAY "--------------------------------------------".
    DISPLAY "Lohnsteuer-Anmeldung: " CNT-ERST " Erstanmeldung(en), "
            CNT-BERICHTIGT " Berichtigung(en).".
    IF JOURNAL-OFFEN = "J"
        COMPUTE PRINT-BETRAG = SUMME-JOURNAL
        DISPLAY "Gebucht in " FUNCTION TRIM(JOURNAL-DATEINAME)
                ": " PRINT-BETRAG " EUR."
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Periode JJJJMM)
*> ================================================================
*> Mirrors PARSE-KOMMANDOZEILE in mwst_meldung.cbl.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:6) IS NUMERIC
            MOVE WS-ARGUMENT-WERT(1:6) TO ANMELDE-PERIODE
        END-IF
    END-IF
    IF ANMELDE-PERIODE = 0
        MOVE FUNCTION CURRENT-DATE(1:6) TO ANMELDE-PERIODE
        IF ANMELDE-PERIODE(5:2) = "01"
            COMPUTE ANMELDE-PERIODE = ANMELDE-PERIODE - 100 + 11
        ELSE
            SUBTRACT 1 FROM ANMELDE-PERIODE
        END-IF
    END-IF.


*> ================================================================
*> #6 Eine Lohnkontozeile auf ihren Monat summieren
*> ================================================================
*> Zeilen ohne Abrechnungsmonat (Monat 00) gehoeren keinem
*> Anmeldezeitraum an. Gezaehlt werden nur Monate, die angemeldet
*> werden oder schon angemeldet sind.
SUMMIERE-LOHNKONTO.
    IF LK-MONAT IS NOT NUMERIC
     OR LK-MONAT < "01" OR LK-MONAT > "12"
        EXIT PARAGRAPH
    END-IF
    COMPUTE LK-PERIODE = LK-JAHR * 100
    MOVE LK-MONAT TO LK-PERIODE(5:2)
    MOVE 0 TO PER-POSITION
    SET PER-IDX TO 1
    SEARCH PER-EINTRAG
        AT END CONTINUE
        WHEN PT-PERIODE(PER-IDX) = LK-PERIODE
            SET PER-POSITION TO PER-IDX
    END-SEARCH
    IF PER-POSITION = 0
        EXIT PARAGRAPH
    END-IF

    IF LK-SOLI IS NOT NUMERIC
        MOVE 0 TO LK-SOLI
    END-IF
    IF LK-KIST IS NOT NUMERIC
        MOVE 0 TO LK-KIST
    END-IF
    IF LK-BRUTTO > 0
        ADD 1 TO PT-ANZAHL(PER-POSITION)
    END-IF
    ADD LK-STEUER TO PT-LST(PER-POSITION)
    ADD LK-SOLI   TO PT-SOLI(PER-POSITION)
    IF LK-KIST > 0
        EVALUATE LK-KONFESSION
            WHEN "EV" WHEN "LT" WHEN "RF" WHEN "FR"
            WHEN "FA" WHEN "FB" WHEN "FG" WHEN "FM" WHEN "FS"
                ADD LK-KIST TO PT-KIST-EV(PER-POSITION)
            WHEN "RK" WHEN "AK"
                ADD LK-KIST TO PT-KIST-RK(PER-POSITION)
            WHEN OTHER
                ADD LK-KIST TO PT-KIST-SONST(PER-POSITION)
                ADD 1 TO CNT-SONSTIGE
                DISPLAY "  HINWEIS: Kirchensteuer "
                        FUNCTION TRIM(LK-NACHNAME) " " LK-PERIODE
                        " Konfession '" LK-KONFESSION "' unter"
                        " sonstige Kirchensteuer angemeldet."
        END-EVALUATE
    END-IF.


*> ================================================================
*> #7 Einen Monat pruefen: anmelden, berichtigen oder nichts tun
*> ================================================================
PRUEFE-MONAT.
    IF PT-ANGEMELDET(LAUF-IDX) NOT = "J"
        *> Noch nicht angemeldet - nur der Anmeldezeitraum selbst.
        IF PT-PERIODE(LAUF-IDX) NOT = ANMELDE-PERIODE
            EXIT PARAGRAPH
        END-IF
        IF PT-ANZAHL(LAUF-IDX) = 0
         AND PT-LST(LAUF-IDX) = 0
         AND PT-SOLI(LAUF-IDX) = 0
            DISPLAY "WARNUNG: keine Lohnkontozeilen fuer "
                    PT-PERIODE(LAUF-IDX) " - erst LOHN-RECHNER und"
                    " LOHNKONTO-FUEHRUNG laufen lassen. Nichts"
                    " angemeldet."
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE "E" TO ANMELDE-ART
        MOVE PT-LST(LAUF-IDX)  TO DIFF-LST
        MOVE PT-SOLI(LAUF-IDX) TO DIFF-SOLI
        COMPUTE DIFF-KIST = PT-KIST-EV(LAUF-IDX)
            + PT-KIST-RK(LAUF-IDX) + PT-KIST-SONST(LAUF-IDX)
        PERFORM MELDE-AN
        EXIT PARAGRAPH
    END-IF

    IF PT-ANZAHL(LAUF-IDX)     = PT-ALT-ANZAHL(LAUF-IDX)
     AND PT-LST(LAUF-IDX)      = PT-ALT-LST(LAUF-IDX)
     AND PT-SOLI(LAUF-IDX)     = PT-ALT-SOLI(LAUF-IDX)
     AND PT-KIST-EV(LAUF-IDX)  = PT-ALT-KIST-EV(LAUF-IDX)
     AND PT-KIST-RK(LAUF-IDX)  = PT-ALT-KIST-RK(LAUF-IDX)
     AND PT-KIST-SONST(LAUF-IDX) = PT-ALT-KIST-SONST(LAUF-IDX)
        IF PT-PERIODE(LAUF-IDX) = ANMELDE-PERIODE
            DISPLAY "Periode " ANMELDE-PERIODE " ist bereits"
                    " angemeldet, Lohnkonto unveraendert."
        END-IF
        EXIT PARAGRAPH
    END-IF

    MOVE "B" TO ANMELDE-ART
    COMPUTE DIFF-LST  = PT-LST(LAUF-IDX)  - PT-ALT-LST(LAUF-IDX)
    COMPUTE DIFF-SOLI = PT-SOLI(LAUF-IDX) - PT-ALT-SOLI(LAUF-IDX)
    COMPUTE DIFF-KIST = PT-KIST-EV(LAUF-IDX) + PT-KIST-RK(LAUF-IDX)
        + PT-KIST-SONST(LAUF-IDX) - PT-ALT-KIST-EV(LAUF-IDX)
        - PT-ALT-KIST-RK(LAUF-IDX) - PT-ALT-KIST-SONST(LAUF-IDX)
    PERFORM MELDE-AN.


*> ----------------------------------------------------------------
*> #7.1 Anmeldung schreiben, registrieren und buchen
*> ----------------------------------------------------------------
MELDE-AN.
    PERFORM SCHREIBE-ANMELDUNG
    IF FS-ANMELDUNG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM MERKE-ANMELDUNG

    IF ANMELDE-ART = "B"
        MOVE "-Ber." TO BUCH-KUERZEL
        ADD 1 TO CNT-BERICHTIGT
    ELSE
        MOVE SPACES TO BUCH-KUERZEL
        ADD 1 TO CNT-ERST
    END-IF
    MOVE DIFF-LST TO BUCH-BETRAG
    MOVE KTO-LST-SOLL  TO BUCH-SOLL
    MOVE KTO-LST-HABEN TO BUCH-HABEN
    MOVE SPACES TO BUCH-TEXT
    STRING "LSt" FUNCTION TRIM(BUCH-KUERZEL) " "
           PT-PERIODE(LAUF-IDX)
        DELIMITED BY SIZE INTO BUCH-TEXT
    END-STRING
    PERFORM BUCHE-STEUERART
    MOVE DIFF-SOLI TO BUCH-BETRAG
    MOVE KTO-SOLI-SOLL  TO BUCH-SOLL
    MOVE KTO-SOLI-HABEN TO BUCH-HABEN
    MOVE SPACES TO BUCH-TEXT
    STRING "Soli" FUNCTION TRIM(BUCH-KUERZEL) " "
           PT-PERIODE(LAUF-IDX)
        DELIMITED BY SIZE INTO BUCH-TEXT
    END-STRING
    PERFORM BUCHE-STEUERART
    MOVE DIFF-KIST TO BUCH-BETRAG
    MOVE KTO-KIST-SOLL  TO BUCH-SOLL
    MOVE KTO-KIST-HABEN TO BUCH-HABEN
    MOVE SPACES TO BUCH-TEXT
    STRING "KiSt" FUNCTION TRIM(BUCH-KUERZEL) " "
           PT-PERIODE(LAUF-IDX)
        DELIMITED BY SIZE INTO BUCH-TEXT
    END-STRING
    PERFORM BUCHE-STEUERART

    COMPUTE SUMME-KIST = PT-KIST-EV(LAUF-IDX)
        + PT-KIST-RK(LAUF-IDX) + PT-KIST-SONST(LAUF-IDX)
    COMPUTE SUMME-ANMELDUNG = PT-LST(LAUF-IDX)
        + PT-SOLI(LAUF-IDX) + SUMME-KIST
    COMPUTE PRINT-BETRAG = SUMME-ANMELDUNG
    IF ANMELDE-ART = "B"
        COMPUTE PRINT-DIFF = DIFF-LST + DIFF-SOLI + DIFF-KIST
        DISPLAY "BERICHTIGT: " PT-PERIODE(LAUF-IDX) " neu "
                PRINT-BETRAG " EUR (Differenz " PRINT-DIFF ") -> "
                FUNCTION TRIM(ANMELDUNG-DATEINAME)
    ELSE
        DISPLAY "ANGEMELDET: " PT-PERIODE(LAUF-IDX) " "
                PT-ANZAHL(LAUF-IDX) " Arbeitnehmer, "
                PRINT-BETRAG " EUR -> "
                FUNCTION TRIM(ANMELDUNG-DATEINAME)
    END-IF.


*> ----------------------------------------------------------------
*> #7.2 Anmeldedatei im Feldlayout des Vordrucks schreiben
*> ----------------------------------------------------------------
*> Kennzahlen: 10 Berichtigte Anmeldung, 86 Zahl der Arbeitnehmer,
*> 42 Lohnsteuer, 49 Solidaritaetszuschlag, 47 ev. und 48 rk.
*> Kirchensteuer, 83 Gesamtbetrag. Sonstige Kirchensteuer steht
*> zusaetzlich in KIST-SONST und ist im Gesamtbetrag enthalten.
SCHREIBE-ANMELDUNG.
    MOVE SPACES TO ANMELDUNG-DATEINAME
    STRING "LOHNSTEUER-ANMELDUNG-" PT-PERIODE(LAUF-IDX) ".DAT"
        DELIMITED BY SIZE INTO ANMELDUNG-DATEINAME
    END-STRING
    OPEN OUTPUT ANMELDUNG
    IF FS-ANMELDUNG NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(ANMELDUNG-DATEINAME)
                ", Status=" FS-ANMELDUNG
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "ZEITRAUM " PT-PERIODE(LAUF-IDX)
        DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "STEUERNUMMER " FUNCTION TRIM(STEUERNUMMER)
        DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "ARBEITGEBER " FUNCTION TRIM(ARBEITGEBER-NAME)
        DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    IF ANMELDE-ART = "B"
        MOVE "KZ10 1" TO ANMELDUNG-ZEILE
        WRITE ANMELDUNG-ZEILE
    END-IF
    MOVE PT-ANZAHL(LAUF-IDX) TO KZ-ANZAHL
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "KZ86 " KZ-ANZAHL DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    MOVE PT-LST(LAUF-IDX) TO KZ-WERT
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "KZ42 " KZ-WERT DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    MOVE PT-SOLI(LAUF-IDX) TO KZ-WERT
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "KZ49 " KZ-WERT DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    MOVE PT-KIST-EV(LAUF-IDX) TO KZ-WERT
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "KZ47 " KZ-WERT DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    MOVE PT-KIST-RK(LAUF-IDX) TO KZ-WERT
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "KZ48 " KZ-WERT DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    IF PT-KIST-SONST(LAUF-IDX) > 0
        MOVE PT-KIST-SONST(LAUF-IDX) TO KZ-WERT
        MOVE SPACES TO ANMELDUNG-ZEILE
        STRING "KIST-SONST " KZ-WERT
            DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
        END-STRING
        WRITE ANMELDUNG-ZEILE
    END-IF
    COMPUTE KZ-WERT = PT-LST(LAUF-IDX) + PT-SOLI(LAUF-IDX)
        + PT-KIST-EV(LAUF-IDX) + PT-KIST-RK(LAUF-IDX)
        + PT-KIST-SONST(LAUF-IDX)
    MOVE SPACES TO ANMELDUNG-ZEILE
    STRING "KZ83 " KZ-WERT DELIMITED BY SIZE INTO ANMELDUNG-ZEILE
    END-STRING
    WRITE ANMELDUNG-ZEILE
    CLOSE ANMELDUNG.


*> ----------------------------------------------------------------
*> #7.3 Anmeldung im Register festhalten
*> ----------------------------------------------------------------
MERKE-ANMELDUNG.
    OPEN EXTEND ANMELDE-REGISTER
    IF FS-REGISTER NOT = "00"
        OPEN OUTPUT ANMELDE-REGISTER
    END-IF
    IF FS-REGISTER NOT = "00"
        DISPLAY "WARNUNG: LOHNSTEUER-ANMELDUNG.DAT nicht"
                " schreibbar, Status=" FS-REGISTER
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO REGISTER-RECORD
    MOVE PT-PERIODE(LAUF-IDX)    TO LAR-PERIODE
    MOVE ZEITSTEMPEL             TO LAR-ZEITSTEMPEL
    MOVE ANMELDE-ART             TO LAR-ART
    MOVE PT-ANZAHL(LAUF-IDX)     TO LAR-ANZAHL
    MOVE PT-LST(LAUF-IDX)        TO LAR-LST
    MOVE PT-SOLI(LAUF-IDX)       TO LAR-SOLI
    MOVE PT-KIST-EV(LAUF-IDX)    TO LAR-KIST-EV
    MOVE PT-KIST-RK(LAUF-IDX)    TO LAR-KIST-RK
    MOVE PT-KIST-SONST(LAUF-IDX) TO LAR-KIST-SONST
    WRITE REGISTER-RECORD
    CLOSE ANMELDE-REGISTER.


*> ----------------------------------------------------------------
*> #7.4 Ein Buchungspaar je Steuerart schreiben
*> ----------------------------------------------------------------
*> Eine negative Differenz (Berichtigung nach unten) wird mit
*> vertauschten Seiten gebucht.
BUCHE-STEUERART.
    IF BUCH-BETRAG = 0
        EXIT PARAGRAPH
    END-IF
    IF JOURNAL-OFFEN NOT = "J"
        PERFORM OEFFNE-JOURNAL
    END-IF
    IF JOURNAL-OFFEN NOT = "J"
        EXIT PARAGRAPH
    END-IF
    IF BUCH-BETRAG < 0
        COMPUTE BUCH-BETRAG = 0 - BUCH-BETRAG
        MOVE BUCH-SOLL  TO MAP-ERTRAG-RAW
        MOVE BUCH-HABEN TO BUCH-SOLL
        MOVE MAP-ERTRAG-RAW TO BUCH-HABEN
    END-IF

    MOVE SPACES TO JOURNAL-SATZ
    MOVE BUCH-SOLL   TO JS-KONTO
    MOVE "S"         TO JS-SH
    MOVE BUCH-BETRAG TO JS-BETRAG
    MOVE BUCH-TEXT   TO JS-TEXT
    MOVE SPACES TO JOURNAL-ZEILE
    MOVE JOURNAL-SATZ TO JOURNAL-ZEILE(1:47)
    WRITE JOURNAL-ZEILE

    MOVE SPACES TO JOURNAL-SATZ
    MOVE BUCH-HABEN  TO JS-KONTO
    MOVE "H"         TO JS-SH
    MOVE BUCH-BETRAG TO JS-BETRAG
    MOVE BUCH-TEXT   TO JS-TEXT
    MOVE SPACES TO JOURNAL-ZEILE
    MOVE JOURNAL-SATZ TO JOURNAL-ZEILE(1:47)
    WRITE JOURNAL-ZEILE
    ADD BUCH-BETRAG TO SUMME-JOURNAL.


*> ----------------------------------------------------------------
*> #7.5 Tagesjournal zum Anhaengen oeffnen
*> ----------------------------------------------------------------
OEFFNE-JOURNAL.
    MOVE SPACES TO JOURNAL-DATEINAME
    STRING "LOHNSTEUER-JOURNAL-" ZEITSTEMPEL(1:8) ".DAT"
        DELIMITED BY SIZE INTO JOURNAL-DATEINAME
    END-STRING
    OPEN EXTEND LOHNSTEUER-JOURNAL
    IF FS-JOURNAL NOT = "00"
        OPEN OUTPUT LOHNSTEUER-JOURNAL
    END-IF
    IF FS-JOURNAL NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(JOURNAL-DATEINAME)
                ", Status=" FS-JOURNAL
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO JOURNAL-OFFEN.


*> ================================================================
*> #8 Register laden: letzter angemeldeter Stand je Monat
*> ================================================================
LADE-REGISTER.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ANMELDE-REGISTER
    IF FS-REGISTER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ANMELDE-REGISTER
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF LAR-PERIODE IS NUMERIC
                    MOVE LAR-PERIODE TO SUCH-PERIODE
                    PERFORM SUCHE-PERIODE
                    IF PER-POSITION > 0
                        MOVE "J" TO PT-ANGEMELDET(PER-POSITION)
                        MOVE LAR-ANZAHL
                            TO PT-ALT-ANZAHL(PER-POSITION)
                        MOVE LAR-LST  TO PT-ALT-LST(PER-POSITION)
                        MOVE LAR-SOLI TO PT-ALT-SOLI(PER-POSITION)
                        MOVE LAR-KIST-EV
                            TO PT-ALT-KIST-EV(PER-POSITION)
                        MOVE LAR-KIST-RK
                            TO PT-ALT-KIST-RK(PER-POSITION)
                        MOVE LAR-KIST-SONST
                            TO PT-ALT-KIST-SONST(PER-POSITION)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ANMELDE-REGISTER
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Monat SUCH-PERIODE suchen bzw. neu anlegen
*> ----------------------------------------------------------------
SUCHE-PERIODE.
    MOVE 0 TO PER-POSITION
    IF PER-ANZAHL > 0
        SET PER-IDX TO 1
        SEARCH PER-EINTRAG
            AT END CONTINUE
            WHEN PT-PERIODE(PER-IDX) = SUCH-PERIODE
                SET PER-POSITION TO PER-IDX
        END-SEARCH
    END-IF
    IF PER-POSITION > 0
        EXIT PARAGRAPH
    END-IF
    IF PER-ANZAHL >= 240
        IF PER-UEBERLAUF NOT = "J"
            MOVE "J" TO PER-UEBERLAUF
            DISPLAY "WARNUNG: mehr als 240 angemeldete Monate -"
                    " aeltere werden nicht mehr geprueft."
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PER-ANZAHL
    MOVE PER-ANZAHL   TO PER-POSITION
    MOVE SUCH-PERIODE TO PT-PERIODE(PER-POSITION)
    MOVE "N" TO PT-ANGEMELDET(PER-POSITION)
    MOVE 0 TO PT-ALT-ANZAHL(PER-POSITION) PT-ALT-LST(PER-POSITION)
              PT-ALT-SOLI(PER-POSITION) PT-ALT-KIST-EV(PER-POSITION)
              PT-ALT-KIST-RK(PER-POSITION)
              PT-ALT-KIST-SONST(PER-POSITION)
              PT-ANZAHL(PER-POSITION) PT-LST(PER-POSITION)
              PT-SOLI(PER-POSITION) PT-KIST-EV(PER-POSITION)
              PT-KIST-RK(PER-POSITION) PT-KIST-SONST(PER-POSITION).


*> ================================================================
*> #9 Gesperrte Abrechnungsperioden laden
*> ================================================================
*> Mirrors LOAD-PERIODEN-SPERRE in buchungen_korrektur.cbl.
LOAD-PERIODEN-SPERRE.
    MOVE 0 TO SPERRE-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PERIODEN-SPERRE
    IF FS-SPERRE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PERIODEN-SPERRE
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF PERIODEN-SPERRE-ZEILE IS NUMERIC
                     AND SPERRE-ANZAHL < 120
                        ADD 1 TO SPERRE-ANZAHL
                        MOVE PERIODEN-SPERRE-ZEILE
                            TO SPERRE-PERIODE(SPERRE-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIODEN-SPERRE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.1 SUCH-PERIODE gegen die Sperrliste pruefen
*> ----------------------------------------------------------------
PRUEFE-PERIODE-GESPERRT.
    MOVE "N" TO PERIODE-GESPERRT
    IF SPERRE-ANZAHL > 0
        SET SPR-IDX TO 1
        SEARCH SPERRE-EINTRAG
            AT END CONTINUE
            WHEN SPERRE-PERIODE(SPR-IDX) = SUCH-PERIODE
                MOVE "J" TO PERIODE-GESPERRT
        END-SEARCH
    END-IF.


*> ================================================================
*> #10 Arbeitgeberdaten aus FIRMA.CFG laden
*> ================================================================
*> Mirrors LADE-FIRMA-CFG in lastschrift_einzug.cbl; hier Name und
*> Steuernummer (Schluessel STEUERNR).
LADE-FIRMA-CFG.
    MOVE 0 TO FC-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMA-CFG
    IF FS-FIRMA = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FIRMA-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FUNCTION TRIM(FIRMA-CFG-ZEILE) NOT = SPACES
                ADD 1 TO FC-ZEILEN-NR
                IF FC-ZEILEN-NR = 1
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE)
                        TO ARBEITGEBER-NAME
                ELSE
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE) TO FC-ZEILE
                    MOVE SPACES TO FC-SCHLUESSEL FC-WERT
                    MOVE 1 TO FC-ZEIGER
                    UNSTRING FC-ZEILE DELIMITED BY ALL SPACE
                        INTO FC-SCHLUESSEL
                        WITH POINTER FC-ZEIGER
                    END-UNSTRING
                    IF FC-ZEIGER <= 80
                        MOVE FC-ZEILE(FC-ZEIGER:) TO FC-WERT
                    END-IF
                    IF FC-SCHLUESSEL = "STEUERNR"
                        MOVE FC-WERT TO STEUERNUMMER
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #11 Kontenmapping laden
*> ================================================================
*> Mirrors LADE-KONTEN-MAPPING in fibu_export.cbl.
LADE-KONTEN-MAPPING.
    MOVE 0 TO MAP-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTEN-MAPPING
    IF FS-MAPPING = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KONTEN-MAPPING
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(KONTEN-MAPPING-ZEILE)
                            NOT = SPACES
                     AND MAP-ANZAHL < 200
                        MOVE SPACES TO MAP-ABT-RAW MAP-ERTRAG-RAW
                                       MAP-GEGEN-RAW
                        UNSTRING FUNCTION TRIM(KONTEN-MAPPING-ZEILE)
                            DELIMITED BY ALL SPACE
                            INTO MAP-ABT-RAW MAP-ERTRAG-RAW
                                 MAP-GEGEN-RAW
                        END-UNSTRING
                        IF MAP-ERTRAG-RAW NOT = SPACES
                         AND MAP-GEGEN-RAW NOT = SPACES
                            ADD 1 TO MAP-ANZAHL
                            MOVE MAP-ABT-RAW
                                TO MAP-ABTEILUNG(MAP-ANZAHL)
                            MOVE MAP-ERTRAG-RAW
                                TO MAP-ERTRAGSKONTO(MAP-ANZAHL)
                            MOVE MAP-GEGEN-RAW
                                TO MAP-GEGENKONTO(MAP-ANZAHL)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KONTEN-MAPPING
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #11.1 Konten der drei Steuerarten bestimmen
*> ----------------------------------------------------------------
SUCHE-STEUERKONTEN.
    IF MAP-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET MAP-IDX TO 1
    SEARCH MAP-EINTRAG
        AT END CONTINUE
        WHEN MAP-ABTEILUNG(MAP-IDX) = "LOHNSTEUER"
            MOVE MAP-ERTRAGSKONTO(MAP-IDX) TO KTO-LST-SOLL
            MOVE MAP-GEGENKONTO(MAP-IDX)   TO KTO-LST-HABEN
    END-SEARCH
    MOVE KTO-LST-SOLL  TO KTO-SOLI-SOLL KTO-KIST-SOLL
    MOVE KTO-LST-HABEN TO KTO-SOLI-HABEN KTO-KIST-HABEN
    SET MAP-IDX TO 1
    SEARCH MAP-EINTRAG
        AT END CONTINUE
        WHEN MAP-ABTEILUNG(MAP-IDX) = "SOLI"
            MOVE MAP-ERTRAGSKONTO(MAP-IDX) TO KTO-SOLI-SOLL
            MOVE MAP-GEGENKONTO(MAP-IDX)   TO KTO-SOLI-HABEN
    END-SEARCH
    SET MAP-IDX TO 1
    SEARCH MAP-EINTRAG
        AT END CONTINUE
        WHEN MAP-ABTEILUNG(MAP-IDX) = "KIRCHENST"
            MOVE MAP-ERTRAGSKONTO(MAP-IDX) TO KTO-KIST-SOLL
            MOVE MAP-GEGENKONTO(MAP-IDX)   TO KTO-KIST-HABEN
    END-SEARCH.


*> ================================================================
*> #12 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
*> Mirrors PRUEFE-FIRMA-AKTIV in perioden_abschluss.cbl.
PRUEFE-FIRMA-AKTIV.
    MOVE SPACES TO AKTIVE-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA TO AKTIVE-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.
