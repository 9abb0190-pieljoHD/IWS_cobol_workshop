*> Jahresumsatz-Prognose je Mitarbeiter und Abteilung: nimmt die
*> aufgelaufene Jahressumme aus YTD-UMSATZ.DAT und rechnet die
*> Restmonate des Jahres mit den vertraglichen Soll-Stunden
*> (MA-SOLL-STUNDEN) zum persoenlichen Satz (bzw. zum je Monat
*> gueltigen Firmensatz aus STUNDENSATZ.CFG) hoch; Mitarbeiter
*> ohne hinterlegtes Soll
*> werden mit ihrer bisherigen Monatsrate fortgeschrieben. Die
*> Abteilungsprognosen werden gegen das Jahresbudget aus
*> ABTEILUNG-BUDGET.CFG gehalten (Summe der Monatszeilen
*> "<Abteilung> <JJJJMM> <Soll-Stunden> <Soll-Umsatz>" des
*> laufenden Jahres); eine Prognose unter Budget wird markiert.
*> Bisher wurde ein Halbjahresausdruck mit zwei multipliziert.
*> Budgetzeilen alter Kostenstellen werden ueber
*> ABTEILUNG-UMSCHLUESSELUNG.DAT (ABTEILUNGS-REORG) der heutigen
*> Abteilung zugerechnet.
*> Ergebnis: Konsole + UMSATZ-PROGNOSE.RPT.


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

    SELECT STUNDENSATZ-CFG
        ASSIGN TO "STUNDENSATZ.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BUDGET.

    SELECT UMSCHLUESSELUNG
        ASSIGN TO "ABTEILUNG-UMSCHLUESSELUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-UMSCHL.

    SELECT PROGNOSE-REPORT
        ASSIGN TO "UMSATZ-PROGNOSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
    05 YTD-SUMME    PIC 9(8)V99.

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD STUNDENSATZ-CFG.
01 STUNDENSATZ-CFG-ZEILE PIC X(20).
FD BUDGET-CFG.
01 BUDGET-CFG-ZEILE PIC X(60).

*> Mirrors UMSCHLUESSELUNG-RECORD in abteilungs_reorg.cbl.
FD UMSCHLUESSELUNG.
01 UMSCHLUESSELUNG-RECORD.
    05 UM-ALT         PIC X(10).
    05 FILLER         PIC X(01).
    05 UM-NEU         PIC X(10).
    05 FILLER         PIC X(01).
    05 UM-GUELTIG-AB  PIC 9(08).
    05 FILLER         PIC X(01).
    05 UM-ZEITSTEMPEL PIC X(14).

FD PROGNOSE-REPORT.
01 REPORT-ZEILE PIC X(100).


77 FS-YTD    PIC XX VALUE SPACES.
77 FS-STAMM  PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-SATZ   PIC XX VALUE SPACES.
77 FS-BUDGET PIC XX VALUE SPACES.
77 FS-UMSCHL PIC XX VALUE SPACES.
77 FS-REPORT PIC XX VALUE SPACES.
77 EOF-FLAG  PIC X  VALUE "N".

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

*> Stammwerte je Mitarbeiter (Soll, Satz, Abteilung): je
*> YTD-Zeile per Namensschluessel (STAMM-INDEX-OFFEN = "J"), sonst
*> aus MITARBEITER-STAMM.DAT von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> Prognose je Abteilung aufsummiert.
01 ABT-ANZAHL PIC 9(3) VALUE 0.
01 BUD-STD-RAW     PIC X(8).
01 BUD-UMSATZ-RAW  PIC X(14).

*> Umschluesselungen alter Kostenstellen in Reihenfolge der Laeufe.
01 UV-ANZAHL PIC 9(3) VALUE 0.
01 UV-TABELLE.
    05 UV-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON UV-ANZAHL
                   INDEXED BY UV-IDX.
        10 UV-ALT PIC X(10).
        10 UV-NEU PIC X(10).
01 UM-CODE   PIC X(10).
01 UM-AB-POS PIC 9(3).
01 UM-STUFE  PIC 9(2).

01 HEUTE-JAHR       PIC 9(4).
01 HEUTE-MONAT      PIC 9(2).
01 VERGANGENE-MONATE PIC 9(2).
01 REST-MONATE      PIC 9(2).
01 PROG-MONAT       PIC 9(2).

01 MA-SOLL      PIC 9(3).
01 MA-SATZ-W    PIC 9(3).
    COMPUTE REST-MONATE = 12 - HEUTE-MONAT + 1.

    PERFORM LADE-STUNDENSATZ.
    PERFORM LADE-UMSCHLUESSELUNG.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-BUDGET.

    OPEN INPUT YTD-UMSATZ.
        DISPLAY "YTD-UMSATZ.DAT nicht vorhanden - erst den"
                " Umsatzrechner laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

                " Status=" FS-REPORT
        CLOSE YTD-UMSATZ
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    DISPLAY "Prognose fuer " CNT-MITARBEITER
            " Mitarbeiter erstellt (UMSATZ-PROGNOSE.RPT).".

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> hinterlegtes Soll laeuft die bisherige Monatsrate weiter.
PROGNOSTIZIERE-MITARBEITER.
    MOVE 0 TO MA-SOLL
    MOVE 0 TO MA-SATZ-W
    MOVE "ALLG" TO MA-ABT
    MOVE YTD-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE YTD-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J" AND MA-IST-AKTIV
        MOVE MA-SOLL-STUNDEN TO MA-SOLL
        IF MA-STUNDENSATZ > 0
            MOVE MA-STUNDENSATZ TO MA-SATZ-W
        END-IF
        IF MA-ABTEILUNG = SPACES
            MOVE "ALLG" TO UM-CODE
        ELSE
            MOVE MA-ABTEILUNG TO UM-CODE
        END-IF
        PERFORM UMSCHLUESSELE-CODE
        MOVE UM-CODE TO MA-ABT
    END-IF

    IF MA-SOLL > 0
        PERFORM RECHNE-SOLL-HOCH
    ELSE
        COMPUTE MONATS-RATE ROUNDED =
            YTD-SUMME / VERGANGENE-MONATE
        COMPUTE PROGNOSE = YTD-SUMME + REST-MONATE * MONATS-RATE
    END-IF

    ADD 1 TO CNT-MITARBEITER
    ADD YTD-SUMME TO SUMME-YTD
    END-IF.


*> ================================================================
*> #5.2 Restmonate mit den Soll-Stunden hochrechnen
*> ================================================================
*> Ohne persoenlichen Satz gilt je Restmonat der Firmensatz, der am
*> Monatsersten in STUNDENSATZ.CFG steht - eine schon hinterlegte
*> Satzaenderung geht so ab ihrem Monat in die Prognose ein.
RECHNE-SOLL-HOCH.
    MOVE YTD-SUMME TO PROGNOSE
    PERFORM VARYING PROG-MONAT FROM HEUTE-MONAT BY 1
            UNTIL PROG-MONAT > 12
        IF MA-SATZ-W > 0
            COMPUTE MONATS-RATE = MA-SOLL * MA-SATZ-W
        ELSE
            COMPUTE FSV-STICHTAG =
                HEUTE-JAHR * 10000 + PROG-MONAT * 100 + 1
            PERFORM ERMITTLE-FIRMENSATZ
            COMPUTE MONATS-RATE = MA-SOLL * FIRMA-STUNDENSATZ
        END-IF
        ADD MONATS-RATE TO PROGNOSE
    END-PERFORM.


*> ================================================================
*> #6 Abteilungsprognosen gegen das Jahresbudget drucken
*> ================================================================
*> #6.1 Jahresbudget der Abteilung DRUCK-IDX aufsummieren
*> ----------------------------------------------------------------
*> ABTEILUNG-BUDGET.CFG fuehrt Monatszeilen; das Jahresbudget ist
*> die Summe aller Zeilen dieser Abteilung im laufenden Jahr,
*> einschliesslich der Zeilen ihrer Vorgaenger-Kostenstellen.
HOLE-ABTEILUNGS-BUDGET.
    MOVE 0 TO ABP-BUDGET(DRUCK-IDX)
    MOVE "N" TO EOF-FLAG
                            INTO BUD-ABT-RAW BUD-PERIODE-RAW
                                 BUD-STD-RAW BUD-UMSATZ-RAW
                        END-UNSTRING
                        MOVE BUD-ABT-RAW TO UM-CODE
                        PERFORM UMSCHLUESSELE-CODE
                        IF UM-CODE = ABP-CODE(DRUCK-IDX)
                         AND BUD-PERIODE-RAW(1:4) IS NUMERIC
                         AND BUD-PERIODE-RAW(1:4) = HEUTE-JAHR
                         AND FUNCTION TEST-NUMVAL(BUD-UMSATZ-RAW)
*> #8 Firmen-Stundensatz laden
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
*> #8.1 Eine Zeile der STUNDENSATZ.CFG als Stand uebernehmen
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
*> #8.2 Am Stichtag gueltigen Firmensatz ermitteln
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
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Soll-Stunden, Satz und Abteilung werden nicht mehr in eine
*> Tabelle geladen, sondern je YTD-Zeile gesucht.
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
        DISPLAY "HINWEIS: ABTEILUNG-BUDGET.CFG fehlt -"
                " Budgetvergleich entfaellt."
    END-IF.


*> ================================================================
*> #11 Umschluesselungen alter Kostenstellen laden
*> ================================================================
*> Mirrors LADE-UMSCHLUESSELUNG in budget_vergleich.cbl.
LADE-UMSCHLUESSELUNG.
    MOVE 0 TO UV-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT UMSCHLUESSELUNG
    IF FS-UMSCHL = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ UMSCHLUESSELUNG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF UM-ALT NOT = SPACES AND UV-ANZAHL < 500
                        ADD 1 TO UV-ANZAHL
                        MOVE UM-ALT TO UV-ALT(UV-ANZAHL)
                        MOVE UM-NEU TO UV-NEU(UV-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UMSCHLUESSELUNG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #11.1 UM-CODE in die heutige Struktur umschluesseln
*> ----------------------------------------------------------------
*> Mirrors UMSCHLUESSELE-CODE in budget_vergleich.cbl.
UMSCHLUESSELE-CODE.
    MOVE 1 TO UM-AB-POS
    PERFORM VARYING UM-STUFE FROM 1 BY 1
            UNTIL UM-STUFE > 10 OR UM-AB-POS > UV-ANZAHL
        SET UV-IDX TO UM-AB-POS
        SEARCH UV-EINTRAG
            AT END
                COMPUTE UM-AB-POS = UV-ANZAHL + 1
            WHEN UV-ALT(UV-IDX) = UM-CODE
                MOVE UV-NEU(UV-IDX) TO UM-CODE
                SET UM-AB-POS TO UV-IDX
                ADD 1 TO UM-AB-POS
        END-SEARCH
    END-PERFORM.
