*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. ANWESENHEITS-LISTE.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Anwesenheits- und Evakuierungsliste aus den Badge-Stempeln:
*> STEMPEL-IMPORT paart STEMPEL.CSV erst einmal am Tag zu
*> Buchungen, tagsueber wusste niemand, wer im Gebaeude ist.
*> Dieses Programm laeuft jederzeit gegen die aktuelle
*> STEMPEL.CSV ("<BadgeID>,<JJJJMMTTHHMM>,<IN|OUT>[,<Standort>]",
*> der Standort des Lesers ist optional, STEMPEL-IMPORT liest nur
*> die ersten drei Felder) und paart IN/OUT je Badge genauso
*> chronologisch. Anwesend ist, wessen letzter IN-Stempel kein
*> OUT hat - sofern er nicht aelter als 24 Stunden ist; aeltere
*> offene IN (Ausstempeln vergessen) stehen gesondert unter der
*> Liste und werden nicht mitgezaehlt.
*> Namen kommen aus STEMPEL-BADGES.CFG, die Abteilung aus dem
*> Stamm (MA-ABTEILUNG, leer = ALLG). Unbekannte Badges bleiben
*> in der Liste - im Alarmfall zaehlt jede Person.
*> Den Sammelplatz liefert SAMMELPLAETZE.CFG, eine Zeile
*>     <Standort|*> <Abteilung|*> <Sammelplatz>
*> (genauester Treffer gewinnt: Standort+Abteilung, Standort+*,
*> *+Abteilung, *+*). Die Liste ist nach Sammelplatz, Standort,
*> Abteilung und Name sortiert.
*>
*> Zur Dokumentation der Zaehlung schreibt jeder Lauf zusaetzlich
*> EVAKUIERUNG-<JJJJMMTTHHMM>.DAT, eine Zeile je anwesender
*> Person mit "N" in Spalte 1. Die Brandschutzhelfer setzen dort
*> fuer jede am Sammelplatz angetroffene Person "J"; der Lauf
*> ABSCHLUSS wertet die Datei aus, listet die Vermissten und
*> haengt das Ergebnis an EVAKUIERUNG-PROTOKOLL.DAT an.
*>
*> Aufruf: anwesenheits_liste [JJJJMMTTHHMM]
*>         (Stichzeitpunkt, ohne Angabe jetzt; spaetere Stempel
*>         zaehlen nicht)
*>         anwesenheits_liste ABSCHLUSS <JJJJMMTTHHMM> [Kennung]
*> Ergebnis: Konsole + ANWESENHEIT-<JJJJMMTTHHMM>.RPT bzw.
*> EVAKUIERUNG-<JJJJMMTTHHMM>.RPT; RC 1 bei Vermissten.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEMPEL-CSV
        ASSIGN TO "STEMPEL.CSV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CSV.

    SELECT BADGES-CFG
        ASSIGN TO "STEMPEL-BADGES.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BADGES.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
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

    SELECT SAMMELPLAETZE-CFG
        ASSIGN TO "SAMMELPLAETZE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SAMMEL.

    SELECT APPELL-DATEI
        ASSIGN TO APPELL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-APPELL.

    SELECT APPELL-PROTOKOLL
        ASSIGN TO "EVAKUIERUNG-PROTOKOLL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROTOKOLL.

    SELECT ANWESENHEITS-BERICHT
        ASSIGN TO LISTE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD STEMPEL-CSV.
01 CSV-EINGABE-ZEILE PIC X(60).

FD BADGES-CFG.
01 BADGES-CFG-ZEILE PIC X(60).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD SAMMELPLAETZE-CFG.
01 SAMMELPLAETZE-CFG-ZEILE PIC X(60).

*> Eine Zeile je anwesender Person; AP-GEZAEHLT setzt der
*> Brandschutzhelfer von N auf J.
FD APPELL-DATEI.
01 APPELL-RECORD.
    05 AP-GEZAEHLT    PIC X(01).
    05 FILLER         PIC X(01).
    05 AP-BADGE       PIC X(10).
    05 FILLER         PIC X(01).
    05 AP-VORNAME     PIC X(10).
    05 FILLER         PIC X(01).
    05 AP-NACHNAME    PIC X(10).
    05 FILLER         PIC X(01).
    05 AP-STANDORT    PIC X(10).
    05 FILLER         PIC X(01).
    05 AP-ABTEILUNG   PIC X(10).
    05 FILLER         PIC X(01).
    05 AP-IN-ZEIT     PIC X(12).
    05 FILLER         PIC X(01).
    05 AP-SAMMELPLATZ PIC X(30).

FD APPELL-PROTOKOLL.
01 PROTOKOLL-ZEILE PIC X(80).

FD ANWESENHEITS-BERICHT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-CSV       PIC XX VALUE SPACES.
77 FS-BADGES    PIC XX VALUE SPACES.
77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-SAMMEL    PIC XX VALUE SPACES.
77 FS-APPELL    PIC XX VALUE SPACES.
77 FS-PROTOKOLL PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 MODUS PIC X VALUE "L".
    88 MODUS-LISTE     VALUE "L".
    88 MODUS-ABSCHLUSS VALUE "A".
01 STICHZEIT       PIC X(12) VALUE SPACES.
01 STICH-ABS       PIC 9(9).
01 ABSCHLUSS-ZEIT  PIC X(12).
01 KENNUNG         PIC X(8) VALUE SPACES.
01 APPELL-DATEINAME PIC X(60).
01 LISTE-DATEINAME  PIC X(60).

*> Offene IN-Stempel gelten 24 Stunden als anwesend.
01 ANWESEND-MAX-MINUTEN PIC 9(5) VALUE 1440.

*> Badge-Zuordnung - mirrors LADE-BADGES in stempel_import.cbl.
01 BADGE-ANZAHL PIC 9(3) VALUE 0.
01 BADGE-TABELLE.
    05 BADGE-EINTRAG OCCURS 1 TO 200 TIMES
                      DEPENDING ON BADGE-ANZAHL
                      INDEXED BY BD-IDX.
        10 BDG-ID        PIC X(10).
        10 BDG-VORNAME   PIC X(10).
        10 BDG-NACHNAME  PIC X(10).
        10 BDG-GEBURT    PIC 9(8).
01 BDG-ID-RAW     PIC X(10).
01 BDG-VOR-RAW    PIC X(10).
01 BDG-NACH-RAW   PIC X(10).
01 BDG-GEB-RAW    PIC X(8).

*> Mitarbeiterstamm: Abteilung je Anwesendem per Namen gelesen (#11).
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> Sammelplaetze.
01 SAMMEL-ANZAHL PIC 9(3) VALUE 0.
01 SAMMEL-TABELLE.
    05 SAMMEL-EINTRAG OCCURS 1 TO 200 TIMES
                       DEPENDING ON SAMMEL-ANZAHL
                       INDEXED BY SM-IDX.
        10 SM-STANDORT  PIC X(10).
        10 SM-ABTEILUNG PIC X(10).
        10 SM-PLATZ     PIC X(30).
01 SM-STANDORT-RAW  PIC X(10).
01 SM-ABTEILUNG-RAW PIC X(10).
01 SM-REST          PIC X(60).
01 SM-ZEIGER        PIC 9(3).
01 SM-SUCH-STANDORT  PIC X(10).
01 SM-SUCH-ABTEILUNG PIC X(10).
01 SM-GEFUNDEN       PIC X(30).

*> Offene IN-Stempel je Badge - mirrors OFFEN-TABELLE in
*> stempel_import.cbl, zusaetzlich mit Standort des Lesers.
01 OFFEN-ANZAHL PIC 9(3) VALUE 0.
01 OFFEN-TABELLE.
    05 OFFEN-EINTRAG OCCURS 1 TO 500 TIMES
                      DEPENDING ON OFFEN-ANZAHL
                      INDEXED BY OF-IDX.
        10 OFF-BADGE    PIC X(10).
        10 OFF-ZEIT     PIC X(12).
        10 OFF-STANDORT PIC X(10).
01 OFFEN-POSITION PIC 9(3).

*> Zerlegte Stempelzeile.
01 ST-BADGE-RAW    PIC X(10).
01 ST-ZEIT-RAW     PIC X(12).
01 ST-ART-RAW      PIC X(3).
01 ST-STANDORT-RAW PIC X(10).
01 ZEIT-HH         PIC 9(2).
01 ZEIT-MM         PIC 9(2).
01 ZEIT-ABS        PIC 9(9).
01 ZEIT-DATUM      PIC 9(8).

*> Evakuierungsliste, sortiert.
01 AW-ANZAHL PIC 9(3) VALUE 0.
01 AW-TABELLE.
    05 AW-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON AW-ANZAHL.
        10 AW-SCHLUESSEL.
            15 AW-SAMMELPLATZ PIC X(30).
            15 AW-STANDORT    PIC X(10).
            15 AW-ABTEILUNG   PIC X(10).
            15 AW-NACHNAME    PIC X(10).
            15 AW-VORNAME     PIC X(10).
        10 AW-BADGE   PIC X(10).
        10 AW-IN-ZEIT PIC X(12).
01 AW-NEU.
    05 AW-NEU-SCHLUESSEL.
        10 AW-NEU-SAMMELPLATZ PIC X(30).
        10 AW-NEU-STANDORT    PIC X(10).
        10 AW-NEU-ABTEILUNG   PIC X(10).
        10 AW-NEU-NACHNAME    PIC X(10).
        10 AW-NEU-VORNAME     PIC X(10).
    05 AW-NEU-BADGE   PIC X(10).
    05 AW-NEU-IN-ZEIT PIC X(12).
01 AW-LAUF     PIC 9(3).
01 AW-IDX      PIC 9(3).
01 AW-POSITION PIC 9(3).

01 GRUPPE-PLATZ     PIC X(30).
01 GRUPPE-STANDORT  PIC X(10).
01 GRUPPE-ABTEILUNG PIC X(10).
01 CNT-GRUPPE       PIC 9(3).
01 CNT-PLATZ        PIC 9(3).

01 PRINT-NAME    PIC X(21).
01 PRINT-ZEIT    PIC X(16).
01 PRINT-ANZAHL  PIC ZZ9.

01 CNT-STEMPEL     PIC 9(5) VALUE 0.
01 CNT-UNLESBAR    PIC 9(5) VALUE 0.
01 CNT-ANWESEND    PIC 9(4) VALUE 0.
01 CNT-VERALTET    PIC 9(4) VALUE 0.
01 CNT-UNBEKANNT   PIC 9(4) VALUE 0.
01 CNT-GEZAEHLT    PIC 9(4) VALUE 0.
01 CNT-VERMISST    PIC 9(4) VALUE 0.
01 CNT-UNKLAR      PIC 9(4) VALUE 0.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.

    MOVE SPACES TO LISTE-DATEINAME APPELL-DATEINAME
    STRING "EVAKUIERUNG-" STICHZEIT ".DAT"
        DELIMITED BY SIZE INTO APPELL-DATEINAME
    END-STRING
    IF MODUS-ABSCHLUSS
        STRING "EVAKUIERUNG-" STICHZEIT ".RPT"
            DELIMITED BY SIZE INTO LISTE-DATEINAME
        END-STRING
    ELSE
        STRING "ANWESENHEIT-" STICHZEIT ".RPT"
            DELIMITED BY SIZE INTO LISTE-DATEINAME
        END-STRING
    END-IF
    OPEN OUTPUT ANWESENHEITS-BERICHT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    IF MODUS-ABSCHLUSS
        PERFORM ABSCHLUSS
    ELSE
        PERFORM ANWESENHEIT
    END-IF.

    CLOSE ANWESENHEITS-BERICHT.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    MOVE 1 TO WS-ARGUMENT-INDEX
    IF WS-ARGUMENT-ANZAHL >= 1
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) = "ABSCHLUSS"
            MOVE "A" TO MODUS
            ADD 1 TO WS-ARGUMENT-INDEX
        END-IF
    END-IF
    IF WS-ARGUMENT-ANZAHL >= WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:12) IS NUMERIC
         AND WS-ARGUMENT-WERT(13:1) = SPACE
            MOVE WS-ARGUMENT-WERT(1:12) TO STICHZEIT
        END-IF
        ADD 1 TO WS-ARGUMENT-INDEX
    END-IF
    IF WS-ARGUMENT-ANZAHL >= WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE WS-ARGUMENT-WERT TO KENNUNG
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:12) TO ABSCHLUSS-ZEIT
    IF STICHZEIT = SPACES
        MOVE ABSCHLUSS-ZEIT TO STICHZEIT
    END-IF
    MOVE STICHZEIT TO ST-ZEIT-RAW
    PERFORM BERECHNE-ZEITPUNKT
    MOVE ZEIT-ABS TO STICH-ABS.


*> ================================================================
*> #6 Anwesenheits- und Evakuierungsliste
*> ================================================================
ANWESENHEIT.
    MOVE SPACES TO PRINT-ZEIT
    MOVE STICHZEIT TO ST-ZEIT-RAW
    PERFORM FORMATIERE-ZEIT
    MOVE SPACES TO MELDUNG
    STRING "Anwesenheit / Evakuierungsliste, Stand " PRINT-ZEIT
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    PERFORM LADE-BADGES.
    PERFORM OEFFNE-STAMM.
    PERFORM LADE-SAMMELPLAETZE.

    OPEN INPUT STEMPEL-CSV.
    IF FS-CSV NOT = "00"
        MOVE "Keine STEMPEL.CSV vorgefunden - Anwesenheit unbekannt."
          TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ STEMPEL-CSV
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(CSV-EINGABE-ZEILE) NOT = SPACES
            ADD 1 TO CNT-STEMPEL
            PERFORM VERARBEITE-STEMPEL
        END-IF
    END-PERFORM
    CLOSE STEMPEL-CSV.

    *> Offene IN-Stempel in die sortierte Liste; veraltete melden.
    PERFORM VARYING OFFEN-POSITION FROM 1 BY 1
            UNTIL OFFEN-POSITION > OFFEN-ANZAHL
        MOVE OFF-ZEIT(OFFEN-POSITION) TO ST-ZEIT-RAW
        PERFORM BERECHNE-ZEITPUNKT
        IF STICH-ABS - ZEIT-ABS <= ANWESEND-MAX-MINUTEN
            PERFORM NIMM-ANWESENDEN-AUF
        ELSE
            ADD 1 TO CNT-VERALTET
        END-IF
    END-PERFORM.

    PERFORM DRUCKE-EVAKUIERUNGSLISTE.
    IF CNT-VERALTET > 0
        PERFORM DRUCKE-VERALTETE
    END-IF.
    PERFORM SCHREIBE-APPELL-DATEI.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Anwesend: " CNT-ANWESEND " (davon " CNT-UNBEKANNT
           " unbekannte Badges)"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    STRING "Nicht gezaehlt: " CNT-VERALTET
           " offene IN ueber 24 Std, " CNT-UNLESBAR
           " unlesbare Stempel."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-ANWESEND > 0
        MOVE SPACES TO MELDUNG
        STRING "Zaehlung: in " FUNCTION TRIM(APPELL-DATEINAME)
               " N -> J setzen, dann ABSCHLUSS " STICHZEIT
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Einen Einzelstempel verarbeiten
*> ----------------------------------------------------------------
*> Mirrors VERARBEITE-STEMPEL in stempel_import.cbl; Stempel nach
*> dem Stichzeitpunkt zaehlen nicht.
VERARBEITE-STEMPEL.
    MOVE SPACES TO ST-BADGE-RAW ST-ZEIT-RAW ST-ART-RAW
                   ST-STANDORT-RAW
    UNSTRING CSV-EINGABE-ZEILE DELIMITED BY ","
        INTO ST-BADGE-RAW ST-ZEIT-RAW ST-ART-RAW ST-STANDORT-RAW
    END-UNSTRING

    IF ST-ZEIT-RAW NOT NUMERIC
        ADD 1 TO CNT-UNLESBAR
        EXIT PARAGRAPH
    END-IF
    MOVE ST-ZEIT-RAW(9:2) TO ZEIT-HH
    MOVE ST-ZEIT-RAW(11:2) TO ZEIT-MM
    IF ZEIT-HH > 23 OR ZEIT-MM > 59
        ADD 1 TO CNT-UNLESBAR
        EXIT PARAGRAPH
    END-IF
    IF ST-ZEIT-RAW > STICHZEIT
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ST-STANDORT-RAW))
      TO ST-STANDORT-RAW
    IF ST-STANDORT-RAW = SPACES
        MOVE "-" TO ST-STANDORT-RAW
    END-IF

    PERFORM SUCHE-OFFENEN-STEMPEL
    EVALUATE FUNCTION TRIM(ST-ART-RAW)
        WHEN "IN"
            *> Doppeltes IN: der neue Stempel gilt.
            IF OFFEN-POSITION = 0
                IF OFFEN-ANZAHL >= 500
                    MOVE "WARNUNG: mehr als 500 offene Badges - Liste unvollstaendig!"
                      TO MELDUNG
                    PERFORM MELDE
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO OFFEN-ANZAHL
                MOVE OFFEN-ANZAHL TO OFFEN-POSITION
                MOVE ST-BADGE-RAW TO OFF-BADGE(OFFEN-POSITION)
            END-IF
            MOVE ST-ZEIT-RAW     TO OFF-ZEIT(OFFEN-POSITION)
            MOVE ST-STANDORT-RAW TO OFF-STANDORT(OFFEN-POSITION)
        WHEN "OUT"
            IF OFFEN-POSITION > 0
                IF OFFEN-POSITION < OFFEN-ANZAHL
                    MOVE OFFEN-EINTRAG(OFFEN-ANZAHL)
                      TO OFFEN-EINTRAG(OFFEN-POSITION)
                END-IF
                SUBTRACT 1 FROM OFFEN-ANZAHL
            END-IF
        WHEN OTHER
            ADD 1 TO CNT-UNLESBAR
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #6.2 Offenen IN-Stempel des Badges suchen
*> ----------------------------------------------------------------
*> Mirrors SUCHE-OFFENEN-STEMPEL in stempel_import.cbl.
SUCHE-OFFENEN-STEMPEL.
    MOVE 0 TO OFFEN-POSITION
    IF OFFEN-ANZAHL > 0
        SET OF-IDX TO 1
        SEARCH OFFEN-EINTRAG
            AT END CONTINUE
            WHEN OFF-BADGE(OF-IDX) = ST-BADGE-RAW
                SET OFFEN-POSITION TO OF-IDX
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #6.3 Zeitpunkt ST-ZEIT-RAW (JJJJMMTTHHMM) in Minuten (ZEIT-ABS)
*> ----------------------------------------------------------------
BERECHNE-ZEITPUNKT.
    MOVE ST-ZEIT-RAW(1:8) TO ZEIT-DATUM
    MOVE ST-ZEIT-RAW(9:2) TO ZEIT-HH
    MOVE ST-ZEIT-RAW(11:2) TO ZEIT-MM
    COMPUTE ZEIT-ABS =
        FUNCTION INTEGER-OF-DATE(ZEIT-DATUM) * 1440
        + ZEIT-HH * 60 + ZEIT-MM.


*> ----------------------------------------------------------------
*> #6.4 Offenen Eintrag OFFEN-POSITION sortiert aufnehmen
*> ----------------------------------------------------------------
NIMM-ANWESENDEN-AUF.
    MOVE SPACES TO AW-NEU
    MOVE OFF-BADGE(OFFEN-POSITION)    TO AW-NEU-BADGE
    MOVE OFF-ZEIT(OFFEN-POSITION)     TO AW-NEU-IN-ZEIT
    MOVE OFF-STANDORT(OFFEN-POSITION) TO AW-NEU-STANDORT
    MOVE "?" TO AW-NEU-ABTEILUNG
    MOVE "UNBEKANNT" TO AW-NEU-NACHNAME
    MOVE OFF-BADGE(OFFEN-POSITION) TO AW-NEU-VORNAME
    IF BADGE-ANZAHL > 0
        SET BD-IDX TO 1
        SEARCH BADGE-EINTRAG
            AT END CONTINUE
            WHEN BDG-ID(BD-IDX) = OFF-BADGE(OFFEN-POSITION)
                MOVE BDG-VORNAME(BD-IDX)  TO AW-NEU-VORNAME
                MOVE BDG-NACHNAME(BD-IDX) TO AW-NEU-NACHNAME
                MOVE "-" TO AW-NEU-ABTEILUNG
        END-SEARCH
    END-IF
    IF AW-NEU-ABTEILUNG = "?"
        ADD 1 TO CNT-UNBEKANNT
    ELSE
        MOVE AW-NEU-VORNAME  TO STAMM-SUCH-VORNAME
        MOVE AW-NEU-NACHNAME TO STAMM-SUCH-NACHNAME
        PERFORM SUCHE-STAMM-PER-NAME
        IF STAMM-TREFFER = "J"
            MOVE FUNCTION UPPER-CASE(MA-ABTEILUNG) TO AW-NEU-ABTEILUNG
            IF MA-ABTEILUNG = SPACES
                MOVE "ALLG" TO AW-NEU-ABTEILUNG
            END-IF
        END-IF
    END-IF

    MOVE AW-NEU-STANDORT  TO SM-SUCH-STANDORT
    MOVE AW-NEU-ABTEILUNG TO SM-SUCH-ABTEILUNG
    PERFORM SUCHE-SAMMELPLATZ
    MOVE SM-GEFUNDEN TO AW-NEU-SAMMELPLATZ

    MOVE 1 TO AW-POSITION
    PERFORM UNTIL AW-POSITION > AW-ANZAHL
             OR AW-SCHLUESSEL(AW-POSITION) > AW-NEU-SCHLUESSEL
        ADD 1 TO AW-POSITION
    END-PERFORM
    ADD 1 TO AW-ANZAHL
    PERFORM VARYING AW-IDX FROM AW-ANZAHL BY -1
            UNTIL AW-IDX <= AW-POSITION
        MOVE AW-EINTRAG(AW-IDX - 1) TO AW-EINTRAG(AW-IDX)
    END-PERFORM
    MOVE AW-NEU TO AW-EINTRAG(AW-POSITION)
    ADD 1 TO CNT-ANWESEND.


*> ----------------------------------------------------------------
*> #6.5 Sammelplatz fuer SM-SUCH-STANDORT/-ABTEILUNG suchen
*> ----------------------------------------------------------------
SUCHE-SAMMELPLATZ.
    MOVE "(kein Sammelplatz)" TO SM-GEFUNDEN
    IF SAMMEL-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET SM-IDX TO 1
    SEARCH SAMMEL-EINTRAG
        AT END CONTINUE
        WHEN SM-STANDORT(SM-IDX) = SM-SUCH-STANDORT
         AND SM-ABTEILUNG(SM-IDX) = SM-SUCH-ABTEILUNG
            MOVE SM-PLATZ(SM-IDX) TO SM-GEFUNDEN
            EXIT PARAGRAPH
    END-SEARCH
    SET SM-IDX TO 1
    SEARCH SAMMEL-EINTRAG
        AT END CONTINUE
        WHEN SM-STANDORT(SM-IDX) = SM-SUCH-STANDORT
         AND SM-ABTEILUNG(SM-IDX) = "*"
            MOVE SM-PLATZ(SM-IDX) TO SM-GEFUNDEN
            EXIT PARAGRAPH
    END-SEARCH
    SET SM-IDX TO 1
    SEARCH SAMMEL-EINTRAG
        AT END CONTINUE
        WHEN SM-STANDORT(SM-IDX) = "*"
         AND SM-ABTEILUNG(SM-IDX) = SM-SUCH-ABTEILUNG
            MOVE SM-PLATZ(SM-IDX) TO SM-GEFUNDEN
            EXIT PARAGRAPH
    END-SEARCH
    SET SM-IDX TO 1
    SEARCH SAMMEL-EINTRAG
        AT END CONTINUE
        WHEN SM-STANDORT(SM-IDX) = "*"
         AND SM-ABTEILUNG(SM-IDX) = "*"
            MOVE SM-PLATZ(SM-IDX) TO SM-GEFUNDEN
    END-SEARCH.


*> ================================================================
*> #7 Evakuierungsliste drucken
*> ================================================================
*> Je Sammelplatz ein Block, darin Standort/Abteilung als
*> Zwischenueberschrift; Spalte "[ ]" zum Abhaken auf Papier.
DRUCKE-EVAKUIERUNGSLISTE.
    IF AW-ANZAHL = 0
        MOVE "Niemand eingestempelt." TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    MOVE HIGH-VALUES TO GRUPPE-PLATZ GRUPPE-STANDORT GRUPPE-ABTEILUNG
    PERFORM VARYING AW-LAUF FROM 1 BY 1 UNTIL AW-LAUF > AW-ANZAHL
        IF AW-SAMMELPLATZ(AW-LAUF) NOT = GRUPPE-PLATZ
            MOVE AW-SAMMELPLATZ(AW-LAUF) TO GRUPPE-PLATZ
            MOVE HIGH-VALUES TO GRUPPE-STANDORT GRUPPE-ABTEILUNG
            MOVE 0 TO CNT-PLATZ
            PERFORM VARYING AW-IDX FROM AW-LAUF BY 1
                    UNTIL AW-IDX > AW-ANZAHL
                IF AW-SAMMELPLATZ(AW-IDX) = GRUPPE-PLATZ
                    ADD 1 TO CNT-PLATZ
                END-IF
            END-PERFORM
            MOVE CNT-PLATZ TO PRINT-ANZAHL
            MOVE SPACES TO MELDUNG
            PERFORM MELDE
            STRING "Sammelplatz: " FUNCTION TRIM(GRUPPE-PLATZ)
                   " (" FUNCTION TRIM(PRINT-ANZAHL) " Personen)"
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        IF AW-STANDORT(AW-LAUF) NOT = GRUPPE-STANDORT
         OR AW-ABTEILUNG(AW-LAUF) NOT = GRUPPE-ABTEILUNG
            MOVE AW-STANDORT(AW-LAUF)  TO GRUPPE-STANDORT
            MOVE AW-ABTEILUNG(AW-LAUF) TO GRUPPE-ABTEILUNG
            MOVE SPACES TO MELDUNG
            STRING "  Standort " FUNCTION TRIM(GRUPPE-STANDORT)
                   " / Abteilung " FUNCTION TRIM(GRUPPE-ABTEILUNG)
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        MOVE AW-IN-ZEIT(AW-LAUF) TO ST-ZEIT-RAW
        PERFORM FORMATIERE-ZEIT
        MOVE SPACES TO PRINT-NAME
        STRING FUNCTION TRIM(AW-NACHNAME(AW-LAUF)) ", "
               FUNCTION TRIM(AW-VORNAME(AW-LAUF))
            DELIMITED BY SIZE INTO PRINT-NAME
        END-STRING
        MOVE SPACES TO MELDUNG
        STRING "    [ ] " PRINT-NAME " Badge " AW-BADGE(AW-LAUF)
               " seit " PRINT-ZEIT
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.1 Veraltete offene IN-Stempel auflisten
*> ----------------------------------------------------------------
DRUCKE-VERALTETE.
    MOVE SPACES TO MELDUNG
    PERFORM MELDE.
    MOVE "Offene IN-Stempel ueber 24 Std (Ausstempeln vergessen? nicht gezaehlt):"
      TO MELDUNG
    PERFORM MELDE.
    PERFORM VARYING OFFEN-POSITION FROM 1 BY 1
            UNTIL OFFEN-POSITION > OFFEN-ANZAHL
        MOVE OFF-ZEIT(OFFEN-POSITION) TO ST-ZEIT-RAW
        PERFORM BERECHNE-ZEITPUNKT
        IF STICH-ABS - ZEIT-ABS > ANWESEND-MAX-MINUTEN
            PERFORM FORMATIERE-ZEIT
            MOVE SPACES TO MELDUNG
            STRING "  Badge " OFF-BADGE(OFFEN-POSITION) " IN "
                   PRINT-ZEIT " Standort "
                   OFF-STANDORT(OFFEN-POSITION)
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.2 Zaehlliste EVAKUIERUNG-<Stichzeit>.DAT schreiben
*> ----------------------------------------------------------------
SCHREIBE-APPELL-DATEI.
    IF AW-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    *> Eine schon abgehakte Zaehlliste nicht ueberschreiben.
    OPEN INPUT APPELL-DATEI
    IF FS-APPELL = "00"
        CLOSE APPELL-DATEI
        MOVE SPACES TO MELDUNG
        STRING "Hinweis: " FUNCTION TRIM(APPELL-DATEINAME)
               " liegt schon vor - nicht ueberschrieben."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT APPELL-DATEI
    IF FS-APPELL NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "FEHLER beim Schreiben von "
               FUNCTION TRIM(APPELL-DATEINAME) ", Status=" FS-APPELL
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING AW-LAUF FROM 1 BY 1 UNTIL AW-LAUF > AW-ANZAHL
        MOVE SPACES TO APPELL-RECORD
        MOVE "N" TO AP-GEZAEHLT
        MOVE AW-BADGE(AW-LAUF)       TO AP-BADGE
        MOVE AW-VORNAME(AW-LAUF)     TO AP-VORNAME
        MOVE AW-NACHNAME(AW-LAUF)    TO AP-NACHNAME
        MOVE AW-STANDORT(AW-LAUF)    TO AP-STANDORT
        MOVE AW-ABTEILUNG(AW-LAUF)   TO AP-ABTEILUNG
        MOVE AW-IN-ZEIT(AW-LAUF)     TO AP-IN-ZEIT
        MOVE AW-SAMMELPLATZ(AW-LAUF) TO AP-SAMMELPLATZ
        WRITE APPELL-RECORD
    END-PERFORM
    CLOSE APPELL-DATEI.


*> ================================================================
*> #8 Zaehlung abschliessen und protokollieren
*> ================================================================
ABSCHLUSS.
    MOVE STICHZEIT TO ST-ZEIT-RAW
    PERFORM FORMATIERE-ZEIT
    MOVE SPACES TO MELDUNG
    STRING "Evakuierung / Zaehlung zur Liste vom " PRINT-ZEIT
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    OPEN INPUT APPELL-DATEI
    IF FS-APPELL NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING FUNCTION TRIM(APPELL-DATEINAME)
               " nicht vorhanden - nichts abzuschliessen."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "Vermisst (nicht am Sammelplatz angetroffen):" TO MELDUNG
    PERFORM MELDE.
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ APPELL-DATEI
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF APPELL-RECORD NOT = SPACES
                    PERFORM WERTE-APPELL-ZEILE-AUS
                END-IF
        END-READ
    END-PERFORM
    CLOSE APPELL-DATEI
    IF CNT-VERMISST = 0
        MOVE "  niemand" TO MELDUNG
        PERFORM MELDE
    END-IF

    PERFORM SCHREIBE-PROTOKOLL.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Gezaehlt: " CNT-GEZAEHLT ", vermisst: " CNT-VERMISST
           ", Zeilen ohne J/N: " CNT-UNKLAR " (als vermisst gezaehlt)."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-VERMISST > 0
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #8.1 Eine Zeile der Zaehlliste auswerten
*> ----------------------------------------------------------------
*> Alles ausser J gilt als nicht angetroffen - im Zweifel wird
*> gesucht.
WERTE-APPELL-ZEILE-AUS.
    IF AP-GEZAEHLT = "J" OR AP-GEZAEHLT = "j"
        ADD 1 TO CNT-GEZAEHLT
        EXIT PARAGRAPH
    END-IF
    IF AP-GEZAEHLT NOT = "N" AND AP-GEZAEHLT NOT = "n"
        ADD 1 TO CNT-UNKLAR
    END-IF
    ADD 1 TO CNT-VERMISST
    MOVE AP-IN-ZEIT TO ST-ZEIT-RAW
    PERFORM FORMATIERE-ZEIT
    MOVE SPACES TO PRINT-NAME
    STRING FUNCTION TRIM(AP-NACHNAME) ", " FUNCTION TRIM(AP-VORNAME)
        DELIMITED BY SIZE INTO PRINT-NAME
    END-STRING
    MOVE SPACES TO MELDUNG
    STRING "  " PRINT-NAME " " FUNCTION TRIM(AP-STANDORT) "/"
           FUNCTION TRIM(AP-ABTEILUNG) " seit " PRINT-ZEIT
           " Sammelplatz " FUNCTION TRIM(AP-SAMMELPLATZ)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #8.2 Ergebnis an EVAKUIERUNG-PROTOKOLL.DAT anhaengen
*> ----------------------------------------------------------------
*> "<Stichzeit> <Abschluss> <Kennung> <Anwesend> <Gezaehlt>
*> <Vermisst>" - ein wiederholter Abschluss haengt eine weitere
*> Zeile an, die letzte gilt.
SCHREIBE-PROTOKOLL.
    OPEN EXTEND APPELL-PROTOKOLL
    IF FS-PROTOKOLL NOT = "00"
        OPEN OUTPUT APPELL-PROTOKOLL
    END-IF
    IF FS-PROTOKOLL NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "FEHLER beim Schreiben von EVAKUIERUNG-PROTOKOLL.DAT,"
               " Status=" FS-PROTOKOLL
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF KENNUNG = SPACES
        MOVE "-" TO KENNUNG
    END-IF
    MOVE SPACES TO PROTOKOLL-ZEILE
    COMPUTE CNT-ANWESEND = CNT-GEZAEHLT + CNT-VERMISST
    STRING STICHZEIT " " ABSCHLUSS-ZEIT " " KENNUNG " "
           CNT-ANWESEND " " CNT-GEZAEHLT " " CNT-VERMISST
        DELIMITED BY SIZE INTO PROTOKOLL-ZEILE
    END-STRING
    WRITE PROTOKOLL-ZEILE
    CLOSE APPELL-PROTOKOLL
    MOVE SPACES TO MELDUNG
    STRING "Protokolliert in EVAKUIERUNG-PROTOKOLL.DAT von "
           FUNCTION TRIM(KENNUNG)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #9 Stammdaten laden
*> ================================================================
*> Mirrors LADE-BADGES in stempel_import.cbl.
LADE-BADGES.
    MOVE 0 TO BADGE-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BADGES-CFG
    IF FS-BADGES = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ BADGES-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(BADGES-CFG-ZEILE) NOT = SPACES
                     AND BADGE-ANZAHL < 200
                        MOVE SPACES TO BDG-ID-RAW BDG-VOR-RAW
                                       BDG-NACH-RAW BDG-GEB-RAW
                        UNSTRING FUNCTION TRIM(BADGES-CFG-ZEILE)
                            DELIMITED BY ALL SPACE
                            INTO BDG-ID-RAW BDG-VOR-RAW
                                 BDG-NACH-RAW BDG-GEB-RAW
                        END-UNSTRING
                        IF BDG-GEB-RAW IS NUMERIC
                            ADD 1 TO BADGE-ANZAHL
                            MOVE BDG-ID-RAW
                                TO BDG-ID(BADGE-ANZAHL)
                            MOVE BDG-VOR-RAW
                                TO BDG-VORNAME(BADGE-ANZAHL)
                            MOVE BDG-NACH-RAW
                                TO BDG-NACHNAME(BADGE-ANZAHL)
                            MOVE BDG-GEB-RAW
                                TO BDG-GEBURT(BADGE-ANZAHL)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BADGES-CFG
    ELSE
        MOVE "Hinweis: STEMPEL-BADGES.CFG fehlt - alle Badges unbekannt."
          TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.1 Sammelplaetze laden
*> ----------------------------------------------------------------
LADE-SAMMELPLAETZE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SAMMELPLAETZE-CFG
    IF FS-SAMMEL NOT = "00"
        MOVE "Hinweis: kein SAMMELPLAETZE.CFG - Liste ohne Sammelplatz."
          TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SAMMELPLAETZE-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SAMMELPLAETZE-CFG-ZEILE NOT = SPACES
                 AND SAMMEL-ANZAHL < 200
                    MOVE SPACES TO SM-STANDORT-RAW SM-ABTEILUNG-RAW
                                   SM-REST
                    MOVE 1 TO SM-ZEIGER
                    UNSTRING FUNCTION TRIM(SAMMELPLAETZE-CFG-ZEILE)
                        DELIMITED BY ALL SPACE
                        INTO SM-STANDORT-RAW SM-ABTEILUNG-RAW
                        WITH POINTER SM-ZEIGER
                    END-UNSTRING
                    MOVE FUNCTION TRIM(SAMMELPLAETZE-CFG-ZEILE)
                      TO SM-REST
                    IF SM-ZEIGER <= 60
                        MOVE SM-REST(SM-ZEIGER:) TO SM-REST
                    ELSE
                        MOVE SPACES TO SM-REST
                    END-IF
                    IF SM-REST NOT = SPACES
                        ADD 1 TO SAMMEL-ANZAHL
                        MOVE FUNCTION UPPER-CASE(SM-STANDORT-RAW)
                          TO SM-STANDORT(SAMMEL-ANZAHL)
                        MOVE FUNCTION UPPER-CASE(SM-ABTEILUNG-RAW)
                          TO SM-ABTEILUNG(SAMMEL-ANZAHL)
                        MOVE FUNCTION TRIM(SM-REST)
                          TO SM-PLATZ(SAMMEL-ANZAHL)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SAMMELPLAETZE-CFG
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Hilfsroutinen
*> ================================================================
*> ST-ZEIT-RAW (JJJJMMTTHHMM) als "TT.MM.JJJJ HH:MM".
FORMATIERE-ZEIT.
    MOVE SPACES TO PRINT-ZEIT
    STRING ST-ZEIT-RAW(7:2) "." ST-ZEIT-RAW(5:2) "."
           ST-ZEIT-RAW(1:4) " " ST-ZEIT-RAW(9:2) ":"
           ST-ZEIT-RAW(11:2)
        DELIMITED BY SIZE INTO PRINT-ZEIT
    END-STRING.


MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #11 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #11.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #11.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #11.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #11.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #11.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
