*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. SCHICHTPLAN-VORSCHLAG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Schichtplan-Vorschlag je Abteilung fuer einen Monat: bisher
*> baute jeder Teamleiter SCHICHTPLAN.CFG (Grundlage von
*> SCHICHTPLAN-ABGLEICH) von Hand.
*> Der Bedarf steht in SCHICHTBEDARF.CFG, eine Zeile je Schicht:
*>     <Abteilung> <Schicht> <BeginnHHMM> <EndeHHMM> <Qualifikation>
*>         <Mo> <Di> <Mi> <Do> <Fr> <Sa> <So>
*> (benoetigte Koepfe je Wochentag; Qualifikation "-" = keine;
*> Ende vor Beginn = ueber Mitternacht). An Feiertagen aus
*> FEIERTAGE.CFG gilt die Sonntagsspalte. Abweichende Tage:
*>     DATUM <JJJJMMTT> <Abteilung> <Schicht> <Koepfe>
*> Besetzt wird mit aktiven Mitarbeitern der Abteilung (MA-ABTEILUNG
*> im Stamm), die
*>   - die Qualifikation der Schicht haben (QUALIFIKATIONEN.CFG,
*>     "<Vorname> <Nachname> <Qualifikation> ...", bis 8 je Person),
*>   - an dem Tag keinen genehmigten Urlaub haben
*>     (URLAUBSANTRAEGE.DAT),
*>   - die Ruhezeit seit ihrer letzten Schicht und das Wochenmaximum
*>     aus ARBEITSZEIT.CFG einhalten ("Tagesmax Wochenmax
*>     Ruhestunden", Default 10 48 11 - wie ARBEITSZEIT-PRUEFUNG;
*>     Woche = Montag bis Sonntag, die Schichten der Vorwoche aus
*>     SCHICHTPLAN.CFG zaehlen mit).
*> Unter den Geeigneten erhaelt die Schicht, wer gemessen an seinen
*> Soll-Stunden (MA-SOLL-STUNDEN, 000 = 160) im Monat bisher am
*> wenigsten verplant ist. Nicht besetzbare Koepfe erscheinen als
*> Luecke mit dem Grund (Anzahl der Qualifizierten, die an Urlaub,
*> Ruhezeit/Doppelschicht bzw. Wochenmaximum scheitern).
*>
*> Ergebnis je Abteilung: SCHICHTPLAN-VORSCHLAG-<Abt>-<JJJJMM>.CFG
*> im Format von SCHICHTPLAN.CFG (dahinter der Schichtcode; Luecken
*> als "*"-Kommentarzeilen). Der Teamleiter bearbeitet den Vorschlag
*> und gibt ihn frei; die Freigabe (Rolle "F" in BENUTZER.CFG)
*> prueft die Zeilen, meldet Verstoesse gegen obige Regeln als
*> WARNUNG und ersetzt in SCHICHTPLAN.CFG die Zeilen des Monats fuer
*> die Mitarbeiter der Abteilung. Ein vorhandener Vorschlag wird
*> nicht ueberschrieben - fuer einen neuen Vorschlag die Datei
*> vorher loeschen.
*>
*> Aufruf: schichtplan_vorschlag [JJJJMM [Abteilung]]
*>         (ohne Monat der Folgemonat, ohne Abteilung alle aus
*>         SCHICHTBEDARF.CFG)
*>         schichtplan_vorschlag FREIGABE <JJJJMM> <Abteilung> <Kennung>
*> Ergebnis: Konsole + SCHICHTPLAN-VORSCHLAG-<JJJJMM>.RPT bzw.
*> SCHICHTPLAN-FREIGABE-<Abt>-<JJJJMM>.RPT; RC 1 bei Luecken bzw.
*> abgelehnter Freigabe.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT BEDARF-CFG
        ASSIGN TO "SCHICHTBEDARF.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BEDARF.

    SELECT QUALI-CFG
        ASSIGN TO "QUALIFIKATIONEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-QUALI.

    SELECT ARBEITSZEIT-CFG
        ASSIGN TO "ARBEITSZEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ARBZEIT.

    SELECT URLAUBSANTRAEGE
        ASSIGN TO "URLAUBSANTRAEGE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ANTRAEGE.

    SELECT FEIERTAGE-CFG
        ASSIGN TO "FEIERTAGE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE-CFG.

    SELECT SCHICHTPLAN-CFG
        ASSIGN TO "SCHICHTPLAN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PLAN.

    SELECT VORSCHLAG-CFG
        ASSIGN TO VORSCHLAG-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-VORSCHLAG.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT VORSCHLAG-BERICHT
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
FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD BEDARF-CFG.
01 BEDARF-CFG-ZEILE PIC X(80).

FD QUALI-CFG.
01 QUALI-CFG-ZEILE PIC X(100).

FD ARBEITSZEIT-CFG.
01 ARBEITSZEIT-CFG-ZEILE PIC X(20).

*> Mirrors ANTRAG-RECORD in urlaubsantrag.cbl.
FD URLAUBSANTRAEGE.
01 ANTRAG-RECORD.
    05 UA-LFD-NR      PIC 9(04).
    05 FILLER         PIC X(01).
    05 UA-VORNAME     PIC X(10).
    05 FILLER         PIC X(01).
    05 UA-NACHNAME    PIC X(10).
    05 FILLER         PIC X(01).
    05 UA-VON         PIC 9(08).
    05 FILLER         PIC X(01).
    05 UA-BIS         PIC 9(08).
    05 FILLER         PIC X(01).
    05 UA-TAGE        PIC 9(03).
    05 FILLER         PIC X(01).
    05 UA-STATUS      PIC X(11).
    05 FILLER         PIC X(01).
    05 UA-ENTSCHEIDER PIC X(08).
    05 FILLER         PIC X(01).
    05 UA-DATUM       PIC 9(08).

FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD SCHICHTPLAN-CFG.
01 SCHICHTPLAN-CFG-ZEILE PIC X(60).

FD VORSCHLAG-CFG.
01 VORSCHLAG-ZEILE PIC X(60).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD VORSCHLAG-BERICHT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-STAMM         PIC XX VALUE SPACES.
77 FS-STAMM-INDEX   PIC XX VALUE SPACES.
77 FS-BEDARF        PIC XX VALUE SPACES.
77 FS-QUALI         PIC XX VALUE SPACES.
77 FS-ARBZEIT       PIC XX VALUE SPACES.
77 FS-ANTRAEGE      PIC XX VALUE SPACES.
77 FS-FEIERTAGE-CFG PIC XX VALUE SPACES.
77 FS-PLAN          PIC XX VALUE SPACES.
77 FS-VORSCHLAG     PIC XX VALUE SPACES.
77 FSBEN            PIC XX VALUE SPACES.
77 FS-REPORT        PIC XX VALUE SPACES.
77 EOF-FLAG         PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 MODUS PIC X VALUE "V".
    88 MODUS-VORSCHLAG VALUE "V".
    88 MODUS-FREIGABE  VALUE "F".
01 PLAN-MONAT      PIC 9(6) VALUE 0.
01 PLAN-ABTEILUNG  PIC X(10) VALUE SPACES.
01 MONAT-ERSTER    PIC 9(8).
01 MONAT-LETZTER   PIC 9(8).
01 MONAT-TAGE      PIC 9(2).
01 VORWOCHE-AB     PIC 9(8).
01 HEUTE           PIC 9(8).
01 HEUTE-TEILE REDEFINES HEUTE.
    05 HEUTE-JAHR  PIC 9(4).
    05 HEUTE-MONAT PIC 9(2).
    05 HEUTE-TAG   PIC 9(2).
01 VORSCHLAG-DATEINAME PIC X(60).
01 LISTE-DATEINAME     PIC X(60).

*> Schwellen, per ARBEITSZEIT.CFG ueberschreibbar - mirrors
*> LADE-ARBEITSZEIT-CFG in arbeitszeit_pruefung.cbl.
01 TAGES-MAX-STUNDEN  PIC 9(2) VALUE 10.
01 WOCHEN-MAX-STUNDEN PIC 9(3) VALUE 48.
01 RUHEZEIT-STUNDEN   PIC 9(2) VALUE 11.
01 CFG-FELD-1 PIC X(5).
01 CFG-FELD-2 PIC X(5).
01 CFG-FELD-3 PIC X(5).

*> Anmeldung fuer die Freigabe - mirrors ANMELDUNG in
*> urlaubsantrag.cbl, die Kennung kommt von der Kommandozeile.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-ROLLEN PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".
01 ROLLE-GEFORDERT   PIC X VALUE "F".
01 ROLLEN-TREFFER    PIC 9(2).

*> Gelesener Stammsatz. Mit Index wird per Namensschluessel bzw.
*> in Schluesselfolge gelesen (STAMM-INDEX-OFFEN = "J"), sonst
*> MITARBEITER-STAMM.DAT je Durchlauf von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 TEAM-UEBERLAUF      PIC X VALUE "N".
01 QUALI-HINWEIS       PIC X VALUE "N".

*> Aktive Mitarbeiter der gerade verplanten Abteilung (AKT-
*> ABTEILUNG) samt Qualifikationen und Planungsstand - keine
*> Kopie des Stamms, sondern je Abteilung per Durchlauf (#7.5)
*> neu aufgebaut.
*> Zeitpunkte in Minuten seit INTEGER-OF-DATE-Tag 0, Wochen als
*> (INTEGER-OF-DATE - 1) / 7 - der 01.01.1601 war ein Montag.
01 TEAM-ANZAHL PIC 9(3) VALUE 0.
01 TEAM-TABELLE.
    05 TEAM-EINTRAG OCCURS 1 TO 500 TIMES
                      DEPENDING ON TEAM-ANZAHL
                      INDEXED BY TM-IDX.
        10 TM-VORNAME      PIC X(10).
        10 TM-NACHNAME     PIC X(10).
        10 TM-ABTEILUNG    PIC X(10).
        10 TM-SOLL         PIC 9(03).
        10 TM-EINTRITT     PIC 9(08).
        10 TM-AUSTRITT     PIC 9(08).
        10 TM-QUALI-ANZAHL PIC 9(01).
        10 TM-QUALI        PIC X(08) OCCURS 8 TIMES.
        10 TM-LETZT-ENDE   PIC 9(09).
        10 TM-LETZT-TAG    PIC 9(08).
        10 TM-WOCHE        PIC 9(06).
        10 TM-WOCHE-MIN    PIC 9(05).
        10 TM-MONAT-MIN    PIC 9(05).
        10 TM-SCHICHTEN    PIC 9(03).
01 TM-POSITION PIC 9(3).
01 TM-LAUF     PIC 9(3).
01 TM-Q-IDX    PIC 9(1).
01 SUCH-VORNAME  PIC X(10).
01 SUCH-NACHNAME PIC X(10).

*> Schichtbedarf aus SCHICHTBEDARF.CFG.
01 SB-ANZAHL PIC 9(3) VALUE 0.
01 SB-TABELLE.
    05 SB-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON SB-ANZAHL
                   INDEXED BY SB-IDX.
        10 SB-ABTEILUNG  PIC X(10).
        10 SB-SCHICHT    PIC X(08).
        10 SB-BEGINN     PIC X(04).
        10 SB-ENDE       PIC X(04).
        10 SB-BEGINN-MIN PIC 9(04).
        10 SB-DAUER      PIC 9(04).
        10 SB-QUALI      PIC X(08).
        10 SB-KOEPFE     PIC 9(02) OCCURS 7 TIMES.
01 SB-POSITION PIC 9(3).

*> Abweichende Kopfzahlen an einzelnen Tagen.
01 SD-ANZAHL PIC 9(3) VALUE 0.
01 SD-TABELLE.
    05 SD-EINTRAG OCCURS 1 TO 300 TIMES
                   DEPENDING ON SD-ANZAHL
                   INDEXED BY SD-IDX.
        10 SD-DATUM     PIC 9(08).
        10 SD-ABTEILUNG PIC X(10).
        10 SD-SCHICHT   PIC X(08).
        10 SD-KOEPFE    PIC 9(02).

01 BEDARF-NR    PIC 9(3) VALUE 0.
01 BD-FELD      PIC X(10) OCCURS 12 TIMES.
01 BD-IDX       PIC 9(2).
01 CNT-BEDARF-FEHLER PIC 9(3) VALUE 0.

*> Schichten der gerade geplanten Abteilung, nach Beginn sortiert.
01 SX-ANZAHL PIC 9(3) VALUE 0.
01 SX-TABELLE.
    05 SX-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON SX-ANZAHL.
        10 SX-SB-POS PIC 9(3).
01 SX-IDX      PIC 9(3).
01 SX-LAUF     PIC 9(3).
01 SX-POSITION PIC 9(3).

*> Abteilungen mit Bedarf.
01 AB-ANZAHL PIC 9(2) VALUE 0.
01 AB-TABELLE.
    05 AB-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON AB-ANZAHL
                   INDEXED BY AB-IDX.
        10 AB-NAME PIC X(10).
01 AB-LAUF PIC 9(2).
01 AKT-ABTEILUNG PIC X(10).

*> Genehmigter Urlaub mit Ueberlappung zum Monat.
01 VA-ANZAHL PIC 9(4) VALUE 0.
01 VA-TABELLE.
    05 VA-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON VA-ANZAHL
                   INDEXED BY VA-IDX.
        10 VA-VORNAME  PIC X(10).
        10 VA-NACHNAME PIC X(10).
        10 VA-VON      PIC 9(08).
        10 VA-BIS      PIC 9(08).

*> Feiertage aus FEIERTAGE.CFG.
01 FEIERTAGE-ANZAHL PIC 9(3) VALUE 0.
01 FEIERTAGE-TABELLE.
    05 FEIERTAG-EINTRAG OCCURS 1 TO 100 TIMES
                         DEPENDING ON FEIERTAGE-ANZAHL
                         INDEXED BY FT-IDX.
        10 FEIERTAG-DATUM PIC 9(8).

*> Planzeile zerlegt (SCHICHTPLAN.CFG und Vorschlag).
01 PLN-VORNAME-RAW  PIC X(10).
01 PLN-NACHNAME-RAW PIC X(10).
01 PLN-DATUM-RAW    PIC X(08).
01 PLN-BEGINN-RAW   PIC X(04).
01 PLN-ENDE-RAW     PIC X(04).
01 PLN-SCHICHT-RAW  PIC X(08).

*> Pruefung eines Kandidaten fuer eine Schicht.
01 KD-POS         PIC 9(3).
01 KD-DATUM       PIC 9(8).
01 KD-BEGINN-ABS  PIC 9(9).
01 KD-ENDE-ABS    PIC 9(9).
01 KD-DAUER       PIC 9(4).
01 KD-QUALI       PIC X(8).
01 KD-WOCHE       PIC 9(6).
01 KD-GRUND       PIC X(1).
    88 KD-GEEIGNET        VALUE " ".
    88 KD-NICHT-IN-ABT    VALUE "A".
    88 KD-OHNE-QUALI      VALUE "Q".
    88 KD-IM-URLAUB       VALUE "U".
    88 KD-RUHEZEIT        VALUE "R".
    88 KD-WOCHENMAX       VALUE "W".
    88 KD-TAGESMAX        VALUE "T".
01 ZEIT-HHMM      PIC X(4).
01 ZEIT-MINUTEN   PIC 9(4).
01 ZEIT-GUELTIG   PIC X.
01 ENDE-MINUTEN   PIC 9(4).
01 TAG-INT        PIC 9(7).

*> Auswahl je Kopf.
01 BESTE-POS     PIC 9(3).
01 BESTE-QUOTE   PIC 9(3)V9(4).
01 KD-QUOTE      PIC 9(3)V9(4).
01 SOLL-MINUTEN  PIC 9(5).
01 CNT-QUALIFIZIERT PIC 9(3).
01 CNT-GR-URLAUB    PIC 9(3).
01 CNT-GR-RUHE      PIC 9(3).
01 CNT-GR-WOCHE     PIC 9(3).

01 TAG-LAUF     PIC 9(2).
01 AKT-DATUM    PIC 9(8).
01 WOCHENTAG    PIC 9(1).
01 KOEPFE-SOLL  PIC 9(2).
01 KOEPFE-IST   PIC 9(2).
01 KOPF-LAUF    PIC 9(2).
01 LUECKEN-KOPF PIC X VALUE "N".
01 VORSCHLAG-VORHANDEN PIC X.

*> Freigabe: Vorschlagszeilen, nach Datum/Beginn sortiert.
01 VZ-ANZAHL PIC 9(4) VALUE 0.
01 VZ-TABELLE.
    05 VZ-EINTRAG OCCURS 1 TO 3000 TIMES
                   DEPENDING ON VZ-ANZAHL.
        10 VZ-SCHLUESSEL.
            15 VZ-DATUM  PIC 9(08).
            15 VZ-BEGINN PIC X(04).
        10 VZ-ENDE     PIC X(04).
        10 VZ-ST-POS   PIC 9(03).
        10 VZ-SCHICHT  PIC X(08).
01 VZ-LAUF     PIC 9(4).
01 VZ-IDX      PIC 9(4).
01 VZ-POSITION PIC 9(4).
01 VZ-NEU.
    05 VZ-NEU-SCHLUESSEL.
        10 VZ-NEU-DATUM  PIC 9(08).
        10 VZ-NEU-BEGINN PIC X(04).
    05 VZ-NEU-ENDE     PIC X(04).
    05 VZ-NEU-ST-POS   PIC 9(03).
    05 VZ-NEU-SCHICHT  PIC X(08).
01 VZ-ZEILEN-NR PIC 9(4).

*> Freigabe: SCHICHTPLAN.CFG im Speicher.
01 SP-ANZAHL PIC 9(4) VALUE 0.
01 SP-TABELLE.
    05 SP-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SP-ANZAHL.
        10 SP-ZEILE    PIC X(60).
        10 SP-ENTFERNT PIC X(01).
01 SP-IDX PIC 9(4).
01 SP-UEBERLAUF PIC X VALUE "N".

01 PRINT-NAME    PIC X(21).
01 PRINT-STUNDEN PIC ZZZ9.
01 PRINT-SOLL    PIC ZZ9.
01 PRINT-ANZAHL  PIC ZZ9.
01 FMT-DATUM     PIC 9(8).
01 PRINT-DATUM   PIC X(10).
01 PRINT-GRUND   PIC X(40).

01 CNT-VERTEILT        PIC 9(4) VALUE 0.
01 CNT-LUECKEN         PIC 9(4) VALUE 0.
01 CNT-ABT-VERTEILT    PIC 9(4).
01 CNT-ABT-LUECKEN     PIC 9(4).
01 CNT-VORSCHLAEGE     PIC 9(2) VALUE 0.
01 CNT-FEHLER          PIC 9(4) VALUE 0.
01 CNT-WARNUNGEN       PIC 9(4) VALUE 0.
01 CNT-ENTFERNT        PIC 9(4) VALUE 0.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.

    MOVE SPACES TO LISTE-DATEINAME
    IF MODUS-FREIGABE
        STRING "SCHICHTPLAN-FREIGABE-" FUNCTION TRIM(PLAN-ABTEILUNG)
               "-" PLAN-MONAT ".RPT"
            DELIMITED BY SIZE INTO LISTE-DATEINAME
        END-STRING
    ELSE
        STRING "SCHICHTPLAN-VORSCHLAG-" PLAN-MONAT ".RPT"
            DELIMITED BY SIZE INTO LISTE-DATEINAME
        END-STRING
    END-IF
    OPEN OUTPUT VORSCHLAG-BERICHT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-ARBEITSZEIT-CFG.
    PERFORM OEFFNE-STAMM.
    IF FS-STAMM NOT = "00"
        MOVE "MITARBEITER-STAMM.DAT nicht vorhanden - kein Schichtplan."
          TO MELDUNG
        PERFORM MELDE
        CLOSE VORSCHLAG-BERICHT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-URLAUB.
    PERFORM LADE-FEIERTAGE.
    PERFORM LADE-BEDARF.

    IF MODUS-FREIGABE
        PERFORM FREIGABE
    ELSE
        PERFORM VORSCHLAG
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    CLOSE VORSCHLAG-BERICHT.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
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
        IF FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) = "FREIGABE"
            MOVE "F" TO MODUS
            ADD 1 TO WS-ARGUMENT-INDEX
        END-IF
    END-IF
    IF WS-ARGUMENT-ANZAHL >= WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:6) IS NUMERIC
         AND WS-ARGUMENT-WERT(7:1) = SPACE
            MOVE WS-ARGUMENT-WERT(1:6) TO PLAN-MONAT
        END-IF
        ADD 1 TO WS-ARGUMENT-INDEX
    END-IF
    IF WS-ARGUMENT-ANZAHL >= WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) TO PLAN-ABTEILUNG
        ADD 1 TO WS-ARGUMENT-INDEX
    END-IF
    IF WS-ARGUMENT-ANZAHL >= WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE WS-ARGUMENT-WERT TO BENUTZER-ID
    END-IF

    *> Ohne Monat der Folgemonat.
    IF PLAN-MONAT = 0
     OR PLAN-MONAT(5:2) < "01" OR PLAN-MONAT(5:2) > "12"
        MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE
        IF HEUTE-MONAT = 12
            COMPUTE PLAN-MONAT = (HEUTE-JAHR + 1) * 100 + 1
        ELSE
            COMPUTE PLAN-MONAT = HEUTE-JAHR * 100 + HEUTE-MONAT + 1
        END-IF
    END-IF
    COMPUTE MONAT-ERSTER = PLAN-MONAT * 100 + 1
    IF PLAN-MONAT(5:2) = "12"
        COMPUTE MONAT-LETZTER = (PLAN-MONAT + 89) * 100 + 1
    ELSE
        COMPUTE MONAT-LETZTER = (PLAN-MONAT + 1) * 100 + 1
    END-IF
    COMPUTE MONAT-LETZTER = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(MONAT-LETZTER) - 1)
    MOVE MONAT-LETZTER(7:2) TO MONAT-TAGE
    COMPUTE VORWOCHE-AB = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(MONAT-ERSTER) - 7).


*> ================================================================
*> #6 Schwellen aus ARBEITSZEIT.CFG laden
*> ================================================================
*> Mirrors LADE-ARBEITSZEIT-CFG in arbeitszeit_pruefung.cbl.
LADE-ARBEITSZEIT-CFG.
    OPEN INPUT ARBEITSZEIT-CFG
    IF FS-ARBZEIT = "00"
        READ ARBEITSZEIT-CFG
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO CFG-FELD-1 CFG-FELD-2 CFG-FELD-3
                UNSTRING FUNCTION TRIM(ARBEITSZEIT-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO CFG-FELD-1 CFG-FELD-2 CFG-FELD-3
                END-UNSTRING
                IF FUNCTION TRIM(CFG-FELD-1) IS NUMERIC
                    MOVE FUNCTION NUMVAL(CFG-FELD-1)
                        TO TAGES-MAX-STUNDEN
                END-IF
                IF FUNCTION TRIM(CFG-FELD-2) IS NUMERIC
                    MOVE FUNCTION NUMVAL(CFG-FELD-2)
                        TO WOCHEN-MAX-STUNDEN
                END-IF
                IF FUNCTION TRIM(CFG-FELD-3) IS NUMERIC
                    MOVE FUNCTION NUMVAL(CFG-FELD-3)
                        TO RUHEZEIT-STUNDEN
                END-IF
        END-READ
        CLOSE ARBEITSZEIT-CFG
    END-IF.


*> ================================================================
*> #7 Mitarbeiterstamm bereitstellen
*> ================================================================
*> FS-STAMM = "00", wenn ein Stamm vorhanden ist (Index oder
*> MITARBEITER-STAMM.DAT). Mirrors OEFFNE-STAMM in
*> personal_checkliste.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
        MOVE "00" TO FS-STAMM
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        CLOSE MITARBEITER-STAMM
        MOVE "00" TO FS-STAMM
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
*> Mirrors SCHLIESSE-STAMM in lohn_rechner.cbl.
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #7.2 Durchlauf durch den ganzen Stamm beginnen
*> ----------------------------------------------------------------
*> Mirrors STARTE-STAMM-DURCHLAUF in lohn_rechner.cbl.
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
*> #7.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #7.4 Durchlauf beenden
*> ----------------------------------------------------------------
*> Mirrors BEENDE-STAMM-DURCHLAUF in lohn_rechner.cbl.
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #7.5 Aktive Mitarbeiter der Abteilung AKT-ABTEILUNG laden
*> ----------------------------------------------------------------
*> Inaktive und vor dem Monat Ausgeschiedene kommen nicht in die
*> Tabelle; leere Abteilung = ALLG wie im Stamm. Danach die
*> Qualifikationen der geladenen Mitarbeiter.
LADE-TEAM.
    MOVE 0 TO TEAM-ANZAHL
    MOVE "N" TO TEAM-UEBERLAUF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
            PERFORM PRUEFE-STAMM-AKTIV
            IF STAMM-TREFFER = "J"
             AND MA-ABTEILUNG = AKT-ABTEILUNG
                PERFORM UEBERNIMM-TEAMMITGLIED
            END-IF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    PERFORM LADE-QUALIFIKATIONEN.


*> ----------------------------------------------------------------
*> #7.6 Ist der gelesene Satz im Planmonat aktiv?
*> ----------------------------------------------------------------
*> MA-ABTEILUNG wird dabei gross geschrieben, leer = ALLG.
PRUEFE-STAMM-AKTIV.
    MOVE "N" TO STAMM-TREFFER
    IF MA-ABTEILUNG = SPACES
        MOVE "ALLG" TO MA-ABTEILUNG
    END-IF
    MOVE FUNCTION UPPER-CASE(MA-ABTEILUNG) TO MA-ABTEILUNG
    IF MA-IST-AKTIV
     AND (MA-AUSTRITT = 0 OR MA-AUSTRITT >= MONAT-ERSTER)
     AND MA-EINTRITT <= MONAT-LETZTER
        MOVE "J" TO STAMM-TREFFER
    END-IF.


*> ----------------------------------------------------------------
*> #7.7 Gelesenen Satz in die Planungstabelle uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-TEAMMITGLIED.
    IF TEAM-ANZAHL >= 500
        IF TEAM-UEBERLAUF NOT = "J"
            MOVE "J" TO TEAM-UEBERLAUF
            MOVE SPACES TO MELDUNG
            STRING "  WARNUNG: mehr als 500 aktive Mitarbeiter in "
                   FUNCTION TRIM(AKT-ABTEILUNG) " - Rest nicht verplant."
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO TEAM-ANZAHL
    MOVE MA-VORNAME      TO TM-VORNAME(TEAM-ANZAHL)
    MOVE MA-NACHNAME     TO TM-NACHNAME(TEAM-ANZAHL)
    MOVE MA-ABTEILUNG    TO TM-ABTEILUNG(TEAM-ANZAHL)
    MOVE MA-SOLL-STUNDEN TO TM-SOLL(TEAM-ANZAHL)
    MOVE MA-EINTRITT     TO TM-EINTRITT(TEAM-ANZAHL)
    MOVE MA-AUSTRITT     TO TM-AUSTRITT(TEAM-ANZAHL)
    MOVE 0 TO TM-QUALI-ANZAHL(TEAM-ANZAHL)
    MOVE SPACES TO TM-QUALI(TEAM-ANZAHL, 1)
                   TM-QUALI(TEAM-ANZAHL, 2)
                   TM-QUALI(TEAM-ANZAHL, 3)
                   TM-QUALI(TEAM-ANZAHL, 4)
                   TM-QUALI(TEAM-ANZAHL, 5)
                   TM-QUALI(TEAM-ANZAHL, 6)
                   TM-QUALI(TEAM-ANZAHL, 7)
                   TM-QUALI(TEAM-ANZAHL, 8).


*> ----------------------------------------------------------------
*> #7.8 Mitarbeiter SUCH-VORNAME/SUCH-NACHNAME suchen
*> ----------------------------------------------------------------
SUCHE-STAMM.
    MOVE 0 TO TM-POSITION
    IF TEAM-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET TM-IDX TO 1
    SEARCH TEAM-EINTRAG
        AT END CONTINUE
        WHEN TM-VORNAME(TM-IDX) = SUCH-VORNAME
         AND TM-NACHNAME(TM-IDX) = SUCH-NACHNAME
            SET TM-POSITION TO TM-IDX
    END-SEARCH.


*> ----------------------------------------------------------------
*> #7.9 SUCH-VORNAME/SUCH-NACHNAME im ganzen Stamm aktiv?
*> ----------------------------------------------------------------
*> Fuer Namen ausserhalb der Abteilung (STAMM-TREFFER = "J": aktiv
*> in einer anderen Abteilung). Wie die Tabellensuche zaehlt der
*> erste Satz unter dem Namen.
SUCHE-IM-STAMM.
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-INDEX-OFFEN = "J"
        MOVE SUCH-VORNAME  TO SX-VORNAME
        MOVE SUCH-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM PRUEFE-STAMM-AKTIV
        END-READ
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME  = SUCH-VORNAME
         AND MA-NACHNAME = SUCH-NACHNAME
            PERFORM PRUEFE-STAMM-AKTIV
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #8 Qualifikationen laden
*> ================================================================
LADE-QUALIFIKATIONEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT QUALI-CFG
    IF FS-QUALI NOT = "00"
        IF QUALI-HINWEIS NOT = "J"
            MOVE "J" TO QUALI-HINWEIS
            MOVE "Hinweis: kein QUALIFIKATIONEN.CFG - nur Schichten ohne Qualifikation besetzbar."
              TO MELDUNG
            PERFORM MELDE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ QUALI-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF QUALI-CFG-ZEILE NOT = SPACES
                 AND QUALI-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM UEBERNIMM-QUALIFIKATION
                END-IF
        END-READ
    END-PERFORM
    CLOSE QUALI-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Eine Zeile "<Vorname> <Nachname> <Quali> ..." uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-QUALIFIKATION.
    MOVE SPACES TO SUCH-VORNAME SUCH-NACHNAME
    PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > 12
        MOVE SPACES TO BD-FELD(BD-IDX)
    END-PERFORM
    UNSTRING FUNCTION TRIM(QUALI-CFG-ZEILE) DELIMITED BY ALL SPACE
        INTO SUCH-VORNAME SUCH-NACHNAME
             BD-FELD(1) BD-FELD(2) BD-FELD(3) BD-FELD(4)
             BD-FELD(5) BD-FELD(6) BD-FELD(7) BD-FELD(8)
    END-UNSTRING
    PERFORM SUCHE-STAMM
    IF TM-POSITION = 0
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > 8
        IF BD-FELD(BD-IDX) NOT = SPACES
         AND TM-QUALI-ANZAHL(TM-POSITION) < 8
            ADD 1 TO TM-QUALI-ANZAHL(TM-POSITION)
            MOVE FUNCTION UPPER-CASE(BD-FELD(BD-IDX))
              TO TM-QUALI(TM-POSITION, TM-QUALI-ANZAHL(TM-POSITION))
        END-IF
    END-PERFORM.


*> ================================================================
*> #9 Genehmigten Urlaub des Monats laden
*> ================================================================
*> Mirrors SAMMLE-GENEHMIGTE-ANTRAEGE in kapazitaets_bericht.cbl.
LADE-URLAUB.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT URLAUBSANTRAEGE
    IF FS-ANTRAEGE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ URLAUBSANTRAEGE
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND (UA-STATUS = "GENEHMIGT"
                  OR UA-STATUS = "AUSGESPIELT")
             AND UA-VON <= MONAT-LETZTER
             AND UA-BIS >= MONAT-ERSTER
             AND VA-ANZAHL < 2000
                ADD 1 TO VA-ANZAHL
                MOVE UA-VORNAME  TO VA-VORNAME(VA-ANZAHL)
                MOVE UA-NACHNAME TO VA-NACHNAME(VA-ANZAHL)
                MOVE UA-VON      TO VA-VON(VA-ANZAHL)
                MOVE UA-BIS      TO VA-BIS(VA-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE URLAUBSANTRAEGE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Feiertage laden
*> ================================================================
LADE-FEIERTAGE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEIERTAGE-CFG
    IF FS-FEIERTAGE-CFG = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FEIERTAGE-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FEIERTAGE-CFG-ZEILE IS NUMERIC
             AND FEIERTAGE-ANZAHL < 100
                ADD 1 TO FEIERTAGE-ANZAHL
                MOVE FEIERTAGE-CFG-ZEILE
                  TO FEIERTAG-DATUM(FEIERTAGE-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE FEIERTAGE-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #11 Schichtbedarf laden
*> ================================================================
LADE-BEDARF.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BEDARF-CFG
    IF FS-BEDARF NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BEDARF-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                ADD 1 TO BEDARF-NR
                IF BEDARF-CFG-ZEILE NOT = SPACES
                 AND BEDARF-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM UEBERNIMM-BEDARF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BEDARF-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #11.1 Eine Bedarfszeile (Schicht oder DATUM) uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-BEDARF.
    PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > 12
        MOVE SPACES TO BD-FELD(BD-IDX)
    END-PERFORM
    UNSTRING FUNCTION TRIM(BEDARF-CFG-ZEILE) DELIMITED BY ALL SPACE
        INTO BD-FELD(1) BD-FELD(2) BD-FELD(3) BD-FELD(4)
             BD-FELD(5) BD-FELD(6) BD-FELD(7) BD-FELD(8)
             BD-FELD(9) BD-FELD(10) BD-FELD(11) BD-FELD(12)
    END-UNSTRING
    PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > 12
        MOVE FUNCTION UPPER-CASE(BD-FELD(BD-IDX)) TO BD-FELD(BD-IDX)
    END-PERFORM

    IF BD-FELD(1) = "DATUM"
        IF BD-FELD(2)(1:8) IS NOT NUMERIC
         OR BD-FELD(3) = SPACES OR BD-FELD(4) = SPACES
         OR BD-FELD(5) = SPACES
         OR FUNCTION TRIM(BD-FELD(5)) IS NOT NUMERIC
            PERFORM MELDE-BEDARFSFEHLER
            EXIT PARAGRAPH
        END-IF
        IF SD-ANZAHL < 300
            ADD 1 TO SD-ANZAHL
            MOVE BD-FELD(2)(1:8) TO SD-DATUM(SD-ANZAHL)
            MOVE BD-FELD(3) TO SD-ABTEILUNG(SD-ANZAHL)
            MOVE BD-FELD(4) TO SD-SCHICHT(SD-ANZAHL)
            MOVE FUNCTION NUMVAL(BD-FELD(5)) TO SD-KOEPFE(SD-ANZAHL)
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF BD-FELD(2) = SPACES OR BD-FELD(6) = SPACES
        PERFORM MELDE-BEDARFSFEHLER
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO ZEIT-GUELTIG
    PERFORM VARYING BD-IDX FROM 6 BY 1 UNTIL BD-IDX > 12
        IF BD-FELD(BD-IDX) = SPACES
         OR FUNCTION TRIM(BD-FELD(BD-IDX)) IS NOT NUMERIC
            MOVE "N" TO ZEIT-GUELTIG
        END-IF
    END-PERFORM
    IF ZEIT-GUELTIG NOT = "J"
        PERFORM MELDE-BEDARFSFEHLER
        EXIT PARAGRAPH
    END-IF
    MOVE BD-FELD(3)(1:4) TO ZEIT-HHMM
    PERFORM PRUEFE-UHRZEIT
    IF ZEIT-GUELTIG NOT = "J" OR BD-FELD(3)(5:) NOT = SPACES
        PERFORM MELDE-BEDARFSFEHLER
        EXIT PARAGRAPH
    END-IF
    MOVE ZEIT-MINUTEN TO SB-BEGINN-MIN(SB-ANZAHL + 1)
    MOVE BD-FELD(4)(1:4) TO ZEIT-HHMM
    PERFORM PRUEFE-UHRZEIT
    IF ZEIT-GUELTIG NOT = "J" OR BD-FELD(4)(5:) NOT = SPACES
     OR ZEIT-MINUTEN = SB-BEGINN-MIN(SB-ANZAHL + 1)
        PERFORM MELDE-BEDARFSFEHLER
        EXIT PARAGRAPH
    END-IF
    IF SB-ANZAHL >= 200
        MOVE "WARNUNG: mehr als 200 Schichten in SCHICHTBEDARF.CFG - Rest ignoriert."
          TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SB-ANZAHL
    MOVE BD-FELD(1) TO SB-ABTEILUNG(SB-ANZAHL)
    MOVE BD-FELD(2) TO SB-SCHICHT(SB-ANZAHL)
    MOVE BD-FELD(3)(1:4) TO SB-BEGINN(SB-ANZAHL)
    MOVE BD-FELD(4)(1:4) TO SB-ENDE(SB-ANZAHL)
    IF ZEIT-MINUTEN > SB-BEGINN-MIN(SB-ANZAHL)
        COMPUTE SB-DAUER(SB-ANZAHL) =
            ZEIT-MINUTEN - SB-BEGINN-MIN(SB-ANZAHL)
    ELSE
        COMPUTE SB-DAUER(SB-ANZAHL) =
            ZEIT-MINUTEN + 1440 - SB-BEGINN-MIN(SB-ANZAHL)
    END-IF
    MOVE BD-FELD(5) TO SB-QUALI(SB-ANZAHL)
    IF SB-QUALI(SB-ANZAHL) = "-"
        MOVE SPACES TO SB-QUALI(SB-ANZAHL)
    END-IF
    PERFORM VARYING BD-IDX FROM 1 BY 1 UNTIL BD-IDX > 7
        MOVE FUNCTION NUMVAL(BD-FELD(BD-IDX + 5))
          TO SB-KOEPFE(SB-ANZAHL, BD-IDX)
    END-PERFORM
    IF SB-DAUER(SB-ANZAHL) > TAGES-MAX-STUNDEN * 60
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: Schicht " FUNCTION TRIM(SB-ABTEILUNG(SB-ANZAHL))
               "/" FUNCTION TRIM(SB-SCHICHT(SB-ANZAHL))
               " laenger als Tagesmax " TAGES-MAX-STUNDEN
               " Std - bleibt unbesetzt."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #11.2 Fehlerhafte Bedarfszeile melden
*> ----------------------------------------------------------------
MELDE-BEDARFSFEHLER.
    ADD 1 TO CNT-BEDARF-FEHLER
    MOVE SPACES TO MELDUNG
    STRING "FEHLER SCHICHTBEDARF.CFG Zeile " BEDARF-NR ": "
           FUNCTION TRIM(BEDARF-CFG-ZEILE)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #11.3 Uhrzeit ZEIT-HHMM pruefen, in ZEIT-MINUTEN umrechnen
*> ----------------------------------------------------------------
PRUEFE-UHRZEIT.
    MOVE "N" TO ZEIT-GUELTIG
    MOVE 0 TO ZEIT-MINUTEN
    IF ZEIT-HHMM IS NUMERIC
        IF ZEIT-HHMM(1:2) <= "23" AND ZEIT-HHMM(3:2) <= "59"
            COMPUTE ZEIT-MINUTEN =
                FUNCTION NUMVAL(ZEIT-HHMM(1:2)) * 60
                + FUNCTION NUMVAL(ZEIT-HHMM(3:2))
            MOVE "J" TO ZEIT-GUELTIG
        END-IF
    END-IF.


*> ================================================================
*> #12 Vorschlag je Abteilung erzeugen
*> ================================================================
VORSCHLAG.
    MOVE SPACES TO MELDUNG
    STRING "Schichtplan-Vorschlag " PLAN-MONAT(5:2) "/"
           PLAN-MONAT(1:4) " (Tagesmax " TAGES-MAX-STUNDEN
           " Std, Wochenmax " WOCHEN-MAX-STUNDEN " Std, Ruhezeit "
           RUHEZEIT-STUNDEN " Std)"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    IF FS-BEDARF NOT = "00"
        MOVE "SCHICHTBEDARF.CFG nicht vorhanden - kein Vorschlag."
          TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO AB-ANZAHL
    PERFORM VARYING SB-POSITION FROM 1 BY 1
            UNTIL SB-POSITION > SB-ANZAHL
        IF PLAN-ABTEILUNG = SPACES
         OR SB-ABTEILUNG(SB-POSITION) = PLAN-ABTEILUNG
            PERFORM MERKE-ABTEILUNG
        END-IF
    END-PERFORM
    IF AB-ANZAHL = 0
        MOVE "Kein Schichtbedarf fuer die Abteilung(en) - kein Vorschlag."
          TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING AB-LAUF FROM 1 BY 1 UNTIL AB-LAUF > AB-ANZAHL
        MOVE AB-NAME(AB-LAUF) TO AKT-ABTEILUNG
        PERFORM PLANE-ABTEILUNG
    END-PERFORM

    MOVE SPACES TO MELDUNG
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Vorschlaege: " CNT-VORSCHLAEGE " geschrieben, "
           CNT-VERTEILT " Schichten verteilt, " CNT-LUECKEN
           " Koepfe unbesetzt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-LUECKEN > 0 OR CNT-BEDARF-FEHLER > 0
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #12.1 Abteilung der Bedarfszeile SB-POSITION merken
*> ----------------------------------------------------------------
MERKE-ABTEILUNG.
    IF AB-ANZAHL > 0
        SET AB-IDX TO 1
        SEARCH AB-EINTRAG
            AT END CONTINUE
            WHEN AB-NAME(AB-IDX) = SB-ABTEILUNG(SB-POSITION)
                EXIT PARAGRAPH
        END-SEARCH
    END-IF
    IF AB-ANZAHL < 50
        ADD 1 TO AB-ANZAHL
        MOVE SB-ABTEILUNG(SB-POSITION) TO AB-NAME(AB-ANZAHL)
    END-IF.


*> ================================================================
*> #13 Eine Abteilung verplanen
*> ================================================================
PLANE-ABTEILUNG.
    MOVE SPACES TO VORSCHLAG-DATEINAME
    STRING "SCHICHTPLAN-VORSCHLAG-" FUNCTION TRIM(AKT-ABTEILUNG)
           "-" PLAN-MONAT ".CFG"
        DELIMITED BY SIZE INTO VORSCHLAG-DATEINAME
    END-STRING
    MOVE SPACES TO MELDUNG
    PERFORM MELDE.
    STRING "Abteilung " FUNCTION TRIM(AKT-ABTEILUNG) " - "
           FUNCTION TRIM(VORSCHLAG-DATEINAME)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.

    *> Bearbeitete Vorschlaege nicht ueberschreiben.
    MOVE "N" TO VORSCHLAG-VORHANDEN
    OPEN INPUT VORSCHLAG-CFG
    IF FS-VORSCHLAG = "00"
        MOVE "J" TO VORSCHLAG-VORHANDEN
        CLOSE VORSCHLAG-CFG
    END-IF
    IF VORSCHLAG-VORHANDEN = "J"
        MOVE "  Vorschlag liegt schon vor - nicht ueberschrieben (fuer neuen Vorschlag loeschen)."
          TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT VORSCHLAG-CFG
    IF FS-VORSCHLAG NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "  FEHLER beim Schreiben, Status=" FS-VORSCHLAG
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO VORSCHLAG-ZEILE
    STRING "* Vorschlag " FUNCTION TRIM(AKT-ABTEILUNG) " "
           PLAN-MONAT " - bearbeiten, dann FREIGABE"
        DELIMITED BY SIZE INTO VORSCHLAG-ZEILE
    END-STRING
    WRITE VORSCHLAG-ZEILE
    ADD 1 TO CNT-VORSCHLAEGE

    PERFORM LADE-TEAM
    PERFORM SETZE-PLANUNGSSTAND-ZURUECK
    PERFORM LADE-VORWOCHE
    PERFORM SORTIERE-SCHICHTEN

    MOVE 0 TO CNT-ABT-VERTEILT CNT-ABT-LUECKEN
    MOVE "N" TO LUECKEN-KOPF
    PERFORM VARYING TAG-LAUF FROM 1 BY 1 UNTIL TAG-LAUF > MONAT-TAGE
        COMPUTE AKT-DATUM = MONAT-ERSTER + TAG-LAUF - 1
        COMPUTE TAG-INT = FUNCTION INTEGER-OF-DATE(AKT-DATUM)
        COMPUTE WOCHENTAG = FUNCTION MOD(TAG-INT - 1, 7) + 1
        IF FEIERTAGE-ANZAHL > 0
            SET FT-IDX TO 1
            SEARCH FEIERTAG-EINTRAG
                AT END CONTINUE
                WHEN FEIERTAG-DATUM(FT-IDX) = AKT-DATUM
                    MOVE 7 TO WOCHENTAG
            END-SEARCH
        END-IF
        PERFORM VARYING SX-LAUF FROM 1 BY 1 UNTIL SX-LAUF > SX-ANZAHL
            MOVE SX-SB-POS(SX-LAUF) TO SB-POSITION
            PERFORM BESETZE-SCHICHT
        END-PERFORM
    END-PERFORM
    CLOSE VORSCHLAG-CFG

    PERFORM DRUCKE-VERTEILUNG
    MOVE SPACES TO MELDUNG
    STRING "  " CNT-ABT-VERTEILT " Schichten verteilt, "
           CNT-ABT-LUECKEN " Koepfe unbesetzt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    ADD CNT-ABT-VERTEILT TO CNT-VERTEILT
    ADD CNT-ABT-LUECKEN  TO CNT-LUECKEN.


*> ----------------------------------------------------------------
*> #13.1 Planungsstand aller Mitarbeiter zuruecksetzen
*> ----------------------------------------------------------------
SETZE-PLANUNGSSTAND-ZURUECK.
    PERFORM VARYING TM-LAUF FROM 1 BY 1 UNTIL TM-LAUF > TEAM-ANZAHL
        MOVE 0 TO TM-LETZT-ENDE(TM-LAUF) TM-LETZT-TAG(TM-LAUF)
                  TM-WOCHE(TM-LAUF) TM-WOCHE-MIN(TM-LAUF)
                  TM-MONAT-MIN(TM-LAUF) TM-SCHICHTEN(TM-LAUF)
    END-PERFORM.


*> ----------------------------------------------------------------
*> #13.2 Schichten der Vorwoche aus SCHICHTPLAN.CFG vormerken
*> ----------------------------------------------------------------
*> Damit Ruhezeit und Wochenmaximum ueber den Monatswechsel
*> stimmen; in die Monatsstunden zaehlen sie nicht.
LADE-VORWOCHE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SCHICHTPLAN-CFG
    IF FS-PLAN NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SCHICHTPLAN-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                PERFORM ZERLEGE-PLANZEILE
                IF PLN-DATUM-RAW IS NUMERIC
                 AND PLN-DATUM-RAW >= VORWOCHE-AB
                 AND PLN-DATUM-RAW < MONAT-ERSTER
                    MOVE PLN-VORNAME-RAW  TO SUCH-VORNAME
                    MOVE PLN-NACHNAME-RAW TO SUCH-NACHNAME
                    PERFORM SUCHE-STAMM
                    IF TM-POSITION > 0
                        PERFORM SETZE-KANDIDAT-AUS-PLANZEILE
                        IF ZEIT-GUELTIG = "J"
                            MOVE TM-POSITION TO KD-POS
                            PERFORM BUCHE-SCHICHT
                            MOVE 0 TO TM-MONAT-MIN(KD-POS)
                                      TM-SCHICHTEN(KD-POS)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHICHTPLAN-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #13.3 Planzeile zerlegen (Format SCHICHTPLAN.CFG + Schichtcode)
*> ----------------------------------------------------------------
*> Mirrors UEBERNEHME-PLANZEILE in schichtplan_abgleich.cbl.
ZERLEGE-PLANZEILE.
    MOVE SPACES TO PLN-VORNAME-RAW PLN-NACHNAME-RAW PLN-DATUM-RAW
                   PLN-BEGINN-RAW PLN-ENDE-RAW PLN-SCHICHT-RAW
    UNSTRING FUNCTION TRIM(SCHICHTPLAN-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO PLN-VORNAME-RAW PLN-NACHNAME-RAW PLN-DATUM-RAW
             PLN-BEGINN-RAW PLN-ENDE-RAW PLN-SCHICHT-RAW
    END-UNSTRING.


*> ----------------------------------------------------------------
*> #13.4 KD-DATUM/-BEGINN-ABS/-DAUER aus der zerlegten Planzeile
*> ----------------------------------------------------------------
SETZE-KANDIDAT-AUS-PLANZEILE.
    MOVE PLN-DATUM-RAW TO KD-DATUM
    MOVE PLN-ENDE-RAW TO ZEIT-HHMM
    PERFORM PRUEFE-UHRZEIT
    IF ZEIT-GUELTIG NOT = "J"
        EXIT PARAGRAPH
    END-IF
    MOVE ZEIT-MINUTEN TO ENDE-MINUTEN
    MOVE PLN-BEGINN-RAW TO ZEIT-HHMM
    PERFORM PRUEFE-UHRZEIT
    IF ZEIT-GUELTIG NOT = "J"
        EXIT PARAGRAPH
    END-IF
    IF ENDE-MINUTEN > ZEIT-MINUTEN
        COMPUTE KD-DAUER = ENDE-MINUTEN - ZEIT-MINUTEN
    ELSE
        COMPUTE KD-DAUER = ENDE-MINUTEN + 1440 - ZEIT-MINUTEN
    END-IF
    PERFORM SETZE-KANDIDAT-ZEITEN.


*> ----------------------------------------------------------------
*> #13.5 Absolute Zeitpunkte und Woche aus KD-DATUM/ZEIT-MINUTEN
*> ----------------------------------------------------------------
SETZE-KANDIDAT-ZEITEN.
    COMPUTE TAG-INT = FUNCTION INTEGER-OF-DATE(KD-DATUM)
    COMPUTE KD-BEGINN-ABS = TAG-INT * 1440 + ZEIT-MINUTEN
    COMPUTE KD-ENDE-ABS = KD-BEGINN-ABS + KD-DAUER
    COMPUTE KD-WOCHE = (TAG-INT - 1) / 7.


*> ----------------------------------------------------------------
*> #13.6 Schichten der Abteilung nach Beginn sortieren
*> ----------------------------------------------------------------
SORTIERE-SCHICHTEN.
    MOVE 0 TO SX-ANZAHL
    PERFORM VARYING SB-POSITION FROM 1 BY 1
            UNTIL SB-POSITION > SB-ANZAHL
        IF SB-ABTEILUNG(SB-POSITION) = AKT-ABTEILUNG
            MOVE 1 TO SX-POSITION
            PERFORM UNTIL SX-POSITION > SX-ANZAHL
                     OR SB-BEGINN-MIN(SX-SB-POS(SX-POSITION))
                        > SB-BEGINN-MIN(SB-POSITION)
                ADD 1 TO SX-POSITION
            END-PERFORM
            ADD 1 TO SX-ANZAHL
            PERFORM VARYING SX-IDX FROM SX-ANZAHL BY -1
                    UNTIL SX-IDX <= SX-POSITION
                MOVE SX-SB-POS(SX-IDX - 1) TO SX-SB-POS(SX-IDX)
            END-PERFORM
            MOVE SB-POSITION TO SX-SB-POS(SX-POSITION)
        END-IF
    END-PERFORM.


*> ================================================================
*> #14 Eine Schicht (SB-POSITION) am AKT-DATUM besetzen
*> ================================================================
BESETZE-SCHICHT.
    MOVE SB-KOEPFE(SB-POSITION, WOCHENTAG) TO KOEPFE-SOLL
    IF SD-ANZAHL > 0
        SET SD-IDX TO 1
        SEARCH SD-EINTRAG
            AT END CONTINUE
            WHEN SD-DATUM(SD-IDX) = AKT-DATUM
             AND SD-ABTEILUNG(SD-IDX) = AKT-ABTEILUNG
             AND SD-SCHICHT(SD-IDX) = SB-SCHICHT(SB-POSITION)
                MOVE SD-KOEPFE(SD-IDX) TO KOEPFE-SOLL
        END-SEARCH
    END-IF
    IF KOEPFE-SOLL = 0
        EXIT PARAGRAPH
    END-IF

    MOVE AKT-DATUM TO KD-DATUM
    MOVE SB-BEGINN-MIN(SB-POSITION) TO ZEIT-MINUTEN
    MOVE SB-DAUER(SB-POSITION) TO KD-DAUER
    MOVE SB-QUALI(SB-POSITION) TO KD-QUALI
    PERFORM SETZE-KANDIDAT-ZEITEN

    MOVE 0 TO KOEPFE-IST
    PERFORM VARYING KOPF-LAUF FROM 1 BY 1 UNTIL KOPF-LAUF > KOEPFE-SOLL
        PERFORM WAEHLE-KANDIDAT
        IF BESTE-POS > 0
            MOVE BESTE-POS TO KD-POS
            PERFORM BUCHE-SCHICHT
            ADD 1 TO KOEPFE-IST
            ADD 1 TO CNT-ABT-VERTEILT
            MOVE SPACES TO VORSCHLAG-ZEILE
            STRING FUNCTION TRIM(TM-VORNAME(KD-POS)) " "
                   FUNCTION TRIM(TM-NACHNAME(KD-POS)) " "
                   AKT-DATUM " " SB-BEGINN(SB-POSITION) " "
                   SB-ENDE(SB-POSITION) " "
                   FUNCTION TRIM(SB-SCHICHT(SB-POSITION))
                DELIMITED BY SIZE INTO VORSCHLAG-ZEILE
            END-STRING
            WRITE VORSCHLAG-ZEILE
        END-IF
    END-PERFORM
    IF KOEPFE-IST < KOEPFE-SOLL
        PERFORM MELDE-LUECKE
    END-IF.


*> ----------------------------------------------------------------
*> #14.1 Geeignetsten Mitarbeiter waehlen (BESTE-POS, 0 = keiner)
*> ----------------------------------------------------------------
*> Am wenigsten verplant im Verhaeltnis zum Soll gewinnt; bei
*> Gleichstand die Reihenfolge im Stamm.
WAEHLE-KANDIDAT.
    MOVE 0 TO BESTE-POS
    MOVE 0 TO CNT-QUALIFIZIERT CNT-GR-URLAUB CNT-GR-RUHE CNT-GR-WOCHE
    PERFORM VARYING TM-LAUF FROM 1 BY 1 UNTIL TM-LAUF > TEAM-ANZAHL
        IF TM-ABTEILUNG(TM-LAUF) = AKT-ABTEILUNG
            MOVE TM-LAUF TO KD-POS
            PERFORM PRUEFE-KANDIDAT
            IF NOT KD-NICHT-IN-ABT AND NOT KD-OHNE-QUALI
                ADD 1 TO CNT-QUALIFIZIERT
            END-IF
            EVALUATE TRUE
                WHEN KD-GEEIGNET
                    MOVE TM-SOLL(KD-POS) TO SOLL-MINUTEN
                    IF SOLL-MINUTEN = 0
                        MOVE 160 TO SOLL-MINUTEN
                    END-IF
                    COMPUTE SOLL-MINUTEN = SOLL-MINUTEN * 60
                    COMPUTE KD-QUOTE ROUNDED =
                        TM-MONAT-MIN(KD-POS) / SOLL-MINUTEN
                    IF BESTE-POS = 0 OR KD-QUOTE < BESTE-QUOTE
                        MOVE KD-POS TO BESTE-POS
                        MOVE KD-QUOTE TO BESTE-QUOTE
                    END-IF
                WHEN KD-IM-URLAUB
                    ADD 1 TO CNT-GR-URLAUB
                WHEN KD-RUHEZEIT
                    ADD 1 TO CNT-GR-RUHE
                WHEN KD-WOCHENMAX
                    ADD 1 TO CNT-GR-WOCHE
            END-EVALUATE
        END-IF
    END-PERFORM.


*> ================================================================
*> #15 Kandidat KD-POS fuer die Schicht KD-* pruefen (KD-GRUND)
*> ================================================================
*> Reihenfolge der Gruende: Abteilung/Beschaeftigung,
*> Qualifikation, Tagesmax, Urlaub, Ruhezeit (auch zweite Schicht
*> am selben Tag), Wochenmaximum.
PRUEFE-KANDIDAT.
    MOVE SPACE TO KD-GRUND
    IF TM-ABTEILUNG(KD-POS) NOT = AKT-ABTEILUNG
     OR TM-EINTRITT(KD-POS) > KD-DATUM
     OR (TM-AUSTRITT(KD-POS) NOT = 0
         AND TM-AUSTRITT(KD-POS) < KD-DATUM)
        MOVE "A" TO KD-GRUND
        EXIT PARAGRAPH
    END-IF
    IF KD-QUALI NOT = SPACES
        MOVE "Q" TO KD-GRUND
        PERFORM VARYING TM-Q-IDX FROM 1 BY 1
                UNTIL TM-Q-IDX > TM-QUALI-ANZAHL(KD-POS)
            IF TM-QUALI(KD-POS, TM-Q-IDX) = KD-QUALI
                MOVE SPACE TO KD-GRUND
            END-IF
        END-PERFORM
        IF KD-OHNE-QUALI
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF KD-DAUER > TAGES-MAX-STUNDEN * 60
        MOVE "T" TO KD-GRUND
        EXIT PARAGRAPH
    END-IF
    IF VA-ANZAHL > 0
        SET VA-IDX TO 1
        SEARCH VA-EINTRAG
            AT END CONTINUE
            WHEN VA-VORNAME(VA-IDX) = TM-VORNAME(KD-POS)
             AND VA-NACHNAME(VA-IDX) = TM-NACHNAME(KD-POS)
             AND VA-VON(VA-IDX) <= KD-DATUM
             AND VA-BIS(VA-IDX) >= KD-DATUM
                MOVE "U" TO KD-GRUND
        END-SEARCH
        IF KD-IM-URLAUB
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF TM-LETZT-TAG(KD-POS) = KD-DATUM
        MOVE "R" TO KD-GRUND
        EXIT PARAGRAPH
    END-IF
    IF TM-LETZT-ENDE(KD-POS) > 0
        IF KD-BEGINN-ABS < TM-LETZT-ENDE(KD-POS)
         OR KD-BEGINN-ABS - TM-LETZT-ENDE(KD-POS)
            < RUHEZEIT-STUNDEN * 60
            MOVE "R" TO KD-GRUND
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF TM-WOCHE(KD-POS) = KD-WOCHE
        IF TM-WOCHE-MIN(KD-POS) + KD-DAUER > WOCHEN-MAX-STUNDEN * 60
            MOVE "W" TO KD-GRUND
        END-IF
    ELSE
        IF KD-DAUER > WOCHEN-MAX-STUNDEN * 60
            MOVE "W" TO KD-GRUND
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #15.1 Schicht KD-* fuer KD-POS verbuchen
*> ----------------------------------------------------------------
BUCHE-SCHICHT.
    IF KD-ENDE-ABS > TM-LETZT-ENDE(KD-POS)
        MOVE KD-ENDE-ABS TO TM-LETZT-ENDE(KD-POS)
        MOVE KD-DATUM TO TM-LETZT-TAG(KD-POS)
    END-IF
    IF TM-WOCHE(KD-POS) = KD-WOCHE
        ADD KD-DAUER TO TM-WOCHE-MIN(KD-POS)
    ELSE
        IF KD-WOCHE > TM-WOCHE(KD-POS)
            MOVE KD-WOCHE TO TM-WOCHE(KD-POS)
            MOVE KD-DAUER TO TM-WOCHE-MIN(KD-POS)
        END-IF
    END-IF
    ADD KD-DAUER TO TM-MONAT-MIN(KD-POS)
    ADD 1 TO TM-SCHICHTEN(KD-POS).


*> ----------------------------------------------------------------
*> #15.2 Luecke in Liste und Vorschlag vermerken
*> ----------------------------------------------------------------
MELDE-LUECKE.
    IF LUECKEN-KOPF = "N"
        MOVE "  Luecken:" TO MELDUNG
        PERFORM MELDE
        MOVE "  Tag        Schicht  Zeit      Quali    Soll Ist Grund"
          TO MELDUNG
        PERFORM MELDE
        MOVE "J" TO LUECKEN-KOPF
    END-IF
    COMPUTE CNT-ABT-LUECKEN = CNT-ABT-LUECKEN
        + KOEPFE-SOLL - KOEPFE-IST
    MOVE SPACES TO PRINT-GRUND
    EVALUATE TRUE
        WHEN SB-DAUER(SB-POSITION) > TAGES-MAX-STUNDEN * 60
            MOVE "laenger als Tagesmax" TO PRINT-GRUND
        WHEN CNT-QUALIFIZIERT = 0
            MOVE "niemand qualifiziert" TO PRINT-GRUND
        WHEN OTHER
            MOVE CNT-QUALIFIZIERT TO PRINT-ANZAHL
            STRING FUNCTION TRIM(PRINT-ANZAHL) " qual.: Urlaub "
                   CNT-GR-URLAUB ", Ruhe " CNT-GR-RUHE
                   ", Woche " CNT-GR-WOCHE
                DELIMITED BY SIZE INTO PRINT-GRUND
            END-STRING
    END-EVALUATE
    MOVE AKT-DATUM TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "  " PRINT-DATUM " " SB-SCHICHT(SB-POSITION) " "
           SB-BEGINN(SB-POSITION) "-" SB-ENDE(SB-POSITION) " "
           SB-QUALI(SB-POSITION) "  " KOEPFE-SOLL "  " KOEPFE-IST " "
           PRINT-GRUND
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    COMPUTE KOPF-LAUF = KOEPFE-SOLL - KOEPFE-IST
    MOVE SPACES TO VORSCHLAG-ZEILE
    STRING "* LUECKE " AKT-DATUM " " SB-BEGINN(SB-POSITION) " "
           SB-ENDE(SB-POSITION) " " SB-SCHICHT(SB-POSITION)
           " offen " KOPF-LAUF
        DELIMITED BY SIZE INTO VORSCHLAG-ZEILE
    END-STRING
    WRITE VORSCHLAG-ZEILE.


*> ----------------------------------------------------------------
*> #15.3 Verteilung je Mitarbeiter der Abteilung drucken
*> ----------------------------------------------------------------
DRUCKE-VERTEILUNG.
    MOVE "  Name                  Schichten Stunden Soll" TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING TM-LAUF FROM 1 BY 1 UNTIL TM-LAUF > TEAM-ANZAHL
        IF TM-ABTEILUNG(TM-LAUF) = AKT-ABTEILUNG
            MOVE TM-LAUF TO TM-POSITION
            PERFORM SETZE-PRINT-NAME
            MOVE TM-SCHICHTEN(TM-LAUF) TO PRINT-ANZAHL
            COMPUTE PRINT-STUNDEN ROUNDED = TM-MONAT-MIN(TM-LAUF) / 60
            MOVE TM-SOLL(TM-LAUF) TO PRINT-SOLL
            MOVE SPACES TO MELDUNG
            STRING "  " PRINT-NAME " " PRINT-ANZAHL "       "
                   PRINT-STUNDEN "    " PRINT-SOLL
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM.


*> ================================================================
*> #16 Bearbeiteten Vorschlag freigeben
*> ================================================================
FREIGABE.
    MOVE SPACES TO MELDUNG
    STRING "Schichtplan-Freigabe " FUNCTION TRIM(PLAN-ABTEILUNG) " "
           PLAN-MONAT(5:2) "/" PLAN-MONAT(1:4)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    IF PLAN-ABTEILUNG = SPACES
        MOVE "Aufruf: schichtplan_vorschlag FREIGABE <JJJJMM> <Abteilung> <Kennung>"
          TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM PRUEFE-BERECHTIGUNG
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE PLAN-ABTEILUNG TO AKT-ABTEILUNG
    PERFORM LADE-TEAM

    MOVE SPACES TO VORSCHLAG-DATEINAME
    STRING "SCHICHTPLAN-VORSCHLAG-" FUNCTION TRIM(AKT-ABTEILUNG)
           "-" PLAN-MONAT ".CFG"
        DELIMITED BY SIZE INTO VORSCHLAG-DATEINAME
    END-STRING
    PERFORM LADE-VORSCHLAG
    IF FS-VORSCHLAG NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING FUNCTION TRIM(VORSCHLAG-DATEINAME)
               " nicht vorhanden - nichts freigegeben."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF CNT-FEHLER > 0
        MOVE SPACES TO MELDUNG
        STRING "ABGELEHNT: " CNT-FEHLER " fehlerhafte Zeile(n) im Vorschlag - SCHICHTPLAN.CFG unveraendert."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    *> Regeln nachpruefen - der Teamleiter darf bewusst abweichen,
    *> die Abweichung steht dann in der Liste.
    PERFORM SETZE-PLANUNGSSTAND-ZURUECK
    PERFORM LADE-VORWOCHE
    PERFORM VARYING VZ-LAUF FROM 1 BY 1 UNTIL VZ-LAUF > VZ-ANZAHL
        PERFORM PRUEFE-VORSCHLAGSZEILE
    END-PERFORM

    PERFORM LADE-SCHICHTPLAN
    IF SP-UEBERLAUF = "J"
        MOVE "ABGELEHNT: SCHICHTPLAN.CFG hat mehr als 5000 Zeilen - unveraendert."
          TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM SICHERE-SCHICHTPLAN
    IF RETURN-CODE NOT = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "FREIGEGEBEN von " FUNCTION TRIM(BENUTZER-ID) ": "
           VZ-ANZAHL " Schichten uebernommen, " CNT-ENTFERNT
           " alte Zeilen ersetzt, " CNT-WARNUNGEN " Warnung(en)."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #16.1 Berechtigung fuer die Freigabe pruefen (Rolle "F")
*> ----------------------------------------------------------------
*> Mirrors ANMELDUNG in urlaubsantrag.cbl. Ohne BENUTZER.CFG
*> laeuft die Freigabe anmeldungsfrei.
PRUEFE-BERECHTIGUNG.
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        MOVE "HINWEIS: BENUTZER.CFG fehlt, Freigabe ohne Anmeldung."
          TO MELDUNG
        PERFORM MELDE
        IF BENUTZER-ID = SPACES
            MOVE "-" TO BENUTZER-ID
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO BENUTZER-GEFUNDEN
    MOVE "N" TO BENUTZER-EOF
    PERFORM UNTIL BENUTZER-EOF = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO BENUTZER-EOF
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                END-UNSTRING
                IF BENUTZER-CFG-ID = BENUTZER-ID
                 AND BENUTZER-ID NOT = SPACES
                    MOVE "J" TO BENUTZER-GEFUNDEN
                    MOVE BENUTZER-CFG-ROLLEN TO BENUTZER-ROLLEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG

    MOVE 0 TO ROLLEN-TREFFER
    IF BENUTZER-GEFUNDEN = "J"
        INSPECT BENUTZER-ROLLEN
            TALLYING ROLLEN-TREFFER FOR ALL ROLLE-GEFORDERT
    END-IF
    IF ROLLEN-TREFFER = 0
        MOVE SPACES TO MELDUNG
        STRING "Freigabe abgelehnt: Kennung unbekannt oder"
               " Rolle '" ROLLE-GEFORDERT "' fehlt."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #16.2 Vorschlagsdatei laden und pruefen
*> ----------------------------------------------------------------
LADE-VORSCHLAG.
    MOVE 0 TO VZ-ANZAHL VZ-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT VORSCHLAG-CFG
    IF FS-VORSCHLAG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ VORSCHLAG-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                ADD 1 TO VZ-ZEILEN-NR
                IF VORSCHLAG-ZEILE NOT = SPACES
                 AND VORSCHLAG-ZEILE(1:1) NOT = "*"
                    MOVE VORSCHLAG-ZEILE TO SCHICHTPLAN-CFG-ZEILE
                    PERFORM UEBERNIMM-VORSCHLAGSZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE VORSCHLAG-CFG
    MOVE "00" TO FS-VORSCHLAG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #16.3 Eine Vorschlagszeile pruefen und sortiert aufnehmen
*> ----------------------------------------------------------------
UEBERNIMM-VORSCHLAGSZEILE.
    PERFORM ZERLEGE-PLANZEILE
    MOVE SPACES TO PRINT-GRUND
    MOVE PLN-VORNAME-RAW  TO SUCH-VORNAME
    MOVE PLN-NACHNAME-RAW TO SUCH-NACHNAME
    PERFORM SUCHE-STAMM
    IF TM-POSITION = 0
        PERFORM SUCHE-IM-STAMM
    END-IF
    EVALUATE TRUE
        WHEN TM-POSITION = 0 AND STAMM-TREFFER NOT = "J"
            MOVE "Mitarbeiter nicht aktiv im Stamm" TO PRINT-GRUND
        WHEN TM-POSITION = 0
            MOVE "Mitarbeiter nicht in der Abteilung" TO PRINT-GRUND
        WHEN PLN-DATUM-RAW IS NOT NUMERIC
            MOVE "Datum nicht JJJJMMTT" TO PRINT-GRUND
        WHEN PLN-DATUM-RAW < MONAT-ERSTER
         OR PLN-DATUM-RAW > MONAT-LETZTER
            MOVE "Datum nicht im Monat" TO PRINT-GRUND
    END-EVALUATE
    IF PRINT-GRUND = SPACES
        MOVE PLN-BEGINN-RAW TO ZEIT-HHMM
        PERFORM PRUEFE-UHRZEIT
        IF ZEIT-GUELTIG = "J"
            MOVE PLN-ENDE-RAW TO ZEIT-HHMM
            PERFORM PRUEFE-UHRZEIT
        END-IF
        IF ZEIT-GUELTIG NOT = "J" OR PLN-BEGINN-RAW = PLN-ENDE-RAW
            MOVE "Uhrzeit nicht HHMM" TO PRINT-GRUND
        END-IF
    END-IF
    IF PRINT-GRUND = SPACES AND VZ-ANZAHL >= 3000
        MOVE "mehr als 3000 Zeilen" TO PRINT-GRUND
    END-IF
    IF PRINT-GRUND NOT = SPACES
        ADD 1 TO CNT-FEHLER
        MOVE SPACES TO MELDUNG
        STRING "FEHLER Zeile " VZ-ZEILEN-NR ": "
               FUNCTION TRIM(PRINT-GRUND) " - "
               FUNCTION TRIM(VORSCHLAG-ZEILE)
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF

    MOVE PLN-DATUM-RAW   TO VZ-NEU-DATUM
    MOVE PLN-BEGINN-RAW  TO VZ-NEU-BEGINN
    MOVE PLN-ENDE-RAW    TO VZ-NEU-ENDE
    MOVE TM-POSITION     TO VZ-NEU-ST-POS
    MOVE FUNCTION UPPER-CASE(PLN-SCHICHT-RAW) TO VZ-NEU-SCHICHT
    MOVE 1 TO VZ-POSITION
    PERFORM UNTIL VZ-POSITION > VZ-ANZAHL
             OR VZ-SCHLUESSEL(VZ-POSITION) > VZ-NEU-SCHLUESSEL
        ADD 1 TO VZ-POSITION
    END-PERFORM
    ADD 1 TO VZ-ANZAHL
    PERFORM VARYING VZ-IDX FROM VZ-ANZAHL BY -1
            UNTIL VZ-IDX <= VZ-POSITION
        MOVE VZ-EINTRAG(VZ-IDX - 1) TO VZ-EINTRAG(VZ-IDX)
    END-PERFORM
    MOVE VZ-NEU TO VZ-EINTRAG(VZ-POSITION).


*> ----------------------------------------------------------------
*> #16.4 Vorschlagszeile VZ-LAUF gegen die Regeln pruefen
*> ----------------------------------------------------------------
*> Die Qualifikation ist nur pruefbar, wenn der Schichtcode hinter
*> der Zeile zu SCHICHTBEDARF.CFG passt.
PRUEFE-VORSCHLAGSZEILE.
    MOVE VZ-ST-POS(VZ-LAUF) TO KD-POS
    MOVE VZ-DATUM(VZ-LAUF)  TO PLN-DATUM-RAW
    MOVE VZ-BEGINN(VZ-LAUF) TO PLN-BEGINN-RAW
    MOVE VZ-ENDE(VZ-LAUF)   TO PLN-ENDE-RAW
    PERFORM SETZE-KANDIDAT-AUS-PLANZEILE
    MOVE SPACES TO KD-QUALI
    IF SB-ANZAHL > 0
        SET SB-IDX TO 1
        SEARCH SB-EINTRAG
            AT END CONTINUE
            WHEN SB-ABTEILUNG(SB-IDX) = AKT-ABTEILUNG
             AND SB-SCHICHT(SB-IDX) = VZ-SCHICHT(VZ-LAUF)
                MOVE SB-QUALI(SB-IDX) TO KD-QUALI
        END-SEARCH
    END-IF
    PERFORM PRUEFE-KANDIDAT
    IF NOT KD-GEEIGNET
        ADD 1 TO CNT-WARNUNGEN
        EVALUATE TRUE
            WHEN KD-NICHT-IN-ABT
                MOVE "nicht beschaeftigt an dem Tag" TO PRINT-GRUND
            WHEN KD-OHNE-QUALI
                MOVE SPACES TO PRINT-GRUND
                STRING "Qualifikation " FUNCTION TRIM(KD-QUALI)
                       " fehlt"
                    DELIMITED BY SIZE INTO PRINT-GRUND
                END-STRING
            WHEN KD-TAGESMAX
                MOVE "Schicht laenger als Tagesmax" TO PRINT-GRUND
            WHEN KD-IM-URLAUB
                MOVE "genehmigter Urlaub" TO PRINT-GRUND
            WHEN KD-RUHEZEIT
                MOVE "Ruhezeit/zweite Schicht am Tag" TO PRINT-GRUND
            WHEN KD-WOCHENMAX
                MOVE "Wochenmaximum ueberschritten" TO PRINT-GRUND
        END-EVALUATE
        MOVE VZ-DATUM(VZ-LAUF) TO FMT-DATUM
        PERFORM FORMATIERE-DATUM
        MOVE KD-POS TO TM-POSITION
        PERFORM SETZE-PRINT-NAME
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: " PRINT-DATUM " " VZ-BEGINN(VZ-LAUF) "-"
               VZ-ENDE(VZ-LAUF) " " PRINT-NAME " "
               FUNCTION TRIM(PRINT-GRUND)
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    PERFORM BUCHE-SCHICHT.


*> ----------------------------------------------------------------
*> #16.5 SCHICHTPLAN.CFG laden, Monatszeilen der Abteilung markieren
*> ----------------------------------------------------------------
LADE-SCHICHTPLAN.
    MOVE 0 TO SP-ANZAHL CNT-ENTFERNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SCHICHTPLAN-CFG
    IF FS-PLAN NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SCHICHTPLAN-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SP-ANZAHL >= 5000
                    MOVE "J" TO SP-UEBERLAUF
                ELSE
                    ADD 1 TO SP-ANZAHL
                    MOVE SCHICHTPLAN-CFG-ZEILE TO SP-ZEILE(SP-ANZAHL)
                    MOVE "N" TO SP-ENTFERNT(SP-ANZAHL)
                    PERFORM ZERLEGE-PLANZEILE
                    IF PLN-DATUM-RAW IS NUMERIC
                     AND PLN-DATUM-RAW >= MONAT-ERSTER
                     AND PLN-DATUM-RAW <= MONAT-LETZTER
                        MOVE PLN-VORNAME-RAW  TO SUCH-VORNAME
                        MOVE PLN-NACHNAME-RAW TO SUCH-NACHNAME
                        PERFORM SUCHE-STAMM
                        IF TM-POSITION > 0
                            IF TM-ABTEILUNG(TM-POSITION) = AKT-ABTEILUNG
                                MOVE "J" TO SP-ENTFERNT(SP-ANZAHL)
                                ADD 1 TO CNT-ENTFERNT
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE SCHICHTPLAN-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #16.6 SCHICHTPLAN.CFG mit den freigegebenen Zeilen schreiben
*> ----------------------------------------------------------------
SICHERE-SCHICHTPLAN.
    OPEN OUTPUT SCHICHTPLAN-CFG
    IF FS-PLAN NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "FEHLER beim Schreiben von SCHICHTPLAN.CFG, Status="
               FS-PLAN
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING SP-IDX FROM 1 BY 1 UNTIL SP-IDX > SP-ANZAHL
        IF SP-ENTFERNT(SP-IDX) NOT = "J"
            MOVE SP-ZEILE(SP-IDX) TO SCHICHTPLAN-CFG-ZEILE
            WRITE SCHICHTPLAN-CFG-ZEILE
        END-IF
    END-PERFORM
    PERFORM VARYING VZ-LAUF FROM 1 BY 1 UNTIL VZ-LAUF > VZ-ANZAHL
        MOVE VZ-ST-POS(VZ-LAUF) TO TM-POSITION
        MOVE SPACES TO SCHICHTPLAN-CFG-ZEILE
        STRING FUNCTION TRIM(TM-VORNAME(TM-POSITION)) " "
               FUNCTION TRIM(TM-NACHNAME(TM-POSITION)) " "
               VZ-DATUM(VZ-LAUF) " " VZ-BEGINN(VZ-LAUF) " "
               VZ-ENDE(VZ-LAUF)
            DELIMITED BY SIZE INTO SCHICHTPLAN-CFG-ZEILE
        END-STRING
        WRITE SCHICHTPLAN-CFG-ZEILE
    END-PERFORM
    CLOSE SCHICHTPLAN-CFG.


*> ----------------------------------------------------------------
*> #17 Name "Nachname, Vorname" fuer TM-POSITION
*> ----------------------------------------------------------------
SETZE-PRINT-NAME.
    MOVE SPACES TO PRINT-NAME
    STRING FUNCTION TRIM(TM-NACHNAME(TM-POSITION)) ", "
           FUNCTION TRIM(TM-VORNAME(TM-POSITION))
        DELIMITED BY SIZE INTO PRINT-NAME
    END-STRING.


*> ----------------------------------------------------------------
*> #17.1 Datum JJJJMMTT als TT.MM.JJJJ
*> ----------------------------------------------------------------
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FMT-DATUM(7:2) "." FMT-DATUM(5:2) "." FMT-DATUM(1:4)
        DELIMITED BY SIZE INTO PRINT-DATUM
    END-STRING.


*> ================================================================
*> #18 Zeile auf Konsole und in die Liste
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
