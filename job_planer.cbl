*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-PLANER.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Ablaufsteuerung fuer die Batchprogramme: bisher startete der
*> Bediener BATCH-TREIBER, die Monatsabschluss-Programme und die
*> Quartalsberichte von Hand ueber BEDIENER-MENUE und eine
*> Papier-Checkliste - im letzten Quartal ist QUARTALS-MELDUNG
*> dabei schlicht vergessen worden. Der JOB-PLANER wird
*> regelmaessig gestartet (z.B. alle 15 Minuten per cron) und
*>   - startet je Standort aus BATCH-SITES.CFG den Standortlauf
*>     (batch_treiber STANDORT <Tagesdatei>), sobald dessen
*>     Tagesdatei UND die Bereit-Datei "<Tagesdatei>.BEREIT"
*>     eingetroffen sind; die Bereit-Datei wird dabei verbraucht,
*>     eine erneute Lieferung startet den Standort erneut,
*>   - ermittelt aus JOBPLAN.CFG die heute faelligen Jobs und
*>     startet sie, sobald ihre frueheste Startzeit erreicht und
*>     alle Vorgaenger erledigt sind; Nachfolger eines
*>     fehlgeschlagenen Jobs werden uebersprungen,
*>   - meldet Jobs, die an einem der letzten 100 Tage faellig
*>     waren und nie erfolgreich gelaufen sind (VERSAEUMT),
*>   - schreibt den Tagesplan nach JOB-PLAN.RPT.
*> Arbeitstage: Montag bis Freitag ohne die Feiertage aus
*> FEIERTAGE.CFG (wie VOLLSTAENDIGKEIT).
*>
*> JOBPLAN.CFG, eine Zeile je Job, Felder durch Leerzeichen
*> getrennt:
*>   <Job> <Frequenz> <Startzeit HHMM> <Vorgaenger> <Kommando>
*>   Frequenz   TAEGLICH    jeden Kalendertag
*>              ARBEITSTAG  jeden Arbeitstag
*>              MONATSENDE  letzter Arbeitstag des Monats
*>              QUARTAL     erster Arbeitstag im Quartal (Januar,
*>                          April, Juli, Oktober - gemeldet wird
*>                          das abgelaufene Quartal)
*>              JAHR        erster Arbeitstag im Januar
*>   Startzeit  "-" = sofort
*>   Vorgaenger Jobnamen durch Komma getrennt (hoechstens 5),
*>              "-" = keine; STANDORTE = alle Standorte der
*>              BATCH-SITES.CFG sind heute mit OK gelaufen. Ein
*>              Vorgaenger, der heute nicht faellig ist, gilt als
*>              erfuellt.
*>   Kommando   Rest der Zeile, wird per SYSTEM gestartet;
*>              Return-Code 0 = OK, sonst FEHLER
*>   Beispiel:
*>   LOHN     MONATSENDE 1800 STANDORTE ./lohn_rechner
*>   QMELDUNG QUARTAL    0700 -         ./quartals_meldung
*>
*> Laufstand: JOB-PLANER.STATUS (Plantag, Job bzw. Standort,
*> Status, Zeitstempel, Return-Code) - je Plantag zaehlt der
*> letzte Eintrag. Ein fehlgeschlagener Job wird nicht von selbst
*> wiederholt.
*>
*> Aufruf: job_planer                      planen und starten
*>         job_planer PLAN                 nur Tagesplan zeigen
*>         job_planer NACHHOLEN <Job> [JJJJMMTT]
*>                                         Job sofort starten und
*>                                         fuer den Plantag (Default
*>                                         heute) verbuchen
*>         job_planer QUITTIEREN <Job> <JJJJMMTT>
*>                                         versaeumten Job als von
*>                                         Hand erledigt markieren
*> RETURN-CODE 1, wenn heute ein Job fehlschlug oder uebersprungen
*> wurde oder versaeumte Jobs gemeldet werden; 2 bei fremder
*> Planersperre (JOB-PLANER.AKTIV).


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOBPLAN-CFG
        ASSIGN TO "JOBPLAN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOBPLAN.

    SELECT FEIERTAGE-CFG
        ASSIGN TO "FEIERTAGE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE.

    SELECT SITE-LISTE
        ASSIGN TO "BATCH-SITES.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SITE-LISTE.

    SELECT JOB-STATUS
        ASSIGN TO "JOB-PLANER.STATUS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STATUS.

    *> Eintreffen von Tages- und Bereit-Dateien: dieselbe Datei wird
    *> nacheinander unter verschiedenen Namen lesend geoeffnet.
    SELECT PRUEF-DATEI
        ASSIGN TO PRUEF-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PRUEF.

    SELECT PLANER-SPERRE
        ASSIGN TO "JOB-PLANER.AKTIV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.

    *> Marker "unbeaufsichtigter Batchlauf" wie im BATCH-TREIBER -
    *> auch die vom Planer gestarteten Jobs duerfen keine
    *> Konsolenfrage stellen.
    SELECT BATCH-MARKER
        ASSIGN TO "BATCH-LAUF.AKTIV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MARKER.

    SELECT PLAN-REPORT
        ASSIGN TO "JOB-PLAN.RPT"
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
FD JOBPLAN-CFG.
01 JOBPLAN-ZEILE PIC X(250).

FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD SITE-LISTE.
01 SITE-DATEINAME PIC X(200).

FD JOB-STATUS.
01 JOBSTATUS-SATZ.
    05 JST-PLANTAG      PIC 9(08).
    05 FILLER           PIC X(01).
    05 JST-SCHLUESSEL   PIC X(40).
    05 FILLER           PIC X(01).
    05 JST-STATUS       PIC X(10).
    05 FILLER           PIC X(01).
    05 JST-ZEITSTEMPEL  PIC X(14).
    05 FILLER           PIC X(01).
    05 JST-RC           PIC 9(04).

FD PRUEF-DATEI.
01 PRUEF-ZEILE PIC X(10).

FD PLANER-SPERRE.
01 PLANER-SPERRE-RECORD.
    05 LCK-PROGRAMM PIC X(20).
    05 LCK-ZEIT     PIC 9(14).

FD BATCH-MARKER.
01 BATCH-MARKER-ZEILE PIC X(40).

FD PLAN-REPORT.
01 REPORT-ZEILE PIC X(120).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-JOBPLAN    PIC XX VALUE SPACES.
77 FS-FEIERTAGE  PIC XX VALUE SPACES.
77 FS-SITE-LISTE PIC XX VALUE SPACES.
77 FS-STATUS     PIC XX VALUE SPACES.
77 FS-PRUEF      PIC XX VALUE SPACES.
77 FS-SPERRE     PIC XX VALUE SPACES.
77 FS-MARKER     PIC XX VALUE SPACES.
77 FS-REPORT     PIC XX VALUE SPACES.
77 EOF-FLAG      PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(40) VALUE SPACES.
01 PLANER-MODUS PIC X(10) VALUE "LAUF".
01 ARG-JOB      PIC X(20) VALUE SPACES.
01 ARG-PLANTAG  PIC 9(8) VALUE 0.

01 HEUTE-DATUM  PIC 9(8).
01 HEUTE-INT    PIC 9(7).
01 JETZT-HHMM   PIC 9(4).
01 JETZT-ZEIT   PIC X(14).
01 PRINT-DATUM  PIC X(10).

*> Jobplan aus JOBPLAN.CFG mit dem heutigen Zustand je Job:
*> NICHT-FAELLIG, ERLEDIGT, QUITTIERT, FEHLER, UEBERSPRUNGEN,
*> WARTET-VORG, WARTET-ZEIT, STARTBEREIT.
01 JOB-ANZAHL PIC 9(2) VALUE 0.
01 JOB-TABELLE.
    05 JOB-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON JOB-ANZAHL
                   INDEXED BY JB-IDX.
        10 JB-NAME       PIC X(20).
        10 JB-FREQUENZ   PIC X(10).
        10 JB-START      PIC 9(4).
        10 JB-VORGAENGER PIC X(60).
        10 JB-KOMMANDO   PIC X(160).
        10 JB-ZUSTAND    PIC X(13).
        10 JB-RC         PIC 9(4).
        10 JB-HINWEIS    PIC X(30).
01 JOB-POS       PIC 9(2).
01 VG-POS        PIC 9(2).
01 VG-SUCH-POS   PIC 9(2).
01 JOB-GEFUNDEN  PIC X.
01 PLAN-ZEILE    PIC X(250).
01 PLAN-PTR      PIC 9(3).
01 PLAN-NAME     PIC X(20).
01 PLAN-FREQUENZ PIC X(10).
01 PLAN-START    PIC X(10).
01 PLAN-VORG     PIC X(60).
01 CNT-PLAN-FEHLER PIC 9(3) VALUE 0.

*> Vorgaengerliste eines Jobs.
01 VG-TABELLE.
    05 VG-NAME PIC X(20) OCCURS 5 TIMES.
01 VG-IDX       PIC 9.
01 VG-ERGEBNIS  PIC X(13).
01 NEUER-ZUSTAND PIC X(13).
01 BEWERTUNG-LAUF PIC 9(2).

*> Laufstand aus JOB-PLANER.STATUS: letzter Status je Plantag und
*> Job bzw. Standort.
01 ST-ANZAHL PIC 9(4) VALUE 0.
01 ST-TABELLE.
    05 ST-EINTRAG OCCURS 1 TO 3000 TIMES
                  DEPENDING ON ST-ANZAHL
                  INDEXED BY ST-IDX.
        10 ST-PLANTAG    PIC 9(8).
        10 ST-SCHLUESSEL PIC X(40).
        10 ST-STATUS     PIC X(10).
        10 ST-RC         PIC 9(4).
01 ST-ERSTER-TAG  PIC 9(8) VALUE 0.
01 SUCH-TAG        PIC 9(8).
01 SUCH-SCHLUESSEL PIC X(40).
01 GEF-STATUS      PIC X(10).
01 GEF-RC          PIC 9(4).
01 NEU-STATUS      PIC X(10).
01 NEU-SCHLUESSEL  PIC X(40).
01 NEU-PLANTAG     PIC 9(8).
01 NEU-RC          PIC 9(4).

*> Feiertagskalender - mirrors LADE-FEIERTAGE/PRUEFE-ARBEITSTAG in
*> vollstaendigkeit.cbl.
01 FEIERTAGE-ANZAHL PIC 9(3) VALUE 0.
01 FEIERTAGE-TABELLE.
    05 FEIERTAG-EINTRAG OCCURS 1 TO 200 TIMES
                         DEPENDING ON FEIERTAGE-ANZAHL
                         INDEXED BY FT-IDX.
        10 FEIERTAG-DATUM PIC 9(8).
01 AT-DATUM         PIC 9(8).
01 AT-WOCHENTAG     PIC 9.
01 TAG-IST-ARBEITSTAG PIC X.
01 FAELLIG-TAG      PIC 9(8).
01 FAELLIG-INT      PIC 9(7).
01 FAELLIG-MONAT    PIC 9(2).
01 NACHBAR-INT      PIC 9(7).
01 NACHBAR-DATUM    PIC 9(8).
01 NACHBAR-SCHRITT  PIC S9.
01 NACHBAR-ZAEHLER  PIC 9(2).
01 JOB-IST-FAELLIG  PIC X.

*> Standorte aus BATCH-SITES.CFG.
01 SITE-ANZAHL PIC 9(3) VALUE 0.
01 SITE-TABELLE.
    05 SITE-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON SITE-ANZAHL
                    INDEXED BY SI-IDX.
        10 SIT-DATEI      PIC X(156).
        10 SIT-SCHLUESSEL PIC X(40).
        10 SIT-ZUSTAND    PIC X(30).
01 SITE-DATEI    PIC X(156).
01 PRAEFIX-NAME  PIC X(34).
01 SITE-POS      PIC 9(3).
01 SITES-ALLE-OK PIC X VALUE "J".
01 SITES-FEHLER  PIC X VALUE "N".
01 DATEI-DA      PIC X.
01 BEREIT-DA     PIC X.
01 PRUEF-DATEINAME PIC X(170) VALUE SPACES.

*> Programmaufrufe.
01 CMD-AUFRUF     PIC X(250).
01 CMD-TREIBER    PIC X(80) VALUE "./batch_treiber STANDORT".
01 CMD-MARKER-WEG PIC X(40) VALUE "rm -f BATCH-LAUF.AKTIV".
01 CMD-SPERRE-WEG PIC X(40) VALUE "rm -f JOB-PLANER.AKTIV".
01 AUFRUF-RC      PIC S9(9).
01 CNT-GESTARTET  PIC 9(3) VALUE 0.
01 JOB-GESTARTET  PIC X.

*> Planersperre (JOB-PLANER.AKTIV) - wie die Laufsperre in
*> buchungen_einbettung.cbl, aber ueber Mitternacht gerechnet und
*> mit laengerer Frist: ein Nachtlauf darf Stunden dauern.
01 STALE-MINUTEN  PIC 9(4) VALUE 720.
01 LOCK-JETZT     PIC 9(14).
01 LOCK-ALTER-MIN PIC S9(9).
01 LOCK-TAG-JETZT PIC 9(8).
01 LOCK-TAG-ALT   PIC 9(8).

*> Versaeumte Jobs der letzten Tage.
01 RUECKBLICK-TAGE PIC 9(3) VALUE 100.
01 RB-VON-INT      PIC 9(7).
01 RB-INT          PIC 9(7).
01 CNT-VERSAEUMT   PIC 9(4) VALUE 0.

01 CNT-FEHLER        PIC 9(3) VALUE 0.
01 CNT-UEBERSPRUNGEN PIC 9(3) VALUE 0.
01 CNT-FAELLIG       PIC 9(3) VALUE 0.
01 PRINT-START       PIC X(6).
01 MELDUNG PIC X(120).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE-DATUM.
    MOVE FUNCTION CURRENT-DATE(9:4) TO JETZT-HHMM.
    COMPUTE HEUTE-INT = FUNCTION INTEGER-OF-DATE(HEUTE-DATUM).

    PERFORM LADE-FEIERTAGE.
    PERFORM LADE-JOBPLAN.
    PERFORM LADE-JOBSTATUS.

    IF PLANER-MODUS = "QUITTIEREN"
        PERFORM QUITTIERE-JOB
        GOBACK
    END-IF.

    IF PLANER-MODUS NOT = "PLAN"
        PERFORM HOLE-PLANERSPERRE
    END-IF.

    IF PLANER-MODUS = "NACHHOLEN"
        PERFORM HOLE-JOB-NACH
        PERFORM GEBE-PLANERSPERRE-FREI
        GOBACK
    END-IF.

    PERFORM PRUEFE-STANDORTE.
    PERFORM BEWERTE-JOBS.
    IF PLANER-MODUS = "LAUF"
        PERFORM STARTE-FAELLIGE-JOBS
    END-IF.

    OPEN OUTPUT PLAN-REPORT.
    PERFORM DRUCKE-TAGESPLAN.
    PERFORM MELDE-VERSAEUMTE.
    PERFORM DRUCKE-ZUSAMMENFASSUNG.
    CLOSE PLAN-REPORT.

    IF CNT-FEHLER > 0 OR CNT-UEBERSPRUNGEN > 0
     OR CNT-VERSAEUMT > 0 OR SITES-FEHLER = "J"
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    IF PLANER-MODUS = "LAUF"
        PERFORM GEBE-PLANERSPERRE-FREI
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
        TO PLANER-MODUS
    IF PLANER-MODUS NOT = "PLAN" AND NOT = "NACHHOLEN"
     AND NOT = "QUITTIEREN"
        DISPLAY "Unbekannter Parameter '"
                FUNCTION TRIM(WS-ARGUMENT-WERT)
                "' - Aufruf: job_planer [PLAN |"
                " NACHHOLEN <Job> [JJJJMMTT] |"
                " QUITTIEREN <Job> <JJJJMMTT>]"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    IF PLANER-MODUS = "PLAN"
        EXIT PARAGRAPH
    END-IF
    IF WS-ARGUMENT-ANZAHL < 2
        DISPLAY FUNCTION TRIM(PLANER-MODUS) ": Jobname fehlt."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE 2 TO WS-ARGUMENT-INDEX
    DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
    ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARGUMENT-WERT))
        TO ARG-JOB
    IF WS-ARGUMENT-ANZAHL >= 3
        MOVE 3 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:8) IS NUMERIC
         AND WS-ARGUMENT-WERT(9:1) = SPACE
            MOVE WS-ARGUMENT-WERT(1:8) TO ARG-PLANTAG
        END-IF
    END-IF
    IF PLANER-MODUS = "QUITTIEREN" AND ARG-PLANTAG = 0
        DISPLAY "QUITTIEREN: Plantag JJJJMMTT fehlt."
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.


*> ================================================================
*> #6 Feiertagskalender laden
*> ================================================================
LADE-FEIERTAGE.
    MOVE 0 TO FEIERTAGE-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEIERTAGE-CFG
    IF FS-FEIERTAGE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FEIERTAGE-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FEIERTAGE-CFG-ZEILE IS NUMERIC
             AND FEIERTAGE-ANZAHL < 200
                ADD 1 TO FEIERTAGE-ANZAHL
                MOVE FEIERTAGE-CFG-ZEILE
                    TO FEIERTAG-DATUM(FEIERTAGE-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE FEIERTAGE-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #7 Jobplan laden (JOBPLAN.CFG)
*> ================================================================
LADE-JOBPLAN.
    MOVE 0 TO JOB-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOBPLAN-CFG
    IF FS-JOBPLAN NOT = "00"
        DISPLAY "JOBPLAN.CFG nicht vorhanden - es werden nur die"
                " Standortlaeufe gesteuert."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ JOBPLAN-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM UEBERNIMM-JOBZEILE
        END-READ
    END-PERFORM
    CLOSE JOBPLAN-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.1 Eine Zeile des Jobplans pruefen und uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-JOBZEILE.
    IF JOBPLAN-ZEILE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(JOBPLAN-ZEILE) TO PLAN-ZEILE
    MOVE SPACES TO PLAN-NAME PLAN-FREQUENZ PLAN-START PLAN-VORG
    MOVE 1 TO PLAN-PTR
    UNSTRING PLAN-ZEILE DELIMITED BY ALL SPACE
        INTO PLAN-NAME PLAN-FREQUENZ PLAN-START PLAN-VORG
        WITH POINTER PLAN-PTR
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(PLAN-NAME) TO PLAN-NAME
    MOVE FUNCTION UPPER-CASE(PLAN-FREQUENZ) TO PLAN-FREQUENZ
    MOVE FUNCTION UPPER-CASE(PLAN-VORG) TO PLAN-VORG

    IF PLAN-FREQUENZ NOT = "TAEGLICH" AND NOT = "ARBEITSTAG"
     AND NOT = "MONATSENDE" AND NOT = "QUARTAL" AND NOT = "JAHR"
        DISPLAY "JOBPLAN.CFG: Job " FUNCTION TRIM(PLAN-NAME)
                " - unbekannte Frequenz '"
                FUNCTION TRIM(PLAN-FREQUENZ) "', ignoriert."
        ADD 1 TO CNT-PLAN-FEHLER
        EXIT PARAGRAPH
    END-IF
    IF PLAN-START NOT = "-"
     AND (PLAN-START(1:4) IS NOT NUMERIC
          OR PLAN-START(5:1) NOT = SPACE
          OR PLAN-START(1:2) > "23" OR PLAN-START(3:2) > "59")
        DISPLAY "JOBPLAN.CFG: Job " FUNCTION TRIM(PLAN-NAME)
                " - Startzeit '" FUNCTION TRIM(PLAN-START)
                "' ist keine Uhrzeit HHMM, ignoriert."
        ADD 1 TO CNT-PLAN-FEHLER
        EXIT PARAGRAPH
    END-IF
    IF PLAN-PTR > 250 OR PLAN-ZEILE(PLAN-PTR:) = SPACES
        DISPLAY "JOBPLAN.CFG: Job " FUNCTION TRIM(PLAN-NAME)
                " - kein Kommando, ignoriert."
        ADD 1 TO CNT-PLAN-FEHLER
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO JOB-GEFUNDEN
    PERFORM VARYING JOB-POS FROM 1 BY 1 UNTIL JOB-POS > JOB-ANZAHL
        IF JB-NAME(JOB-POS) = PLAN-NAME
            MOVE "J" TO JOB-GEFUNDEN
        END-IF
    END-PERFORM
    IF JOB-GEFUNDEN = "J" OR PLAN-NAME = "STANDORTE"
        DISPLAY "JOBPLAN.CFG: Jobname " FUNCTION TRIM(PLAN-NAME)
                " doppelt bzw. reserviert, Zeile ignoriert."
        ADD 1 TO CNT-PLAN-FEHLER
        EXIT PARAGRAPH
    END-IF
    IF JOB-ANZAHL >= 50
        DISPLAY "JOBPLAN.CFG: mehr als 50 Jobs, "
                FUNCTION TRIM(PLAN-NAME) " ignoriert."
        ADD 1 TO CNT-PLAN-FEHLER
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO JOB-ANZAHL
    MOVE PLAN-NAME     TO JB-NAME(JOB-ANZAHL)
    MOVE PLAN-FREQUENZ TO JB-FREQUENZ(JOB-ANZAHL)
    IF PLAN-START = "-"
        MOVE 0 TO JB-START(JOB-ANZAHL)
    ELSE
        MOVE PLAN-START(1:4) TO JB-START(JOB-ANZAHL)
    END-IF
    IF PLAN-VORG = "-"
        MOVE SPACES TO JB-VORGAENGER(JOB-ANZAHL)
    ELSE
        MOVE PLAN-VORG TO JB-VORGAENGER(JOB-ANZAHL)
    END-IF
    MOVE PLAN-ZEILE(PLAN-PTR:) TO JB-KOMMANDO(JOB-ANZAHL)
    MOVE "NICHT-FAELLIG" TO JB-ZUSTAND(JOB-ANZAHL)
    MOVE 0 TO JB-RC(JOB-ANZAHL)
    MOVE SPACES TO JB-HINWEIS(JOB-ANZAHL).


*> ================================================================
*> #8 Laufstand laden (JOB-PLANER.STATUS)
*> ================================================================
*> Die Datei ist chronologisch; ein spaeterer Eintrag fuer denselben
*> Plantag und Job ueberschreibt den frueheren. Der frueheste
*> Plantag begrenzt die Suche nach versaeumten Jobs - vor dem
*> ersten Einsatz des Planers wird nichts als versaeumt gemeldet.
LADE-JOBSTATUS.
    MOVE 0 TO ST-ANZAHL ST-ERSTER-TAG
    MOVE "N" TO EOF-FLAG
    OPEN INPUT JOB-STATUS
    IF FS-STATUS = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ JOB-STATUS
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF JST-PLANTAG IS NUMERIC
                     AND JST-SCHLUESSEL NOT = SPACES
                        MOVE JST-PLANTAG    TO NEU-PLANTAG
                        MOVE JST-SCHLUESSEL TO NEU-SCHLUESSEL
                        MOVE JST-STATUS     TO NEU-STATUS
                        IF JST-RC IS NUMERIC
                            MOVE JST-RC TO NEU-RC
                        ELSE
                            MOVE 0 TO NEU-RC
                        END-IF
                        PERFORM MERKE-JOBSTATUS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-STATUS
    END-IF
    MOVE "N" TO EOF-FLAG
    *> Erster Einsatz: Beginn vermerken, damit ab morgen
    *> Versaeumnisse erkannt werden.
    IF ST-ANZAHL = 0 AND PLANER-MODUS = "LAUF"
        MOVE HEUTE-DATUM  TO NEU-PLANTAG
        MOVE "JOB-PLANER" TO NEU-SCHLUESSEL
        MOVE "BEGINN"     TO NEU-STATUS
        MOVE 0            TO NEU-RC
        PERFORM SCHREIBE-JOBSTATUS
    END-IF
    IF ST-ERSTER-TAG = 0
        MOVE HEUTE-DATUM TO ST-ERSTER-TAG
    END-IF.


*> ----------------------------------------------------------------
*> #8.1 Status (NEU-*) in der Tabelle fortschreiben
*> ----------------------------------------------------------------
MERKE-JOBSTATUS.
    IF ST-ERSTER-TAG = 0 OR NEU-PLANTAG < ST-ERSTER-TAG
        MOVE NEU-PLANTAG TO ST-ERSTER-TAG
    END-IF
    MOVE "N" TO JOB-GEFUNDEN
    IF ST-ANZAHL > 0
        SET ST-IDX TO 1
        SEARCH ST-EINTRAG
            AT END CONTINUE
            WHEN ST-PLANTAG(ST-IDX) = NEU-PLANTAG
             AND ST-SCHLUESSEL(ST-IDX) = NEU-SCHLUESSEL
                MOVE NEU-STATUS TO ST-STATUS(ST-IDX)
                MOVE NEU-RC     TO ST-RC(ST-IDX)
                MOVE "J" TO JOB-GEFUNDEN
        END-SEARCH
    END-IF
    IF JOB-GEFUNDEN NOT = "J" AND ST-ANZAHL < 3000
        ADD 1 TO ST-ANZAHL
        MOVE NEU-PLANTAG    TO ST-PLANTAG(ST-ANZAHL)
        MOVE NEU-SCHLUESSEL TO ST-SCHLUESSEL(ST-ANZAHL)
        MOVE NEU-STATUS     TO ST-STATUS(ST-ANZAHL)
        MOVE NEU-RC         TO ST-RC(ST-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #8.2 Status (NEU-*) an JOB-PLANER.STATUS anhaengen und merken
*> ----------------------------------------------------------------
SCHREIBE-JOBSTATUS.
    OPEN EXTEND JOB-STATUS
    IF FS-STATUS NOT = "00"
        OPEN OUTPUT JOB-STATUS
    END-IF
    IF FS-STATUS NOT = "00"
        DISPLAY "  WARNUNG: JOB-PLANER.STATUS nicht beschreibbar,"
                " Status=" FS-STATUS
    ELSE
        MOVE SPACES TO JOBSTATUS-SATZ
        MOVE NEU-PLANTAG    TO JST-PLANTAG
        MOVE NEU-SCHLUESSEL TO JST-SCHLUESSEL
        MOVE NEU-STATUS     TO JST-STATUS
        MOVE FUNCTION CURRENT-DATE(1:14) TO JST-ZEITSTEMPEL
        MOVE NEU-RC         TO JST-RC
        WRITE JOBSTATUS-SATZ
        CLOSE JOB-STATUS
    END-IF
    PERFORM MERKE-JOBSTATUS.


*> ----------------------------------------------------------------
*> #8.3 Letzten Status zu SUCH-TAG/SUCH-SCHLUESSEL suchen
*> ----------------------------------------------------------------
SUCHE-STATUS.
    MOVE SPACES TO GEF-STATUS
    MOVE 0 TO GEF-RC
    IF ST-ANZAHL > 0
        SET ST-IDX TO 1
        SEARCH ST-EINTRAG
            AT END CONTINUE
            WHEN ST-PLANTAG(ST-IDX) = SUCH-TAG
             AND ST-SCHLUESSEL(ST-IDX) = SUCH-SCHLUESSEL
                MOVE ST-STATUS(ST-IDX) TO GEF-STATUS
                MOVE ST-RC(ST-IDX)     TO GEF-RC
        END-SEARCH
    END-IF.


*> ================================================================
*> #9 Planersperre holen (JOB-PLANER.AKTIV)
*> ================================================================
*> Laeuft der vorige Aufruf noch (ein Job kann laenger dauern als
*> der cron-Takt), endet dieser Aufruf mit RETURN-CODE 2; eine
*> Sperre aelter als STALE-MINUTEN stammt aus einem abgebrochenen
*> Lauf und wird mit Warnung uebernommen.
HOLE-PLANERSPERRE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-JETZT
    OPEN INPUT PLANER-SPERRE
    IF FS-SPERRE = "00"
        MOVE SPACES TO PLANER-SPERRE-RECORD
        READ PLANER-SPERRE
            AT END CONTINUE
        END-READ
        CLOSE PLANER-SPERRE
        IF LCK-ZEIT IS NUMERIC
            MOVE LOCK-JETZT(1:8) TO LOCK-TAG-JETZT
            MOVE LCK-ZEIT(1:8)   TO LOCK-TAG-ALT
            COMPUTE LOCK-ALTER-MIN =
                (FUNCTION INTEGER-OF-DATE(LOCK-TAG-JETZT)
                 - FUNCTION INTEGER-OF-DATE(LOCK-TAG-ALT)) * 1440
                + FUNCTION NUMVAL(LOCK-JETZT(9:2)) * 60
                + FUNCTION NUMVAL(LOCK-JETZT(11:2))
                - FUNCTION NUMVAL(LCK-ZEIT(9:2)) * 60
                - FUNCTION NUMVAL(LCK-ZEIT(11:2))
        ELSE
            COMPUTE LOCK-ALTER-MIN = STALE-MINUTEN + 1
        END-IF
        IF LOCK-ALTER-MIN <= STALE-MINUTEN
            DISPLAY "Planersperre gehalten seit " LCK-ZEIT
                    " - voriger Aufruf laeuft noch, Start abgelehnt."
            MOVE 2 TO RETURN-CODE
            GOBACK
        ELSE
            DISPLAY "WARNUNG: verwaiste Planersperre ("
                    LCK-ZEIT ") wird uebernommen."
        END-IF
    END-IF
    OPEN OUTPUT PLANER-SPERRE
    IF FS-SPERRE = "00"
        MOVE SPACES TO PLANER-SPERRE-RECORD
        MOVE "JOB-PLANER" TO LCK-PROGRAMM
        MOVE LOCK-JETZT TO LCK-ZEIT
        WRITE PLANER-SPERRE-RECORD
        CLOSE PLANER-SPERRE
    END-IF.


*> ----------------------------------------------------------------
*> #9.1 Planersperre und Batch-Marker freigeben
*> ----------------------------------------------------------------
GEBE-PLANERSPERRE-FREI.
    MOVE RETURN-CODE TO AUFRUF-RC
    IF CNT-GESTARTET > 0
        CALL "SYSTEM" USING CMD-MARKER-WEG
    END-IF
    CALL "SYSTEM" USING CMD-SPERRE-WEG
    MOVE AUFRUF-RC TO RETURN-CODE.


*> ================================================================
*> #10 Standorte: Tagesdatei und Bereit-Datei eingetroffen?
*> ================================================================
PRUEFE-STANDORTE.
    MOVE 0 TO SITE-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SITE-LISTE
    IF FS-SITE-LISTE NOT = "00"
        MOVE "N" TO SITES-ALLE-OK
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SITE-LISTE
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SITE-DATEINAME NOT = SPACES
                 AND SITE-ANZAHL < 200
                    PERFORM UEBERNIMM-STANDORT
                END-IF
        END-READ
    END-PERFORM
    CLOSE SITE-LISTE
    MOVE "N" TO EOF-FLAG

    PERFORM VARYING SITE-POS FROM 1 BY 1 UNTIL SITE-POS > SITE-ANZAHL
        PERFORM PRUEFE-EINEN-STANDORT
    END-PERFORM
    IF SITE-ANZAHL = 0
        MOVE "N" TO SITES-ALLE-OK
    END-IF.


*> ----------------------------------------------------------------
*> #10.1 Standortzeile uebernehmen - Schluessel wie im BATCH-TREIBER
*> ----------------------------------------------------------------
*> mirrors the SITE-<Name> prefix in VERARBEITE-STANDORT of
*> batch_treiber.cbl, damit Laufstand und Standortdateien denselben
*> Namen tragen.
UEBERNIMM-STANDORT.
    MOVE SPACES TO SITE-DATEI
    UNSTRING FUNCTION TRIM(SITE-DATEINAME)
        DELIMITED BY ALL SPACE
        INTO SITE-DATEI
    END-UNSTRING
    ADD 1 TO SITE-ANZAHL
    MOVE SITE-DATEI TO SIT-DATEI(SITE-ANZAHL)
    MOVE SPACES TO PRAEFIX-NAME
    MOVE FUNCTION TRIM(SITE-DATEI) TO PRAEFIX-NAME
    INSPECT PRAEFIX-NAME CONVERTING "/." TO "--"
    MOVE SPACES TO SIT-SCHLUESSEL(SITE-ANZAHL)
    STRING "SITE-" FUNCTION TRIM(PRAEFIX-NAME)
        INTO SIT-SCHLUESSEL(SITE-ANZAHL)
    END-STRING
    MOVE SPACES TO SIT-ZUSTAND(SITE-ANZAHL).


*> ----------------------------------------------------------------
*> #10.2 Einen Standort pruefen und ggf. starten
*> ----------------------------------------------------------------
PRUEFE-EINEN-STANDORT.
    MOVE SPACES TO PRUEF-DATEINAME
    STRING FUNCTION TRIM(SIT-DATEI(SITE-POS)) ".BEREIT"
        INTO PRUEF-DATEINAME
    END-STRING
    PERFORM PRUEFE-DATEI-DA
    MOVE DATEI-DA TO BEREIT-DA
    MOVE SIT-DATEI(SITE-POS) TO PRUEF-DATEINAME
    PERFORM PRUEFE-DATEI-DA

    IF DATEI-DA = "J" AND BEREIT-DA = "J"
        IF PLANER-MODUS = "LAUF"
            PERFORM STARTE-STANDORT
        ELSE
            MOVE "STARTBEREIT" TO SIT-ZUSTAND(SITE-POS)
        END-IF
    END-IF

    MOVE HEUTE-DATUM TO SUCH-TAG
    MOVE SIT-SCHLUESSEL(SITE-POS) TO SUCH-SCHLUESSEL
    PERFORM SUCHE-STATUS
    EVALUATE TRUE
        WHEN SIT-ZUSTAND(SITE-POS) NOT = SPACES
            CONTINUE
        WHEN GEF-STATUS = "OK"
            MOVE "ERLEDIGT" TO SIT-ZUSTAND(SITE-POS)
        WHEN GEF-STATUS = "FEHLER"
            MOVE "FEHLER" TO SIT-ZUSTAND(SITE-POS)
        WHEN DATEI-DA = "J"
            MOVE "WARTET AUF BEREIT-DATEI" TO SIT-ZUSTAND(SITE-POS)
        WHEN OTHER
            MOVE "WARTET AUF TAGESDATEI" TO SIT-ZUSTAND(SITE-POS)
    END-EVALUATE
    IF GEF-STATUS NOT = "OK"
        MOVE "N" TO SITES-ALLE-OK
    END-IF
    IF GEF-STATUS = "FEHLER"
        MOVE "J" TO SITES-FEHLER
    END-IF.


*> ----------------------------------------------------------------
*> #10.3 Standortlauf starten (batch_treiber STANDORT <Datei>)
*> ----------------------------------------------------------------
*> Die Bereit-Datei wird VOR dem Start entfernt: eine waehrend des
*> Laufs neu gelieferte Datei startet den Standort beim naechsten
*> Aufruf erneut.
STARTE-STANDORT.
    MOVE SPACES TO CMD-AUFRUF
    STRING "rm -f " FUNCTION TRIM(SIT-DATEI(SITE-POS)) ".BEREIT"
        INTO CMD-AUFRUF
    END-STRING
    CALL "SYSTEM" USING CMD-AUFRUF
    PERFORM SETZE-BATCH-MARKER
    MOVE SPACES TO CMD-AUFRUF
    STRING FUNCTION TRIM(CMD-TREIBER) " "
           FUNCTION TRIM(SIT-DATEI(SITE-POS))
        INTO CMD-AUFRUF
    END-STRING
    DISPLAY "Starte Standort: " FUNCTION TRIM(CMD-AUFRUF)
    CALL "SYSTEM" USING CMD-AUFRUF
    MOVE RETURN-CODE TO AUFRUF-RC
    MOVE 0 TO RETURN-CODE
    ADD 1 TO CNT-GESTARTET
    MOVE HEUTE-DATUM TO NEU-PLANTAG
    MOVE SIT-SCHLUESSEL(SITE-POS) TO NEU-SCHLUESSEL
    IF AUFRUF-RC = 0
        MOVE "OK" TO NEU-STATUS
    ELSE
        MOVE "FEHLER" TO NEU-STATUS
    END-IF
    MOVE FUNCTION ABS(AUFRUF-RC) TO NEU-RC
    PERFORM SCHREIBE-JOBSTATUS.


*> ================================================================
*> #11 Heutigen Zustand aller Jobs bewerten
*> ================================================================
*> Erst die festen Zustaende aus dem Laufstand, dann so viele
*> Durchgaenge ueber die Vorgaenger, wie es Jobs gibt - danach hat
*> sich jede (kreisfreie) Vorgaengerkette durchgesetzt.
BEWERTE-JOBS.
    MOVE 0 TO CNT-FAELLIG
    PERFORM VARYING JOB-POS FROM 1 BY 1 UNTIL JOB-POS > JOB-ANZAHL
        MOVE HEUTE-DATUM TO FAELLIG-TAG
        PERFORM PRUEFE-FAELLIG
        IF JOB-IST-FAELLIG = "J"
            ADD 1 TO CNT-FAELLIG
            MOVE HEUTE-DATUM TO SUCH-TAG
            MOVE JB-NAME(JOB-POS) TO SUCH-SCHLUESSEL
            PERFORM SUCHE-STATUS
            MOVE GEF-RC TO JB-RC(JOB-POS)
            EVALUATE GEF-STATUS
                WHEN "OK"
                    MOVE "ERLEDIGT" TO JB-ZUSTAND(JOB-POS)
                WHEN "QUITTIERT"
                    MOVE "QUITTIERT" TO JB-ZUSTAND(JOB-POS)
                WHEN "FEHLER"
                    MOVE "FEHLER" TO JB-ZUSTAND(JOB-POS)
                WHEN OTHER
                    MOVE "WARTET-VORG" TO JB-ZUSTAND(JOB-POS)
            END-EVALUATE
        ELSE
            MOVE "NICHT-FAELLIG" TO JB-ZUSTAND(JOB-POS)
        END-IF
    END-PERFORM
    PERFORM VARYING BEWERTUNG-LAUF FROM 1 BY 1
            UNTIL BEWERTUNG-LAUF > JOB-ANZAHL
        PERFORM VARYING JOB-POS FROM 1 BY 1
                UNTIL JOB-POS > JOB-ANZAHL
            IF JB-ZUSTAND(JOB-POS) = "WARTET-VORG" OR "WARTET-ZEIT"
                                  OR "STARTBEREIT" OR "UEBERSPRUNGEN"
                PERFORM BEWERTE-EINEN-JOB
            END-IF
        END-PERFORM
    END-PERFORM.


*> ----------------------------------------------------------------
*> #11.1 Offenen Job anhand seiner Vorgaenger und Startzeit bewerten
*> ----------------------------------------------------------------
BEWERTE-EINEN-JOB.
    MOVE SPACES TO VG-TABELLE
    UNSTRING JB-VORGAENGER(JOB-POS) DELIMITED BY ","
        INTO VG-NAME(1) VG-NAME(2) VG-NAME(3) VG-NAME(4) VG-NAME(5)
    END-UNSTRING
    MOVE "STARTBEREIT" TO NEUER-ZUSTAND
    MOVE SPACES TO JB-HINWEIS(JOB-POS)
    PERFORM VARYING VG-IDX FROM 1 BY 1 UNTIL VG-IDX > 5
        IF VG-NAME(VG-IDX) NOT = SPACES
            MOVE FUNCTION TRIM(VG-NAME(VG-IDX)) TO VG-NAME(VG-IDX)
            PERFORM PRUEFE-EINEN-VORGAENGER
            EVALUATE TRUE
                WHEN VG-ERGEBNIS = "UEBERSPRUNGEN"
                    MOVE "UEBERSPRUNGEN" TO NEUER-ZUSTAND
                    MOVE VG-NAME(VG-IDX) TO JB-HINWEIS(JOB-POS)
                WHEN VG-ERGEBNIS = "WARTET-VORG"
                 AND NEUER-ZUSTAND NOT = "UEBERSPRUNGEN"
                    MOVE "WARTET-VORG" TO NEUER-ZUSTAND
                    MOVE VG-NAME(VG-IDX) TO JB-HINWEIS(JOB-POS)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    IF NEUER-ZUSTAND = "STARTBEREIT" AND JETZT-HHMM < JB-START(JOB-POS)
        MOVE "WARTET-ZEIT" TO NEUER-ZUSTAND
    END-IF
    MOVE NEUER-ZUSTAND TO JB-ZUSTAND(JOB-POS).


*> ----------------------------------------------------------------
*> #11.2 Einen Vorgaenger (VG-NAME(VG-IDX)) pruefen
*> ----------------------------------------------------------------
*> Ergebnis VG-ERGEBNIS: ERFUELLT, WARTET-VORG oder UEBERSPRUNGEN
*> (Vorgaenger fehlgeschlagen oder selbst uebersprungen). Ein
*> unbekannter Vorgaenger haelt den Job an - ein Tippfehler im
*> Jobplan darf ihn nicht vorzeitig starten.
PRUEFE-EINEN-VORGAENGER.
    MOVE "ERFUELLT" TO VG-ERGEBNIS
    IF VG-NAME(VG-IDX) = "STANDORTE"
        EVALUATE TRUE
            WHEN SITES-FEHLER = "J"
                MOVE "UEBERSPRUNGEN" TO VG-ERGEBNIS
            WHEN SITES-ALLE-OK NOT = "J"
                MOVE "WARTET-VORG" TO VG-ERGEBNIS
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO VG-POS
    PERFORM VARYING VG-SUCH-POS FROM 1 BY 1
            UNTIL VG-SUCH-POS > JOB-ANZAHL
        IF JB-NAME(VG-SUCH-POS) = VG-NAME(VG-IDX)
            MOVE VG-SUCH-POS TO VG-POS
        END-IF
    END-PERFORM
    IF VG-POS = 0
        MOVE "WARTET-VORG" TO VG-ERGEBNIS
        EXIT PARAGRAPH
    END-IF
    EVALUATE JB-ZUSTAND(VG-POS)
        WHEN "NICHT-FAELLIG"
        WHEN "ERLEDIGT"
        WHEN "QUITTIERT"
            CONTINUE
        WHEN "FEHLER"
        WHEN "UEBERSPRUNGEN"
            MOVE "UEBERSPRUNGEN" TO VG-ERGEBNIS
        WHEN OTHER
            MOVE "WARTET-VORG" TO VG-ERGEBNIS
    END-EVALUATE.


*> ================================================================
*> #12 Startbereite Jobs nacheinander starten
*> ================================================================
*> Nach jedem Job wird neu bewertet: sein Nachfolger kann noch im
*> selben Aufruf starten, der Nachfolger eines fehlgeschlagenen
*> Jobs wird uebersprungen.
STARTE-FAELLIGE-JOBS.
    MOVE "J" TO JOB-GESTARTET
    PERFORM UNTIL JOB-GESTARTET = "N"
        MOVE "N" TO JOB-GESTARTET
        PERFORM VARYING JOB-POS FROM 1 BY 1
                UNTIL JOB-POS > JOB-ANZAHL OR JOB-GESTARTET = "J"
            IF JB-ZUSTAND(JOB-POS) = "STARTBEREIT"
                MOVE HEUTE-DATUM TO NEU-PLANTAG
                PERFORM STARTE-JOB
                MOVE "J" TO JOB-GESTARTET
            END-IF
        END-PERFORM
        IF JOB-GESTARTET = "J"
            MOVE FUNCTION CURRENT-DATE(9:4) TO JETZT-HHMM
            PERFORM BEWERTE-JOBS
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #12.1 Job JB-NAME(JOB-POS) fuer Plantag NEU-PLANTAG starten
*> ----------------------------------------------------------------
STARTE-JOB.
    PERFORM SETZE-BATCH-MARKER
    MOVE JB-KOMMANDO(JOB-POS) TO CMD-AUFRUF
    DISPLAY "Starte Job " FUNCTION TRIM(JB-NAME(JOB-POS)) ": "
            FUNCTION TRIM(CMD-AUFRUF)
    CALL "SYSTEM" USING CMD-AUFRUF
    MOVE RETURN-CODE TO AUFRUF-RC
    MOVE 0 TO RETURN-CODE
    ADD 1 TO CNT-GESTARTET
    MOVE JB-NAME(JOB-POS) TO NEU-SCHLUESSEL
    IF AUFRUF-RC = 0
        MOVE "OK" TO NEU-STATUS
    ELSE
        MOVE "FEHLER" TO NEU-STATUS
    END-IF
    MOVE FUNCTION ABS(AUFRUF-RC) TO NEU-RC
    PERFORM SCHREIBE-JOBSTATUS
    DISPLAY "Job " FUNCTION TRIM(JB-NAME(JOB-POS)) " beendet: "
            FUNCTION TRIM(NEU-STATUS) " (RC=" NEU-RC ")".


*> ----------------------------------------------------------------
*> #12.2 Marker "unbeaufsichtigter Batchlauf" setzen
*> ----------------------------------------------------------------
*> Vor JEDEM Start neu: BATCH-TREIBER entfernt den Marker am Ende
*> seines Laufs.
SETZE-BATCH-MARKER.
    OPEN OUTPUT BATCH-MARKER
    IF FS-MARKER = "00"
        MOVE SPACES TO BATCH-MARKER-ZEILE
        STRING "JOB-PLANER " FUNCTION CURRENT-DATE(1:14)
            INTO BATCH-MARKER-ZEILE
        END-STRING
        WRITE BATCH-MARKER-ZEILE
        CLOSE BATCH-MARKER
    END-IF.


*> ----------------------------------------------------------------
*> #12.3 NACHHOLEN: einen Job sofort fuer einen Plantag starten
*> ----------------------------------------------------------------
*> Fuer fehlgeschlagene Jobs nach der Korrektur und fuer
*> versaeumte Jobs. Startzeit und Vorgaenger werden NICHT
*> geprueft - der Bediener entscheidet.
HOLE-JOB-NACH.
    PERFORM SUCHE-ARG-JOB
    IF JOB-POS = 0
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF ARG-PLANTAG = 0
        MOVE HEUTE-DATUM TO ARG-PLANTAG
    END-IF
    IF ARG-PLANTAG > HEUTE-DATUM
        DISPLAY "NACHHOLEN: Plantag " ARG-PLANTAG
                " liegt in der Zukunft."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE ARG-PLANTAG TO NEU-PLANTAG
    PERFORM STARTE-JOB
    IF NEU-STATUS = "OK"
        MOVE 0 TO RETURN-CODE
    ELSE
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #12.4 QUITTIEREN: versaeumten Job als erledigt markieren
*> ----------------------------------------------------------------
QUITTIERE-JOB.
    PERFORM SUCHE-ARG-JOB
    IF JOB-POS = 0
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF ARG-PLANTAG > HEUTE-DATUM
        DISPLAY "QUITTIEREN: Plantag " ARG-PLANTAG
                " liegt in der Zukunft."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE ARG-PLANTAG TO NEU-PLANTAG
    MOVE JB-NAME(JOB-POS) TO NEU-SCHLUESSEL
    MOVE "QUITTIERT" TO NEU-STATUS
    MOVE 0 TO NEU-RC
    PERFORM SCHREIBE-JOBSTATUS
    DISPLAY "Job " FUNCTION TRIM(ARG-JOB) " fuer Plantag "
            ARG-PLANTAG " als erledigt quittiert."
    MOVE 0 TO RETURN-CODE.


*> ----------------------------------------------------------------
*> #12.5 Job aus der Kommandozeile im Jobplan suchen (JOB-POS)
*> ----------------------------------------------------------------
SUCHE-ARG-JOB.
    MOVE 0 TO VG-POS
    PERFORM VARYING VG-SUCH-POS FROM 1 BY 1
            UNTIL VG-SUCH-POS > JOB-ANZAHL
        IF JB-NAME(VG-SUCH-POS) = ARG-JOB
            MOVE VG-SUCH-POS TO VG-POS
        END-IF
    END-PERFORM
    MOVE VG-POS TO JOB-POS
    IF JOB-POS = 0
        DISPLAY "Job " FUNCTION TRIM(ARG-JOB)
                " steht nicht in JOBPLAN.CFG."
    END-IF.


*> ================================================================
*> #13 Tagesplan drucken
*> ================================================================
DRUCKE-TAGESPLAN.
    MOVE HEUTE-DATUM TO FAELLIG-TAG
    PERFORM FORMATIERE-DATUM
    MOVE HEUTE-DATUM TO AT-DATUM
    PERFORM PRUEFE-ARBEITSTAG
    MOVE FUNCTION CURRENT-DATE(1:14) TO JETZT-ZEIT
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "JOB-PLANER - Tagesplan vom " PRINT-DATUM
           ", Stand " JETZT-ZEIT(9:2) ":" JETZT-ZEIT(11:2)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF TAG-IST-ARBEITSTAG = "J"
        MOVE "Heute ist ein Arbeitstag." TO MELDUNG
    ELSE
        MOVE "Heute ist KEIN Arbeitstag (Wochenende/Feiertag)."
            TO MELDUNG
    END-IF
    PERFORM MELDE
    IF PLANER-MODUS = "PLAN"
        MOVE "Nur Planansicht - es wurde nichts gestartet."
            TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE

    MOVE "Standorte (BATCH-SITES.CFG):" TO MELDUNG
    PERFORM MELDE
    IF SITE-ANZAHL = 0
        MOVE "  keine Standortliste vorhanden" TO MELDUNG
        PERFORM MELDE
    END-IF
    PERFORM VARYING SITE-POS FROM 1 BY 1 UNTIL SITE-POS > SITE-ANZAHL
        STRING "  " SIT-DATEI(SITE-POS)(1:40) " "
               SIT-ZUSTAND(SITE-POS)
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-PERFORM

    MOVE " " TO MELDUNG
    PERFORM MELDE
    MOVE "Heute faellige Jobs (JOBPLAN.CFG):" TO MELDUNG
    PERFORM MELDE
    MOVE 0 TO CNT-FEHLER CNT-UEBERSPRUNGEN
    PERFORM VARYING JOB-POS FROM 1 BY 1 UNTIL JOB-POS > JOB-ANZAHL
        IF JB-ZUSTAND(JOB-POS) NOT = "NICHT-FAELLIG"
            PERFORM DRUCKE-JOBZEILE
        END-IF
    END-PERFORM
    IF CNT-FAELLIG = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #13.1 Eine Jobzeile des Tagesplans
*> ----------------------------------------------------------------
DRUCKE-JOBZEILE.
    MOVE SPACES TO PRINT-START
    IF JB-START(JOB-POS) = 0
        MOVE "sofort" TO PRINT-START
    ELSE
        STRING JB-START(JOB-POS)(1:2) ":" JB-START(JOB-POS)(3:2)
            INTO PRINT-START
        END-STRING
    END-IF
    EVALUATE JB-ZUSTAND(JOB-POS)
        WHEN "FEHLER"
            ADD 1 TO CNT-FEHLER
            STRING "  " JB-NAME(JOB-POS) " " JB-FREQUENZ(JOB-POS)
                   " " PRINT-START " FEHLER (RC=" JB-RC(JOB-POS)
                   ") -> job_planer NACHHOLEN "
                   FUNCTION TRIM(JB-NAME(JOB-POS))
                INTO MELDUNG
            END-STRING
        WHEN "UEBERSPRUNGEN"
            ADD 1 TO CNT-UEBERSPRUNGEN
            STRING "  " JB-NAME(JOB-POS) " " JB-FREQUENZ(JOB-POS)
                   " " PRINT-START " UEBERSPRUNGEN - Vorgaenger "
                   FUNCTION TRIM(JB-HINWEIS(JOB-POS))
                   " fehlgeschlagen"
                INTO MELDUNG
            END-STRING
        WHEN "WARTET-VORG"
            STRING "  " JB-NAME(JOB-POS) " " JB-FREQUENZ(JOB-POS)
                   " " PRINT-START " WARTET auf "
                   FUNCTION TRIM(JB-HINWEIS(JOB-POS))
                INTO MELDUNG
            END-STRING
        WHEN "WARTET-ZEIT"
            STRING "  " JB-NAME(JOB-POS) " " JB-FREQUENZ(JOB-POS)
                   " " PRINT-START " WARTET auf Startzeit"
                INTO MELDUNG
            END-STRING
        WHEN OTHER
            STRING "  " JB-NAME(JOB-POS) " " JB-FREQUENZ(JOB-POS)
                   " " PRINT-START " " JB-ZUSTAND(JOB-POS)
                INTO MELDUNG
            END-STRING
    END-EVALUATE
    PERFORM MELDE.


*> ================================================================
*> #14 Versaeumte Jobs der letzten Tage melden
*> ================================================================
*> Faellig war ein Job an jedem Tag, den seine Frequenz trifft -
*> gemeldet wird er, solange fuer diesen Plantag weder OK noch
*> QUITTIERT im Laufstand steht.
MELDE-VERSAEUMTE.
    MOVE 0 TO CNT-VERSAEUMT
    COMPUTE RB-VON-INT = HEUTE-INT - RUECKBLICK-TAGE
    IF FUNCTION INTEGER-OF-DATE(ST-ERSTER-TAG) > RB-VON-INT
        COMPUTE RB-VON-INT =
            FUNCTION INTEGER-OF-DATE(ST-ERSTER-TAG)
    END-IF
    MOVE FUNCTION DATE-OF-INTEGER(RB-VON-INT) TO FAELLIG-TAG
    PERFORM FORMATIERE-DATUM
    MOVE " " TO MELDUNG
    PERFORM MELDE
    STRING "Versaeumte Jobs seit " PRINT-DATUM ":"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    PERFORM VARYING RB-INT FROM RB-VON-INT BY 1
            UNTIL RB-INT >= HEUTE-INT
        MOVE FUNCTION DATE-OF-INTEGER(RB-INT) TO FAELLIG-TAG
        PERFORM VARYING JOB-POS FROM 1 BY 1
                UNTIL JOB-POS > JOB-ANZAHL
            PERFORM PRUEFE-TAG-VERSAEUMT
        END-PERFORM
    END-PERFORM
    IF CNT-VERSAEUMT = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #14.1 Job JOB-POS am Plantag FAELLIG-TAG versaeumt?
*> ----------------------------------------------------------------
PRUEFE-TAG-VERSAEUMT.
    PERFORM PRUEFE-FAELLIG
    IF JOB-IST-FAELLIG NOT = "J"
        EXIT PARAGRAPH
    END-IF
    MOVE FAELLIG-TAG TO SUCH-TAG
    MOVE JB-NAME(JOB-POS) TO SUCH-SCHLUESSEL
    PERFORM SUCHE-STATUS
    IF GEF-STATUS = "OK" OR GEF-STATUS = "QUITTIERT"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-VERSAEUMT
    PERFORM FORMATIERE-DATUM
    IF GEF-STATUS = "FEHLER"
        STRING "  VERSAEUMT " PRINT-DATUM " " JB-NAME(JOB-POS)
               " fehlgeschlagen (RC=" GEF-RC ")"
            INTO MELDUNG
        END-STRING
    ELSE
        STRING "  VERSAEUMT " PRINT-DATUM " " JB-NAME(JOB-POS)
               " nie gestartet"
            INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE
    STRING "             -> job_planer NACHHOLEN "
           FUNCTION TRIM(JB-NAME(JOB-POS)) " " FAELLIG-TAG
           "  bzw. QUITTIEREN"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #15 Zusammenfassung
*> ================================================================
DRUCKE-ZUSAMMENFASSUNG.
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "Faellig: " CNT-FAELLIG "  gestartet: " CNT-GESTARTET
           "  Fehler: " CNT-FEHLER
           "  uebersprungen: " CNT-UEBERSPRUNGEN
           "  versaeumt: " CNT-VERSAEUMT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF CNT-PLAN-FEHLER > 0
        STRING "ACHTUNG: " CNT-PLAN-FEHLER
               " Zeile(n) in JOBPLAN.CFG ignoriert (siehe oben)."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF SITES-FEHLER = "J"
        MOVE "ACHTUNG: mindestens ein Standortlauf ist heute"
            TO MELDUNG
        PERFORM MELDE
        MOVE "         fehlgeschlagen (STANDORT-LAUF.LEDGER)."
            TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ================================================================
*> #16 Ist Job JOB-POS am Tag FAELLIG-TAG faellig?
*> ================================================================
PRUEFE-FAELLIG.
    MOVE "N" TO JOB-IST-FAELLIG
    MOVE FAELLIG-TAG TO AT-DATUM
    PERFORM PRUEFE-ARBEITSTAG
    MOVE FAELLIG-TAG(5:2) TO FAELLIG-MONAT
    EVALUATE JB-FREQUENZ(JOB-POS)
        WHEN "TAEGLICH"
            MOVE "J" TO JOB-IST-FAELLIG
        WHEN "ARBEITSTAG"
            MOVE TAG-IST-ARBEITSTAG TO JOB-IST-FAELLIG
        WHEN "MONATSENDE"
            *> Letzter Arbeitstag: der naechste liegt im Folgemonat.
            IF TAG-IST-ARBEITSTAG = "J"
                MOVE 1 TO NACHBAR-SCHRITT
                PERFORM SUCHE-NACHBAR-ARBEITSTAG
                IF NACHBAR-DATUM(5:2) NOT = FAELLIG-TAG(5:2)
                    MOVE "J" TO JOB-IST-FAELLIG
                END-IF
            END-IF
        WHEN "QUARTAL"
        WHEN "JAHR"
            *> Erster Arbeitstag: der vorige liegt im Vormonat.
            IF TAG-IST-ARBEITSTAG = "J"
             AND (FAELLIG-MONAT = 1
                  OR (JB-FREQUENZ(JOB-POS) = "QUARTAL"
                      AND (FAELLIG-MONAT = 4 OR FAELLIG-MONAT = 7
                           OR FAELLIG-MONAT = 10)))
                MOVE -1 TO NACHBAR-SCHRITT
                PERFORM SUCHE-NACHBAR-ARBEITSTAG
                IF NACHBAR-DATUM(5:2) NOT = FAELLIG-TAG(5:2)
                    MOVE "J" TO JOB-IST-FAELLIG
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #16.1 Naechsten/vorigen Arbeitstag zu FAELLIG-TAG suchen
*> ----------------------------------------------------------------
SUCHE-NACHBAR-ARBEITSTAG.
    COMPUTE NACHBAR-INT = FUNCTION INTEGER-OF-DATE(FAELLIG-TAG)
    MOVE FAELLIG-TAG TO NACHBAR-DATUM
    MOVE "N" TO TAG-IST-ARBEITSTAG
    PERFORM VARYING NACHBAR-ZAEHLER FROM 1 BY 1
            UNTIL NACHBAR-ZAEHLER > 30 OR TAG-IST-ARBEITSTAG = "J"
        COMPUTE NACHBAR-INT = NACHBAR-INT + NACHBAR-SCHRITT
        MOVE FUNCTION DATE-OF-INTEGER(NACHBAR-INT) TO NACHBAR-DATUM
        MOVE NACHBAR-DATUM TO AT-DATUM
        PERFORM PRUEFE-ARBEITSTAG
    END-PERFORM.


*> ----------------------------------------------------------------
*> #16.2 Ist AT-DATUM ein Arbeitstag (kein Wochenende/Feiertag)?
*> ----------------------------------------------------------------
*> mirrors PRUEFE-ARBEITSTAG in vollstaendigkeit.cbl.
PRUEFE-ARBEITSTAG.
    MOVE "J" TO TAG-IST-ARBEITSTAG
    COMPUTE AT-WOCHENTAG = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(AT-DATUM) - 1, 7)
    IF AT-WOCHENTAG = 5 OR AT-WOCHENTAG = 6
        MOVE "N" TO TAG-IST-ARBEITSTAG
    END-IF
    IF TAG-IST-ARBEITSTAG = "J" AND FEIERTAGE-ANZAHL > 0
        SET FT-IDX TO 1
        SEARCH FEIERTAG-EINTRAG
            AT END CONTINUE
            WHEN FEIERTAG-DATUM(FT-IDX) = AT-DATUM
                MOVE "N" TO TAG-IST-ARBEITSTAG
        END-SEARCH
    END-IF.


*> ================================================================
*> #17 Hilfsroutinen
*> ================================================================
*> Datei PRUEF-DATEINAME vorhanden? -> DATEI-DA
PRUEFE-DATEI-DA.
    MOVE "N" TO DATEI-DA
    OPEN INPUT PRUEF-DATEI
    IF FS-PRUEF = "00"
        MOVE "J" TO DATEI-DA
        CLOSE PRUEF-DATEI
    END-IF.


*> FAELLIG-TAG als TT.MM.JJJJ -> PRINT-DATUM
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FAELLIG-TAG(7:2) "." FAELLIG-TAG(5:2) "."
           FAELLIG-TAG(1:4)
        INTO PRINT-DATUM
    END-STRING.


*> Meldungszeile auf Konsole und in JOB-PLAN.RPT
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
