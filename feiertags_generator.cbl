*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. FEIERTAGS-GENERATOR.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Feiertagskalender je Standort erzeugen: FEIERTAGE.CFG (Zuschlaege
*> in UMSATZ-RECHNER und RECHNUNGS-GENERATOR, VOLLSTAENDIGKEIT,
*> KAPAZITAETS-BERICHT, KRANKENSTAND-STATISTIK) wurde jeden
*> Dezember von Hand getippt - und es fehlte schon einmal der
*> Pfingstmontag bis Februar.
*> Der Lauf berechnet die gesetzlichen Feiertage eines Jahres fuer
*> das Bundesland des Standorts (Ostern nach der Gauss'schen
*> Osterformel, davon abhaengig Karfreitag bis Fronleichnam; Buss-
*> und Bettag = Mittwoch vor dem 23.11.) und ergaenzt die oertlichen
*> Feiertage aus FEIERTAGS-REGELN.CFG:
*>     LAND  <Standort> <Bundesland>          z.B. LAND * BY
*>     LOKAL <Standort> <MMTT> <Text>         z.B. LOKAL * 0808 Friedensfest
*>     LOKAL <Standort> O<+/-Tage> <Text>     z.B. LOKAL WERKB O-048 Rosenmontag
*> Standort "*" ist der Hausstandort (FEIERTAGE.CFG), sonst das
*> Konfigsatz-Praefix aus BATCH-SITES.CFG (<Praefix>-FEIERTAGE.CFG,
*> das BATCH-TREIBER vor dem Standortlauf an den festen Namen
*> kopiert). Bundesland als Kuerzel BW BY BE BB HB HH HE MV NI NW
*> RP SL SN ST SH TH; ohne LAND-Zeile gelten nur die bundesweiten
*> Feiertage. Nur gemeindeweise geltende Tage (Mariae Himmelfahrt
*> in Bayern, Fronleichnam in Teilen Sachsens/Thueringens) gehoeren
*> als LOKAL-Zeile zum Standort. "*" am Zeilenanfang = Kommentar.
*> Je Standort-Datei wird zuerst die Differenzliste gegen den
*> vorhandenen Stand gedruckt (NEU / ENTFAELLT fuer das Jahr);
*> ersetzt wird erst mit dem Parameter UEBERNEHMEN. Zeilen anderer
*> Jahre bleiben dabei stehen.
*>
*> Aufruf: feiertags_generator [JJJJ [UEBERNEHMEN]] (ohne Jahr das
*>         Folgejahr).
*> Ergebnis: Konsole + FEIERTAGE-<JJJJ>.RPT; RC 1 bei Fehlern in
*> FEIERTAGS-REGELN.CFG (dann wird nichts ersetzt).


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGELN-CFG
        ASSIGN TO "FEIERTAGS-REGELN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGELN.

    *> Standortliste des BATCH-TREIBER ("<Datei> [<Praefix>]").
    SELECT SITE-LISTE
        ASSIGN TO "BATCH-SITES.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SITE-LISTE.

    SELECT FEIERTAGE-CFG
        ASSIGN TO FEIERTAGE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE-CFG.

    SELECT FEIERTAGS-BERICHT
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
FD REGELN-CFG.
01 REGELN-CFG-ZEILE PIC X(80).

FD SITE-LISTE.
01 SITE-DATEINAME PIC X(200).

FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD FEIERTAGS-BERICHT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-REGELN        PIC XX VALUE SPACES.
77 FS-SITE-LISTE    PIC XX VALUE SPACES.
77 FS-FEIERTAGE-CFG PIC XX VALUE SPACES.
77 FS-REPORT        PIC XX VALUE SPACES.
77 EOF-FLAG         PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 JAHR PIC 9(4) VALUE 0.
01 UEBERNEHMEN PIC X VALUE "N".
    88 SOLL-UEBERNEHMEN VALUE "J".
01 FEIERTAGE-DATEINAME PIC X(60).
01 LISTE-DATEINAME     PIC X(50).

*> Gesetzliche Feiertage: Art F = fester Tag MMTT, O = Tage ab
*> Ostersonntag, B = Mittwoch vor dem 23.11. (Buss- und Bettag);
*> Laender = Kuerzel, in denen der Tag gilt ("*" = bundesweit).
01 GESETZLICHE-FEIERTAGE.
    05 FILLER PIC X(60)
       VALUE "F 0101 *                           Neujahr".
    05 FILLER PIC X(60)
       VALUE "F 0106 BW BY ST                    Heilige Drei Koenige".
    05 FILLER PIC X(60)
       VALUE "F 0308 BE MV                       Frauentag".
    05 FILLER PIC X(60)
       VALUE "O -002 *                           Karfreitag".
    05 FILLER PIC X(60)
       VALUE "O +000 BB HE                       Ostersonntag".
    05 FILLER PIC X(60)
       VALUE "O +001 *                           Ostermontag".
    05 FILLER PIC X(60)
       VALUE "F 0501 *                           Tag der Arbeit".
    05 FILLER PIC X(60)
       VALUE "O +039 *                           Christi Himmelfahrt".
    05 FILLER PIC X(60)
       VALUE "O +049 BB HE                       Pfingstsonntag".
    05 FILLER PIC X(60)
       VALUE "O +050 *                           Pfingstmontag".
    05 FILLER PIC X(60)
       VALUE "O +060 BW BY HE NW RP SL           Fronleichnam".
    05 FILLER PIC X(60)
       VALUE "F 0815 SL                          Mariae Himmelfahrt".
    05 FILLER PIC X(60)
       VALUE "F 0920 TH                          Weltkindertag".
    05 FILLER PIC X(60)
       VALUE "F 1003 *                           Tag der Deutschen Einheit".
    05 FILLER PIC X(60)
       VALUE "F 1031 BB HB HH MV NI SN ST SH TH  Reformationstag".
    05 FILLER PIC X(60)
       VALUE "F 1101 BW BY NW RP SL              Allerheiligen".
    05 FILLER PIC X(60)
       VALUE "B 1122 SN                          Buss- und Bettag".
    05 FILLER PIC X(60)
       VALUE "F 1225 *                           1. Weihnachtstag".
    05 FILLER PIC X(60)
       VALUE "F 1226 *                           2. Weihnachtstag".
01 GESETZLICHE-TABELLE REDEFINES GESETZLICHE-FEIERTAGE.
    05 GF-EINTRAG OCCURS 19 TIMES.
        10 GF-ART     PIC X(01).
        10 FILLER     PIC X(01).
        10 GF-WERT    PIC X(04).
        10 FILLER     PIC X(01).
        10 GF-LAENDER PIC X(27).
        10 FILLER     PIC X(01).
        10 GF-NAME    PIC X(25).
01 GF-IDX PIC 9(2).

01 BUNDESLAENDER PIC X(48)
   VALUE "BW BY BE BB HB HH HE MV NI NW RP SL SN ST SH TH ".

*> Standorte: "*" = Hausstandort, sonst Konfigsatz-Praefix.
01 SO-ANZAHL PIC 9(2) VALUE 0.
01 SO-TABELLE.
    05 SO-EINTRAG OCCURS 1 TO 30 TIMES
                   DEPENDING ON SO-ANZAHL
                   INDEXED BY SO-IDX.
        10 SO-PRAEFIX PIC X(40).
        10 SO-LAND    PIC X(02).
01 SO-LAUF     PIC 9(2).
01 SO-POSITION PIC 9(2).
01 SITE-DATEI  PIC X(156).
01 SITE-KONFIG PIC X(40).

*> Oertliche Feiertage aus FEIERTAGS-REGELN.CFG.
01 LK-ANZAHL PIC 9(3) VALUE 0.
01 LK-TABELLE.
    05 LK-EINTRAG OCCURS 1 TO 100 TIMES
                   DEPENDING ON LK-ANZAHL.
        10 LK-PRAEFIX PIC X(40).
        10 LK-ART     PIC X(01).
        10 LK-WERT    PIC S9(3).
        10 LK-MMTT    PIC 9(4).
        10 LK-NAME    PIC X(25).
01 LK-IDX PIC 9(3).

01 REGEL-ZEIGER  PIC 9(3).
01 REGEL-WORT    PIC X(10).
01 REGEL-STANDORT PIC X(40).
01 REGEL-ANGABE  PIC X(10).
01 REGEL-TEXT    PIC X(60).
01 REGEL-ZAHL    PIC X(4).
01 REGEL-NR      PIC 9(3) VALUE 0.
01 LAND-TREFFER  PIC 9(2).
01 CNT-FEHLER    PIC 9(3) VALUE 0.

*> Ostersonntag und Zwischenwerte der Gauss'schen Osterformel
*> (Gregorianischer Kalender).
01 OSTERN      PIC 9(8).
01 OSTERN-INT  PIC 9(7).
01 OS-A        PIC 9(4).
01 OS-B        PIC 9(4).
01 OS-C        PIC 9(4).
01 OS-D        PIC 9(4).
01 OS-E        PIC 9(4).
01 OS-F        PIC 9(4).
01 OS-G        PIC 9(4).
01 OS-H        PIC 9(4).
01 OS-I        PIC 9(4).
01 OS-K        PIC 9(4).
01 OS-L        PIC 9(4).
01 OS-M        PIC 9(4).
01 OS-SUMME    PIC 9(4).
01 OS-MONAT    PIC 9(2).
01 OS-TAG      PIC 9(2).

*> Generierter Kalender des Standorts, nach Datum sortiert.
01 GT-ANZAHL PIC 9(2) VALUE 0.
01 GT-TABELLE.
    05 GT-EINTRAG OCCURS 1 TO 60 TIMES
                   DEPENDING ON GT-ANZAHL
                   INDEXED BY GT-IDX.
        10 GT-DATUM PIC 9(8).
        10 GT-NAME  PIC X(25).
01 GT-LAUF     PIC 9(2).
01 GT-POSITION PIC 9(2).
01 NEU-DATUM   PIC 9(8).
01 NEU-NAME    PIC X(25).
01 HILF-INT    PIC 9(7).
01 WOCHENTAG   PIC 9.

*> Vorhandener Stand der Standort-Datei, Zeile fuer Zeile.
01 AL-ANZAHL PIC 9(3) VALUE 0.
01 AL-TABELLE.
    05 AL-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON AL-ANZAHL
                   INDEXED BY AL-IDX.
        10 AL-ZEILE     PIC X(8).
        10 AL-GEFUNDEN  PIC X(1).
01 AL-UEBERLAUF PIC X VALUE "N".
01 DATEI-VORHANDEN PIC X.

01 CNT-NEU          PIC 9(3).
01 CNT-ENTFALLEN    PIC 9(3).
01 CNT-UNVERAENDERT PIC 9(3).
01 CNT-ZEILEN       PIC 9(3).
01 CNT-DATEIEN-GEAENDERT PIC 9(2) VALUE 0.
01 CNT-DATEIEN-ERSETZT   PIC 9(2) VALUE 0.

01 PRINT-STANDORT PIC X(40).
01 PRINT-LAND     PIC X(20).
01 FMT-DATUM      PIC 9(8).
01 PRINT-DATUM    PIC X(10).
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.

    MOVE SPACES TO LISTE-DATEINAME
    STRING "FEIERTAGE-" JAHR ".RPT"
        DELIMITED BY SIZE
        INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT FEIERTAGS-BERICHT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO MELDUNG
    IF SOLL-UEBERNEHMEN
        STRING "Feiertagskalender " JAHR
               " - Differenzliste, Standort-Dateien werden ersetzt"
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
    ELSE
        STRING "Feiertagskalender " JAHR
               " - Differenzliste (ersetzt wird erst mit UEBERNEHMEN)"
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM BERECHNE-OSTERN.
    MOVE OSTERN TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "Ostersonntag " JAHR ": " PRINT-DATUM
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.

    PERFORM LADE-STANDORTE.
    PERFORM LADE-REGELN.
    IF CNT-FEHLER > 0 AND SOLL-UEBERNEHMEN
        MOVE "FEHLER in FEIERTAGS-REGELN.CFG - es wird keine Datei ersetzt."
          TO MELDUNG
        PERFORM MELDE
        MOVE "N" TO UEBERNEHMEN
    END-IF.

    PERFORM VARYING SO-LAUF FROM 1 BY 1 UNTIL SO-LAUF > SO-ANZAHL
        PERFORM ERZEUGE-STANDORT
        PERFORM VERGLEICHE-STANDORT
        IF SOLL-UEBERNEHMEN
         AND (CNT-NEU > 0 OR CNT-ENTFALLEN > 0)
            PERFORM SCHREIBE-STANDORT
        END-IF
    END-PERFORM.

    MOVE SPACES TO MELDUNG
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Standort-Dateien: " SO-ANZAHL " geprueft, "
           CNT-DATEIEN-GEAENDERT " mit Abweichungen, "
           CNT-DATEIEN-ERSETZT " ersetzt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-DATEIEN-GEAENDERT > CNT-DATEIEN-ERSETZT
     AND CNT-FEHLER = 0
        MOVE SPACES TO MELDUNG
        STRING "Zum Ersetzen: feiertags_generator " JAHR " UEBERNEHMEN"
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    IF CNT-FEHLER > 0
        MOVE 1 TO RETURN-CODE
    END-IF.

    CLOSE FEIERTAGS-BERICHT.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Jahr, UEBERNEHMEN)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:4) IS NUMERIC
         AND WS-ARGUMENT-WERT(5:1) = SPACE
            MOVE WS-ARGUMENT-WERT(1:4) TO JAHR
        END-IF
    END-IF
    IF WS-ARGUMENT-ANZAHL >= 2
        MOVE 2 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) = "UEBERNEHMEN"
            MOVE "J" TO UEBERNEHMEN
        END-IF
    END-IF
    *> Ohne Jahr das Folgejahr - der Kalender wird im Dezember
    *> fuer das kommende Jahr erstellt. Vor 1583 gilt die
    *> Osterformel nicht.
    IF JAHR < 1583
        MOVE FUNCTION CURRENT-DATE(1:4) TO JAHR
        ADD 1 TO JAHR
    END-IF.


*> ================================================================
*> #6 Ostersonntag berechnen (Gauss'sche Osterformel)
*> ================================================================
BERECHNE-OSTERN.
    COMPUTE OS-A = FUNCTION MOD(JAHR, 19)
    COMPUTE OS-B = JAHR / 100
    COMPUTE OS-C = FUNCTION MOD(JAHR, 100)
    COMPUTE OS-D = OS-B / 4
    COMPUTE OS-E = FUNCTION MOD(OS-B, 4)
    COMPUTE OS-F = (OS-B + 8) / 25
    COMPUTE OS-G = (OS-B - OS-F + 1) / 3
    COMPUTE OS-H = FUNCTION MOD(
        19 * OS-A + OS-B - OS-D - OS-G + 15, 30)
    COMPUTE OS-I = OS-C / 4
    COMPUTE OS-K = FUNCTION MOD(OS-C, 4)
    COMPUTE OS-L = FUNCTION MOD(
        32 + 2 * OS-E + 2 * OS-I - OS-H - OS-K, 7)
    COMPUTE OS-M = (OS-A + 11 * OS-H + 22 * OS-L) / 451
    COMPUTE OS-SUMME = OS-H + OS-L - 7 * OS-M + 114
    COMPUTE OS-MONAT = OS-SUMME / 31
    COMPUTE OS-TAG = FUNCTION MOD(OS-SUMME, 31) + 1
    COMPUTE OSTERN = JAHR * 10000 + OS-MONAT * 100 + OS-TAG
    COMPUTE OSTERN-INT = FUNCTION INTEGER-OF-DATE(OSTERN).


*> ================================================================
*> #7 Standorte aus BATCH-SITES.CFG sammeln
*> ================================================================
*> Der Hausstandort (FEIERTAGE.CFG) ist immer dabei - auch LOHN-
*> und Statistiklaeufe ausserhalb des Batch lesen den festen Namen.
LADE-STANDORTE.
    MOVE 1 TO SO-ANZAHL
    MOVE "*" TO SO-PRAEFIX(1)
    MOVE SPACES TO SO-LAND(1)
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SITE-LISTE
    IF FS-SITE-LISTE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ SITE-LISTE
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    MOVE SPACES TO SITE-DATEI SITE-KONFIG
                    UNSTRING FUNCTION TRIM(SITE-DATEINAME)
                        DELIMITED BY ALL SPACE
                        INTO SITE-DATEI SITE-KONFIG
                    END-UNSTRING
                    IF SITE-KONFIG NOT = SPACES
                        MOVE SITE-KONFIG TO REGEL-STANDORT
                        PERFORM SUCHE-STANDORT
                        IF SO-POSITION = 0
                            PERFORM NEUER-STANDORT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SITE-LISTE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.1 Standort REGEL-STANDORT suchen (SO-POSITION, 0 = fehlt)
*> ----------------------------------------------------------------
SUCHE-STANDORT.
    MOVE 0 TO SO-POSITION
    SET SO-IDX TO 1
    SEARCH SO-EINTRAG
        AT END CONTINUE
        WHEN SO-PRAEFIX(SO-IDX) = REGEL-STANDORT
            SET SO-POSITION TO SO-IDX
    END-SEARCH.


*> ----------------------------------------------------------------
*> #7.2 Standort REGEL-STANDORT anlegen
*> ----------------------------------------------------------------
NEUER-STANDORT.
    IF SO-ANZAHL >= 30
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: mehr als 30 Standorte - "
               FUNCTION TRIM(REGEL-STANDORT) " ignoriert."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SO-ANZAHL
    MOVE REGEL-STANDORT TO SO-PRAEFIX(SO-ANZAHL)
    MOVE SPACES TO SO-LAND(SO-ANZAHL)
    MOVE SO-ANZAHL TO SO-POSITION.


*> ================================================================
*> #8 FEIERTAGS-REGELN.CFG laden (LAND / LOKAL)
*> ================================================================
LADE-REGELN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT REGELN-CFG
    IF FS-REGELN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ REGELN-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    ADD 1 TO REGEL-NR
                    IF REGELN-CFG-ZEILE NOT = SPACES
                     AND REGELN-CFG-ZEILE(1:1) NOT = "*"
                        PERFORM UEBERNIMM-REGEL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGELN-CFG
    ELSE
        MOVE "Hinweis: kein FEIERTAGS-REGELN.CFG - nur bundesweite Feiertage."
          TO MELDUNG
        PERFORM MELDE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Eine Regelzeile uebernehmen
*> ----------------------------------------------------------------
*> Bei LOKAL ist der Text der Rest der Zeile nach der Angabe.
UEBERNIMM-REGEL.
    MOVE SPACES TO REGEL-WORT REGEL-STANDORT REGEL-ANGABE REGEL-TEXT
    MOVE FUNCTION TRIM(REGELN-CFG-ZEILE) TO REGELN-CFG-ZEILE
    MOVE 1 TO REGEL-ZEIGER
    UNSTRING REGELN-CFG-ZEILE DELIMITED BY ALL SPACE
        INTO REGEL-WORT REGEL-STANDORT REGEL-ANGABE
        WITH POINTER REGEL-ZEIGER
    END-UNSTRING
    IF REGEL-ZEIGER <= 80
        MOVE FUNCTION TRIM(REGELN-CFG-ZEILE(REGEL-ZEIGER:))
            TO REGEL-TEXT
    END-IF
    MOVE FUNCTION UPPER-CASE(REGEL-WORT)   TO REGEL-WORT
    MOVE FUNCTION UPPER-CASE(REGEL-ANGABE) TO REGEL-ANGABE

    EVALUATE REGEL-WORT
        WHEN "LAND"
            MOVE 0 TO LAND-TREFFER
            IF REGEL-ANGABE(3:) = SPACES
             AND REGEL-ANGABE(1:2) NOT = SPACES
                INSPECT BUNDESLAENDER TALLYING LAND-TREFFER
                    FOR ALL REGEL-ANGABE(1:3)
            END-IF
            IF REGEL-STANDORT = SPACES OR LAND-TREFFER = 0
                MOVE "unbekanntes Bundesland" TO REGEL-TEXT
                PERFORM MELDE-REGELFEHLER
                EXIT PARAGRAPH
            END-IF
            PERFORM SUCHE-STANDORT
            IF SO-POSITION = 0
                PERFORM MELDE-FREMDER-STANDORT
                PERFORM NEUER-STANDORT
                IF SO-POSITION = 0
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE REGEL-ANGABE(1:2) TO SO-LAND(SO-POSITION)
        WHEN "LOKAL"
            PERFORM UEBERNIMM-LOKAL
        WHEN OTHER
            MOVE "weder LAND noch LOKAL" TO REGEL-TEXT
            PERFORM MELDE-REGELFEHLER
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #8.2 LOKAL-Zeile uebernehmen (MMTT oder O+/-Tage)
*> ----------------------------------------------------------------
UEBERNIMM-LOKAL.
    IF REGEL-STANDORT = SPACES OR REGEL-TEXT = SPACES
        MOVE "Standort oder Text fehlt" TO REGEL-TEXT
        PERFORM MELDE-REGELFEHLER
        EXIT PARAGRAPH
    END-IF
    IF LK-ANZAHL >= 100
        MOVE "mehr als 100 LOKAL-Zeilen" TO REGEL-TEXT
        PERFORM MELDE-REGELFEHLER
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO LK-ANZAHL
    MOVE REGEL-STANDORT TO LK-PRAEFIX(LK-ANZAHL)
    MOVE REGEL-TEXT     TO LK-NAME(LK-ANZAHL)
    MOVE 0 TO LK-WERT(LK-ANZAHL) LK-MMTT(LK-ANZAHL)
    IF REGEL-ANGABE(1:1) = "O"
        MOVE "O" TO LK-ART(LK-ANZAHL)
        MOVE REGEL-ANGABE(3:3) TO REGEL-ZAHL
        IF (REGEL-ANGABE(2:1) NOT = "+" AND REGEL-ANGABE(2:1) NOT = "-")
         OR REGEL-ZAHL = SPACES
         OR FUNCTION TRIM(REGEL-ZAHL) IS NOT NUMERIC
         OR REGEL-ANGABE(6:) NOT = SPACES
            SUBTRACT 1 FROM LK-ANZAHL
            MOVE "Ostertag nicht O+nnn/O-nnn" TO REGEL-TEXT
            PERFORM MELDE-REGELFEHLER
            EXIT PARAGRAPH
        END-IF
        COMPUTE LK-WERT(LK-ANZAHL) = FUNCTION NUMVAL(REGEL-ZAHL)
        IF REGEL-ANGABE(2:1) = "-"
            COMPUTE LK-WERT(LK-ANZAHL) = 0 - LK-WERT(LK-ANZAHL)
        END-IF
    ELSE
        MOVE "F" TO LK-ART(LK-ANZAHL)
        IF REGEL-ANGABE(1:4) IS NOT NUMERIC
         OR REGEL-ANGABE(5:) NOT = SPACES
            SUBTRACT 1 FROM LK-ANZAHL
            MOVE "Tag nicht MMTT" TO REGEL-TEXT
            PERFORM MELDE-REGELFEHLER
            EXIT PARAGRAPH
        END-IF
        MOVE REGEL-ANGABE(1:4) TO LK-MMTT(LK-ANZAHL)
        *> Gueltigkeit am Schaltjahr 2000 pruefen, damit ein
        *> 29.02. durchgeht (in anderen Jahren faellt er dann aus).
        IF LK-MMTT(LK-ANZAHL) < 0101 OR LK-MMTT(LK-ANZAHL) > 1231
         OR REGEL-ANGABE(3:2) = "00" OR REGEL-ANGABE(3:2) > "31"
            MOVE 0 TO HILF-INT
        ELSE
            COMPUTE HILF-INT = FUNCTION INTEGER-OF-DATE(
                20000000 + LK-MMTT(LK-ANZAHL))
        END-IF
        IF HILF-INT = 0
            SUBTRACT 1 FROM LK-ANZAHL
            MOVE "Tag nicht MMTT" TO REGEL-TEXT
            PERFORM MELDE-REGELFEHLER
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM SUCHE-STANDORT
    IF SO-POSITION = 0
        PERFORM MELDE-FREMDER-STANDORT
        PERFORM NEUER-STANDORT
    END-IF.


*> ----------------------------------------------------------------
*> #8.3 Fehlerhafte Regelzeile melden (Grund in REGEL-TEXT)
*> ----------------------------------------------------------------
MELDE-REGELFEHLER.
    ADD 1 TO CNT-FEHLER
    MOVE SPACES TO MELDUNG
    STRING "FEHLER FEIERTAGS-REGELN.CFG Zeile " REGEL-NR ": "
           FUNCTION TRIM(REGEL-TEXT) " - "
           FUNCTION TRIM(REGELN-CFG-ZEILE)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #8.4 Standort aus den Regeln, der nicht in BATCH-SITES.CFG steht
*> ----------------------------------------------------------------
MELDE-FREMDER-STANDORT.
    MOVE SPACES TO MELDUNG
    STRING "Hinweis: Standort " FUNCTION TRIM(REGEL-STANDORT)
           " nicht in BATCH-SITES.CFG - Datei wird trotzdem erzeugt."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #9 Kalender des Standorts SO-LAUF erzeugen
*> ================================================================
ERZEUGE-STANDORT.
    MOVE 0 TO GT-ANZAHL
    PERFORM VARYING GF-IDX FROM 1 BY 1 UNTIL GF-IDX > 19
        MOVE 0 TO LAND-TREFFER
        IF GF-LAENDER(GF-IDX) = "*"
            MOVE 1 TO LAND-TREFFER
        ELSE
            IF SO-LAND(SO-LAUF) NOT = SPACES
                INSPECT GF-LAENDER(GF-IDX) TALLYING LAND-TREFFER
                    FOR ALL SO-LAND(SO-LAUF)
            END-IF
        END-IF
        IF LAND-TREFFER > 0
            EVALUATE GF-ART(GF-IDX)
                WHEN "F"
                    COMPUTE NEU-DATUM = JAHR * 10000
                        + FUNCTION NUMVAL(GF-WERT(GF-IDX))
                WHEN "O"
                    COMPUTE NEU-DATUM = FUNCTION DATE-OF-INTEGER(
                        OSTERN-INT + FUNCTION NUMVAL(GF-WERT(GF-IDX)))
                WHEN "B"
                    PERFORM BERECHNE-BUSSTAG
            END-EVALUATE
            MOVE GF-NAME(GF-IDX) TO NEU-NAME
            PERFORM NIMM-FEIERTAG-AUF
        END-IF
    END-PERFORM
    PERFORM VARYING LK-IDX FROM 1 BY 1 UNTIL LK-IDX > LK-ANZAHL
        IF LK-PRAEFIX(LK-IDX) = SO-PRAEFIX(SO-LAUF)
            MOVE 0 TO NEU-DATUM
            IF LK-ART(LK-IDX) = "O"
                COMPUTE NEU-DATUM = FUNCTION DATE-OF-INTEGER(
                    OSTERN-INT + LK-WERT(LK-IDX))
            ELSE
                COMPUTE NEU-DATUM = JAHR * 10000 + LK-MMTT(LK-IDX)
                COMPUTE HILF-INT = FUNCTION INTEGER-OF-DATE(NEU-DATUM)
                IF HILF-INT = 0
                    MOVE 0 TO NEU-DATUM
                END-IF
            END-IF
            IF NEU-DATUM NOT = 0
                MOVE LK-NAME(LK-IDX) TO NEU-NAME
                PERFORM NIMM-FEIERTAG-AUF
            END-IF
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #9.1 Buss- und Bettag: Mittwoch vor dem 23. November
*> ----------------------------------------------------------------
*> INTEGER-OF-DATE zaehlt ab Montag, 01.01.1601 = 1; Rest 2 nach
*> Abzug von 1 ist also ein Mittwoch.
BERECHNE-BUSSTAG.
    COMPUTE HILF-INT = FUNCTION INTEGER-OF-DATE(JAHR * 10000 + 1122)
    COMPUTE WOCHENTAG = FUNCTION MOD(HILF-INT - 1, 7)
    COMPUTE HILF-INT = HILF-INT - FUNCTION MOD(WOCHENTAG + 5, 7)
    COMPUTE NEU-DATUM = FUNCTION DATE-OF-INTEGER(HILF-INT).


*> ----------------------------------------------------------------
*> #9.2 NEU-DATUM/NEU-NAME sortiert aufnehmen (ohne Doppel)
*> ----------------------------------------------------------------
NIMM-FEIERTAG-AUF.
    MOVE 1 TO GT-POSITION
    PERFORM UNTIL GT-POSITION > GT-ANZAHL
             OR GT-DATUM(GT-POSITION) >= NEU-DATUM
        ADD 1 TO GT-POSITION
    END-PERFORM
    IF GT-POSITION <= GT-ANZAHL
        IF GT-DATUM(GT-POSITION) = NEU-DATUM
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF GT-ANZAHL >= 60
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO GT-ANZAHL
    PERFORM VARYING GT-LAUF FROM GT-ANZAHL BY -1
            UNTIL GT-LAUF <= GT-POSITION
        MOVE GT-EINTRAG(GT-LAUF - 1) TO GT-EINTRAG(GT-LAUF)
    END-PERFORM
    MOVE NEU-DATUM TO GT-DATUM(GT-POSITION)
    MOVE NEU-NAME  TO GT-NAME(GT-POSITION).


*> ================================================================
*> #10 Differenzliste gegen die vorhandene Standort-Datei
*> ================================================================
VERGLEICHE-STANDORT.
    MOVE SPACES TO FEIERTAGE-DATEINAME
    IF SO-PRAEFIX(SO-LAUF) = "*"
        MOVE "FEIERTAGE.CFG" TO FEIERTAGE-DATEINAME
    ELSE
        STRING FUNCTION TRIM(SO-PRAEFIX(SO-LAUF)) "-FEIERTAGE.CFG"
            DELIMITED BY SIZE INTO FEIERTAGE-DATEINAME
        END-STRING
    END-IF

    MOVE 0 TO AL-ANZAHL
    MOVE "N" TO AL-UEBERLAUF
    MOVE "N" TO DATEI-VORHANDEN
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEIERTAGE-CFG
    IF FS-FEIERTAGE-CFG = "00"
        MOVE "J" TO DATEI-VORHANDEN
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FEIERTAGE-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FEIERTAGE-CFG-ZEILE NOT = SPACES
                        IF AL-ANZAHL < 500
                            ADD 1 TO AL-ANZAHL
                            MOVE FEIERTAGE-CFG-ZEILE
                              TO AL-ZEILE(AL-ANZAHL)
                            MOVE "N" TO AL-GEFUNDEN(AL-ANZAHL)
                        ELSE
                            MOVE "J" TO AL-UEBERLAUF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEIERTAGE-CFG
    END-IF
    MOVE "N" TO EOF-FLAG

    MOVE SPACES TO PRINT-STANDORT
    IF SO-PRAEFIX(SO-LAUF) = "*"
        MOVE "Hausstandort" TO PRINT-STANDORT
    ELSE
        MOVE SO-PRAEFIX(SO-LAUF) TO PRINT-STANDORT
    END-IF
    MOVE SPACES TO PRINT-LAND
    IF SO-LAND(SO-LAUF) = SPACES
        MOVE "nur bundesweit" TO PRINT-LAND
    ELSE
        STRING "Land " SO-LAND(SO-LAUF)
            DELIMITED BY SIZE INTO PRINT-LAND
        END-STRING
    END-IF
    MOVE SPACES TO MELDUNG
    PERFORM MELDE.
    STRING FUNCTION TRIM(PRINT-STANDORT) " ("
           FUNCTION TRIM(FEIERTAGE-DATEINAME) "), "
           FUNCTION TRIM(PRINT-LAND) ":"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF DATEI-VORHANDEN = "N"
        MOVE "  Datei noch nicht vorhanden - wird neu angelegt." TO MELDUNG
        PERFORM MELDE
    END-IF

    MOVE 0 TO CNT-NEU CNT-ENTFALLEN CNT-UNVERAENDERT
    PERFORM VARYING GT-LAUF FROM 1 BY 1 UNTIL GT-LAUF > GT-ANZAHL
        SET AL-IDX TO 1
        SEARCH AL-EINTRAG
            AT END
                ADD 1 TO CNT-NEU
                MOVE GT-DATUM(GT-LAUF) TO FMT-DATUM
                PERFORM FORMATIERE-DATUM
                MOVE SPACES TO MELDUNG
                STRING "  NEU        " PRINT-DATUM " "
                       GT-NAME(GT-LAUF)
                    DELIMITED BY SIZE INTO MELDUNG
                END-STRING
                PERFORM MELDE
            WHEN AL-ZEILE(AL-IDX) = GT-DATUM(GT-LAUF)
                ADD 1 TO CNT-UNVERAENDERT
                MOVE "J" TO AL-GEFUNDEN(AL-IDX)
        END-SEARCH
    END-PERFORM
    PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-ANZAHL
        IF AL-ZEILE(AL-IDX)(1:4) = JAHR
         AND AL-GEFUNDEN(AL-IDX) = "N"
            ADD 1 TO CNT-ENTFALLEN
            MOVE SPACES TO MELDUNG
            IF AL-ZEILE(AL-IDX) IS NUMERIC
                MOVE AL-ZEILE(AL-IDX) TO FMT-DATUM
                PERFORM FORMATIERE-DATUM
                STRING "  ENTFAELLT  " PRINT-DATUM
                       " (weder gesetzlich noch LOKAL-Zeile)"
                    DELIMITED BY SIZE INTO MELDUNG
                END-STRING
            ELSE
                STRING "  ENTFAELLT  " AL-ZEILE(AL-IDX)
                       " (kein gueltiges Datum)"
                    DELIMITED BY SIZE INTO MELDUNG
                END-STRING
            END-IF
            PERFORM MELDE
        END-IF
    END-PERFORM

    MOVE SPACES TO MELDUNG
    STRING "  " CNT-UNVERAENDERT " unveraendert, " CNT-NEU " neu, "
           CNT-ENTFALLEN " entfallen (" GT-ANZAHL " Feiertage "
           JAHR ")."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-NEU > 0 OR CNT-ENTFALLEN > 0
        ADD 1 TO CNT-DATEIEN-GEAENDERT
    END-IF.


*> ================================================================
*> #11 Standort-Datei ersetzen
*> ================================================================
*> Zeilen frueherer Jahre zuerst, dann das erzeugte Jahr, dann
*> spaetere Jahre - Zeilen ohne Datum bleiben vorn stehen.
SCHREIBE-STANDORT.
    IF AL-UEBERLAUF = "J"
        MOVE SPACES TO MELDUNG
        STRING "  NICHT ersetzt: " FUNCTION TRIM(FEIERTAGE-DATEINAME)
               " hat mehr als 500 Zeilen."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT FEIERTAGE-CFG
    IF FS-FEIERTAGE-CFG NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "  FEHLER beim Schreiben von "
               FUNCTION TRIM(FEIERTAGE-DATEINAME) ", Status="
               FS-FEIERTAGE-CFG
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CNT-ZEILEN
    PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-ANZAHL
        IF AL-ZEILE(AL-IDX) IS NOT NUMERIC
         OR AL-ZEILE(AL-IDX)(1:4) < JAHR
            MOVE AL-ZEILE(AL-IDX) TO FEIERTAGE-CFG-ZEILE
            WRITE FEIERTAGE-CFG-ZEILE
            IF AL-ZEILE(AL-IDX) IS NUMERIC
                ADD 1 TO CNT-ZEILEN
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING GT-LAUF FROM 1 BY 1 UNTIL GT-LAUF > GT-ANZAHL
        MOVE GT-DATUM(GT-LAUF) TO FEIERTAGE-CFG-ZEILE
        WRITE FEIERTAGE-CFG-ZEILE
        ADD 1 TO CNT-ZEILEN
    END-PERFORM
    PERFORM VARYING AL-IDX FROM 1 BY 1 UNTIL AL-IDX > AL-ANZAHL
        IF AL-ZEILE(AL-IDX) IS NUMERIC
         AND AL-ZEILE(AL-IDX)(1:4) > JAHR
            MOVE AL-ZEILE(AL-IDX) TO FEIERTAGE-CFG-ZEILE
            WRITE FEIERTAGE-CFG-ZEILE
            ADD 1 TO CNT-ZEILEN
        END-IF
    END-PERFORM
    CLOSE FEIERTAGE-CFG
    ADD 1 TO CNT-DATEIEN-ERSETZT
    MOVE SPACES TO MELDUNG
    STRING "  ERSETZT: " FUNCTION TRIM(FEIERTAGE-DATEINAME) " ("
           CNT-ZEILEN " Feiertage)."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    *> Die Leser laden hoechstens 100 Feiertage (FEIERTAGE-TABELLE).
    IF CNT-ZEILEN > 100
        MOVE "  WARNUNG: mehr als 100 Feiertage - alte Jahrgaenge entfernen, die Leser laden nur 100."
          TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #12 Datum JJJJMMTT als TT.MM.JJJJ
*> ----------------------------------------------------------------
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FMT-DATUM(7:2) "." FMT-DATUM(5:2) "." FMT-DATUM(1:4)
        DELIMITED BY SIZE INTO PRINT-DATUM
    END-STRING.


*> ================================================================
*> #13 Zeile auf Konsole und in die Liste
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
