*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. KRANKENSTAND-STATISTIK.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Krankenstand je Abteilung fuer Monat und laufendes Jahr. Die
*> Krankheitssaetze ("ABW" mit Art "K") kommen aus dem
*> Historienlager BUCHUNGS-HISTORIE.DAT - KRANKHEIT-EPISODEN.DAT
*> fuehrt je Mitarbeiter nur die juengste Episode und taugt nicht
*> fuer vergangene Zeitraeume. Ein Storno ("STO" mit Buchungsnummer
*> und Datum des Originals) nimmt die Tage des Krankheitssatzes
*> zurueck. Ein Satz belegt ab seinem Datum so viele
*> Kalendertage, wie er Tage traegt (wie in LOHNFORTZAHLUNG).
*>
*> Je Abteilung:
*>   - Krankenquote = Krankentage an Arbeitstagen / Soll-Arbeitstage
*>     (Montag bis Freitag ohne Feiertage aus FEIERTAGE.CFG, je
*>     Mitarbeiter zwischen Eintritt und Austritt) fuer Monat,
*>     Vormonat, Vorjahresmonat, laufendes Jahr und Vorjahr bis
*>     zum selben Monat,
*>   - Episoden (aneinander anschliessende Saetze, auch ueber ein
*>     Wochenende hinweg) mit Beginn im Zeitraum, mittlere Dauer
*>     in Kalendertagen und Anteil der Kurzerkrankungen,
*>   - Trend: steigt die Quote um mindestens die Drift-Punkte
*>     gegenueber dem Vorjahr, wird die Abteilung markiert.
*> Abteilung je Mitarbeiter und Zeitraum zum Zeitraumende (bzw.
*> Austritt) aus STAMM-HISTORIE.DAT, sonst aus dem Stamm.
*> Grenzen aus KRANKENSTAND.CFG (eine Zeile
*> "<KurzTage> <GespraechSchwelle> <DriftPunkte>", Default
*> 3 / 125 / 1.0).
*>
*> Fuer die Rueckkehrgespraeche entsteht zusaetzlich eine
*> Mitarbeiterliste mit dem Bradford-Faktor (Episoden im Quadrat
*> mal Krankentage der letzten zwoelf Monate) - nur fuer Kennungen
*> mit Rolle "P" (Personal) in BENUTZER.CFG, als eigene Datei, die
*> nicht mit dem Abteilungsbericht verteilt wird.
*>
*> Aufruf: krankenstand_statistik [JJJJMM [Kennung]]  (ohne Monat
*> gilt der Vormonat). Ergebnis: Konsole + KRANKENSTAND-<JJJJMM>.RPT,
*> mit Kennung zusaetzlich KRANKENSTAND-GESPRAECHE-<JJJJMM>.RPT.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

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

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SHISTORIE.

    SELECT FEIERTAGE-CFG
        ASSIGN TO "FEIERTAGE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FEIERTAGE.

    SELECT KRANKENSTAND-CFG
        ASSIGN TO "KRANKENSTAND.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CFG.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT KRANKENSTAND-REPORT
        ASSIGN TO LISTE-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.

    SELECT GESPRAECHS-LISTE
        ASSIGN TO GESPRAECH-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GESPRAECH.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
*> Mirrors HISTORIE-RECORD in historie_auskunft.cbl.
FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ.
        10 HIS-VORNAME      PIC X(10).
        10 HIS-NACHNAME     PIC X(10).
        10 HIS-STUNDEN      PIC X(03).
        10 HIS-SATZ-NR      PIC X(03).
        10 HIS-DATUM        PIC X(08).
        10 HIS-GEHALT       PIC X(08).
        10 HIS-GEBURTSDATUM PIC X(08).
        10 HIS-KENNUNG      PIC X(03).
        10 HIS-ABW-ART      PIC X(01).
        10 FILLER           PIC X(26).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

*> Mirrors STAMM-HISTORIE-RECORD in stamm_pflege.cbl.
FD STAMM-HISTORIE.
01 STAMM-HISTORIE-RECORD.
    05 SH-VORNAME    PIC X(10).
    05 SH-NACHNAME   PIC X(10).
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD FEIERTAGE-CFG.
01 FEIERTAGE-CFG-ZEILE PIC X(8).

FD KRANKENSTAND-CFG.
01 KRANKENSTAND-CFG-ZEILE PIC X(30).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD KRANKENSTAND-REPORT.
01 REPORT-ZEILE PIC X(100).

FD GESPRAECHS-LISTE.
01 GESPRAECH-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-HISTORIE  PIC XX VALUE SPACES.
77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-SHISTORIE PIC XX VALUE SPACES.
77 FS-FEIERTAGE PIC XX VALUE SPACES.
77 FS-CFG       PIC XX VALUE SPACES.
77 FSBEN        PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 FS-GESPRAECH PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 BERICHTS-PERIODE PIC 9(6) VALUE 0.
01 PERIODE-TEILE REDEFINES BERICHTS-PERIODE.
    05 PERIODE-JAHR  PIC 9(4).
    05 PERIODE-MONAT PIC 9(2).
01 LISTE-DATEINAME     PIC X(50).
01 GESPRAECH-DATEINAME PIC X(50).

*> Grenzen aus KRANKENSTAND.CFG.
01 KURZ-TAGE          PIC 9(3)    VALUE 3.
01 GESPRAECH-SCHWELLE PIC 9(5)    VALUE 125.
01 DRIFT-PUNKTE       PIC 9(2)V9  VALUE 1.0.
01 CFG-WERT-1 PIC X(8).
01 CFG-WERT-2 PIC X(8).
01 CFG-WERT-3 PIC X(8).

*> Die fuenf Zeitraeume: 1 Monat, 2 Vormonat, 3 Vorjahresmonat,
*> 4 laufendes Jahr, 5 Vorjahr bis zum selben Monat.
01 ZR-TABELLE.
    05 ZR-EINTRAG OCCURS 5 TIMES.
        10 ZR-VON PIC 9(8).
        10 ZR-BIS PIC 9(8).
01 ZR-IDX PIC 9.
01 HILF-PERIODE PIC 9(6).
01 HILF-TEILE REDEFINES HILF-PERIODE.
    05 HILF-JAHR  PIC 9(4).
    05 HILF-MONAT PIC 9(2).
01 HILF-DATUM   PIC 9(8).
*> Rollierende zwoelf Monate fuer den Bradford-Faktor.
01 ROLL-BEGINN  PIC 9(8).

*> Arbeitstagskalender vom 1.1. des Vorjahres bis Monatsende:
*> KAL-KUMULIERT(i) = Arbeitstage vom Kalenderbeginn bis Tag i.
01 KAL-BASIS    PIC 9(7).
01 KAL-ANZAHL   PIC 9(3) VALUE 0.
01 KAL-TABELLE.
    05 KAL-EINTRAG OCCURS 1 TO 740 TIMES
                    DEPENDING ON KAL-ANZAHL.
        10 KAL-ARBEITSTAG PIC X.
        10 KAL-KUMULIERT  PIC 9(3).
01 KAL-IDX      PIC 9(3).
01 WOCHENTAG    PIC 9.
01 FEIERTAG-NUM PIC 9(8).
01 TAG-VON      PIC 9(7).
01 TAG-BIS      PIC 9(7).
01 ARBEITSTAGE  PIC 9(3).

*> Mitarbeiterstamm: fuer die Soll-Tage einmal ganz durchlaufen (#10),
*> fuer die Krankheitssaetze je Mitarbeiter per Namen gelesen (#11.1).
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 CNT-STAMM PIC 9(6) VALUE 0.

*> Stammsatz aufbereitet (Namen ROT13-maskiert wie im Historienlager)
*> mit Abteilung je Zeitraum; Aufbau wie EM-EINTRAG.
01 EM-AKTUELL.
    05 EA-VORNAME-M  PIC X(10).
    05 EA-NACHNAME-M PIC X(10).
    05 EA-VON        PIC 9(8).
    05 EA-BIS        PIC 9(8).
    05 EA-ZAEHLT     PIC X.
    05 EA-ABT        PIC 9(3) OCCURS 5 TIMES.
    05 EA-EPISODEN12 PIC 9(3).
    05 EA-TAGE12     PIC 9(3).
    05 EA-FAKTOR     PIC 9(7).
    05 EA-GEDRUCKT   PIC X.

*> Mitarbeiter mit Krankheitssaetzen, je Name ein Eintrag (auch ohne
*> Stammsatz, dann EM-ZAEHLT = "N"); nie mehr als KR-EINTRAG.
01 EM-ANZAHL PIC 9(4) VALUE 0.
01 EM-TABELLE.
    05 EM-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON EM-ANZAHL
                   INDEXED BY EM-IDX.
        10 EM-VORNAME-M  PIC X(10).
        10 EM-NACHNAME-M PIC X(10).
        10 EM-VON        PIC 9(8).
        10 EM-BIS        PIC 9(8).
        10 EM-ZAEHLT     PIC X.
        10 EM-ABT        PIC 9(3) OCCURS 5 TIMES.
        10 EM-EPISODEN12 PIC 9(3).
        10 EM-TAGE12     PIC 9(3).
        10 EM-FAKTOR     PIC 9(7).
        10 EM-GEDRUCKT   PIC X.
01 EM-POSITION PIC 9(4).

*> Abteilungshistorie aller Mitarbeiter (Klartextnamen).
01 HI-ANZAHL PIC 9(4) VALUE 0.
01 HI-TABELLE.
    05 HI-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HI-ANZAHL
                   INDEXED BY HI-IDX.
        10 HI-VORNAME   PIC X(10).
        10 HI-NACHNAME  PIC X(10).
        10 HI-GUELTIG-AB PIC 9(8).
        10 HI-ABTEILUNG PIC X(10).
01 HI-BESTES-AB PIC 9(8).
01 ABT-STICHTAG PIC 9(8).
01 ABT-ERGEBNIS PIC X(10).

*> Krankheitssaetze, sortiert nach Mitarbeiter und Datum.
01 KR-ANZAHL PIC 9(4) VALUE 0.
01 KR-TABELLE.
    05 KR-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON KR-ANZAHL
                   INDEXED BY KR-IDX.
        10 KR-VORNAME-M  PIC X(10).
        10 KR-NACHNAME-M PIC X(10).
        10 KR-NR         PIC X(3).
        10 KR-DATUM      PIC 9(8).
        10 KR-TAGE       PIC 9(3).
01 KR-NEU.
    05 KRN-VORNAME-M  PIC X(10).
    05 KRN-NACHNAME-M PIC X(10).
    05 KRN-NR         PIC X(3).
    05 KRN-DATUM      PIC 9(8).
    05 KRN-TAGE       PIC 9(3).
01 KR-POSITION PIC 9(4).
01 KR-SCHIEBE  PIC 9(4).

*> Stornos aus dem Historienlager.
01 SO-ANZAHL PIC 9(4) VALUE 0.
01 SO-TABELLE.
    05 SO-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SO-ANZAHL
                   INDEXED BY SO-IDX.
        10 SO-VORNAME-M  PIC X(10).
        10 SO-NACHNAME-M PIC X(10).
        10 SO-NR         PIC X(3).
        10 SO-DATUM      PIC 9(8).
        10 SO-TAGE       PIC 9(3).

*> Kennzahlen je Abteilung.
01 DP-ANZAHL PIC 9(3) VALUE 0.
01 DP-TABELLE.
    05 DP-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON DP-ANZAHL
                   INDEXED BY DP-IDX.
        10 DP-ABTEILUNG PIC X(10).
        10 DP-ZEITRAUM OCCURS 5 TIMES.
            15 DP-KRANK-TAGE PIC 9(6).
            15 DP-SOLL-TAGE  PIC 9(7).
            15 DP-EPISODEN   PIC 9(5).
            15 DP-EPI-TAGE   PIC 9(6).
            15 DP-KURZ       PIC 9(5).
01 DP-POSITION PIC 9(3).
01 SUMMEN-ZEILE.
    05 SU-ZEITRAUM OCCURS 5 TIMES.
        10 SU-KRANK-TAGE PIC 9(7).
        10 SU-SOLL-TAGE  PIC 9(8).
        10 SU-EPISODEN   PIC 9(6).
        10 SU-EPI-TAGE   PIC 9(7).
        10 SU-KURZ       PIC 9(6).

*> Laufende Episode beim Durchgang durch die Krankheitssaetze.
01 EPI-OFFEN    PIC X VALUE "N".
01 EPI-MA       PIC 9(4).
01 EPI-BEGINN   PIC 9(7).
01 EPI-ENDE     PIC 9(7).
01 SATZ-BEGINN  PIC 9(7).
01 SATZ-ENDE    PIC 9(7).
01 EPI-DAUER    PIC 9(4).
01 EPI-DATUM    PIC 9(8).

01 KRANKEN-QUOTE  PIC 9(3)V9.
01 AKTUELLE-QUOTE PIC 9(3)V9.
01 MITTEL-DAUER PIC 9(3)V9.
01 KURZ-ANTEIL  PIC 9(3).
01 TREND-TEXT   PIC X(9).
01 ZEILEN-TEXT  PIC X(10).
01 PRINT-Q1     PIC ZZ9.9.
01 PRINT-Q2     PIC ZZ9.9.
01 PRINT-Q3     PIC ZZ9.9.
01 PRINT-EPI    PIC ZZZZ9.
01 PRINT-DAUER  PIC ZZ9.9.
01 PRINT-KURZ   PIC ZZ9.
01 PRINT-TAGE   PIC ZZZZ9.
01 PRINT-SOLL   PIC ZZZZZ9.
01 PRINT-FAKTOR PIC ZZZZZZ9.
01 PRINT-KURZ-TAGE PIC ZZ9.
01 PRINT-DRIFT     PIC Z9.9.

*> Anmeldung fuer die Gespraechsliste.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-ROLLEN PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".
01 ROLLE-GEFORDERT   PIC X VALUE "P".
01 ROLLEN-TREFFER    PIC 9(2).
01 LISTE-ERLAUBT     PIC X VALUE "N".

01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".
01 KLAR-VORNAME  PIC X(10).
01 KLAR-NACHNAME PIC X(10).

01 CNT-K-SAETZE    PIC 9(6) VALUE 0.
01 CNT-STORNIERT   PIC 9(6) VALUE 0.
01 CNT-UNBEKANNT   PIC 9(6) VALUE 0.
01 CNT-UEBERLAUF   PIC 9(6) VALUE 0.
01 CNT-GELISTET    PIC 9(4) VALUE 0.
01 DRUCK-IDX       PIC 9(3).
01 BESTER-FAKTOR   PIC 9(7).
01 BESTER-MA       PIC 9(4).
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM BERECHNE-ZEITRAEUME.
    PERFORM LADE-CFG.
    PERFORM BAUE-KALENDER.
    PERFORM LADE-ABTEILUNGSHISTORIE.
    PERFORM OEFFNE-STAMM.
    PERFORM ZAEHLE-SOLL-TAGE.
    IF CNT-STAMM = 0
        DISPLAY "MITARBEITER-STAMM.DAT fehlt oder ist leer."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM LADE-KRANKHEITSSAETZE.
    IF FS-HISTORIE NOT = "00"
        DISPLAY "BUCHUNGS-HISTORIE.DAT nicht vorhanden - erst"
                " HISTORIE-LADER laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM VERRECHNE-STORNOS.

    PERFORM ZAEHLE-KRANKHEIT.

    MOVE SPACES TO LISTE-DATEINAME
    STRING "KRANKENSTAND-" BERICHTS-PERIODE ".RPT"
        DELIMITED BY SIZE INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT KRANKENSTAND-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM DRUCKE-ABTEILUNGEN.
    CLOSE KRANKENSTAND-REPORT.

    IF BENUTZER-ID NOT = SPACES
        PERFORM PRUEFE-BERECHTIGUNG
        IF LISTE-ERLAUBT = "J"
            PERFORM DRUCKE-GESPRAECHSLISTE
        END-IF
    END-IF.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Monat JJJJMM, Kennung)
*> ================================================================
*> Mirrors PARSE-KOMMANDOZEILE in mwst_meldung.cbl.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:6) IS NUMERIC
         AND WS-ARGUMENT-WERT(5:2) >= "01"
         AND WS-ARGUMENT-WERT(5:2) <= "12"
            MOVE WS-ARGUMENT-WERT(1:6) TO BERICHTS-PERIODE
        END-IF
    END-IF
    IF WS-ARGUMENT-ANZAHL >= 2
        MOVE 2 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE WS-ARGUMENT-WERT(1:8) TO BENUTZER-ID
    END-IF
    *> Ohne Parameter der abgeschlossene Vormonat.
    IF BERICHTS-PERIODE = 0
        MOVE FUNCTION CURRENT-DATE(1:6) TO BERICHTS-PERIODE
        IF PERIODE-MONAT = 1
            SUBTRACT 1 FROM PERIODE-JAHR
            MOVE 12 TO PERIODE-MONAT
        ELSE
            SUBTRACT 1 FROM PERIODE-MONAT
        END-IF
    END-IF.


*> ================================================================
*> #6 Zeitraeume und rollierendes Jahr bestimmen
*> ================================================================
BERECHNE-ZEITRAEUME.
    *> 1 Berichtsmonat
    MOVE BERICHTS-PERIODE TO HILF-PERIODE
    COMPUTE ZR-VON(1) = HILF-PERIODE * 100 + 1
    PERFORM BERECHNE-MONATSENDE
    MOVE HILF-DATUM TO ZR-BIS(1)
    *> 4 laufendes Jahr
    COMPUTE ZR-VON(4) = PERIODE-JAHR * 10000 + 0101
    MOVE ZR-BIS(1) TO ZR-BIS(4)
    *> 3 Vorjahresmonat und 5 Vorjahr bis zum selben Monat
    SUBTRACT 1 FROM HILF-JAHR
    COMPUTE ZR-VON(3) = HILF-PERIODE * 100 + 1
    PERFORM BERECHNE-MONATSENDE
    MOVE HILF-DATUM TO ZR-BIS(3) ZR-BIS(5)
    COMPUTE ZR-VON(5) = HILF-JAHR * 10000 + 0101
    *> 2 Vormonat
    MOVE BERICHTS-PERIODE TO HILF-PERIODE
    IF HILF-MONAT = 1
        SUBTRACT 1 FROM HILF-JAHR
        MOVE 12 TO HILF-MONAT
    ELSE
        SUBTRACT 1 FROM HILF-MONAT
    END-IF
    COMPUTE ZR-VON(2) = HILF-PERIODE * 100 + 1
    PERFORM BERECHNE-MONATSENDE
    MOVE HILF-DATUM TO ZR-BIS(2)
    *> Rollierende zwoelf Monate bis zum Monatsende: ab dem Ersten
    *> des Monats nach dem Vorjahresmonat.
    COMPUTE ROLL-BEGINN = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(ZR-BIS(3)) + 1).


*> ----------------------------------------------------------------
*> #6.1 Letzter Tag des Monats HILF-PERIODE nach HILF-DATUM
*> ----------------------------------------------------------------
*> Mirrors BERECHNE-MONATSENDE in personal_statistik.cbl.
BERECHNE-MONATSENDE.
    IF HILF-MONAT = 12
        COMPUTE HILF-DATUM = (HILF-JAHR + 1) * 10000 + 0101
    ELSE
        COMPUTE HILF-DATUM = HILF-PERIODE * 100 + 101
    END-IF
    COMPUTE HILF-DATUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(HILF-DATUM) - 1).


*> ================================================================
*> #7 Arbeitstagskalender aufbauen
*> ================================================================
*> Montag bis Freitag sind Arbeitstage, Feiertage aus
*> FEIERTAGE.CFG (eine Zeile JJJJMMTT) nicht.
BAUE-KALENDER.
    COMPUTE KAL-BASIS = FUNCTION INTEGER-OF-DATE(ZR-VON(5))
    COMPUTE KAL-ANZAHL = FUNCTION INTEGER-OF-DATE(ZR-BIS(1))
                       - KAL-BASIS + 1
    PERFORM VARYING KAL-IDX FROM 1 BY 1 UNTIL KAL-IDX > KAL-ANZAHL
        COMPUTE WOCHENTAG = FUNCTION MOD(KAL-BASIS + KAL-IDX - 2, 7)
        IF WOCHENTAG < 5
            MOVE "J" TO KAL-ARBEITSTAG(KAL-IDX)
        ELSE
            MOVE "N" TO KAL-ARBEITSTAG(KAL-IDX)
        END-IF
    END-PERFORM

    MOVE "N" TO EOF-FLAG
    OPEN INPUT FEIERTAGE-CFG
    IF FS-FEIERTAGE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FEIERTAGE-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FEIERTAGE-CFG-ZEILE IS NUMERIC
                        MOVE FEIERTAGE-CFG-ZEILE TO FEIERTAG-NUM
                        IF FEIERTAG-NUM >= ZR-VON(5)
                         AND FEIERTAG-NUM <= ZR-BIS(1)
                            COMPUTE KAL-IDX =
                                FUNCTION INTEGER-OF-DATE(FEIERTAG-NUM)
                                - KAL-BASIS + 1
                            MOVE "N" TO KAL-ARBEITSTAG(KAL-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEIERTAGE-CFG
    END-IF
    MOVE "N" TO EOF-FLAG

    PERFORM VARYING KAL-IDX FROM 1 BY 1 UNTIL KAL-IDX > KAL-ANZAHL
        IF KAL-IDX = 1
            MOVE 0 TO KAL-KUMULIERT(KAL-IDX)
        ELSE
            MOVE KAL-KUMULIERT(KAL-IDX - 1) TO KAL-KUMULIERT(KAL-IDX)
        END-IF
        IF KAL-ARBEITSTAG(KAL-IDX) = "J"
            ADD 1 TO KAL-KUMULIERT(KAL-IDX)
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.1 Arbeitstage zwischen TAG-VON und TAG-BIS (Tagesnummern)
*> ----------------------------------------------------------------
*> Ergebnis in ARBEITSTAGE; ausserhalb des Kalenders wird
*> abgeschnitten.
ZAEHLE-ARBEITSTAGE.
    MOVE 0 TO ARBEITSTAGE
    IF TAG-VON < KAL-BASIS
        MOVE KAL-BASIS TO TAG-VON
    END-IF
    IF TAG-BIS > KAL-BASIS + KAL-ANZAHL - 1
        COMPUTE TAG-BIS = KAL-BASIS + KAL-ANZAHL - 1
    END-IF
    IF TAG-VON > TAG-BIS
        EXIT PARAGRAPH
    END-IF
    COMPUTE ARBEITSTAGE =
        KAL-KUMULIERT(TAG-BIS - KAL-BASIS + 1)
      - KAL-KUMULIERT(TAG-VON - KAL-BASIS + 1)
    IF KAL-ARBEITSTAG(TAG-VON - KAL-BASIS + 1) = "J"
        ADD 1 TO ARBEITSTAGE
    END-IF.


*> ================================================================
*> #8 Stammsatz aufbereiten: Beschaeftigungszeitraum und Abteilungen
*> ================================================================
*> Aus STAMM-RECORD nach EM-AKTUELL. Inaktive ohne Austrittsdatum
*> zaehlen nicht mit (kein Zeitraum bekannt); ihre Krankheitssaetze
*> werden ebenfalls uebergangen.
BEREITE-STAMMSATZ.
    INITIALIZE EM-AKTUELL
    MOVE MA-VORNAME  TO EA-VORNAME-M
    MOVE MA-NACHNAME TO EA-NACHNAME-M
    INSPECT EA-VORNAME-M  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT EA-NACHNAME-M CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE 0 TO EA-VON
    IF MA-EINTRITT IS NUMERIC
        MOVE MA-EINTRITT TO EA-VON
    END-IF
    MOVE 99991231 TO EA-BIS
    IF MA-AUSTRITT IS NUMERIC AND MA-AUSTRITT > 0
        MOVE MA-AUSTRITT TO EA-BIS
    END-IF
    MOVE "J" TO EA-ZAEHLT
    IF MA-STATUS = "I" AND EA-BIS = 99991231
        MOVE "N" TO EA-ZAEHLT
    END-IF
    MOVE "N" TO EA-GEDRUCKT
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 5
        MOVE ZR-BIS(ZR-IDX) TO ABT-STICHTAG
        IF EA-BIS < ABT-STICHTAG
            MOVE EA-BIS TO ABT-STICHTAG
        END-IF
        PERFORM ERMITTLE-ABTEILUNG
        PERFORM SUCHE-ABTEILUNG
        MOVE DP-POSITION TO EA-ABT(ZR-IDX)
    END-PERFORM.


*> ----------------------------------------------------------------
*> #8.1 Abteilung des Mitarbeiters (MA-...) am ABT-STICHTAG
*> ----------------------------------------------------------------
*> Mirrors ERMITTLE-ABTEILUNG in personal_statistik.cbl.
ERMITTLE-ABTEILUNG.
    MOVE SPACES TO ABT-ERGEBNIS
    MOVE 0 TO HI-BESTES-AB
    PERFORM VARYING HI-IDX FROM 1 BY 1 UNTIL HI-IDX > HI-ANZAHL
        IF HI-VORNAME(HI-IDX)  = MA-VORNAME
         AND HI-NACHNAME(HI-IDX) = MA-NACHNAME
         AND HI-GUELTIG-AB(HI-IDX) <= ABT-STICHTAG
         AND HI-GUELTIG-AB(HI-IDX) >= HI-BESTES-AB
         AND HI-ABTEILUNG(HI-IDX) NOT = SPACES
            MOVE HI-GUELTIG-AB(HI-IDX) TO HI-BESTES-AB
            MOVE HI-ABTEILUNG(HI-IDX)  TO ABT-ERGEBNIS
        END-IF
    END-PERFORM
    IF HI-BESTES-AB = 0
        MOVE MA-ABTEILUNG TO ABT-ERGEBNIS
    END-IF
    IF ABT-ERGEBNIS = SPACES
        MOVE "ALLG" TO ABT-ERGEBNIS
    END-IF.


*> ----------------------------------------------------------------
*> #8.2 Abteilungseintrag zu ABT-ERGEBNIS suchen bzw. anlegen
*> ----------------------------------------------------------------
*> Ergebnis in DP-POSITION (0 = Tabelle voll).
SUCHE-ABTEILUNG.
    MOVE 0 TO DP-POSITION
    IF DP-ANZAHL > 0
        SET DP-IDX TO 1
        SEARCH DP-EINTRAG
            AT END CONTINUE
            WHEN DP-ABTEILUNG(DP-IDX) = ABT-ERGEBNIS
                SET DP-POSITION TO DP-IDX
        END-SEARCH
    END-IF
    IF DP-POSITION = 0 AND DP-ANZAHL < 200
        ADD 1 TO DP-ANZAHL
        MOVE DP-ANZAHL TO DP-POSITION
        INITIALIZE DP-EINTRAG(DP-POSITION)
        MOVE ABT-ERGEBNIS TO DP-ABTEILUNG(DP-POSITION)
    END-IF.


*> ================================================================
*> #9 Krankheitssaetze und Stornos aus dem Historienlager lesen
*> ================================================================
LADE-KRANKHEITSSAETZE.
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
         AND HIS-STUNDEN IS NUMERIC AND HIS-DATUM IS NUMERIC
            EVALUATE TRUE
                WHEN HIS-KENNUNG = "ABW" AND HIS-ABW-ART = "K"
                    PERFORM UEBERNEHME-KRANKHEITSSATZ
                WHEN HIS-KENNUNG = "STO"
                    IF SO-ANZAHL < 2000
                        ADD 1 TO SO-ANZAHL
                        MOVE HIS-VORNAME  TO SO-VORNAME-M(SO-ANZAHL)
                        MOVE HIS-NACHNAME TO SO-NACHNAME-M(SO-ANZAHL)
                        MOVE HIS-SATZ-NR  TO SO-NR(SO-ANZAHL)
                        MOVE HIS-DATUM    TO SO-DATUM(SO-ANZAHL)
                        MOVE HIS-STUNDEN  TO SO-TAGE(SO-ANZAHL)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.1 Krankheitssatz sortiert (Name, Datum) einfuegen
*> ----------------------------------------------------------------
UEBERNEHME-KRANKHEITSSATZ.
    IF HIS-STUNDEN = "000"
        EXIT PARAGRAPH
    END-IF
    IF KR-ANZAHL >= 5000
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-K-SAETZE
    MOVE HIS-VORNAME  TO KRN-VORNAME-M
    MOVE HIS-NACHNAME TO KRN-NACHNAME-M
    MOVE HIS-SATZ-NR  TO KRN-NR
    MOVE HIS-DATUM    TO KRN-DATUM
    MOVE HIS-STUNDEN  TO KRN-TAGE

    *> Hinter allen Saetzen einfuegen, die nicht groesser sind.
    COMPUTE KR-POSITION = KR-ANZAHL + 1
    PERFORM VARYING KR-IDX FROM 1 BY 1 UNTIL KR-IDX > KR-ANZAHL
        IF KR-NACHNAME-M(KR-IDX) > KRN-NACHNAME-M
         OR (KR-NACHNAME-M(KR-IDX) = KRN-NACHNAME-M
             AND KR-VORNAME-M(KR-IDX) > KRN-VORNAME-M)
         OR (KR-NACHNAME-M(KR-IDX) = KRN-NACHNAME-M
             AND KR-VORNAME-M(KR-IDX) = KRN-VORNAME-M
             AND KR-DATUM(KR-IDX) > KRN-DATUM)
            SET KR-POSITION TO KR-IDX
            SET KR-IDX TO KR-ANZAHL
        END-IF
    END-PERFORM
    ADD 1 TO KR-ANZAHL
    PERFORM VARYING KR-SCHIEBE FROM KR-ANZAHL BY -1
            UNTIL KR-SCHIEBE <= KR-POSITION
        MOVE KR-EINTRAG(KR-SCHIEBE - 1) TO KR-EINTRAG(KR-SCHIEBE)
    END-PERFORM
    MOVE KR-NEU TO KR-EINTRAG(KR-POSITION).


*> ----------------------------------------------------------------
*> #9.2 Stornos gegen die Krankheitssaetze verrechnen
*> ----------------------------------------------------------------
*> Der Storno traegt Buchungsnummer und Datum des Originals.
VERRECHNE-STORNOS.
    PERFORM VARYING SO-IDX FROM 1 BY 1 UNTIL SO-IDX > SO-ANZAHL
        PERFORM VARYING KR-IDX FROM 1 BY 1 UNTIL KR-IDX > KR-ANZAHL
            IF KR-VORNAME-M(KR-IDX)  = SO-VORNAME-M(SO-IDX)
             AND KR-NACHNAME-M(KR-IDX) = SO-NACHNAME-M(SO-IDX)
             AND KR-NR(KR-IDX)    = SO-NR(SO-IDX)
             AND KR-DATUM(KR-IDX) = SO-DATUM(SO-IDX)
             AND KR-TAGE(KR-IDX)  > 0
                IF SO-TAGE(SO-IDX) >= KR-TAGE(KR-IDX)
                    MOVE 0 TO KR-TAGE(KR-IDX)
                ELSE
                    SUBTRACT SO-TAGE(SO-IDX) FROM KR-TAGE(KR-IDX)
                END-IF
                ADD 1 TO CNT-STORNIERT
                SET KR-IDX TO KR-ANZAHL
            END-IF
        END-PERFORM
    END-PERFORM.


*> ================================================================
*> #10 Soll-Arbeitstage je Abteilung und Zeitraum
*> ================================================================
*> Ein Durchlauf durch den Stamm; Mitarbeiter mit nicht leerem
*> Namen zaehlen in CNT-STAMM.
ZAEHLE-SOLL-TAGE.
    MOVE 0 TO CNT-STAMM
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
            ADD 1 TO CNT-STAMM
            PERFORM BEREITE-STAMMSATZ
            IF EA-ZAEHLT = "J"
                PERFORM ZAEHLE-SOLL-TAGE-MA
            END-IF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #10.1 Soll-Tage des Mitarbeiters in EM-AKTUELL je Zeitraum
*> ----------------------------------------------------------------
ZAEHLE-SOLL-TAGE-MA.
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 5
        MOVE EA-ABT(ZR-IDX) TO DP-POSITION
        IF DP-POSITION > 0
            COMPUTE TAG-VON = FUNCTION INTEGER-OF-DATE(ZR-VON(ZR-IDX))
            IF EA-VON > ZR-VON(ZR-IDX)
                COMPUTE TAG-VON = FUNCTION INTEGER-OF-DATE(EA-VON)
            END-IF
            COMPUTE TAG-BIS = FUNCTION INTEGER-OF-DATE(ZR-BIS(ZR-IDX))
            IF EA-BIS < ZR-BIS(ZR-IDX)
                COMPUTE TAG-BIS = FUNCTION INTEGER-OF-DATE(EA-BIS)
            END-IF
            PERFORM ZAEHLE-ARBEITSTAGE
            ADD ARBEITSTAGE TO DP-SOLL-TAGE(DP-POSITION, ZR-IDX)
        END-IF
    END-PERFORM.


*> ================================================================
*> #11 Krankentage und Episoden zaehlen
*> ================================================================
*> Die Saetze liegen nach Mitarbeiter und Datum sortiert vor; ein
*> Satz, der spaetestens am Tag nach dem Ende der laufenden Episode
*> beginnt (freitags endend: am Montag), setzt sie fort.
ZAEHLE-KRANKHEIT.
    MOVE "N" TO EPI-OFFEN
    PERFORM VARYING KR-IDX FROM 1 BY 1 UNTIL KR-IDX > KR-ANZAHL
        IF KR-TAGE(KR-IDX) > 0
            PERFORM SUCHE-MITARBEITER
            IF EM-POSITION = 0
                ADD 1 TO CNT-UNBEKANNT
            ELSE
                PERFORM ZAEHLE-KRANKHEITSSATZ
            END-IF
        END-IF
    END-PERFORM
    IF EPI-OFFEN = "J"
        PERFORM SCHLIESSE-EPISODE
    END-IF.


*> ----------------------------------------------------------------
*> #11.1 Mitarbeiter zum Krankheitssatz KR-IDX suchen
*> ----------------------------------------------------------------
*> Die Saetze eines Mitarbeiters liegen beisammen: nur beim ersten
*> wird der Stamm gelesen und ein Eintrag angelegt.
SUCHE-MITARBEITER.
    MOVE 0 TO EM-POSITION
    IF EM-ANZAHL > 0
        IF EM-VORNAME-M(EM-ANZAHL)  = KR-VORNAME-M(KR-IDX)
         AND EM-NACHNAME-M(EM-ANZAHL) = KR-NACHNAME-M(KR-IDX)
            MOVE EM-ANZAHL TO EM-POSITION
        END-IF
    END-IF
    IF EM-POSITION = 0
        PERFORM LIES-MITARBEITER
    END-IF
    IF EM-ZAEHLT(EM-POSITION) NOT = "J"
        MOVE 0 TO EM-POSITION
    END-IF.


*> ----------------------------------------------------------------
*> #11.1.1 Stammsatz zum Krankheitssatz KR-IDX lesen, Eintrag anlegen
*> ----------------------------------------------------------------
LIES-MITARBEITER.
    MOVE KR-VORNAME-M(KR-IDX)  TO STAMM-SUCH-VORNAME
    MOVE KR-NACHNAME-M(KR-IDX) TO STAMM-SUCH-NACHNAME
    INSPECT STAMM-SUCH-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT STAMM-SUCH-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J"
        PERFORM BEREITE-STAMMSATZ
    ELSE
        INITIALIZE EM-AKTUELL
        MOVE KR-VORNAME-M(KR-IDX)  TO EA-VORNAME-M
        MOVE KR-NACHNAME-M(KR-IDX) TO EA-NACHNAME-M
        MOVE "N" TO EA-ZAEHLT
        MOVE "N" TO EA-GEDRUCKT
    END-IF
    ADD 1 TO EM-ANZAHL
    MOVE EM-AKTUELL TO EM-EINTRAG(EM-ANZAHL)
    MOVE EM-ANZAHL TO EM-POSITION.


*> ----------------------------------------------------------------
*> #11.2 Einen Krankheitssatz auf Zeitraeume und Episode verteilen
*> ----------------------------------------------------------------
ZAEHLE-KRANKHEITSSATZ.
    COMPUTE SATZ-BEGINN = FUNCTION INTEGER-OF-DATE(KR-DATUM(KR-IDX))
    COMPUTE SATZ-ENDE = SATZ-BEGINN + KR-TAGE(KR-IDX) - 1

    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 5
        MOVE EM-ABT(EM-POSITION, ZR-IDX) TO DP-POSITION
        IF DP-POSITION > 0
            COMPUTE TAG-VON = FUNCTION INTEGER-OF-DATE(ZR-VON(ZR-IDX))
            IF SATZ-BEGINN > TAG-VON
                MOVE SATZ-BEGINN TO TAG-VON
            END-IF
            COMPUTE TAG-BIS = FUNCTION INTEGER-OF-DATE(ZR-BIS(ZR-IDX))
            IF SATZ-ENDE < TAG-BIS
                MOVE SATZ-ENDE TO TAG-BIS
            END-IF
            PERFORM ZAEHLE-ARBEITSTAGE
            ADD ARBEITSTAGE TO DP-KRANK-TAGE(DP-POSITION, ZR-IDX)
        END-IF
    END-PERFORM

    *> Krankentage der letzten zwoelf Monate fuer den Faktor.
    COMPUTE TAG-VON = FUNCTION INTEGER-OF-DATE(ROLL-BEGINN)
    IF SATZ-BEGINN > TAG-VON
        MOVE SATZ-BEGINN TO TAG-VON
    END-IF
    COMPUTE TAG-BIS = FUNCTION INTEGER-OF-DATE(ZR-BIS(1))
    IF SATZ-ENDE < TAG-BIS
        MOVE SATZ-ENDE TO TAG-BIS
    END-IF
    PERFORM ZAEHLE-ARBEITSTAGE
    ADD ARBEITSTAGE TO EM-TAGE12(EM-POSITION)

    IF EPI-OFFEN = "J"
        IF EPI-MA = EM-POSITION
            COMPUTE WOCHENTAG = FUNCTION MOD(EPI-ENDE - 1, 7)
            IF SATZ-BEGINN <= EPI-ENDE + 1
             OR (WOCHENTAG = 4 AND SATZ-BEGINN <= EPI-ENDE + 3)
                IF SATZ-ENDE > EPI-ENDE
                    MOVE SATZ-ENDE TO EPI-ENDE
                END-IF
                EXIT PARAGRAPH
            END-IF
        END-IF
        PERFORM SCHLIESSE-EPISODE
    END-IF
    MOVE "J" TO EPI-OFFEN
    MOVE EM-POSITION TO EPI-MA
    MOVE SATZ-BEGINN TO EPI-BEGINN
    MOVE SATZ-ENDE   TO EPI-ENDE.


*> ----------------------------------------------------------------
*> #11.3 Abgeschlossene Episode den Zeitraeumen ihres Beginns zuordnen
*> ----------------------------------------------------------------
SCHLIESSE-EPISODE.
    MOVE "N" TO EPI-OFFEN
    COMPUTE EPI-DAUER = EPI-ENDE - EPI-BEGINN + 1
    COMPUTE EPI-DATUM = FUNCTION DATE-OF-INTEGER(EPI-BEGINN)
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 5
        IF EPI-DATUM >= ZR-VON(ZR-IDX) AND EPI-DATUM <= ZR-BIS(ZR-IDX)
            MOVE EM-ABT(EPI-MA, ZR-IDX) TO DP-POSITION
            IF DP-POSITION > 0
                ADD 1 TO DP-EPISODEN(DP-POSITION, ZR-IDX)
                ADD EPI-DAUER TO DP-EPI-TAGE(DP-POSITION, ZR-IDX)
                IF EPI-DAUER <= KURZ-TAGE
                    ADD 1 TO DP-KURZ(DP-POSITION, ZR-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF EPI-DATUM >= ROLL-BEGINN AND EPI-DATUM <= ZR-BIS(1)
        ADD 1 TO EM-EPISODEN12(EPI-MA)
    END-IF.


*> ================================================================
*> #12 Abteilungsbericht drucken
*> ================================================================
DRUCKE-ABTEILUNGEN.
    MOVE KURZ-TAGE    TO PRINT-KURZ-TAGE
    MOVE DRIFT-PUNKTE TO PRINT-DRIFT
    MOVE SPACES TO MELDUNG
    STRING "Krankenstand " PERIODE-MONAT "/" PERIODE-JAHR
           " - Quote = Krankentage / Soll-Arbeitstage in %,"
           " kurz = bis " FUNCTION TRIM(PRINT-KURZ-TAGE) " Tage"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE

    *> Block Monat: Quote gegen Vormonat und Vorjahresmonat.
    MOVE SPACES TO MELDUNG
    STRING "Monat " PERIODE-MONAT "/" PERIODE-JAHR
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "Abteilung   Quote Vormon VJ-Mon  Kr.Tage Soll-Tg Episoden  Dauer Kurz%  Trend"
      TO MELDUNG
    PERFORM MELDE
    INITIALIZE SUMMEN-ZEILE
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1 UNTIL DRUCK-IDX > DP-ANZAHL
        PERFORM SUMMIERE-ABTEILUNG
        MOVE DP-ABTEILUNG(DRUCK-IDX) TO ZEILEN-TEXT
        PERFORM DRUCKE-ABTEILUNG-ZEILE
    END-PERFORM
    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE "GESAMT" TO ZEILEN-TEXT
    MOVE 0 TO DRUCK-IDX
    PERFORM DRUCKE-ABTEILUNG-ZEILE

    *> Block laufendes Jahr: Quote gegen Vorjahr bis zum Monat.
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    STRING "Laufendes Jahr 01-" PERIODE-MONAT "/" PERIODE-JAHR
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "Abteilung   Quote Vorjahr         Kr.Tage Soll-Tg Episoden  Dauer Kurz%  Trend"
      TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1 UNTIL DRUCK-IDX > DP-ANZAHL
        MOVE DP-ABTEILUNG(DRUCK-IDX) TO ZEILEN-TEXT
        PERFORM DRUCKE-JAHRES-ZEILE
    END-PERFORM
    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE "GESAMT" TO ZEILEN-TEXT
    MOVE 0 TO DRUCK-IDX
    PERFORM DRUCKE-JAHRES-ZEILE

    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    STRING "Trend: Quote mindestens " FUNCTION TRIM(PRINT-DRIFT)
           " Punkte ueber (+) bzw. unter (-) dem Vorjahreswert."
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    STRING "Saetze: " CNT-K-SAETZE " Krankheitssaetze, "
           CNT-STORNIERT " storniert, " CNT-UNBEKANNT
           " ohne Stammsatz/Austrittsdatum uebergangen."
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF CNT-UEBERLAUF > 0
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: " CNT-UEBERLAUF " Krankheitssaetze ueber"
               " der Tabellengrenze (5000) nicht ausgewertet."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #12.1 Abteilung DRUCK-IDX in die Gesamtsumme aufnehmen
*> ----------------------------------------------------------------
SUMMIERE-ABTEILUNG.
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 5
        ADD DP-KRANK-TAGE(DRUCK-IDX, ZR-IDX) TO SU-KRANK-TAGE(ZR-IDX)
        ADD DP-SOLL-TAGE(DRUCK-IDX, ZR-IDX)  TO SU-SOLL-TAGE(ZR-IDX)
        ADD DP-EPISODEN(DRUCK-IDX, ZR-IDX)   TO SU-EPISODEN(ZR-IDX)
        ADD DP-EPI-TAGE(DRUCK-IDX, ZR-IDX)   TO SU-EPI-TAGE(ZR-IDX)
        ADD DP-KURZ(DRUCK-IDX, ZR-IDX)       TO SU-KURZ(ZR-IDX)
    END-PERFORM.


*> ----------------------------------------------------------------
*> #12.2 Monatszeile (DRUCK-IDX = 0: Gesamtsumme)
*> ----------------------------------------------------------------
DRUCKE-ABTEILUNG-ZEILE.
    MOVE 1 TO ZR-IDX
    PERFORM BERECHNE-QUOTE
    MOVE KRANKEN-QUOTE TO PRINT-Q1 AKTUELLE-QUOTE
    MOVE 2 TO ZR-IDX
    PERFORM BERECHNE-QUOTE
    MOVE KRANKEN-QUOTE TO PRINT-Q2
    MOVE 3 TO ZR-IDX
    PERFORM BERECHNE-QUOTE
    MOVE KRANKEN-QUOTE TO PRINT-Q3
    PERFORM BESTIMME-TREND
    MOVE 1 TO ZR-IDX
    PERFORM BERECHNE-EPISODEN-WERTE
    MOVE SPACES TO MELDUNG
    STRING ZEILEN-TEXT " " PRINT-Q1 "  " PRINT-Q2 "  " PRINT-Q3
           "    " PRINT-TAGE "  " PRINT-SOLL "    " PRINT-EPI
           "  " PRINT-DAUER "   " PRINT-KURZ "  " TREND-TEXT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #12.3 Jahreszeile (DRUCK-IDX = 0: Gesamtsumme)
*> ----------------------------------------------------------------
DRUCKE-JAHRES-ZEILE.
    MOVE 4 TO ZR-IDX
    PERFORM BERECHNE-QUOTE
    MOVE KRANKEN-QUOTE TO PRINT-Q1 AKTUELLE-QUOTE
    MOVE 5 TO ZR-IDX
    PERFORM BERECHNE-QUOTE
    MOVE KRANKEN-QUOTE TO PRINT-Q2 PRINT-Q3
    PERFORM BESTIMME-TREND
    MOVE 4 TO ZR-IDX
    PERFORM BERECHNE-EPISODEN-WERTE
    MOVE SPACES TO MELDUNG
    STRING ZEILEN-TEXT " " PRINT-Q1 "  " PRINT-Q2 "         "
           PRINT-TAGE "  " PRINT-SOLL "    " PRINT-EPI
           "  " PRINT-DAUER "   " PRINT-KURZ "  " TREND-TEXT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #12.4 Quote fuer Zeitraum ZR-IDX nach KRANKEN-QUOTE
*> ----------------------------------------------------------------
BERECHNE-QUOTE.
    MOVE 0 TO KRANKEN-QUOTE
    IF DRUCK-IDX = 0
        IF SU-SOLL-TAGE(ZR-IDX) > 0
            COMPUTE KRANKEN-QUOTE ROUNDED =
                SU-KRANK-TAGE(ZR-IDX) * 100 / SU-SOLL-TAGE(ZR-IDX)
        END-IF
    ELSE
        IF DP-SOLL-TAGE(DRUCK-IDX, ZR-IDX) > 0
            COMPUTE KRANKEN-QUOTE ROUNDED =
                DP-KRANK-TAGE(DRUCK-IDX, ZR-IDX) * 100
                / DP-SOLL-TAGE(DRUCK-IDX, ZR-IDX)
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #12.5 Trend: AKTUELLE-QUOTE (aktuell) gegen KRANKEN-QUOTE (Vorjahr)
*> ----------------------------------------------------------------
BESTIMME-TREND.
    MOVE SPACES TO TREND-TEXT
    IF AKTUELLE-QUOTE >= KRANKEN-QUOTE + DRIFT-PUNKTE
        MOVE "+ steigt" TO TREND-TEXT
    END-IF
    IF KRANKEN-QUOTE >= AKTUELLE-QUOTE + DRIFT-PUNKTE
        MOVE "- sinkt" TO TREND-TEXT
    END-IF.


*> ----------------------------------------------------------------
*> #12.6 Krankentage, Soll, Episoden, Dauer, Kurzanteil fuer ZR-IDX
*> ----------------------------------------------------------------
BERECHNE-EPISODEN-WERTE.
    IF DRUCK-IDX = 0
        MOVE SU-KRANK-TAGE(ZR-IDX) TO PRINT-TAGE
        MOVE SU-SOLL-TAGE(ZR-IDX)  TO PRINT-SOLL
        MOVE SU-EPISODEN(ZR-IDX)   TO PRINT-EPI
        MOVE 0 TO MITTEL-DAUER KURZ-ANTEIL
        IF SU-EPISODEN(ZR-IDX) > 0
            COMPUTE MITTEL-DAUER ROUNDED =
                SU-EPI-TAGE(ZR-IDX) / SU-EPISODEN(ZR-IDX)
            COMPUTE KURZ-ANTEIL ROUNDED =
                SU-KURZ(ZR-IDX) * 100 / SU-EPISODEN(ZR-IDX)
        END-IF
    ELSE
        MOVE DP-KRANK-TAGE(DRUCK-IDX, ZR-IDX) TO PRINT-TAGE
        MOVE DP-SOLL-TAGE(DRUCK-IDX, ZR-IDX)  TO PRINT-SOLL
        MOVE DP-EPISODEN(DRUCK-IDX, ZR-IDX)   TO PRINT-EPI
        MOVE 0 TO MITTEL-DAUER KURZ-ANTEIL
        IF DP-EPISODEN(DRUCK-IDX, ZR-IDX) > 0
            COMPUTE MITTEL-DAUER ROUNDED =
                DP-EPI-TAGE(DRUCK-IDX, ZR-IDX)
                / DP-EPISODEN(DRUCK-IDX, ZR-IDX)
            COMPUTE KURZ-ANTEIL ROUNDED =
                DP-KURZ(DRUCK-IDX, ZR-IDX) * 100
                / DP-EPISODEN(DRUCK-IDX, ZR-IDX)
        END-IF
    END-IF
    MOVE MITTEL-DAUER TO PRINT-DAUER
    MOVE KURZ-ANTEIL  TO PRINT-KURZ.


*> ================================================================
*> #13 Gespraechsliste (nur Rolle "P")
*> ================================================================
*> Bradford-Faktor = Episoden^2 x Krankentage der letzten zwoelf
*> Monate, absteigend; ab der Gespraechsschwelle markiert.
DRUCKE-GESPRAECHSLISTE.
    MOVE SPACES TO GESPRAECH-DATEINAME
    STRING "KRANKENSTAND-GESPRAECHE-" BERICHTS-PERIODE ".RPT"
        DELIMITED BY SIZE INTO GESPRAECH-DATEINAME
    END-STRING
    OPEN OUTPUT GESPRAECHS-LISTE
    IF FS-GESPRAECH NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(GESPRAECH-DATEINAME)
                ", Status=" FS-GESPRAECH
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING EM-IDX FROM 1 BY 1 UNTIL EM-IDX > EM-ANZAHL
        COMPUTE EM-FAKTOR(EM-IDX) =
            EM-EPISODEN12(EM-IDX) * EM-EPISODEN12(EM-IDX)
            * EM-TAGE12(EM-IDX)
    END-PERFORM

    MOVE SPACES TO GESPRAECH-ZEILE
    STRING "VERTRAULICH - nur Personalabteilung. Rueckkehrgespraeche "
           PERIODE-MONAT "/" PERIODE-JAHR ", erstellt von "
           FUNCTION TRIM(BENUTZER-ID)
        DELIMITED BY SIZE INTO GESPRAECH-ZEILE
    END-STRING
    WRITE GESPRAECH-ZEILE
    MOVE GESPRAECH-SCHWELLE TO PRINT-FAKTOR
    MOVE SPACES TO GESPRAECH-ZEILE
    STRING "Bradford-Faktor = Episoden^2 x Krankentage seit "
           ROLL-BEGINN(7:2) "." ROLL-BEGINN(5:2) "."
           ROLL-BEGINN(1:4) ", Gespraech ab "
           FUNCTION TRIM(PRINT-FAKTOR)
        DELIMITED BY SIZE INTO GESPRAECH-ZEILE
    END-STRING
    WRITE GESPRAECH-ZEILE
    MOVE "Vorname    Nachname   Episoden Kr.Tage  Faktor" TO GESPRAECH-ZEILE
    WRITE GESPRAECH-ZEILE

    MOVE 1 TO BESTER-MA
    PERFORM UNTIL BESTER-MA = 0
        MOVE 0 TO BESTER-MA BESTER-FAKTOR
        PERFORM VARYING EM-IDX FROM 1 BY 1 UNTIL EM-IDX > EM-ANZAHL
            IF EM-GEDRUCKT(EM-IDX) = "N"
             AND EM-EPISODEN12(EM-IDX) > 0
             AND (BESTER-MA = 0 OR EM-FAKTOR(EM-IDX) > BESTER-FAKTOR)
                SET BESTER-MA TO EM-IDX
                MOVE EM-FAKTOR(EM-IDX) TO BESTER-FAKTOR
            END-IF
        END-PERFORM
        IF BESTER-MA > 0
            MOVE "J" TO EM-GEDRUCKT(BESTER-MA)
            PERFORM DRUCKE-GESPRAECH-ZEILE
        END-IF
    END-PERFORM
    CLOSE GESPRAECHS-LISTE
    DISPLAY "Gespraechsliste: " CNT-GELISTET " Mitarbeiter in "
            FUNCTION TRIM(GESPRAECH-DATEINAME).


*> ----------------------------------------------------------------
*> #13.1 Eine Zeile der Gespraechsliste (Mitarbeiter BESTER-MA)
*> ----------------------------------------------------------------
DRUCKE-GESPRAECH-ZEILE.
    MOVE EM-VORNAME-M(BESTER-MA)  TO KLAR-VORNAME
    MOVE EM-NACHNAME-M(BESTER-MA) TO KLAR-NACHNAME
    INSPECT KLAR-VORNAME  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT KLAR-NACHNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE EM-EPISODEN12(BESTER-MA) TO PRINT-EPI
    MOVE EM-TAGE12(BESTER-MA)     TO PRINT-TAGE
    MOVE EM-FAKTOR(BESTER-MA)     TO PRINT-FAKTOR
    MOVE SPACES TO GESPRAECH-ZEILE
    STRING KLAR-VORNAME " " KLAR-NACHNAME "   " PRINT-EPI "   "
           PRINT-TAGE " " PRINT-FAKTOR
        DELIMITED BY SIZE INTO GESPRAECH-ZEILE
    END-STRING
    IF EM-FAKTOR(BESTER-MA) >= GESPRAECH-SCHWELLE
        MOVE "Gespraech" TO GESPRAECH-ZEILE(50:9)
    END-IF
    WRITE GESPRAECH-ZEILE
    ADD 1 TO CNT-GELISTET.


*> ----------------------------------------------------------------
*> #13.2 Berechtigung fuer die Gespraechsliste pruefen
*> ----------------------------------------------------------------
*> Mirrors ANMELDUNG in mitarbeiter_merge.cbl (Kennung aus dem
*> zweiten Parameter statt Eingabe, Rolle "P" Pflicht).
PRUEFE-BERECHTIGUNG.
    MOVE "N" TO LISTE-ERLAUBT
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "BENUTZER.CFG fehlt - ohne Benutzerverwaltung"
                " keine Gespraechsliste."
        MOVE 1 TO RETURN-CODE
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
        DISPLAY "Gespraechsliste abgelehnt: Kennung unbekannt oder"
                " Rolle '" ROLLE-GEFORDERT "' fehlt."
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE "J" TO LISTE-ERLAUBT
    END-IF.


*> ================================================================
*> #14 Grenzen laden
*> ================================================================
LADE-CFG.
    OPEN INPUT KRANKENSTAND-CFG
    IF FS-CFG = "00"
        READ KRANKENSTAND-CFG
            AT END CONTINUE
            NOT AT END
                MOVE SPACES TO CFG-WERT-1 CFG-WERT-2 CFG-WERT-3
                UNSTRING FUNCTION TRIM(KRANKENSTAND-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO CFG-WERT-1 CFG-WERT-2 CFG-WERT-3
                END-UNSTRING
                IF FUNCTION TRIM(CFG-WERT-1) IS NUMERIC
                    COMPUTE KURZ-TAGE = FUNCTION NUMVAL(CFG-WERT-1)
                END-IF
                IF FUNCTION TRIM(CFG-WERT-2) IS NUMERIC
                    COMPUTE GESPRAECH-SCHWELLE =
                        FUNCTION NUMVAL(CFG-WERT-2)
                END-IF
                IF CFG-WERT-3 NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(CFG-WERT-3) = 0
                    COMPUTE DRIFT-PUNKTE = FUNCTION NUMVAL(CFG-WERT-3)
                END-IF
        END-READ
        CLOSE KRANKENSTAND-CFG
    END-IF.


*> ================================================================
*> #15 Abteilungshistorie laden
*> ================================================================
*> Mirrors LADE-HISTORIE in personal_statistik.cbl.
LADE-ABTEILUNGSHISTORIE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STAMM-HISTORIE
    IF FS-SHISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ STAMM-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND SH-VORNAME NOT = SPACES
         AND SH-GUELTIG-AB IS NUMERIC AND HI-ANZAHL < 5000
            ADD 1 TO HI-ANZAHL
            MOVE SH-VORNAME    TO HI-VORNAME(HI-ANZAHL)
            MOVE SH-NACHNAME   TO HI-NACHNAME(HI-ANZAHL)
            MOVE SH-GUELTIG-AB TO HI-GUELTIG-AB(HI-ANZAHL)
            MOVE SH-ABTEILUNG  TO HI-ABTEILUNG(HI-ANZAHL)
        END-IF
    END-PERFORM
    CLOSE STAMM-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #16 Zeile auf Konsole und ins Protokoll
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #17 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #17.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #17.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #17.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #17.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #17.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
