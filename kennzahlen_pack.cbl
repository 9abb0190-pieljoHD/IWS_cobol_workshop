*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. KENNZAHLEN-PACK.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Monatlicher Kennzahlen-Pack fuer die Geschaeftsfuehrung: eine
*> Seite statt eines Dutzends Einzelberichte. Jede Kennzahl steht
*> fuer den Berichtsmonat neben Vormonat, Vorjahresmonat und - wo
*> es einen gibt - dem Plan, jeweils mit Abweichung.
*>
*> Die Zahlen kommen aus den vorhandenen Ausgaben, nichts wird neu
*> gerechnet, was ein anderer Bericht schon rechnet:
*>   Umsatz          YTD-UMSATZ.DAT ueber die Periodensalden:
*>                   PERIODEN-SALDEN-<JJJJMM>.DAT minus die des
*>                   Vormonats (Januar: ohne Abzug - der
*>                   Jahresabschluss leert YTD). Fuer den laufenden,
*>                   noch offenen Monat gilt der Stand von
*>                   YTD-UMSATZ.DAT (vorlaeufig). UMSATZ.SUMMARY
*>                   haelt nur den letzten Lauf und erscheint als
*>                   Hinweis unter dem Pack.
*>   Stunden         BUCHUNGS-HISTORIE.DAT (Historienlager der
*>                   angenommenen Buchungen, Storno "STO" mindert,
*>                   Subunternehmer "SUB" zaehlen mit)
*>   Auslastung      eigene Stunden / Soll-Stunden (MA-SOLL-STUNDEN)
*>                   der im Monat beschaeftigten Mitarbeiter der Firma
*>   Marge           MARGEN-BERICHT.RPT, Summe der Abteilungszeilen -
*>                   nur wenn der Bericht fuer den Monat erstellt ist
*>   Forderungen     OFFENE-POSTEN.DAT: offener Rest, davon ueber-
*>                   faellig (Zahlungsziel je Kunde, sonst
*>                   ZAHLUNGSZIEL.CFG, Default 30 Tage) - ein
*>                   Tagesstand, daher nur fuer den laufenden Monat
*>                   und den Vormonat; Forderungsreichweite (DSO) =
*>                   offene Forderungen / Monatsumsatz x Monatstage
*>   Krankenquote    GESAMT-Zeile aus KRANKENSTAND-<JJJJMM>.RPT
*>   Bestand, FTE    GESAMT-Zeile aus PERSONAL-STATISTIK-<JJJJMM>.RPT
*>   Personalkosten  LOHNKONTO.DAT, Brutto plus Abgaben des Monats
*>                   (wie der Ist-Vergleich in PERSONALKOSTEN-PLAN)
*>   Fehlerquote     LAUF-JOURNAL.LOG, ENDE-Eintraege des
*>                   BUCHUNGEN-VALIDIERER: Fehler / (OK + Fehler)
*>   Plan            ABTEILUNG-BUDGET.CFG (Stunden, Umsatz) und
*>                   PERSONALKOSTEN-PLAN-<JJJJ>.CFG (Personalkosten),
*>                   Summe aller Abteilungen
*>
*> Fehlt die Quelle fuer einen Monat, steht dort "fehlt" - nie eine
*> Null. Jeder Pack legt seine Werte in KENNZAHLEN-HISTORIE.DAT ab
*> (je Firma, Monat und Kennzahl; ein neuer Lauf ersetzt die Werte
*> des Monats). Ist eine Quelle fuer einen frueheren Monat nicht
*> mehr vorhanden (Margenbericht und offene Posten gibt es nur im
*> aktuellen Stand), gilt der Wert des damaligen Packs, markiert
*> mit "*".
*>
*> Aufruf: kennzahlen_pack [JJJJMM]  (ohne Parameter gilt der
*> Vormonat). Ergebnis: Konsole + KENNZAHLEN-<JJJJMM>.RPT.
*> RETURN-CODE 0; 8 bei falscher Periode oder wenn der Pack nicht
*> geschrieben werden kann.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    *> PERIODEN-SALDEN-<JJJJMM>.DAT, KRANKENSTAND-<JJJJMM>.RPT und
    *> PERSONAL-STATISTIK-<JJJJMM>.RPT - je Monat eine Datei.
    SELECT MONATS-DATEI
        ASSIGN TO MONATS-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MONAT.

    SELECT YTD-UMSATZ
        ASSIGN TO "YTD-UMSATZ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-YTD.

    SELECT UMSATZ-SUMMARY
        ASSIGN TO "UMSATZ.SUMMARY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SUMMARY.

    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    SELECT MARGEN-BERICHT
        ASSIGN TO "MARGEN-BERICHT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MARGE.

    SELECT OFFENE-POSTEN
        ASSIGN TO "OFFENE-POSTEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-OP.

    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    SELECT ZAHLUNGSZIEL-CFG
        ASSIGN TO "ZAHLUNGSZIEL.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZIEL.

    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KONTO.

    SELECT LAUF-JOURNAL
        ASSIGN TO "LAUF-JOURNAL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL.

    *> ABTEILUNG-BUDGET.CFG bzw. PERSONALKOSTEN-PLAN-<JJJJ>.CFG
    SELECT BUDGET-CFG
        ASSIGN TO BUDGET-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BUDGET.

    SELECT KENNZAHLEN-HISTORIE
        ASSIGN TO "KENNZAHLEN-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KH.

    *> Wie bei ALARM-VERWALTUNG entsteht erst eine .NEU-Datei, die
    *> die Historie erst nach vollstaendigem Schreiben ersetzt.
    SELECT HISTORIE-NEU
        ASSIGN TO "KENNZAHLEN-HISTORIE.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KH-NEU.

    SELECT KENNZAHLEN-REPORT
        ASSIGN TO REPORT-DATEINAME
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
FD FIRMA-AKTIV.
COPY FIRMREC.

FD MONATS-DATEI.
01 MONATS-ZEILE PIC X(132).

*> Mirrors YTD-RECORD in stundensatz_loesung.cbl.
FD YTD-UMSATZ.
01 YTD-RECORD.
    05 YTD-VORNAME  PIC X(10).
    05 YTD-NACHNAME PIC X(10).
    05 YTD-SUMME    PIC 9(8)V99.

*> Mirrors UMSATZ-SUMMARY-RECORD in stundensatz_loesung.cbl.
FD UMSATZ-SUMMARY.
01 UMSATZ-SUMMARY-RECORD.
    05 USUM-ANZAHL-BUCHUNGEN PIC 9(6).
    05 USUM-GESAMT-UMSATZ    PIC 9(7)V99.

*> Mirrors HISTORIE-RECORD in margen_bericht.cbl.
FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ.
        10 HIS-VORNAME-M  PIC X(10).
        10 HIS-NACHNAME-M PIC X(10).
        10 HIS-STUNDEN    PIC X(03).
        10 FILLER         PIC X(03).
        10 HIS-DATUM      PIC X(08).
        10 HIS-SUBUNT     PIC X(08).
        10 FILLER         PIC X(08).
        10 HIS-KENNUNG    PIC X(03).
        10 FILLER         PIC X(01).
        10 HIS-PROJEKT    PIC X(08).
        10 FILLER         PIC X(18).

FD MITARBEITER-STAMM.
COPY STAMMREC.

FD MARGEN-BERICHT.
01 MARGEN-ZEILE PIC X(100).

FD OFFENE-POSTEN.
COPY OPREC.

FD KUNDEN-STAMM.
COPY KUNDREC.

FD ZAHLUNGSZIEL-CFG.
01 ZAHLUNGSZIEL-CFG-ZEILE PIC X(3).

*> Mirrors LOHNKONTO-RECORD in lohnkonto.cbl.
FD LOHNKONTO.
01 LOHNKONTO-RECORD.
    05 LK-JAHR     PIC 9(04).
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

*> Mirrors JOURNAL-ZEILE in journal_anzeige.cbl.
FD LAUF-JOURNAL.
01 JOURNAL-ZEILE.
    05 JZ-ZEITSTEMPEL.
        10 JZ-TAG     PIC X(08).
        10 JZ-STUNDE  PIC X(02).
        10 JZ-MINUTE  PIC X(02).
        10 JZ-SEKUNDE PIC X(02).
    05 FILLER         PIC X(01).
    05 JZ-ART         PIC X(5).
    05 FILLER         PIC X(01).
    05 JZ-PROGRAMM    PIC X(20).
    05 FILLER         PIC X(01).
    05 JZ-INFO        PIC X(70).

FD BUDGET-CFG.
01 BUDGET-CFG-ZEILE PIC X(60).

*> Kennzahlenhistorie: eine Zeile je Monat, Firma und Kennzahl.
FD KENNZAHLEN-HISTORIE.
01 KENNZAHLEN-HISTORIE-RECORD.
    05 KH-PERIODE   PIC 9(06).
    05 FILLER       PIC X(01).
    05 KH-FIRMA     PIC X(02).
    05 FILLER       PIC X(01).
    05 KH-CODE      PIC X(08).
    05 FILLER       PIC X(01).
    05 KH-WERT      PIC S9(11)V99 SIGN LEADING SEPARATE.
    05 FILLER       PIC X(01).
    05 KH-ERMITTELT PIC X(14).

FD HISTORIE-NEU.
01 HISTORIE-NEU-ZEILE PIC X(48).

FD KENNZAHLEN-REPORT.
01 REPORT-ZEILE PIC X(132).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-FIRMA    PIC XX VALUE SPACES.
77 FS-MONAT    PIC XX VALUE SPACES.
77 FS-YTD      PIC XX VALUE SPACES.
77 FS-SUMMARY  PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-MARGE    PIC XX VALUE SPACES.
77 FS-OP       PIC XX VALUE SPACES.
77 FS-KUNDEN   PIC XX VALUE SPACES.
77 FS-ZIEL     PIC XX VALUE SPACES.
77 FS-KONTO    PIC XX VALUE SPACES.
77 FS-JOURNAL  PIC XX VALUE SPACES.
77 FS-BUDGET   PIC XX VALUE SPACES.
77 FS-KH       PIC XX VALUE SPACES.
77 FS-KH-NEU   PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(20) VALUE SPACES.

01 BERICHT-PERIODE PIC 9(6) VALUE 0.
01 HEUTE-PERIODE   PIC 9(6).
01 VOR-PERIODE     PIC 9(6).
01 HEUTE-DATUM     PIC 9(8).
01 HEUTE-TAGE      PIC 9(7).
01 JETZT-ZEIT      PIC X(14).
01 AKTIVE-FIRMA    PIC X(2) VALUE SPACES.
01 STAMM-FIRMA     PIC X(2) VALUE SPACES.
01 MA-FIRMA-EFFEKTIV PIC X(2).

*> Die drei Vergleichsmonate: 1 Berichtsmonat, 2 Vormonat,
*> 3 Vorjahresmonat.
01 PERIODEN-TABELLE.
    05 PER-EINTRAG OCCURS 3 TIMES.
        10 PER-PERIODE  PIC 9(6).
        10 PER-ANFANG   PIC 9(8).
        10 PER-ENDE     PIC 9(8).
        10 PER-TAGE     PIC 9(2).
01 ZR-IDX   PIC 9.
01 ZR-TREFFER PIC 9.
01 ARB-PERIODE PIC 9(6).
01 ARB-FOLGE   PIC 9(8).

*> Kennzahlen - Reihenfolge = Reihenfolge im Pack.
*>   Art B Betrag EUR, S Stunden, P Prozent (Abweichung in Punkten),
*>       T Tage, K Koepfe, F Vollzeitaequivalente
01 KZ-DEFINITION.
    05 FILLER PIC X(40) VALUE "UMSATZ  BUmsatz (EUR)                   ".
    05 FILLER PIC X(40) VALUE "STUNDEN SGeleistete Stunden             ".
    05 FILLER PIC X(40) VALUE "AUSLAST PAuslastung (%)                 ".
    05 FILLER PIC X(40) VALUE "MARGE   BMarge (EUR)                    ".
    05 FILLER PIC X(40) VALUE "MARGE-PZPMarge in % vom Umsatz          ".
    05 FILLER PIC X(40) VALUE "FORDERG BOffene Forderungen (EUR)       ".
    05 FILLER PIC X(40) VALUE "UEBERF  B  davon ueberfaellig (EUR)     ".
    05 FILLER PIC X(40) VALUE "DSO     TForderungsreichweite (Tage)    ".
    05 FILLER PIC X(40) VALUE "KRANK   PKrankenquote (%)               ".
    05 FILLER PIC X(40) VALUE "KOEPFE  KPersonalbestand (Koepfe)       ".
    05 FILLER PIC X(40) VALUE "FTE     FVollzeitaequivalente           ".
    05 FILLER PIC X(40) VALUE "PKOSTEN BPersonalkosten (EUR)           ".
    05 FILLER PIC X(40) VALUE "FQUOTE  PFehlerquote Buchungen (%)      ".
01 KZ-DEFINITION-LISTE REDEFINES KZ-DEFINITION.
    05 KD-EINTRAG OCCURS 13 TIMES.
        10 KD-CODE PIC X(08).
        10 KD-ART  PIC X(01).
        10 KD-TEXT PIC X(31).
01 KZ-ANZAHL PIC 99 VALUE 13.
01 KZ-UMSATZ   PIC 99 VALUE 01.
01 KZ-STUNDEN  PIC 99 VALUE 02.
01 KZ-AUSLAST  PIC 99 VALUE 03.
01 KZ-MARGE    PIC 99 VALUE 04.
01 KZ-MARGE-PZ PIC 99 VALUE 05.
01 KZ-FORDERG  PIC 99 VALUE 06.
01 KZ-UEBERF   PIC 99 VALUE 07.
01 KZ-DSO      PIC 99 VALUE 08.
01 KZ-KRANK    PIC 99 VALUE 09.
01 KZ-KOEPFE   PIC 99 VALUE 10.
01 KZ-FTE      PIC 99 VALUE 11.
01 KZ-PKOSTEN  PIC 99 VALUE 12.
01 KZ-FQUOTE   PIC 99 VALUE 13.

*> Werte je Kennzahl und Vergleichsmonat. KW-STATUS: J ermittelt,
*> H aus der Historie (frueherer Pack), N fehlt.
01 KZ-WERTE.
    05 KW-KENNZAHL OCCURS 13 TIMES.
        10 KW-MONAT OCCURS 3 TIMES.
            15 KW-WERT   PIC S9(11)V99.
            15 KW-STATUS PIC X.
        10 KW-GRUND       PIC X(70).
        10 KW-BUDGET      PIC S9(11)V99.
        10 KW-BUDGET-DA   PIC X.
01 KZ-IDX  PIC 99.
01 KZ-AKT  PIC 99.
01 ARB-WERT  PIC S9(11)V99.
01 ARB-GRUND PIC X(70).

*> Umsatz aus den Periodensalden.
01 MONATS-DATEINAME PIC X(60).
01 SALDEN-SUMME     PIC S9(11)V99.
01 SALDEN-DA        PIC X.
01 VORMONAT-SUMME   PIC S9(11)V99.
01 UMSATZ-VORLAEUFIG PIC X VALUE "N".

*> Stunden je Vergleichsmonat aus dem Historienlager.
01 STD-TABELLE.
    05 STD-EINTRAG OCCURS 3 TIMES.
        10 STD-EIGEN  PIC S9(9)V99.
        10 STD-FREMD  PIC S9(9)V99.
        10 STD-SAETZE PIC 9(7).
        10 STD-SOLL   PIC 9(9).
01 SATZ-STUNDEN PIC S9(5).

*> Margenbericht.
01 MARGE-PERIODE  PIC X(6).
01 MARGE-ABSCHNITT PIC X VALUE "N".
01 MARGE-UMSATZ   PIC S9(11)V99.
01 MARGE-SUMME    PIC S9(11)V99.
01 MARGE-ZEILEN   PIC 9(4).

*> Offene Posten (Tagesstand) - Zahlungsziel wie im MAHNLAUF.
01 ZAHLUNGSZIEL-TAGE PIC 9(3) VALUE 30.
01 POSTEN-ZIEL-TAGE  PIC 9(3).
01 KUNDEN-ANZAHL PIC 9(4) VALUE 0.
01 KUNDEN-TABELLE.
    05 KUNDEN-EINTRAG OCCURS 1 TO 1000 TIMES
                      DEPENDING ON KUNDEN-ANZAHL
                      INDEXED BY KDT-IDX.
        10 KDT-NUMMER       PIC X(10).
        10 KDT-ZAHLUNGSZIEL PIC 9(03).
01 REST-BETRAG     PIC S9(9)V99.
01 SUMME-OFFEN     PIC S9(11)V99.
01 SUMME-UEBERF    PIC S9(11)V99.
01 FAELLIG-TAGE    PIC 9(7).

*> Krankenstand / Personalstatistik: GESAMT-Zeile.
01 GESAMT-GEFUNDEN PIC X.

*> Personalkosten und Fehlerquote je Vergleichsmonat.
01 LK-PERIODE PIC 9(6).
01 PK-TABELLE.
    05 PK-EINTRAG OCCURS 3 TIMES.
        10 PK-KOSTEN PIC S9(11)V99.
        10 PK-ZEILEN PIC 9(5).
01 FQ-TABELLE.
    05 FQ-EINTRAG OCCURS 3 TIMES.
        10 FQ-OK     PIC 9(9).
        10 FQ-FEHLER PIC 9(9).
        10 FQ-LAEUFE PIC 9(5).
01 FQ-FELD-1 PIC X(20).
01 FQ-FELD-OK PIC X(12).
01 FQ-FELD-FEHLER PIC X(12).

*> Plan.
01 BUDGET-DATEINAME PIC X(50).
01 BUD-ABT-RAW     PIC X(10).
01 BUD-PERIODE-RAW PIC X(10).
01 BUD-STUNDEN-RAW PIC X(15).
01 BUD-BETRAG-RAW  PIC X(15).
01 BUD-ZEILEN      PIC 9(4).
01 BUD-STUNDEN     PIC S9(11)V99.
01 BUD-BETRAG      PIC S9(11)V99.

*> Historie im Speicher.
01 KH-ANZAHL PIC 9(5) VALUE 0.
01 KH-TABELLE.
    05 KH-EINTRAG OCCURS 1 TO 20000 TIMES
                  DEPENDING ON KH-ANZAHL
                  INDEXED BY KH-IDX.
        10 KH-SATZ PIC X(48).
01 KH-POS PIC 9(5).
01 CMD-HISTORIE-TAUSCH PIC X(60)
   VALUE "mv KENNZAHLEN-HISTORIE.NEU KENNZAHLEN-HISTORIE.DAT".

*> Druck.
01 REPORT-DATEINAME PIC X(40).
01 MELDUNG PIC X(132).
01 FW-WERT   PIC S9(11)V99.
01 FW-ART    PIC X.
01 FW-STATUS PIC X.
01 FW-TEXT   PIC X(15).
01 FW-BETRAG  PIC -ZZZ,ZZZ,ZZ9.
01 FW-STUNDEN PIC -ZZZ,ZZ9.
01 FW-PROZENT PIC -ZZ9.9.
01 FW-TAGE    PIC -ZZ9.
01 FW-KOEPFE  PIC -ZZ,ZZ9.
01 FW-FTE     PIC -Z,ZZ9.99.
01 FA-IST     PIC S9(11)V99.
01 FA-IST-STATUS PIC X.
01 FA-TEXT    PIC X(10).
01 FA-DIFF    PIC S9(7)V9.
01 FA-PUNKTE  PIC +++9.9.
01 FA-PROZENT PIC ++++9.9.
01 SP-IST     PIC X(15).
01 SP-VM      PIC X(15).
01 SP-VM-ABW  PIC X(10).
01 SP-VJ      PIC X(15).
01 SP-VJ-ABW  PIC X(10).
01 SP-BUD     PIC X(15).
01 SP-BUD-ABW PIC X(10).
01 PRINT-PERIODE PIC X(7).
01 PRINT-DATUM   PIC X(10).
01 PRINT-BETRAG  PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-ANZAHL  PIC ZZZ,ZZ9.
01 CNT-FEHLT     PIC 99 VALUE 0.
01 CNT-HISTORIE  PIC 99 VALUE 0.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:14) TO JETZT-ZEIT.
    MOVE JETZT-ZEIT(1:8) TO HEUTE-DATUM.
    MOVE JETZT-ZEIT(1:6) TO HEUTE-PERIODE.
    COMPUTE HEUTE-TAGE = FUNCTION INTEGER-OF-DATE(HEUTE-DATUM).
    MOVE HEUTE-PERIODE TO ARB-PERIODE.
    PERFORM VORMONAT-VON.
    MOVE ARB-PERIODE TO VOR-PERIODE.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM BESTIMME-PERIODEN.
    PERFORM LADE-AKTIVE-FIRMA.
    INITIALIZE KZ-WERTE.
    PERFORM VARYING KZ-IDX FROM 1 BY 1 UNTIL KZ-IDX > KZ-ANZAHL
        PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
            MOVE "N" TO KW-STATUS(KZ-IDX, ZR-IDX)
        END-PERFORM
        MOVE "N" TO KW-BUDGET-DA(KZ-IDX)
    END-PERFORM.

    PERFORM ERMITTLE-UMSATZ.
    PERFORM ERMITTLE-STUNDEN.
    PERFORM ERMITTLE-MARGE.
    PERFORM ERMITTLE-FORDERUNGEN.
    PERFORM ERMITTLE-MONATSBERICHTE.
    PERFORM ERMITTLE-PERSONALKOSTEN.
    PERFORM ERMITTLE-FEHLERQUOTE.
    PERFORM LADE-PLAN.

    PERFORM LADE-HISTORIE.
    PERFORM UEBERNIMM-HISTORIE.
    PERFORM ERMITTLE-REICHWEITE.
    PERFORM SCHREIBE-HISTORIE.

    PERFORM DRUCKE-PACK.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Periode JJJJMM)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:6) IS NUMERIC
         AND WS-ARGUMENT-WERT(7:) = SPACES
         AND WS-ARGUMENT-WERT(5:2) >= "01"
         AND WS-ARGUMENT-WERT(5:2) <= "12"
            MOVE WS-ARGUMENT-WERT(1:6) TO BERICHT-PERIODE
        ELSE
            DISPLAY "Aufruf: kennzahlen_pack [JJJJMM] - Periode '"
                    FUNCTION TRIM(WS-ARGUMENT-WERT) "' ungueltig."
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF
    IF BERICHT-PERIODE = 0
        MOVE VOR-PERIODE TO BERICHT-PERIODE
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Vergleichsmonate mit Monatsgrenzen
*> ----------------------------------------------------------------
BESTIMME-PERIODEN.
    MOVE BERICHT-PERIODE TO PER-PERIODE(1)
    MOVE BERICHT-PERIODE TO ARB-PERIODE
    PERFORM VORMONAT-VON
    MOVE ARB-PERIODE TO PER-PERIODE(2)
    COMPUTE PER-PERIODE(3) = BERICHT-PERIODE - 100
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        COMPUTE PER-ANFANG(ZR-IDX) = PER-PERIODE(ZR-IDX) * 100 + 1
        IF PER-PERIODE(ZR-IDX)(5:2) = "12"
            COMPUTE ARB-FOLGE = (PER-PERIODE(ZR-IDX) + 89) * 100 + 1
        ELSE
            COMPUTE ARB-FOLGE = (PER-PERIODE(ZR-IDX) + 1) * 100 + 1
        END-IF
        COMPUTE PER-ENDE(ZR-IDX) = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(ARB-FOLGE) - 1)
        MOVE PER-ENDE(ZR-IDX)(7:2) TO PER-TAGE(ZR-IDX)
    END-PERFORM.


*> ----------------------------------------------------------------
*> #5.2 ARB-PERIODE um einen Monat zurueck
*> ----------------------------------------------------------------
VORMONAT-VON.
    IF ARB-PERIODE(5:2) = "01"
        COMPUTE ARB-PERIODE = ARB-PERIODE - 100 + 11
    ELSE
        SUBTRACT 1 FROM ARB-PERIODE
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Aktive Firma (FIRMA-AKTIV.DAT) - leer = einfirmig /
*>      Stammfirma, "**" = Konzernsicht
*> ----------------------------------------------------------------
LADE-AKTIVE-FIRMA.
    MOVE SPACES TO AKTIVE-FIRMA STAMM-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA      TO AKTIVE-FIRMA
                MOVE FA-STAMMFIRMA TO STAMM-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.


*> ================================================================
*> #6 Umsatz aus den Periodensalden (YTD-UMSATZ.DAT)
*> ================================================================
*> Monatsumsatz = Jahresstand am Monatsende minus Jahresstand am
*> Ende des Vormonats. Ein Monat ohne Periodenabschluss hat keinen
*> festgeschriebenen Stand - ausser dem laufenden Monat, fuer den
*> der heutige YTD-Stand als vorlaeufiger Wert gilt.
ERMITTLE-UMSATZ.
    MOVE KZ-UMSATZ TO KZ-AKT
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        MOVE PER-PERIODE(ZR-IDX) TO ARB-PERIODE
        PERFORM LIES-SALDEN
        IF SALDEN-DA NOT = "J" AND ARB-PERIODE = HEUTE-PERIODE
            PERFORM LIES-YTD-STAND
            IF SALDEN-DA = "J" AND ZR-IDX = 1
                MOVE "J" TO UMSATZ-VORLAEUFIG
            END-IF
        END-IF
        IF SALDEN-DA NOT = "J"
            MOVE SPACES TO ARB-GRUND
            STRING "PERIODEN-SALDEN-" ARB-PERIODE ".DAT fehlt"
                   " (Periode nicht abgeschlossen)"
                DELIMITED BY SIZE
                INTO ARB-GRUND
            END-STRING
            PERFORM SETZE-FEHLT
        ELSE
            MOVE SALDEN-SUMME TO ARB-WERT
            IF ARB-PERIODE(5:2) = "01"
                PERFORM SETZE-WERT
            ELSE
                PERFORM VORMONAT-VON
                PERFORM LIES-SALDEN
                IF SALDEN-DA = "J"
                    COMPUTE ARB-WERT = ARB-WERT - SALDEN-SUMME
                    PERFORM SETZE-WERT
                ELSE
                    MOVE SPACES TO ARB-GRUND
                    STRING "PERIODEN-SALDEN-" ARB-PERIODE ".DAT"
                           " (Vormonatsstand) fehlt"
                        DELIMITED BY SIZE
                        INTO ARB-GRUND
                    END-STRING
                    PERFORM SETZE-FEHLT
                END-IF
            END-IF
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #6.1 Summe der Endsalden PERIODEN-SALDEN-<ARB-PERIODE>.DAT
*> ----------------------------------------------------------------
*> Satzbild siehe SCHREIBE-SALDEN in perioden_abschluss.cbl: eine
*> Kopfzeile "ABSCHLUSS ...", dann die YTD-Saetze in Spalte 1-30.
LIES-SALDEN.
    MOVE 0 TO SALDEN-SUMME
    MOVE "N" TO SALDEN-DA
    MOVE SPACES TO MONATS-DATEINAME
    STRING "PERIODEN-SALDEN-" ARB-PERIODE ".DAT"
        DELIMITED BY SIZE
        INTO MONATS-DATEINAME
    END-STRING
    OPEN INPUT MONATS-DATEI
    IF FS-MONAT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO SALDEN-DA
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MONATS-DATEI
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF MONATS-ZEILE(1:9) NOT = "ABSCHLUSS"
                 AND MONATS-ZEILE(21:10) IS NUMERIC
                    MOVE MONATS-ZEILE(1:30) TO YTD-RECORD
                    ADD YTD-SUMME TO SALDEN-SUMME
                END-IF
        END-READ
    END-PERFORM
    CLOSE MONATS-DATEI
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.2 Heutiger Stand YTD-UMSATZ.DAT (laufender Monat)
*> ----------------------------------------------------------------
LIES-YTD-STAND.
    MOVE 0 TO SALDEN-SUMME
    MOVE "N" TO SALDEN-DA
    OPEN INPUT YTD-UMSATZ
    IF FS-YTD NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO SALDEN-DA
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ YTD-UMSATZ
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF YTD-SUMME IS NUMERIC
                    ADD YTD-SUMME TO SALDEN-SUMME
                END-IF
        END-READ
    END-PERFORM
    CLOSE YTD-UMSATZ
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #7 Stunden und Auslastung (Historienlager, Stamm)
*> ================================================================
ERMITTLE-STUNDEN.
    INITIALIZE STD-TABELLE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        MOVE "BUCHUNGS-HISTORIE.DAT fehlt" TO ARB-GRUND
        PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
            MOVE KZ-STUNDEN TO KZ-AKT
            PERFORM SETZE-FEHLT
            MOVE KZ-AUSLAST TO KZ-AKT
            PERFORM SETZE-FEHLT
        END-PERFORM
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF (HIS-KENNUNG = SPACES OR HIS-KENNUNG = "STO"
                    OR HIS-KENNUNG = "SUB")
                 AND HIS-STUNDEN IS NUMERIC
                    PERFORM VERBUCHE-STUNDEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG

    PERFORM LADE-SOLL-STUNDEN
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        MOVE KZ-STUNDEN TO KZ-AKT
        IF STD-SAETZE(ZR-IDX) = 0
            MOVE "keine Buchungen des Monats im Historienlager"
                TO ARB-GRUND
            PERFORM SETZE-FEHLT
            MOVE KZ-AUSLAST TO KZ-AKT
            PERFORM SETZE-FEHLT
        ELSE
            COMPUTE ARB-WERT = STD-EIGEN(ZR-IDX) + STD-FREMD(ZR-IDX)
            PERFORM SETZE-WERT
            MOVE KZ-AUSLAST TO KZ-AKT
            IF STD-SOLL(ZR-IDX) = 0
                MOVE "keine Soll-Stunden im Stamm (MA-SOLL-STUNDEN)"
                    TO ARB-GRUND
                PERFORM SETZE-FEHLT
            ELSE
                COMPUTE ARB-WERT ROUNDED =
                    STD-EIGEN(ZR-IDX) * 100 / STD-SOLL(ZR-IDX)
                PERFORM SETZE-WERT
            END-IF
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.1 Einen Historiensatz dem Vergleichsmonat zurechnen
*> ----------------------------------------------------------------
*> Ein Storno nimmt die Stunden des Originals zurueck; es wird wie
*> im Margenbericht ueber sein eigenes Datum zugeordnet.
VERBUCHE-STUNDEN.
    PERFORM SUCHE-VERGLEICHSMONAT
    IF ZR-TREFFER = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO STD-SAETZE(ZR-TREFFER)
    MOVE HIS-STUNDEN TO SATZ-STUNDEN
    EVALUATE HIS-KENNUNG
        WHEN "STO"
            SUBTRACT SATZ-STUNDEN FROM STD-EIGEN(ZR-TREFFER)
        WHEN "SUB"
            ADD SATZ-STUNDEN TO STD-FREMD(ZR-TREFFER)
        WHEN OTHER
            ADD SATZ-STUNDEN TO STD-EIGEN(ZR-TREFFER)
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #7.2 Vergleichsmonat zu HIS-DATUM -> ZR-TREFFER (0 = keiner)
*> ----------------------------------------------------------------
SUCHE-VERGLEICHSMONAT.
    MOVE 0 TO ZR-TREFFER
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        IF HIS-DATUM(1:6) = PER-PERIODE(ZR-IDX)
            MOVE ZR-IDX TO ZR-TREFFER
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.3 Soll-Stunden der im Monat Beschaeftigten der Firma
*> ----------------------------------------------------------------
*> Beschaeftigt = eingetreten bis Monatsende und nicht vor
*> Monatsanfang ausgetreten; Inaktive ohne Austrittsdatum lassen
*> sich keinem Monat zuordnen (wie in PERSONAL-STATISTIK).
LADE-SOLL-STUNDEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MITARBEITER-STAMM
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM ZAEHLE-SOLL
        END-READ
    END-PERFORM
    CLOSE MITARBEITER-STAMM
    MOVE "N" TO EOF-FLAG.


ZAEHLE-SOLL.
    IF MA-VORNAME = SPACES OR MA-SOLL-STUNDEN IS NOT NUMERIC
     OR MA-SOLL-STUNDEN = 0
        EXIT PARAGRAPH
    END-IF
    IF MA-FIRMA = SPACES
        MOVE STAMM-FIRMA TO MA-FIRMA-EFFEKTIV
    ELSE
        MOVE MA-FIRMA TO MA-FIRMA-EFFEKTIV
    END-IF
    IF AKTIVE-FIRMA NOT = SPACES AND AKTIVE-FIRMA NOT = "**"
     AND MA-FIRMA-EFFEKTIV NOT = AKTIVE-FIRMA
        EXIT PARAGRAPH
    END-IF
    IF MA-IST-INAKTIV AND (MA-AUSTRITT IS NOT NUMERIC
                           OR MA-AUSTRITT = 0)
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        IF (MA-EINTRITT IS NOT NUMERIC OR MA-EINTRITT = 0
            OR MA-EINTRITT <= PER-ENDE(ZR-IDX))
         AND (MA-AUSTRITT IS NOT NUMERIC OR MA-AUSTRITT = 0
            OR MA-AUSTRITT >= PER-ANFANG(ZR-IDX))
            ADD MA-SOLL-STUNDEN TO STD-SOLL(ZR-IDX)
        END-IF
    END-PERFORM.


*> ================================================================
*> #8 Marge aus MARGEN-BERICHT.RPT
*> ================================================================
*> Der Bericht gibt es nur in einer Fassung - er zaehlt nur fuer
*> den Monat in seiner Kopfzeile "Margenbericht JJJJMM". Summiert
*> werden die Abteilungszeilen (Satzbild DRUCKE-BERICHT in
*> margen_bericht.cbl: Umsatz Spalte 21-34, Marge Spalte 66-80).
ERMITTLE-MARGE.
    MOVE SPACES TO MARGE-PERIODE
    MOVE 0 TO MARGE-UMSATZ MARGE-SUMME MARGE-ZEILEN
    MOVE "N" TO MARGE-ABSCHNITT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MARGEN-BERICHT
    IF FS-MARGE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MARGEN-BERICHT
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM LIES-MARGEN-ZEILE
            END-READ
        END-PERFORM
        CLOSE MARGEN-BERICHT
    END-IF
    MOVE "N" TO EOF-FLAG

    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        MOVE SPACES TO ARB-GRUND
        EVALUATE TRUE
            WHEN FS-MARGE NOT = "00"
                MOVE "MARGEN-BERICHT.RPT fehlt" TO ARB-GRUND
            WHEN MARGE-PERIODE NOT = PER-PERIODE(ZR-IDX)
                STRING "MARGEN-BERICHT.RPT ist fuer "
                       MARGE-PERIODE " erstellt"
                    DELIMITED BY SIZE
                    INTO ARB-GRUND
                END-STRING
            WHEN MARGE-ZEILEN = 0
                MOVE "MARGEN-BERICHT.RPT ohne Abteilungszeilen"
                    TO ARB-GRUND
        END-EVALUATE
        IF ARB-GRUND NOT = SPACES
            MOVE KZ-MARGE TO KZ-AKT
            PERFORM SETZE-FEHLT
            MOVE KZ-MARGE-PZ TO KZ-AKT
            PERFORM SETZE-FEHLT
        ELSE
            MOVE KZ-MARGE TO KZ-AKT
            MOVE MARGE-SUMME TO ARB-WERT
            PERFORM SETZE-WERT
            MOVE KZ-MARGE-PZ TO KZ-AKT
            IF MARGE-UMSATZ = 0
                MOVE "kein Umsatz im Margenbericht" TO ARB-GRUND
                PERFORM SETZE-FEHLT
            ELSE
                COMPUTE ARB-WERT ROUNDED =
                    MARGE-SUMME * 100 / MARGE-UMSATZ
                PERFORM SETZE-WERT
            END-IF
        END-IF
    END-PERFORM.


LIES-MARGEN-ZEILE.
    EVALUATE TRUE
        WHEN MARGEN-ZEILE(1:14) = "Margenbericht "
            MOVE MARGEN-ZEILE(15:6) TO MARGE-PERIODE
        WHEN MARGEN-ZEILE(1:19) = "Marge je Abteilung:"
            MOVE "J" TO MARGE-ABSCHNITT
        WHEN MARGE-ABSCHNITT = "J"
         AND MARGEN-ZEILE(13:8) = " Umsatz "
            ADD 1 TO MARGE-ZEILEN
            COMPUTE MARGE-UMSATZ = MARGE-UMSATZ
                + FUNCTION NUMVAL-C(MARGEN-ZEILE(21:14))
            COMPUTE MARGE-SUMME = MARGE-SUMME
                + FUNCTION NUMVAL-C(MARGEN-ZEILE(66:15))
    END-EVALUATE.


*> ================================================================
*> #9 Offene Forderungen (OFFENE-POSTEN.DAT, Tagesstand)
*> ================================================================
*> Die Datei kennt nur den heutigen Stand - sie gilt fuer den
*> laufenden Monat und den Vormonat (Monatsrunde Anfang des
*> Folgemonats); fruehere Monate nur aus frueheren Packs.
ERMITTLE-FORDERUNGEN.
    MOVE 1 TO ZR-IDX
    IF PER-PERIODE(1) NOT = HEUTE-PERIODE
     AND PER-PERIODE(1) NOT = VOR-PERIODE
        MOVE "OFFENE-POSTEN.DAT ist ein Tagesstand - fuer fruehere"
           & " Monate nur aus dem damaligen Pack" TO ARB-GRUND
        MOVE KZ-FORDERG TO KZ-AKT
        PERFORM SETZE-FEHLT
        MOVE KZ-UEBERF TO KZ-AKT
        PERFORM SETZE-FEHLT
        EXIT PARAGRAPH
    END-IF
    PERFORM LADE-ZAHLUNGSZIEL
    PERFORM LADE-KUNDEN-STAMM
    MOVE 0 TO SUMME-OFFEN SUMME-UEBERF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OFFENE-POSTEN
    IF FS-OP NOT = "00"
        MOVE "OFFENE-POSTEN.DAT fehlt" TO ARB-GRUND
        MOVE KZ-FORDERG TO KZ-AKT
        PERFORM SETZE-FEHLT
        MOVE KZ-UEBERF TO KZ-AKT
        PERFORM SETZE-FEHLT
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ OFFENE-POSTEN
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF OP-NUMMER IS NUMERIC AND NOT OP-IST-BEZAHLT
                 AND OP-BETRAG IS NUMERIC AND OP-BEZAHLT IS NUMERIC
                    PERFORM BEWERTE-POSTEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE OFFENE-POSTEN
    MOVE "N" TO EOF-FLAG
    MOVE KZ-FORDERG TO KZ-AKT
    MOVE SUMME-OFFEN TO ARB-WERT
    PERFORM SETZE-WERT
    MOVE KZ-UEBERF TO KZ-AKT
    MOVE SUMME-UEBERF TO ARB-WERT
    PERFORM SETZE-WERT.


*> ----------------------------------------------------------------
*> #9.1 Einen offenen Posten bewerten - mirrors PRUEFE-POSTEN in
*>      mahnlauf.cbl
*> ----------------------------------------------------------------
BEWERTE-POSTEN.
    COMPUTE REST-BETRAG = OP-BETRAG - OP-BEZAHLT
    ADD REST-BETRAG TO SUMME-OFFEN
    MOVE ZAHLUNGSZIEL-TAGE TO POSTEN-ZIEL-TAGE
    IF KUNDEN-ANZAHL > 0
        SET KDT-IDX TO 1
        SEARCH KUNDEN-EINTRAG
            AT END CONTINUE
            WHEN KDT-NUMMER(KDT-IDX) = OP-KUNDE
                IF KDT-ZAHLUNGSZIEL(KDT-IDX) > 0
                    MOVE KDT-ZAHLUNGSZIEL(KDT-IDX) TO POSTEN-ZIEL-TAGE
                END-IF
        END-SEARCH
    END-IF
    IF OP-DATUM IS NUMERIC AND OP-DATUM > 0
        COMPUTE FAELLIG-TAGE =
            FUNCTION INTEGER-OF-DATE(OP-DATUM) + POSTEN-ZIEL-TAGE
        IF HEUTE-TAGE > FAELLIG-TAGE
            ADD REST-BETRAG TO SUMME-UEBERF
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #9.2 Zahlungsziel (ZAHLUNGSZIEL.CFG) und Kundenziele laden -
*>      mirrors LADE-ZAHLUNGSZIEL / LADE-KUNDEN-STAMM in mahnlauf.cbl
*> ----------------------------------------------------------------
LADE-ZAHLUNGSZIEL.
    OPEN INPUT ZAHLUNGSZIEL-CFG
    IF FS-ZIEL = "00"
        READ ZAHLUNGSZIEL-CFG
            AT END CONTINUE
            NOT AT END
                IF ZAHLUNGSZIEL-CFG-ZEILE IS NUMERIC
                    MOVE ZAHLUNGSZIEL-CFG-ZEILE TO ZAHLUNGSZIEL-TAGE
                END-IF
        END-READ
        CLOSE ZAHLUNGSZIEL-CFG
    END-IF.


LADE-KUNDEN-STAMM.
    MOVE 0 TO KUNDEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KUNDEN-STAMM
    IF FS-KUNDEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KUNDEN-STAMM
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF KD-NUMMER NOT = SPACES AND KUNDEN-ANZAHL < 1000
                        ADD 1 TO KUNDEN-ANZAHL
                        MOVE KD-NUMMER TO KDT-NUMMER(KUNDEN-ANZAHL)
                        IF KD-ZAHLUNGSZIEL IS NUMERIC
                            MOVE KD-ZAHLUNGSZIEL
                                TO KDT-ZAHLUNGSZIEL(KUNDEN-ANZAHL)
                        ELSE
                            MOVE 0 TO KDT-ZAHLUNGSZIEL(KUNDEN-ANZAHL)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KUNDEN-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10 Krankenquote und Personalbestand aus den Monatsberichten
*> ================================================================
*> KRANKENSTAND-<JJJJMM>.RPT: erste GESAMT-Zeile (Monatsblock),
*>   Quote Spalte 12-16.
*> PERSONAL-STATISTIK-<JJJJMM>.RPT: GESAMT-Zeile, Endbestand
*>   Spalte 47-51, FTE Spalte 53-60.
ERMITTLE-MONATSBERICHTE.
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        MOVE SPACES TO MONATS-DATEINAME
        STRING "KRANKENSTAND-" PER-PERIODE(ZR-IDX) ".RPT"
            DELIMITED BY SIZE
            INTO MONATS-DATEINAME
        END-STRING
        PERFORM SUCHE-GESAMT-ZEILE
        MOVE KZ-KRANK TO KZ-AKT
        IF GESAMT-GEFUNDEN = "J"
         AND FUNCTION TEST-NUMVAL(MONATS-ZEILE(12:5)) NOT = 0
            MOVE "N" TO GESAMT-GEFUNDEN
            STRING FUNCTION TRIM(MONATS-DATEINAME)
                   ": GESAMT-Zeile nicht lesbar"
                DELIMITED BY SIZE
                INTO ARB-GRUND
            END-STRING
        END-IF
        IF GESAMT-GEFUNDEN = "J"
            COMPUTE ARB-WERT = FUNCTION NUMVAL(MONATS-ZEILE(12:5))
            PERFORM SETZE-WERT
        ELSE
            PERFORM SETZE-FEHLT
        END-IF

        MOVE SPACES TO MONATS-DATEINAME
        STRING "PERSONAL-STATISTIK-" PER-PERIODE(ZR-IDX) ".RPT"
            DELIMITED BY SIZE
            INTO MONATS-DATEINAME
        END-STRING
        PERFORM SUCHE-GESAMT-ZEILE
        IF GESAMT-GEFUNDEN = "J"
         AND (FUNCTION TEST-NUMVAL(MONATS-ZEILE(47:5)) NOT = 0
           OR FUNCTION TEST-NUMVAL(MONATS-ZEILE(53:8)) NOT = 0)
            MOVE "N" TO GESAMT-GEFUNDEN
            STRING FUNCTION TRIM(MONATS-DATEINAME)
                   ": GESAMT-Zeile nicht lesbar"
                DELIMITED BY SIZE
                INTO ARB-GRUND
            END-STRING
        END-IF
        IF GESAMT-GEFUNDEN = "J"
            MOVE KZ-KOEPFE TO KZ-AKT
            COMPUTE ARB-WERT = FUNCTION NUMVAL(MONATS-ZEILE(47:5))
            PERFORM SETZE-WERT
            MOVE KZ-FTE TO KZ-AKT
            COMPUTE ARB-WERT = FUNCTION NUMVAL(MONATS-ZEILE(53:8))
            PERFORM SETZE-WERT
        ELSE
            MOVE KZ-KOEPFE TO KZ-AKT
            PERFORM SETZE-FEHLT
            MOVE KZ-FTE TO KZ-AKT
            PERFORM SETZE-FEHLT
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #10.1 Erste GESAMT-Zeile in MONATS-DATEINAME -> MONATS-ZEILE
*> ----------------------------------------------------------------
SUCHE-GESAMT-ZEILE.
    MOVE "N" TO GESAMT-GEFUNDEN
    MOVE SPACES TO ARB-GRUND
    OPEN INPUT MONATS-DATEI
    IF FS-MONAT NOT = "00"
        STRING FUNCTION TRIM(MONATS-DATEINAME) " fehlt"
            DELIMITED BY SIZE
            INTO ARB-GRUND
        END-STRING
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y" OR GESAMT-GEFUNDEN = "J"
        READ MONATS-DATEI
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF MONATS-ZEILE(1:6) = "GESAMT"
                    MOVE "J" TO GESAMT-GEFUNDEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE MONATS-DATEI
    MOVE "N" TO EOF-FLAG
    IF GESAMT-GEFUNDEN NOT = "J"
        STRING FUNCTION TRIM(MONATS-DATEINAME) " ohne GESAMT-Zeile"
            DELIMITED BY SIZE
            INTO ARB-GRUND
        END-STRING
    END-IF.


*> ================================================================
*> #11 Personalkosten aus LOHNKONTO.DAT
*> ================================================================
*> Brutto plus Abgaben der Monatszeilen - dieselbe Ist-Naeherung,
*> gegen die PERSONALKOSTEN-PLAN den Plan stellt. Zeilen mit Monat
*> 00 (vor der Monatsfuehrung) lassen sich keinem Monat zuordnen.
ERMITTLE-PERSONALKOSTEN.
    INITIALIZE PK-TABELLE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHNKONTO
    IF FS-KONTO = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ LOHNKONTO
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF LK-JAHR IS NUMERIC AND LK-MONAT IS NUMERIC
                     AND LK-BRUTTO IS NUMERIC
                        PERFORM VERBUCHE-LOHNKONTO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOHNKONTO
    END-IF
    MOVE "N" TO EOF-FLAG
    MOVE KZ-PKOSTEN TO KZ-AKT
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        IF PK-ZEILEN(ZR-IDX) = 0
            IF FS-KONTO NOT = "00"
                MOVE "LOHNKONTO.DAT fehlt" TO ARB-GRUND
            ELSE
                MOVE "LOHNKONTO.DAT ohne Zeilen des Monats (Lohnlauf"
                   & " noch nicht fortgeschrieben)" TO ARB-GRUND
            END-IF
            PERFORM SETZE-FEHLT
        ELSE
            MOVE PK-KOSTEN(ZR-IDX) TO ARB-WERT
            PERFORM SETZE-WERT
        END-IF
    END-PERFORM.


VERBUCHE-LOHNKONTO.
    COMPUTE LK-PERIODE = LK-JAHR * 100 + FUNCTION NUMVAL(LK-MONAT)
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        IF LK-PERIODE = PER-PERIODE(ZR-IDX)
            ADD 1 TO PK-ZEILEN(ZR-IDX)
            ADD LK-BRUTTO TO PK-KOSTEN(ZR-IDX)
            IF LK-ABGABEN IS NUMERIC
                ADD LK-ABGABEN TO PK-KOSTEN(ZR-IDX)
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #12 Fehlerquote aus dem Laufjournal
*> ================================================================
*> ENDE-Eintrag des BUCHUNGEN-VALIDIERER: "RC=nnn OK=n Fehler=n
*> Abw=n" (siehe SCHREIBE-LAUF-JOURNAL in validierer_loesung.cbl).
ERMITTLE-FEHLERQUOTE.
    INITIALIZE FQ-TABELLE
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LAUF-JOURNAL
    IF FS-JOURNAL = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ LAUF-JOURNAL
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF JZ-ART = "ENDE"
                     AND JZ-PROGRAMM = "BUCHUNGEN-VALIDIERER"
                        PERFORM VERBUCHE-VALIDIERUNG
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LAUF-JOURNAL
    END-IF
    MOVE "N" TO EOF-FLAG
    MOVE KZ-FQUOTE TO KZ-AKT
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        EVALUATE TRUE
            WHEN FS-JOURNAL NOT = "00"
                MOVE "LAUF-JOURNAL.LOG fehlt" TO ARB-GRUND
                PERFORM SETZE-FEHLT
            WHEN FQ-LAEUFE(ZR-IDX) = 0
                MOVE "keine Validierungslaeufe des Monats im"
                   & " LAUF-JOURNAL.LOG" TO ARB-GRUND
                PERFORM SETZE-FEHLT
            WHEN FQ-OK(ZR-IDX) + FQ-FEHLER(ZR-IDX) = 0
                MOVE 0 TO ARB-WERT
                PERFORM SETZE-WERT
            WHEN OTHER
                COMPUTE ARB-WERT ROUNDED = FQ-FEHLER(ZR-IDX) * 100
                    / (FQ-OK(ZR-IDX) + FQ-FEHLER(ZR-IDX))
                PERFORM SETZE-WERT
        END-EVALUATE
    END-PERFORM.


VERBUCHE-VALIDIERUNG.
    MOVE 0 TO ZR-TREFFER
    PERFORM VARYING ZR-IDX FROM 1 BY 1 UNTIL ZR-IDX > 3
        IF JZ-TAG(1:6) = PER-PERIODE(ZR-IDX)
            MOVE ZR-IDX TO ZR-TREFFER
        END-IF
    END-PERFORM
    IF ZR-TREFFER = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO FQ-FELD-1 FQ-FELD-OK FQ-FELD-FEHLER
    UNSTRING JZ-INFO DELIMITED BY " OK=" OR " Fehler=" OR " Abw="
        INTO FQ-FELD-1 FQ-FELD-OK FQ-FELD-FEHLER
    END-UNSTRING
    IF FUNCTION TRIM(FQ-FELD-OK) IS NUMERIC
     AND FUNCTION TRIM(FQ-FELD-FEHLER) IS NUMERIC
        ADD 1 TO FQ-LAEUFE(ZR-TREFFER)
        ADD FUNCTION NUMVAL(FQ-FELD-OK) TO FQ-OK(ZR-TREFFER)
        ADD FUNCTION NUMVAL(FQ-FELD-FEHLER) TO FQ-FEHLER(ZR-TREFFER)
    END-IF.


*> ================================================================
*> #13 Plan: ABTEILUNG-BUDGET.CFG und PERSONALKOSTEN-PLAN-<JJJJ>.CFG
*> ================================================================
*> Beide im Format "<Abteilung> <JJJJMM> <Stunden> <Betrag>" (siehe
*> budget_vergleich.cbl); der Pack braucht nur die Summe ueber alle
*> Abteilungen des Berichtsmonats, eine Umschluesselung entfaellt.
LADE-PLAN.
    MOVE "ABTEILUNG-BUDGET.CFG" TO BUDGET-DATEINAME
    PERFORM SUMMIERE-PLAN
    IF BUD-ZEILEN > 0
        MOVE BUD-STUNDEN TO KW-BUDGET(KZ-STUNDEN)
        MOVE "J" TO KW-BUDGET-DA(KZ-STUNDEN)
        MOVE BUD-BETRAG TO KW-BUDGET(KZ-UMSATZ)
        MOVE "J" TO KW-BUDGET-DA(KZ-UMSATZ)
    END-IF
    MOVE SPACES TO BUDGET-DATEINAME
    STRING "PERSONALKOSTEN-PLAN-" PER-PERIODE(1)(1:4) ".CFG"
        DELIMITED BY SIZE
        INTO BUDGET-DATEINAME
    END-STRING
    PERFORM SUMMIERE-PLAN
    IF BUD-ZEILEN > 0
        MOVE BUD-BETRAG TO KW-BUDGET(KZ-PKOSTEN)
        MOVE "J" TO KW-BUDGET-DA(KZ-PKOSTEN)
    END-IF.


SUMMIERE-PLAN.
    MOVE 0 TO BUD-ZEILEN BUD-STUNDEN BUD-BETRAG
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUDGET-CFG
    IF FS-BUDGET NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUDGET-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FUNCTION TRIM(BUDGET-CFG-ZEILE) NOT = SPACES
                    MOVE SPACES TO BUD-ABT-RAW BUD-PERIODE-RAW
                                   BUD-STUNDEN-RAW BUD-BETRAG-RAW
                    UNSTRING FUNCTION TRIM(BUDGET-CFG-ZEILE)
                        DELIMITED BY ALL SPACE
                        INTO BUD-ABT-RAW BUD-PERIODE-RAW
                             BUD-STUNDEN-RAW BUD-BETRAG-RAW
                    END-UNSTRING
                    IF BUD-PERIODE-RAW(1:6) = PER-PERIODE(1)
                     AND BUD-PERIODE-RAW(7:) = SPACES
                     AND FUNCTION TEST-NUMVAL(BUD-STUNDEN-RAW) = 0
                     AND FUNCTION TEST-NUMVAL(BUD-BETRAG-RAW) = 0
                        ADD 1 TO BUD-ZEILEN
                        COMPUTE BUD-STUNDEN = BUD-STUNDEN
                            + FUNCTION NUMVAL(BUD-STUNDEN-RAW)
                        COMPUTE BUD-BETRAG = BUD-BETRAG
                            + FUNCTION NUMVAL(BUD-BETRAG-RAW)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE BUDGET-CFG
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #14 Kennzahlenhistorie
*> ================================================================
LADE-HISTORIE.
    MOVE 0 TO KH-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KENNZAHLEN-HISTORIE
    IF FS-KH = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KENNZAHLEN-HISTORIE
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF KH-PERIODE IS NUMERIC AND KH-ANZAHL < 20000
                        ADD 1 TO KH-ANZAHL
                        MOVE KENNZAHLEN-HISTORIE-RECORD
                            TO KH-SATZ(KH-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KENNZAHLEN-HISTORIE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #14.1 Was heute keine Quelle mehr hat, aus frueheren Packs
*> ----------------------------------------------------------------
UEBERNIMM-HISTORIE.
    PERFORM VARYING KH-POS FROM 1 BY 1 UNTIL KH-POS > KH-ANZAHL
        MOVE KH-SATZ(KH-POS) TO KENNZAHLEN-HISTORIE-RECORD
        IF KH-FIRMA = AKTIVE-FIRMA
            PERFORM VARYING KZ-IDX FROM 1 BY 1 UNTIL KZ-IDX > KZ-ANZAHL
                IF KH-CODE = KD-CODE(KZ-IDX)
                    PERFORM VARYING ZR-IDX FROM 1 BY 1
                            UNTIL ZR-IDX > 3
                        IF KH-PERIODE = PER-PERIODE(ZR-IDX)
                         AND KW-STATUS(KZ-IDX, ZR-IDX) NOT = "J"
                            MOVE KH-WERT TO KW-WERT(KZ-IDX, ZR-IDX)
                            MOVE "H" TO KW-STATUS(KZ-IDX, ZR-IDX)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #14.2 Forderungsreichweite (DSO) des Berichtsmonats
*> ----------------------------------------------------------------
*> Gerechnet wird nur mit heute ermittelten Forderungen; der Wert
*> eines frueheren Packs bleibt sonst stehen.
ERMITTLE-REICHWEITE.
    MOVE 1 TO ZR-IDX
    MOVE KZ-DSO TO KZ-AKT
    IF KW-STATUS(KZ-FORDERG, 1) NOT = "J"
        IF KW-STATUS(KZ-DSO, 1) NOT = "H"
            MOVE KW-GRUND(KZ-FORDERG) TO ARB-GRUND
            PERFORM SETZE-FEHLT
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF KW-STATUS(KZ-UMSATZ, 1) = "N"
     OR KW-WERT(KZ-UMSATZ, 1) NOT > 0
        MOVE "kein Monatsumsatz - Reichweite nicht bestimmbar"
            TO ARB-GRUND
        PERFORM SETZE-FEHLT
        MOVE "N" TO KW-STATUS(KZ-DSO, 1)
        EXIT PARAGRAPH
    END-IF
    COMPUTE ARB-WERT ROUNDED = KW-WERT(KZ-FORDERG, 1)
        * PER-TAGE(1) / KW-WERT(KZ-UMSATZ, 1)
    PERFORM SETZE-WERT.


*> ----------------------------------------------------------------
*> #14.3 Heute ermittelte Werte des Berichtsmonats ablegen
*> ----------------------------------------------------------------
*> Werte des Berichtsmonats ersetzen die eines frueheren Laufs; was
*> heute fehlt, loescht keinen frueher abgelegten Wert.
SCHREIBE-HISTORIE.
    OPEN OUTPUT HISTORIE-NEU
    IF FS-KH-NEU NOT = "00"
        DISPLAY "WARNUNG: KENNZAHLEN-HISTORIE.NEU nicht schreibbar,"
                " Status=" FS-KH-NEU " - Historie nicht fortgeschrieben."
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING KH-POS FROM 1 BY 1 UNTIL KH-POS > KH-ANZAHL
        MOVE KH-SATZ(KH-POS) TO KENNZAHLEN-HISTORIE-RECORD
        MOVE 0 TO KZ-AKT
        IF KH-PERIODE = PER-PERIODE(1) AND KH-FIRMA = AKTIVE-FIRMA
            PERFORM VARYING KZ-IDX FROM 1 BY 1 UNTIL KZ-IDX > KZ-ANZAHL
                IF KH-CODE = KD-CODE(KZ-IDX)
                 AND KW-STATUS(KZ-IDX, 1) = "J"
                    MOVE KZ-IDX TO KZ-AKT
                END-IF
            END-PERFORM
        END-IF
        IF KZ-AKT = 0
            MOVE KH-SATZ(KH-POS) TO HISTORIE-NEU-ZEILE
            WRITE HISTORIE-NEU-ZEILE
        END-IF
    END-PERFORM
    PERFORM VARYING KZ-IDX FROM 1 BY 1 UNTIL KZ-IDX > KZ-ANZAHL
        IF KW-STATUS(KZ-IDX, 1) = "J"
            MOVE SPACES TO KENNZAHLEN-HISTORIE-RECORD
            MOVE PER-PERIODE(1)      TO KH-PERIODE
            MOVE AKTIVE-FIRMA        TO KH-FIRMA
            MOVE KD-CODE(KZ-IDX)     TO KH-CODE
            MOVE KW-WERT(KZ-IDX, 1)  TO KH-WERT
            MOVE JETZT-ZEIT          TO KH-ERMITTELT
            MOVE KENNZAHLEN-HISTORIE-RECORD TO HISTORIE-NEU-ZEILE
            WRITE HISTORIE-NEU-ZEILE
        END-IF
    END-PERFORM
    CLOSE HISTORIE-NEU
    CALL "SYSTEM" USING CMD-HISTORIE-TAUSCH
    MOVE 0 TO RETURN-CODE.


*> ================================================================
*> #15 Kennzahlen-Pack drucken (KENNZAHLEN-<JJJJMM>.RPT)
*> ================================================================
DRUCKE-PACK.
    MOVE SPACES TO REPORT-DATEINAME
    STRING "KENNZAHLEN-" PER-PERIODE(1) ".RPT"
        DELIMITED BY SIZE
        INTO REPORT-DATEINAME
    END-STRING
    OPEN OUTPUT KENNZAHLEN-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(REPORT-DATEINAME) ", Status=" FS-REPORT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE PER-PERIODE(1) TO ARB-PERIODE
    PERFORM FORMATIERE-PERIODE
    MOVE SPACES TO MELDUNG
    STRING "Kennzahlen-Pack " PRINT-PERIODE
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    IF AKTIVE-FIRMA = "**"
        MOVE "Konzern" TO MELDUNG(26:7)
    ELSE
        IF AKTIVE-FIRMA NOT = SPACES
            MOVE "Firma"      TO MELDUNG(26:5)
            MOVE AKTIVE-FIRMA TO MELDUNG(32:2)
        END-IF
    END-IF
    MOVE JETZT-ZEIT(1:8) TO ARB-FOLGE
    PERFORM FORMATIERE-DATUM
    STRING "erstellt " PRINT-DATUM " "
           JETZT-ZEIT(9:2) ":" JETZT-ZEIT(11:2)
        DELIMITED BY SIZE
        INTO MELDUNG(41:30)
    END-STRING
    PERFORM MELDE
    MOVE ALL "=" TO MELDUNG(1:129)
    PERFORM MELDE
    MOVE "Kennzahl" TO MELDUNG(3:8)
    MOVE "Ist"      TO MELDUNG(45:3)
    MOVE "Vormonat" TO MELDUNG(57:8)
    MOVE "Vorjahr"  TO MELDUNG(85:7)
    MOVE "Plan"     TO MELDUNG(115:4)
    PERFORM MELDE
    MOVE PER-PERIODE(1) TO ARB-PERIODE
    PERFORM FORMATIERE-PERIODE
    MOVE PRINT-PERIODE TO MELDUNG(41:7)
    MOVE PER-PERIODE(2) TO ARB-PERIODE
    PERFORM FORMATIERE-PERIODE
    MOVE PRINT-PERIODE TO MELDUNG(58:7)
    MOVE "Abw."         TO MELDUNG(72:4)
    MOVE PER-PERIODE(3) TO ARB-PERIODE
    PERFORM FORMATIERE-PERIODE
    MOVE PRINT-PERIODE TO MELDUNG(85:7)
    MOVE "Abw."         TO MELDUNG(99:4)
    MOVE "Abw."         TO MELDUNG(126:4)
    PERFORM MELDE

    PERFORM VARYING KZ-IDX FROM 1 BY 1 UNTIL KZ-IDX > KZ-ANZAHL
        EVALUATE KZ-IDX
            WHEN KZ-UMSATZ
                MOVE "Umsatz und Leistung" TO MELDUNG
                PERFORM DRUCKE-ABSCHNITT
            WHEN KZ-FORDERG
                MOVE HEUTE-DATUM TO ARB-FOLGE
                PERFORM FORMATIERE-DATUM
                STRING "Debitoren (Stichtag " PRINT-DATUM ")"
                    DELIMITED BY SIZE
                    INTO MELDUNG
                END-STRING
                PERFORM DRUCKE-ABSCHNITT
            WHEN KZ-KRANK
                MOVE "Personal" TO MELDUNG
                PERFORM DRUCKE-ABSCHNITT
            WHEN KZ-FQUOTE
                MOVE "Qualitaet" TO MELDUNG
                PERFORM DRUCKE-ABSCHNITT
        END-EVALUATE
        PERFORM DRUCKE-KENNZAHL
    END-PERFORM

    MOVE ALL "=" TO MELDUNG(1:129)
    PERFORM MELDE
    MOVE "fehlt = Quelle fuer den Monat nicht vorhanden (kein"
       & " Nullwert); * = Wert aus einem frueheren Pack"
       & " (KENNZAHLEN-HISTORIE.DAT)" TO MELDUNG
    PERFORM MELDE
    MOVE "Abw. in % zum Vergleichswert, bei Prozent-Kennzahlen in"
       & " Prozentpunkten" TO MELDUNG
    PERFORM MELDE
    IF UMSATZ-VORLAEUFIG = "J"
        MOVE "Umsatz vorlaeufig: Monat nicht abgeschlossen, Stand"
           & " YTD-UMSATZ.DAT von heute" TO MELDUNG
        PERFORM MELDE
    END-IF
    IF PER-PERIODE(1) = HEUTE-PERIODE OR PER-PERIODE(1) = VOR-PERIODE
        PERFORM DRUCKE-LETZTEN-LAUF
    END-IF
    MOVE 0 TO CNT-FEHLT CNT-HISTORIE
    PERFORM VARYING KZ-IDX FROM 1 BY 1 UNTIL KZ-IDX > KZ-ANZAHL
        IF KW-STATUS(KZ-IDX, 1) = "N"
            ADD 1 TO CNT-FEHLT
            MOVE SPACES TO MELDUNG
            STRING "fehlt: " FUNCTION TRIM(KD-TEXT(KZ-IDX)) " - "
                   FUNCTION TRIM(KW-GRUND(KZ-IDX))
                DELIMITED BY SIZE
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        IF KW-STATUS(KZ-IDX, 1) = "H"
            ADD 1 TO CNT-HISTORIE
        END-IF
    END-PERFORM
    CLOSE KENNZAHLEN-REPORT
    DISPLAY "KENNZAHLEN-PACK: " FUNCTION TRIM(REPORT-DATEINAME)
            " geschrieben, " CNT-FEHLT " Kennzahl(en) ohne Quelle, "
            CNT-HISTORIE " aus frueherem Pack.".


*> ----------------------------------------------------------------
*> #15.1 Abschnittsueberschrift
*> ----------------------------------------------------------------
DRUCKE-ABSCHNITT.
    MOVE MELDUNG TO MONATS-ZEILE
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE MONATS-ZEILE TO MELDUNG
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #15.2 Eine Kennzahlzeile
*> ----------------------------------------------------------------
DRUCKE-KENNZAHL.
    MOVE KD-ART(KZ-IDX) TO FW-ART
    MOVE KW-WERT(KZ-IDX, 1)   TO FW-WERT FA-IST
    MOVE KW-STATUS(KZ-IDX, 1) TO FW-STATUS FA-IST-STATUS
    PERFORM FORMATIERE-WERT
    MOVE FW-TEXT TO SP-IST

    MOVE KW-WERT(KZ-IDX, 2)   TO FW-WERT
    MOVE KW-STATUS(KZ-IDX, 2) TO FW-STATUS
    PERFORM FORMATIERE-WERT
    MOVE FW-TEXT TO SP-VM
    PERFORM FORMATIERE-ABWEICHUNG
    MOVE FA-TEXT TO SP-VM-ABW

    MOVE KW-WERT(KZ-IDX, 3)   TO FW-WERT
    MOVE KW-STATUS(KZ-IDX, 3) TO FW-STATUS
    PERFORM FORMATIERE-WERT
    MOVE FW-TEXT TO SP-VJ
    PERFORM FORMATIERE-ABWEICHUNG
    MOVE FA-TEXT TO SP-VJ-ABW

    MOVE SPACES TO SP-BUD SP-BUD-ABW
    IF KW-BUDGET-DA(KZ-IDX) = "J"
        MOVE KW-BUDGET(KZ-IDX) TO FW-WERT
        MOVE "J" TO FW-STATUS
        PERFORM FORMATIERE-WERT
        MOVE FW-TEXT TO SP-BUD
        PERFORM FORMATIERE-ABWEICHUNG
        MOVE FA-TEXT TO SP-BUD-ABW
    END-IF

    MOVE SPACES TO MELDUNG
    STRING "  " KD-TEXT(KZ-IDX) SP-IST " " SP-VM " " SP-VM-ABW " "
           SP-VJ " " SP-VJ-ABW " " SP-BUD " " SP-BUD-ABW
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #15.3 FW-WERT nach Art FW-ART rechtsbuendig in FW-TEXT
*> ----------------------------------------------------------------
FORMATIERE-WERT.
    MOVE SPACES TO FW-TEXT
    IF FW-STATUS = "N"
        MOVE "fehlt" TO FW-TEXT(10:5)
        EXIT PARAGRAPH
    END-IF
    EVALUATE FW-ART
        WHEN "B"
            COMPUTE FW-BETRAG ROUNDED = FW-WERT
            MOVE FW-BETRAG TO FW-TEXT(3:12)
        WHEN "S"
            COMPUTE FW-STUNDEN ROUNDED = FW-WERT
            MOVE FW-STUNDEN TO FW-TEXT(7:8)
        WHEN "P"
            COMPUTE FW-PROZENT ROUNDED = FW-WERT
            MOVE FW-PROZENT TO FW-TEXT(9:6)
        WHEN "T"
            COMPUTE FW-TAGE ROUNDED = FW-WERT
            MOVE FW-TAGE TO FW-TEXT(11:4)
        WHEN "K"
            COMPUTE FW-KOEPFE ROUNDED = FW-WERT
            MOVE FW-KOEPFE TO FW-TEXT(8:7)
        WHEN OTHER
            MOVE FW-WERT TO FW-FTE
            MOVE FW-FTE TO FW-TEXT(6:9)
    END-EVALUATE
    IF FW-STATUS = "H"
        MOVE "*" TO FW-TEXT(15:1)
    END-IF.


*> ----------------------------------------------------------------
*> #15.4 Abweichung Berichtsmonat (FA-IST) gegen FW-WERT
*> ----------------------------------------------------------------
FORMATIERE-ABWEICHUNG.
    MOVE SPACES TO FA-TEXT
    IF FA-IST-STATUS = "N" OR FW-STATUS = "N"
        MOVE "-" TO FA-TEXT(10:1)
        EXIT PARAGRAPH
    END-IF
    IF FW-ART = "P"
        COMPUTE FA-DIFF ROUNDED = FA-IST - FW-WERT
            ON SIZE ERROR
                MOVE "n.b." TO FA-TEXT(7:4)
                EXIT PARAGRAPH
        END-COMPUTE
        MOVE FA-DIFF TO FA-PUNKTE
        STRING FA-PUNKTE " Pkt" DELIMITED BY SIZE INTO FA-TEXT
        END-STRING
        EXIT PARAGRAPH
    END-IF
    IF FW-WERT = 0
        MOVE "n.b." TO FA-TEXT(7:4)
        EXIT PARAGRAPH
    END-IF
    COMPUTE FA-DIFF ROUNDED = (FA-IST - FW-WERT) * 100
        / FUNCTION ABS(FW-WERT)
        ON SIZE ERROR
            MOVE "n.b." TO FA-TEXT(7:4)
            EXIT PARAGRAPH
    END-COMPUTE
    IF FA-DIFF > 9999.9 OR FA-DIFF < -9999.9
        MOVE "n.b." TO FA-TEXT(7:4)
        EXIT PARAGRAPH
    END-IF
    MOVE FA-DIFF TO FA-PROZENT
    STRING "  " FA-PROZENT "%" DELIMITED BY SIZE INTO FA-TEXT
    END-STRING.


*> ----------------------------------------------------------------
*> #15.5 Letzter Umsatzlauf (UMSATZ.SUMMARY) als Hinweis
*> ----------------------------------------------------------------
DRUCKE-LETZTEN-LAUF.
    OPEN INPUT UMSATZ-SUMMARY
    IF FS-SUMMARY NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ UMSATZ-SUMMARY
        AT END CONTINUE
        NOT AT END
            IF USUM-ANZAHL-BUCHUNGEN IS NUMERIC
             AND USUM-GESAMT-UMSATZ IS NUMERIC
                MOVE USUM-ANZAHL-BUCHUNGEN TO PRINT-ANZAHL
                MOVE USUM-GESAMT-UMSATZ TO PRINT-BETRAG
                MOVE SPACES TO MELDUNG
                STRING "Letzter Umsatzlauf (UMSATZ.SUMMARY): "
                       FUNCTION TRIM(PRINT-ANZAHL) " Buchungen, Umsatz "
                       FUNCTION TRIM(PRINT-BETRAG) " EUR"
                    DELIMITED BY SIZE
                    INTO MELDUNG
                END-STRING
                PERFORM MELDE
            END-IF
    END-READ
    CLOSE UMSATZ-SUMMARY.


*> ================================================================
*> #16 Hilfsroutinen
*> ================================================================
*> Wert ARB-WERT fuer Kennzahl KZ-AKT im Vergleichsmonat ZR-IDX.
SETZE-WERT.
    MOVE ARB-WERT TO KW-WERT(KZ-AKT, ZR-IDX)
    MOVE "J" TO KW-STATUS(KZ-AKT, ZR-IDX).


*> Kennzahl KZ-AKT fehlt im Vergleichsmonat ZR-IDX (Grund
*> ARB-GRUND, fuer den Berichtsmonat unter dem Pack gedruckt).
SETZE-FEHLT.
    MOVE 0 TO KW-WERT(KZ-AKT, ZR-IDX)
    MOVE "N" TO KW-STATUS(KZ-AKT, ZR-IDX)
    IF ZR-IDX = 1
        MOVE ARB-GRUND TO KW-GRUND(KZ-AKT)
    END-IF.


*> ARB-PERIODE als MM/JJJJ -> PRINT-PERIODE
FORMATIERE-PERIODE.
    MOVE SPACES TO PRINT-PERIODE
    STRING ARB-PERIODE(5:2) "/" ARB-PERIODE(1:4)
        DELIMITED BY SIZE
        INTO PRINT-PERIODE
    END-STRING.


*> ARB-FOLGE (JJJJMMTT) als TT.MM.JJJJ -> PRINT-DATUM
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING ARB-FOLGE(7:2) "." ARB-FOLGE(5:2) "." ARB-FOLGE(1:4)
        DELIMITED BY SIZE
        INTO PRINT-DATUM
    END-STRING.


*> Meldungszeile auf Konsole und in den Pack
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
