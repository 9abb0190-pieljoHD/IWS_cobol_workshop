*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. PERSONALKOSTEN-PLAN.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Personalkostenplanung fuer das Folgejahr - bisher wurde der
*> Mitarbeiterstamm zur Budgetrunde in eine Tabellenkalkulation
*> exportiert und geschaetzt. Je Mitarbeiter und Monat des
*> Planjahres: Brutto aus Soll-Stunden (MA-SOLL-STUNDEN) mal
*> heutigem Stundensatz bzw. Monatsgehalt (Lohnart S), im Ein-
*> und Austrittsmonat (MA-EINTRITT/MA-AUSTRITT) nach Kalendertagen
*> gekuerzt, dazu der Arbeitgeberanteil aus SOZIALABGABEN.CFG im
*> Stand des Planmonats (paritaetische Naeherung wie im
*> BEITRAGSNACHWEIS). Stundenloehner ohne hinterlegtes Soll
*> werden mit ihrem Monatsschnitt aus LOHNKONTO.DAT
*> fortgeschrieben.
*> Planannahmen stehen in PERSONALPLANUNG.CFG, je Zeile
*>   ERHOEHUNG <AbJJJJMM> <Prozent> [<Abteilung>]
*>   EINSTELLUNG <Bezeichnung> <Abteilung> <AbJJJJMM> <Soll-Std>
*>               <Stundensatz> [<Monatsgehalt>]
*> Erhoehungen ab einem Monat nach dem laufenden wirken
*> kumuliert; fruehere gelten als in den heutigen Saetzen
*> enthalten. Fuer Tarifbeschaeftigte (MA-TARIFGRUPPE) gilt statt
*> dessen die Entwicklung ihres Satzes in TARIFGITTER.CFG.
*> Eine Einstellung mit Monatsgehalt gilt als Gehaltsempfaenger.
*> Ergebnis:
*>   PERSONALKOSTEN-PLAN-<JJJJ>.CFG  Plan je Abteilung und Monat im
*>       Format von ABTEILUNG-BUDGET.CFG (<Abteilung> <JJJJMM>
*>       <Soll-Stunden> <Kosten>) - BUDGET-VERGLEICH liest ihn mit
*>       dem Dateinamen als 2. Parameter;
*>   PERSONALKOSTEN-PLAN-<JJJJ>.RPT  Aufstellung je Mitarbeiter,
*>       Monatssummen und je Abteilung die Veraenderung gegen die
*>       Ist-Kosten (Brutto + Arbeitgeberanteil) des laufenden
*>       Jahres aus LOHNKONTO.DAT, auf zwoelf Monate hochgerechnet.
*> Planjahr ist der 1. Parameter (JJJJ), ohne Parameter das
*> Folgejahr.


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

    SELECT PLANUNG-CFG
        ASSIGN TO "PERSONALPLANUNG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PLANUNG.

    SELECT SOZIALABGABEN-CFG
        ASSIGN TO "SOZIALABGABEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SOZIAL.

    SELECT TARIFGITTER-CFG
        ASSIGN TO "TARIFGITTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GITTER.

    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KONTO.

    SELECT PLAN-DATEI
        ASSIGN TO PLAN-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PLAN.

    SELECT PLAN-REPORT
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
COPY STAMMREC.

FD PLANUNG-CFG.
01 PLANUNG-ZEILE PIC X(80).

FD SOZIALABGABEN-CFG.
01 SOZIALABGABEN-CFG-ZEILE PIC X(40).

FD TARIFGITTER-CFG.
01 TARIFGITTER-ZEILE PIC X(80).

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

FD PLAN-DATEI.
01 PLAN-ZEILE PIC X(60).

FD PLAN-REPORT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-PLANUNG  PIC XX VALUE SPACES.
77 FS-SOZIAL   PIC XX VALUE SPACES.
77 FS-GITTER   PIC XX VALUE SPACES.
77 FS-KONTO    PIC XX VALUE SPACES.
77 FS-PLAN     PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 PLANJAHR      PIC 9(4) VALUE 0.
01 IST-JAHR      PIC 9(4).
01 HEUTE         PIC 9(8).
01 HEUTE-TEILE REDEFINES HEUTE.
    05 HEUTE-JAHR  PIC 9(4).
    05 FILLER      PIC 9(4).
01 HEUTE-PERIODE PIC 9(6).
01 PLAN-DATEINAME  PIC X(50).
01 LISTE-DATEINAME PIC X(50).

*> Sozialabgaben - mirrors LADE-SOZIALABGABEN in
*> beitragsnachweis.cbl, haelt aber alle Staende der Datei
*> (SOZ-GUELTIG-AB, 0 = Grundstand): im Planjahr kann ein neuer
*> Stand gelten.
01 SOZIAL-ANZAHL PIC 9(2) VALUE 0.
01 SOZIAL-TABELLE.
    05 SOZIAL-EINTRAG OCCURS 1 TO 40 TIMES
                       DEPENDING ON SOZIAL-ANZAHL
                       INDEXED BY SOZ-IDX.
        10 SOZ-GUELTIG-AB PIC 9(8).
        10 SOZ-NAME    PIC X(10).
        10 SOZ-PROZENT PIC 9(2)V99.
        10 SOZ-DECKEL  PIC 9(7)V99.
01 SOZ-NAME-RAW    PIC X(10).
01 SOZ-PROZENT-RAW PIC X(8).
01 SOZ-DECKEL-RAW  PIC X(10).
01 SOZ-STICHTAG     PIC 9(8) VALUE 0.
01 SOZ-BLOCK-DATUM  PIC 9(8) VALUE 0.
01 SOZ-BLOCK-GILT   PIC X VALUE "J".
01 SOZ-STAND-AB     PIC 9(8).
01 SOZ-SUMME-PROZENT PIC 9(3)V99 VALUE 0.

*> Geplante Erhoehungen.
01 ERH-ANZAHL PIC 9(2) VALUE 0.
01 ERH-TABELLE.
    05 ERH-EINTRAG OCCURS 1 TO 50 TIMES
                    DEPENDING ON ERH-ANZAHL
                    INDEXED BY ERH-IDX.
        10 ERH-AB        PIC 9(6).
        10 ERH-PROZENT   PIC 9(2)V99.
        10 ERH-ABTEILUNG PIC X(10).

*> Geplante Einstellungen.
01 EIN-ANZAHL PIC 9(3) VALUE 0.
01 EIN-TABELLE.
    05 EIN-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON EIN-ANZAHL
                    INDEXED BY EIN-IDX.
        10 EIN-BEZEICHNUNG PIC X(10).
        10 EIN-ABTEILUNG   PIC X(10).
        10 EIN-AB          PIC 9(6).
        10 EIN-SOLL        PIC 9(3).
        10 EIN-SATZ        PIC 9(3).
        10 EIN-GEHALT      PIC 9(6)V99.
01 PZ-W1 PIC X(20).
01 PZ-W2 PIC X(20).
01 PZ-W3 PIC X(20).
01 PZ-W4 PIC X(20).
01 PZ-W5 PIC X(20).
01 PZ-W6 PIC X(20).
01 PZ-W7 PIC X(20).
01 PZ-FEHLER PIC X.

*> Tarifgitter - mirrors LADE-TARIFGITTER in tarif_stufen.cbl.
01 GT-ANZAHL PIC 9(3) VALUE 0.
01 GT-TABELLE.
    05 GT-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON GT-ANZAHL
                   INDEXED BY GT-IDX.
        10 GT-AB     PIC 9(8).
        10 GT-GRUPPE PIC X(4).
        10 GT-STUFE  PIC 9(2).
        10 GT-SATZ   PIC 9(3).
01 TG-W1 PIC X(20).
01 TG-W2 PIC X(20).
01 TG-W3 PIC X(20).
01 TG-W4 PIC X(20).
01 TG-W5 PIC X(20).
01 TG-WERT PIC 9(5).
01 STICHTAG     PIC 9(8).
01 SUCH-GRUPPE  PIC X(4).
01 SUCH-STUFE   PIC 9(2).
01 GT-POSITION  PIC 9(3).
01 GT-LAUF      PIC 9(3).

*> Ist-Kosten des laufenden Jahres je Mitarbeiter.
01 LI-ANZAHL PIC 9(4) VALUE 0.
01 LI-TABELLE.
    05 LI-EINTRAG OCCURS 1 TO 1000 TIMES
                   DEPENDING ON LI-ANZAHL
                   INDEXED BY LI-IDX.
        10 LI-VORNAME   PIC X(10).
        10 LI-NACHNAME  PIC X(10).
        10 LI-BRUTTO    PIC 9(9)V99.
        10 LI-AG        PIC 9(9)V99.
        10 LI-MONATE    PIC 9(2).
        10 LI-ABTEILUNG PIC X(10).
01 LI-POSITION PIC 9(4).
01 IST-MONATE  PIC 9(2) VALUE 0.
01 LK-MONAT-NUM PIC 9(2).

*> Plan und Ist je Abteilung.
01 AP-ANZAHL PIC 9(3) VALUE 0.
01 AP-TABELLE.
    05 AP-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON AP-ANZAHL
                   INDEXED BY AP-IDX.
        10 AP-CODE     PIC X(10).
        10 AP-KOPF     PIC 9(4).
        10 AP-IST      PIC 9(10)V99.
        10 AP-MONAT OCCURS 12 TIMES.
            15 AP-STUNDEN PIC 9(7).
            15 AP-KOSTEN  PIC 9(9)V99.
01 AP-POSITION PIC 9(3).
01 SUCH-ABTEILUNG PIC X(10).

*> Monatssummen des Unternehmens.
01 MONATS-SUMMEN.
    05 MS-KOSTEN PIC 9(10)V99 OCCURS 12 TIMES.

*> Die gerade geplante Person (Bestand oder Einstellung).
01 PL-NAME      PIC X(21).
01 PL-ABTEILUNG PIC X(10).
01 PL-SOLL      PIC 9(3).
01 PL-SATZ      PIC 9(3).
01 PL-GEHALT    PIC 9(6)V99.
01 PL-LOHNART   PIC X.
01 PL-EINTRITT  PIC 9(8).
01 PL-AUSTRITT  PIC 9(8).
01 PL-BASIS     PIC 9(6).
01 PL-GRUPPE    PIC X(4).
01 PL-STUFE     PIC 9(2).
01 PL-GITTER-HEUTE PIC 9(3).
01 PL-SCHNITT   PIC 9(7)V99.
01 PL-HINWEIS   PIC X(30).
01 PL-MONATE    PIC 9(2).
01 PL-BRUTTO    PIC 9(9)V99.
01 PL-AG        PIC 9(9)V99.

*> Ein Monat der Person.
01 MONAT        PIC 9(2).
01 MONAT-PERIODE PIC 9(6).
01 MONAT-ERSTER PIC 9(8).
01 MONAT-LETZTER PIC 9(8).
01 FOLGE-ERSTER PIC 9(8).
01 VON-DATUM    PIC 9(8).
01 BIS-DATUM    PIC 9(8).
01 TAGE-MONAT   PIC 9(2).
01 TAGE-BESCH   PIC S9(3).
01 ANTEIL       PIC 9V9(4).
01 FAKTOR       PIC 9(3)V9(10).
01 M-BRUTTO     PIC 9(7)V99.
01 M-STUNDEN    PIC 9(5).
01 M-AG         PIC 9(7)V99.
01 M-ABGABE     PIC 9(7)V99.

01 CNT-MITARBEITER PIC 9(4) VALUE 0.
01 CNT-EINSTELLUNG PIC 9(3) VALUE 0.
01 CNT-WARNUNG     PIC 9(3) VALUE 0.
01 SUMME-PLAN      PIC 9(11)V99 VALUE 0.
01 SUMME-IST       PIC 9(11)V99 VALUE 0.
01 SUMME-IST-HOCH  PIC 9(11)V99 VALUE 0.
01 IST-HOCH        PIC 9(11)V99.
01 PLAN-ABT        PIC 9(11)V99.
01 DRUCK-IDX       PIC 9(3).
01 VERAENDERUNG    PIC S9(5)V9.
01 PRINT-PROZENT   PIC -(4)9.9.
01 PRINT-SOZ       PIC Z9.99.
01 PRINT-BRUTTO    PIC Z,ZZZ,ZZ9.99.
01 PRINT-AG        PIC Z,ZZZ,ZZ9.99.
01 PRINT-GESAMT    PIC ZZ,ZZZ,ZZ9.99.
01 PRINT-IST       PIC ZZ,ZZZ,ZZ9.99.
01 PRINT-STUNDEN   PIC Z(6)9.
01 PRINT-KOSTEN    PIC Z(8)9.99.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO HEUTE.
    MOVE HEUTE(1:6) TO HEUTE-PERIODE.
    PERFORM PARSE-KOMMANDOZEILE.
    COMPUTE IST-JAHR = PLANJAHR - 1.
    MOVE SPACES TO PLAN-DATEINAME LISTE-DATEINAME
    STRING "PERSONALKOSTEN-PLAN-" PLANJAHR ".CFG"
        DELIMITED BY SIZE INTO PLAN-DATEINAME
    END-STRING
    STRING "PERSONALKOSTEN-PLAN-" PLANJAHR ".RPT"
        DELIMITED BY SIZE INTO LISTE-DATEINAME
    END-STRING

    INITIALIZE MONATS-SUMMEN.
    PERFORM LADE-SOZIALABGABEN.
    *> Im Kopf steht der AG-Anteil zum Jahresbeginn.
    COMPUTE SOZ-STICHTAG = PLANJAHR * 10000 + 0101.
    PERFORM ERMITTLE-SOZIALSTAND.
    PERFORM LADE-TARIFGITTER.
    PERFORM LADE-PLANUNG.
    PERFORM LADE-LOHNKONTO.

    OPEN INPUT MITARBEITER-STAMM.
    IF FS-STAMM NOT = "00"
        DISPLAY "MITARBEITER-STAMM.DAT nicht vorhanden, Status="
                FS-STAMM
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT PLAN-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        CLOSE MITARBEITER-STAMM
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SOZ-SUMME-PROZENT TO PRINT-SOZ
    MOVE SPACES TO MELDUNG
    STRING "Personalkostenplan " PLANJAHR
           " (Stand " HEUTE(7:2) "." HEUTE(5:2) "." HEUTE(1:4)
           ", AG-Anteil " FUNCTION TRIM(PRINT-SOZ) "%, "
           ERH-ANZAHL " Erhoehung(en), " EIN-ANZAHL
           " Einstellung(en))"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE "Mitarbeiter           Abteilung  Mon       Brutto      AG-Anteil        Gesamt"
      TO MELDUNG
    PERFORM MELDE.

    PERFORM UNTIL EOF-FLAG = "Y"
        READ MITARBEITER-STAMM
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND MA-VORNAME NOT = SPACES
            PERFORM UEBERNIMM-MITARBEITER
        END-IF
    END-PERFORM.
    CLOSE MITARBEITER-STAMM.
    MOVE "N" TO EOF-FLAG.

    IF EIN-ANZAHL > 0
        MOVE "---------------------------------------------" TO MELDUNG
        PERFORM MELDE
        MOVE "Geplante Einstellungen:" TO MELDUNG
        PERFORM MELDE
        PERFORM VARYING EIN-IDX FROM 1 BY 1 UNTIL EIN-IDX > EIN-ANZAHL
            PERFORM UEBERNIMM-EINSTELLUNG
        END-PERFORM
    END-IF.

    PERFORM VERBUCHE-IST.
    PERFORM DRUCKE-MONATE.
    PERFORM DRUCKE-ABTEILUNGEN.
    PERFORM SCHREIBE-PLANDATEI.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SUMME-PLAN TO PRINT-GESAMT
    MOVE SUMME-IST-HOCH TO PRINT-IST
    IF SUMME-IST-HOCH > 0
        COMPUTE VERAENDERUNG ROUNDED =
            (SUMME-PLAN - SUMME-IST-HOCH) * 100 / SUMME-IST-HOCH
    ELSE
        MOVE 0 TO VERAENDERUNG
    END-IF
    MOVE VERAENDERUNG TO PRINT-PROZENT
    MOVE SPACES TO MELDUNG
    STRING "Gesamt Plan " PLANJAHR " " PRINT-GESAMT
           "  Ist " IST-JAHR " hochger. " PRINT-IST
           "  (" FUNCTION TRIM(PRINT-PROZENT) "%)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING CNT-MITARBEITER " Mitarbeiter, " CNT-EINSTELLUNG
           " Einstellung(en), " CNT-WARNUNG " Warnung(en) -> "
           FUNCTION TRIM(PLAN-DATEINAME)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    CLOSE PLAN-REPORT.
    IF CNT-WARNUNG > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Planjahr JJJJ)
*> ================================================================
*> Mirrors PARSE-KOMMANDOZEILE in mwst_meldung.cbl.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:4) IS NUMERIC
            MOVE WS-ARGUMENT-WERT(1:4) TO PLANJAHR
        END-IF
    END-IF
    IF PLANJAHR = 0
        COMPUTE PLANJAHR = HEUTE-JAHR + 1
    END-IF.


*> ================================================================
*> #6 Stammdaten eines Mitarbeiters in die Planung uebernehmen
*> ================================================================
*> Die Abteilung wird auch fuer Inaktive gemerkt, damit deren
*> Ist-Kosten bei der richtigen Abteilung landen.
UEBERNIMM-MITARBEITER.
    MOVE SPACES TO PL-NAME
    STRING MA-NACHNAME DELIMITED BY SPACE
           ", "        DELIMITED BY SIZE
           MA-VORNAME  DELIMITED BY SPACE
        INTO PL-NAME
    END-STRING
    IF MA-ABTEILUNG = SPACES
        MOVE "ALLG" TO PL-ABTEILUNG
    ELSE
        MOVE MA-ABTEILUNG TO PL-ABTEILUNG
    END-IF
    MOVE 0 TO LI-POSITION
    IF LI-ANZAHL > 0
        SET LI-IDX TO 1
        SEARCH LI-EINTRAG
            AT END CONTINUE
            WHEN LI-VORNAME(LI-IDX)  = MA-VORNAME
             AND LI-NACHNAME(LI-IDX) = MA-NACHNAME
                SET LI-POSITION TO LI-IDX
                MOVE PL-ABTEILUNG TO LI-ABTEILUNG(LI-IDX)
        END-SEARCH
    END-IF
    IF MA-STATUS = "I"
        EXIT PARAGRAPH
    END-IF
    IF MA-AUSTRITT IS NUMERIC AND MA-AUSTRITT > 0
     AND MA-AUSTRITT < PLANJAHR * 10000 + 0101
        EXIT PARAGRAPH
    END-IF

    MOVE MA-SOLL-STUNDEN TO PL-SOLL
    MOVE MA-STUNDENSATZ  TO PL-SATZ
    MOVE 0 TO PL-GEHALT
    MOVE "H" TO PL-LOHNART
    IF MA-IST-GEHALT AND MA-MONATSGEHALT IS NUMERIC
        MOVE "S" TO PL-LOHNART
        MOVE MA-MONATSGEHALT TO PL-GEHALT
    END-IF
    MOVE 0 TO PL-EINTRITT PL-AUSTRITT
    IF MA-EINTRITT IS NUMERIC
        MOVE MA-EINTRITT TO PL-EINTRITT
    END-IF
    IF MA-AUSTRITT IS NUMERIC
        MOVE MA-AUSTRITT TO PL-AUSTRITT
    END-IF
    MOVE HEUTE-PERIODE TO PL-BASIS
    MOVE SPACES TO PL-GRUPPE PL-HINWEIS
    MOVE 0 TO PL-STUFE PL-GITTER-HEUTE
    IF MA-TARIFGRUPPE NOT = SPACES AND MA-TARIFSTUFE IS NUMERIC
        MOVE MA-TARIFGRUPPE TO PL-GRUPPE SUCH-GRUPPE
        MOVE MA-TARIFSTUFE  TO PL-STUFE SUCH-STUFE
        MOVE HEUTE TO STICHTAG
        PERFORM SUCHE-GITTER
        IF GT-POSITION > 0
            MOVE GT-SATZ(GT-POSITION) TO PL-GITTER-HEUTE
        END-IF
    END-IF

    *> Stundenloehner ohne Soll: Monatsschnitt aus dem Lohnkonto.
    MOVE 0 TO PL-SCHNITT
    IF PL-LOHNART = "H" AND PL-SOLL = 0
        IF LI-POSITION > 0
            IF LI-MONATE(LI-POSITION) > 0
                COMPUTE PL-SCHNITT ROUNDED =
                    LI-BRUTTO(LI-POSITION) / LI-MONATE(LI-POSITION)
            ELSE
                IF IST-MONATE > 0
                    COMPUTE PL-SCHNITT ROUNDED =
                        LI-BRUTTO(LI-POSITION) / IST-MONATE
                END-IF
            END-IF
        END-IF
        IF PL-SCHNITT > 0
            MOVE "(ohne Soll: Lohnkonto-Schnitt)" TO PL-HINWEIS
        ELSE
            MOVE "(ohne Soll und ohne Ist)" TO PL-HINWEIS
            ADD 1 TO CNT-WARNUNG
        END-IF
    END-IF

    ADD 1 TO CNT-MITARBEITER
    PERFORM PLANE-PERSON.


*> ----------------------------------------------------------------
*> #6.1 Eine geplante Einstellung uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-EINSTELLUNG.
    MOVE SPACES TO PL-NAME PL-GRUPPE PL-HINWEIS
    MOVE EIN-BEZEICHNUNG(EIN-IDX) TO PL-NAME
    MOVE EIN-ABTEILUNG(EIN-IDX)   TO PL-ABTEILUNG
    MOVE EIN-SOLL(EIN-IDX)        TO PL-SOLL
    MOVE EIN-SATZ(EIN-IDX)        TO PL-SATZ
    MOVE EIN-GEHALT(EIN-IDX)      TO PL-GEHALT
    IF PL-GEHALT > 0
        MOVE "S" TO PL-LOHNART
    ELSE
        MOVE "H" TO PL-LOHNART
    END-IF
    COMPUTE PL-EINTRITT = EIN-AB(EIN-IDX) * 100 + 1
    MOVE 0 TO PL-AUSTRITT PL-STUFE PL-GITTER-HEUTE PL-SCHNITT
    *> Erhoehungen wirken erst nach dem Einstellungsmonat - der
    *> Satz ist zum Einstellungstermin geplant.
    MOVE EIN-AB(EIN-IDX) TO PL-BASIS
    IF PL-BASIS < HEUTE-PERIODE
        MOVE HEUTE-PERIODE TO PL-BASIS
    END-IF
    ADD 1 TO CNT-EINSTELLUNG
    PERFORM PLANE-PERSON.


*> ================================================================
*> #7 Zwoelf Monate einer Person planen und ausgeben
*> ================================================================
PLANE-PERSON.
    MOVE 0 TO PL-BRUTTO PL-AG PL-MONATE
    MOVE PL-ABTEILUNG TO SUCH-ABTEILUNG
    PERFORM SUCHE-ABTEILUNG
    PERFORM VARYING MONAT FROM 1 BY 1 UNTIL MONAT > 12
        PERFORM PLANE-MONAT
    END-PERFORM
    IF PL-MONATE = 0
        EXIT PARAGRAPH
    END-IF
    IF AP-POSITION > 0
        ADD 1 TO AP-KOPF(AP-POSITION)
    END-IF
    ADD PL-BRUTTO TO SUMME-PLAN
    ADD PL-AG     TO SUMME-PLAN

    MOVE PL-BRUTTO TO PRINT-BRUTTO
    MOVE PL-AG     TO PRINT-AG
    COMPUTE PRINT-GESAMT = PL-BRUTTO + PL-AG
    MOVE SPACES TO MELDUNG
    STRING PL-NAME " " PL-ABTEILUNG " " PL-MONATE " "
           PRINT-BRUTTO "  " PRINT-AG "  " PRINT-GESAMT
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF PL-HINWEIS NOT = SPACES
        MOVE SPACES TO MELDUNG
        STRING "    " PL-HINWEIS INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Einen Monat planen (Anteil, Erhoehung, Arbeitgeberanteil)
*> ----------------------------------------------------------------
PLANE-MONAT.
    COMPUTE MONAT-PERIODE = PLANJAHR * 100 + MONAT
    COMPUTE MONAT-ERSTER  = MONAT-PERIODE * 100 + 1
    IF MONAT = 12
        COMPUTE FOLGE-ERSTER = (PLANJAHR + 1) * 10000 + 0101
    ELSE
        COMPUTE FOLGE-ERSTER = MONAT-ERSTER + 100
    END-IF
    COMPUTE TAGE-MONAT =
        FUNCTION INTEGER-OF-DATE(FOLGE-ERSTER)
        - FUNCTION INTEGER-OF-DATE(MONAT-ERSTER)
    COMPUTE MONAT-LETZTER = MONAT-ERSTER + TAGE-MONAT - 1

    *> Beschaeftigungstage im Monat.
    MOVE MONAT-ERSTER TO VON-DATUM
    IF PL-EINTRITT > VON-DATUM
        MOVE PL-EINTRITT TO VON-DATUM
    END-IF
    MOVE MONAT-LETZTER TO BIS-DATUM
    IF PL-AUSTRITT > 0 AND PL-AUSTRITT < BIS-DATUM
        MOVE PL-AUSTRITT TO BIS-DATUM
    END-IF
    IF VON-DATUM > BIS-DATUM
        EXIT PARAGRAPH
    END-IF
    COMPUTE TAGE-BESCH =
        FUNCTION INTEGER-OF-DATE(BIS-DATUM)
        - FUNCTION INTEGER-OF-DATE(VON-DATUM) + 1
    COMPUTE ANTEIL ROUNDED = TAGE-BESCH / TAGE-MONAT

    PERFORM ERMITTLE-FAKTOR

    IF PL-LOHNART = "S"
        COMPUTE M-BRUTTO ROUNDED = PL-GEHALT * FAKTOR * ANTEIL
    ELSE
        IF PL-SOLL > 0
            COMPUTE M-BRUTTO ROUNDED =
                PL-SOLL * PL-SATZ * FAKTOR * ANTEIL
        ELSE
            COMPUTE M-BRUTTO ROUNDED = PL-SCHNITT * FAKTOR * ANTEIL
        END-IF
    END-IF
    COMPUTE M-STUNDEN ROUNDED = PL-SOLL * ANTEIL

    *> Arbeitgeberanteil - mirrors SCHREIBE-MITARBEITER-ZEILE in
    *> beitragsnachweis.cbl.
    *> Es gilt der Stand der Sozialabgaben am Monatsersten.
    MOVE 0 TO M-AG
    MOVE MONAT-ERSTER TO SOZ-STICHTAG
    PERFORM ERMITTLE-SOZIALSTAND
    PERFORM VARYING SOZ-IDX FROM 1 BY 1 UNTIL SOZ-IDX > SOZIAL-ANZAHL
        IF SOZ-GUELTIG-AB(SOZ-IDX) = SOZ-STAND-AB
            COMPUTE M-ABGABE ROUNDED =
                M-BRUTTO * SOZ-PROZENT(SOZ-IDX) / 100
            IF SOZ-DECKEL(SOZ-IDX) > 0
             AND M-ABGABE > SOZ-DECKEL(SOZ-IDX)
                MOVE SOZ-DECKEL(SOZ-IDX) TO M-ABGABE
            END-IF
            ADD M-ABGABE TO M-AG
        END-IF
    END-PERFORM

    ADD 1 TO PL-MONATE
    ADD M-BRUTTO TO PL-BRUTTO
    ADD M-AG     TO PL-AG
    COMPUTE MS-KOSTEN(MONAT) = MS-KOSTEN(MONAT) + M-BRUTTO + M-AG
    IF AP-POSITION > 0
        ADD M-STUNDEN TO AP-STUNDEN(AP-POSITION, MONAT)
        COMPUTE AP-KOSTEN(AP-POSITION, MONAT) =
            AP-KOSTEN(AP-POSITION, MONAT) + M-BRUTTO + M-AG
    END-IF.


*> ----------------------------------------------------------------
*> #7.2 Erhoehungsfaktor des Monats gegenueber heute
*> ----------------------------------------------------------------
*> Tarifbeschaeftigte folgen dem Gitter (Satz der Stufe im Monat /
*> Satz heute), alle anderen den Zeilen ERHOEHUNG.
ERMITTLE-FAKTOR.
    MOVE 1 TO FAKTOR
    IF PL-GRUPPE NOT = SPACES AND PL-GITTER-HEUTE > 0
        MOVE PL-GRUPPE TO SUCH-GRUPPE
        MOVE PL-STUFE  TO SUCH-STUFE
        MOVE MONAT-ERSTER TO STICHTAG
        PERFORM SUCHE-GITTER
        IF GT-POSITION > 0
            COMPUTE FAKTOR ROUNDED =
                GT-SATZ(GT-POSITION) / PL-GITTER-HEUTE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ERH-IDX FROM 1 BY 1 UNTIL ERH-IDX > ERH-ANZAHL
        IF ERH-AB(ERH-IDX) > PL-BASIS
         AND ERH-AB(ERH-IDX) <= MONAT-PERIODE
         AND (ERH-ABTEILUNG(ERH-IDX) = SPACES
              OR ERH-ABTEILUNG(ERH-IDX) = PL-ABTEILUNG)
            COMPUTE FAKTOR ROUNDED =
                FAKTOR * (100 + ERH-PROZENT(ERH-IDX)) / 100
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.3 Abteilung SUCH-ABTEILUNG suchen bzw. anlegen
*> ----------------------------------------------------------------
*> Ergebnis in AP-POSITION (0 = Tabelle voll).
SUCHE-ABTEILUNG.
    MOVE 0 TO AP-POSITION
    IF AP-ANZAHL > 0
        SET AP-IDX TO 1
        SEARCH AP-EINTRAG
            AT END CONTINUE
            WHEN AP-CODE(AP-IDX) = SUCH-ABTEILUNG
                SET AP-POSITION TO AP-IDX
        END-SEARCH
    END-IF
    IF AP-POSITION = 0 AND AP-ANZAHL < 200
        ADD 1 TO AP-ANZAHL
        MOVE AP-ANZAHL TO AP-POSITION
        INITIALIZE AP-EINTRAG(AP-POSITION)
        MOVE SUCH-ABTEILUNG TO AP-CODE(AP-POSITION)
    END-IF.


*> ================================================================
*> #8 Ist-Kosten den Abteilungen zurechnen
*> ================================================================
*> Ist = Brutto + Arbeitgeberanteil (paritaetisch = Abgaben des
*> Arbeitnehmers); Mitarbeiter ohne Stammsatz unter OHNE-STAMM.
VERBUCHE-IST.
    PERFORM VARYING LI-IDX FROM 1 BY 1 UNTIL LI-IDX > LI-ANZAHL
        IF LI-ABTEILUNG(LI-IDX) = SPACES
            MOVE "OHNE-STAMM" TO SUCH-ABTEILUNG
        ELSE
            MOVE LI-ABTEILUNG(LI-IDX) TO SUCH-ABTEILUNG
        END-IF
        PERFORM SUCHE-ABTEILUNG
        IF AP-POSITION > 0
            COMPUTE AP-IST(AP-POSITION) = AP-IST(AP-POSITION)
                + LI-BRUTTO(LI-IDX) + LI-AG(LI-IDX)
        END-IF
        COMPUTE SUMME-IST = SUMME-IST
            + LI-BRUTTO(LI-IDX) + LI-AG(LI-IDX)
    END-PERFORM
    IF IST-MONATE > 0
        COMPUTE SUMME-IST-HOCH ROUNDED = SUMME-IST * 12 / IST-MONATE
    ELSE
        MOVE SUMME-IST TO SUMME-IST-HOCH
    END-IF.


*> ================================================================
*> #9 Monatssummen drucken
*> ================================================================
DRUCKE-MONATE.
    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE "Personalkosten je Monat (Brutto + AG-Anteil):" TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING MONAT FROM 1 BY 1 UNTIL MONAT > 12
        MOVE MS-KOSTEN(MONAT) TO PRINT-GESAMT
        MOVE SPACES TO MELDUNG
        STRING "  " MONAT "/" PLANJAHR " " PRINT-GESAMT
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-PERFORM.


*> ================================================================
*> #10 Abteilungen: Plan gegen Ist des laufenden Jahres
*> ================================================================
DRUCKE-ABTEILUNGEN.
    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE SPACES TO MELDUNG
    IF IST-MONATE > 0
        STRING "Je Abteilung: Plan " PLANJAHR " gegen Ist " IST-JAHR
               " (Monate 01-" IST-MONATE " auf 12 hochgerechnet)"
            INTO MELDUNG
        END-STRING
    ELSE
        STRING "Je Abteilung: Plan " PLANJAHR " gegen Ist " IST-JAHR
               " (kein Lohnkonto)"
            INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1 UNTIL DRUCK-IDX > AP-ANZAHL
        MOVE 0 TO PLAN-ABT
        PERFORM VARYING MONAT FROM 1 BY 1 UNTIL MONAT > 12
            ADD AP-KOSTEN(DRUCK-IDX, MONAT) TO PLAN-ABT
        END-PERFORM
        IF IST-MONATE > 0
            COMPUTE IST-HOCH ROUNDED =
                AP-IST(DRUCK-IDX) * 12 / IST-MONATE
        ELSE
            MOVE AP-IST(DRUCK-IDX) TO IST-HOCH
        END-IF
        MOVE PLAN-ABT TO PRINT-GESAMT
        MOVE IST-HOCH TO PRINT-IST
        MOVE SPACES TO MELDUNG
        IF IST-HOCH > 0
            COMPUTE VERAENDERUNG ROUNDED =
                (PLAN-ABT - IST-HOCH) * 100 / IST-HOCH
            MOVE VERAENDERUNG TO PRINT-PROZENT
            STRING "  " AP-CODE(DRUCK-IDX) " " AP-KOPF(DRUCK-IDX)
                   " Kopf  Plan " PRINT-GESAMT "  Ist " PRINT-IST
                   "  " PRINT-PROZENT "%"
                INTO MELDUNG
            END-STRING
        ELSE
            STRING "  " AP-CODE(DRUCK-IDX) " " AP-KOPF(DRUCK-IDX)
                   " Kopf  Plan " PRINT-GESAMT "  Ist " PRINT-IST
                   "  (neu)"
                INTO MELDUNG
            END-STRING
        END-IF
        PERFORM MELDE
    END-PERFORM.


*> ================================================================
*> #11 Plandatei im Format von ABTEILUNG-BUDGET.CFG schreiben
*> ================================================================
SCHREIBE-PLANDATEI.
    OPEN OUTPUT PLAN-DATEI
    IF FS-PLAN NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: " FUNCTION TRIM(PLAN-DATEINAME)
               " nicht beschreibbar, Status=" FS-PLAN
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PLAN-ZEILE
    STRING "* Personalkostenplan " PLANJAHR ", erstellt "
           HEUTE(7:2) "." HEUTE(5:2) "." HEUTE(1:4)
        DELIMITED BY SIZE INTO PLAN-ZEILE
    END-STRING
    WRITE PLAN-ZEILE
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1 UNTIL DRUCK-IDX > AP-ANZAHL
        PERFORM VARYING MONAT FROM 1 BY 1 UNTIL MONAT > 12
            IF AP-KOSTEN(DRUCK-IDX, MONAT) > 0
                MOVE AP-STUNDEN(DRUCK-IDX, MONAT) TO PRINT-STUNDEN
                MOVE AP-KOSTEN(DRUCK-IDX, MONAT)  TO PRINT-KOSTEN
                MOVE SPACES TO PLAN-ZEILE
                STRING FUNCTION TRIM(AP-CODE(DRUCK-IDX)) " "
                       PLANJAHR MONAT " "
                       FUNCTION TRIM(PRINT-STUNDEN) " "
                       FUNCTION TRIM(PRINT-KOSTEN)
                    DELIMITED BY SIZE INTO PLAN-ZEILE
                END-STRING
                WRITE PLAN-ZEILE
            END-IF
        END-PERFORM
    END-PERFORM
    CLOSE PLAN-DATEI.


*> ================================================================
*> #12 Planannahmen aus PERSONALPLANUNG.CFG laden
*> ================================================================
*> Leerzeilen und Zeilen mit "*" am Anfang sind Kommentar.
LADE-PLANUNG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PLANUNG-CFG
    IF FS-PLANUNG NOT = "00"
        DISPLAY "HINWEIS: PERSONALPLANUNG.CFG fehlt - Plan ohne"
                " Erhoehungen und Einstellungen."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ PLANUNG-CFG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND PLANUNG-ZEILE NOT = SPACES
         AND PLANUNG-ZEILE(1:1) NOT = "*"
            PERFORM UEBERNIMM-PLANUNGSZEILE
        END-IF
    END-PERFORM
    CLOSE PLANUNG-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #12.1 Eine Planungszeile pruefen und uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-PLANUNGSZEILE.
    MOVE SPACES TO PZ-W1 PZ-W2 PZ-W3 PZ-W4 PZ-W5 PZ-W6 PZ-W7
    UNSTRING FUNCTION TRIM(PLANUNG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO PZ-W1 PZ-W2 PZ-W3 PZ-W4 PZ-W5 PZ-W6 PZ-W7
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(PZ-W1) TO PZ-W1
    MOVE "N" TO PZ-FEHLER
    EVALUATE PZ-W1
        WHEN "ERHOEHUNG"
            IF PZ-W2(1:6) IS NOT NUMERIC OR PZ-W3 = SPACES
             OR FUNCTION TEST-NUMVAL(PZ-W3) NOT = 0
                MOVE "J" TO PZ-FEHLER
            ELSE
                IF FUNCTION NUMVAL(PZ-W3) > 99
                    MOVE "J" TO PZ-FEHLER
                END-IF
            END-IF
            IF PZ-FEHLER = "N" AND ERH-ANZAHL < 50
                ADD 1 TO ERH-ANZAHL
                MOVE PZ-W2(1:6) TO ERH-AB(ERH-ANZAHL)
                COMPUTE ERH-PROZENT(ERH-ANZAHL) =
                    FUNCTION NUMVAL(PZ-W3)
                MOVE FUNCTION UPPER-CASE(PZ-W4)
                    TO ERH-ABTEILUNG(ERH-ANZAHL)
            END-IF
        WHEN "EINSTELLUNG"
            IF PZ-W2 = SPACES OR PZ-W3 = SPACES
             OR PZ-W4(1:6) IS NOT NUMERIC
             OR PZ-W5 = SPACES OR PZ-W6 = SPACES
             OR FUNCTION TEST-NUMVAL(PZ-W5) NOT = 0
             OR FUNCTION TEST-NUMVAL(PZ-W6) NOT = 0
                MOVE "J" TO PZ-FEHLER
            ELSE
                IF FUNCTION NUMVAL(PZ-W5) > 999
                 OR FUNCTION NUMVAL(PZ-W6) > 999
                    MOVE "J" TO PZ-FEHLER
                END-IF
            END-IF
            IF PZ-FEHLER = "N" AND PZ-W7 NOT = SPACES
                IF FUNCTION TEST-NUMVAL(PZ-W7) NOT = 0
                    MOVE "J" TO PZ-FEHLER
                END-IF
            END-IF
            IF PZ-FEHLER = "N" AND EIN-ANZAHL < 200
                ADD 1 TO EIN-ANZAHL
                MOVE PZ-W2 TO EIN-BEZEICHNUNG(EIN-ANZAHL)
                MOVE FUNCTION UPPER-CASE(PZ-W3)
                    TO EIN-ABTEILUNG(EIN-ANZAHL)
                MOVE PZ-W4(1:6) TO EIN-AB(EIN-ANZAHL)
                COMPUTE EIN-SOLL(EIN-ANZAHL) = FUNCTION NUMVAL(PZ-W5)
                COMPUTE EIN-SATZ(EIN-ANZAHL) = FUNCTION NUMVAL(PZ-W6)
                MOVE 0 TO EIN-GEHALT(EIN-ANZAHL)
                IF PZ-W7 NOT = SPACES
                    COMPUTE EIN-GEHALT(EIN-ANZAHL) =
                        FUNCTION NUMVAL(PZ-W7)
                END-IF
            END-IF
        WHEN OTHER
            MOVE "J" TO PZ-FEHLER
    END-EVALUATE
    IF PZ-FEHLER = "J"
        DISPLAY "WARNUNG: PERSONALPLANUNG.CFG - Zeile '"
                FUNCTION TRIM(PLANUNG-ZEILE)
                "' ungueltig, uebergangen."
        ADD 1 TO CNT-WARNUNG
    END-IF.


*> ================================================================
*> #13 Ist-Kosten des laufenden Jahres aus LOHNKONTO.DAT
*> ================================================================
LADE-LOHNKONTO.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHNKONTO
    IF FS-KONTO NOT = "00"
        DISPLAY "HINWEIS: LOHNKONTO.DAT fehlt - kein Ist-Vergleich."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNKONTO
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND LK-JAHR IS NUMERIC
         AND LK-JAHR = IST-JAHR AND LK-BRUTTO IS NUMERIC
            PERFORM UEBERNIMM-LOHNKONTO-ZEILE
        END-IF
    END-PERFORM
    CLOSE LOHNKONTO
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #13.1 Eine Lohnkontozeile dem Mitarbeiter zurechnen
*> ----------------------------------------------------------------
*> Zeilen mit Monat 00 stammen aus der Zeit vor der Monatsfuehrung
*> und zaehlen nur zur Jahressumme.
UEBERNIMM-LOHNKONTO-ZEILE.
    MOVE 0 TO LI-POSITION
    IF LI-ANZAHL > 0
        SET LI-IDX TO 1
        SEARCH LI-EINTRAG
            AT END CONTINUE
            WHEN LI-VORNAME(LI-IDX)  = LK-VORNAME
             AND LI-NACHNAME(LI-IDX) = LK-NACHNAME
                SET LI-POSITION TO LI-IDX
        END-SEARCH
    END-IF
    IF LI-POSITION = 0
        IF LI-ANZAHL >= 1000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO LI-ANZAHL
        MOVE LI-ANZAHL TO LI-POSITION
        MOVE LK-VORNAME  TO LI-VORNAME(LI-POSITION)
        MOVE LK-NACHNAME TO LI-NACHNAME(LI-POSITION)
        MOVE 0 TO LI-BRUTTO(LI-POSITION) LI-AG(LI-POSITION)
                  LI-MONATE(LI-POSITION)
        MOVE SPACES TO LI-ABTEILUNG(LI-POSITION)
    END-IF
    ADD LK-BRUTTO TO LI-BRUTTO(LI-POSITION)
    IF LK-ABGABEN IS NUMERIC
        ADD LK-ABGABEN TO LI-AG(LI-POSITION)
    END-IF
    IF LK-MONAT IS NUMERIC AND LK-MONAT NOT = "00"
        MOVE LK-MONAT TO LK-MONAT-NUM
        IF LK-MONAT-NUM <= 12
            ADD 1 TO LI-MONATE(LI-POSITION)
            IF LK-MONAT-NUM > IST-MONATE
                MOVE LK-MONAT-NUM TO IST-MONATE
            END-IF
        END-IF
    END-IF.


*> ================================================================
*> #14 Sozialabgaben laden
*> ================================================================
*> Mirrors LADE-SOZIALABGABEN in beitragsnachweis.cbl.
LADE-SOZIALABGABEN.
    MOVE 0 TO SOZIAL-ANZAHL
    MOVE 0 TO SOZ-BLOCK-DATUM
    MOVE "J" TO SOZ-BLOCK-GILT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SOZIALABGABEN-CFG
    IF FS-SOZIAL = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ SOZIALABGABEN-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(SOZIALABGABEN-CFG-ZEILE)
                            NOT = SPACES
                        PERFORM UEBERNIMM-SOZIALZEILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SOZIALABGABEN-CFG
    ELSE
        DISPLAY "HINWEIS: SOZIALABGABEN.CFG fehlt - Plan ohne"
                " Arbeitgeberanteil."
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #14.1 Eine Zeile der SOZIALABGABEN.CFG mit ihrem Stand merken
*> ----------------------------------------------------------------
*> "GUELTIG-AB JJJJMMTT" eroeffnet einen Stand, der die ganze Liste
*> ersetzt; Zeilen vor dem ersten Stand bilden den Grundstand.
UEBERNIMM-SOZIALZEILE.
    MOVE SPACES TO SOZ-NAME-RAW SOZ-PROZENT-RAW SOZ-DECKEL-RAW
    UNSTRING FUNCTION TRIM(SOZIALABGABEN-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO SOZ-NAME-RAW SOZ-PROZENT-RAW SOZ-DECKEL-RAW
    END-UNSTRING
    IF SOZ-NAME-RAW = "GUELTIG-AB"
        IF SOZ-PROZENT-RAW IS NUMERIC
            MOVE SOZ-PROZENT-RAW TO SOZ-BLOCK-DATUM
            MOVE "J" TO SOZ-BLOCK-GILT
        ELSE
            MOVE "N" TO SOZ-BLOCK-GILT
            DISPLAY "WARNUNG: SOZIALABGABEN.CFG - Datum '"
                    FUNCTION TRIM(SOZ-PROZENT-RAW) "' ungueltig,"
                    " Stand uebergangen."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF SOZ-BLOCK-GILT NOT = "J" OR SOZIAL-ANZAHL >= 40
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(SOZ-PROZENT-RAW) = 0
        ADD 1 TO SOZIAL-ANZAHL
        MOVE SOZ-BLOCK-DATUM TO SOZ-GUELTIG-AB(SOZIAL-ANZAHL)
        MOVE SOZ-NAME-RAW TO SOZ-NAME(SOZIAL-ANZAHL)
        COMPUTE SOZ-PROZENT(SOZIAL-ANZAHL) =
            FUNCTION NUMVAL(SOZ-PROZENT-RAW)
        IF FUNCTION TEST-NUMVAL(SOZ-DECKEL-RAW) = 0
            COMPUTE SOZ-DECKEL(SOZIAL-ANZAHL) =
                FUNCTION NUMVAL(SOZ-DECKEL-RAW)
        ELSE
            MOVE 0 TO SOZ-DECKEL(SOZIAL-ANZAHL)
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #14.2 Am SOZ-STICHTAG gueltigen Stand und seine Prozentsumme
*> ----------------------------------------------------------------
*> SOZ-STAND-AB = juengster Stand nicht nach dem Stichtag; gibt es
*> keinen, bleibt er auf 99999999 und keine Zeile gilt.
ERMITTLE-SOZIALSTAND.
    MOVE 99999999 TO SOZ-STAND-AB
    PERFORM VARYING SOZ-IDX FROM 1 BY 1 UNTIL SOZ-IDX > SOZIAL-ANZAHL
        IF SOZ-GUELTIG-AB(SOZ-IDX) <= SOZ-STICHTAG
         AND (SOZ-STAND-AB = 99999999
          OR SOZ-GUELTIG-AB(SOZ-IDX) > SOZ-STAND-AB)
            MOVE SOZ-GUELTIG-AB(SOZ-IDX) TO SOZ-STAND-AB
        END-IF
    END-PERFORM
    MOVE 0 TO SOZ-SUMME-PROZENT
    PERFORM VARYING SOZ-IDX FROM 1 BY 1 UNTIL SOZ-IDX > SOZIAL-ANZAHL
        IF SOZ-GUELTIG-AB(SOZ-IDX) = SOZ-STAND-AB
            ADD SOZ-PROZENT(SOZ-IDX) TO SOZ-SUMME-PROZENT
        END-IF
    END-PERFORM.


*> ================================================================
*> #15 Tarifgitter laden
*> ================================================================
*> Mirrors LADE-TARIFGITTER in tarif_stufen.cbl; die Laufzeit je
*> Stufe wird hier nicht gebraucht.
LADE-TARIFGITTER.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT TARIFGITTER-CFG
    IF FS-GITTER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ TARIFGITTER-CFG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND TARIFGITTER-ZEILE NOT = SPACES
         AND TARIFGITTER-ZEILE(1:1) NOT = "*"
            MOVE SPACES TO TG-W1 TG-W2 TG-W3 TG-W4 TG-W5
            UNSTRING FUNCTION TRIM(TARIFGITTER-ZEILE)
                DELIMITED BY ALL SPACE
                INTO TG-W1 TG-W2 TG-W3 TG-W4 TG-W5
            END-UNSTRING
            IF TG-W1(1:8) IS NUMERIC AND TG-W2 NOT = SPACES
             AND TG-W4 NOT = SPACES
             AND FUNCTION TEST-NUMVAL(TG-W3) = 0
             AND FUNCTION TEST-NUMVAL(TG-W4) = 0
             AND GT-ANZAHL < 500
                IF FUNCTION NUMVAL(TG-W3) >= 1
                 AND FUNCTION NUMVAL(TG-W3) <= 99
                 AND FUNCTION NUMVAL(TG-W4) <= 999
                    ADD 1 TO GT-ANZAHL
                    MOVE TG-W1(1:8) TO GT-AB(GT-ANZAHL)
                    MOVE FUNCTION UPPER-CASE(TG-W2)
                        TO GT-GRUPPE(GT-ANZAHL)
                    COMPUTE TG-WERT = FUNCTION NUMVAL(TG-W3)
                    MOVE TG-WERT TO GT-STUFE(GT-ANZAHL)
                    COMPUTE TG-WERT = FUNCTION NUMVAL(TG-W4)
                    MOVE TG-WERT TO GT-SATZ(GT-ANZAHL)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE TARIFGITTER-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #15.1 Gitterzeile zu SUCH-GRUPPE/SUCH-STUFE am STICHTAG suchen
*> ----------------------------------------------------------------
*> Mirrors SUCHE-GITTER in tarif_stufen.cbl.
SUCHE-GITTER.
    MOVE 0 TO GT-POSITION
    PERFORM VARYING GT-LAUF FROM 1 BY 1 UNTIL GT-LAUF > GT-ANZAHL
        IF GT-GRUPPE(GT-LAUF) = SUCH-GRUPPE
         AND GT-STUFE(GT-LAUF) = SUCH-STUFE
         AND GT-AB(GT-LAUF) <= STICHTAG
            IF GT-POSITION = 0
                MOVE GT-LAUF TO GT-POSITION
            ELSE
                IF GT-AB(GT-LAUF) > GT-AB(GT-POSITION)
                    MOVE GT-LAUF TO GT-POSITION
                END-IF
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #16 Zeile auf Konsole und ins Protokoll
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
