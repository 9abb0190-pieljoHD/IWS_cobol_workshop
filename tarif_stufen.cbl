*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. TARIF-STUFENLAUF.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Monatlicher Lauf ueber das Tarifgitter: bisher wurden die
*> persoenlichen Stundensaetze (MA-STUNDENSATZ) von Hand getippt,
*> und faellige Stufenaufstiege fielen niemandem auf.
*> TARIFGITTER.CFG fuehrt je Gruppe und Stufe den Stundensatz und
*> die Betriebszugehoerigkeit in Monaten, ab der die naechste Stufe
*> erreicht ist (0 = Endstufe); eine Zeile je
*>   <GueltigAb JJJJMMTT> <Gruppe> <Stufe> <Stundensatz> <Monate>
*> Eine Tariferhoehung wird einmal als neue Version mit spaeterem
*> Gueltig-ab erfasst; es gilt je Gruppe/Stufe die juengste
*> Version, die am Stichtag gueltig ist.
*> Fuer jeden aktiven Mitarbeiter mit Tarifgruppe (STAMMREC Spalten
*> 135-140) wird die Stufe nach der Betriebszugehoerigkeit seit
*> MA-EINTRITT vorgerueckt (Aufstieg zum Ersten des Monats, in dem
*> die Laufzeit erfuellt ist) und der Satz aus dem Gitter gesetzt.
*> Jede Aenderung steht mit Gueltig-ab in STAMM-HISTORIE.DAT (wie
*> bei STAMM-PFLEGE) und in der Liste fuer die Personalabteilung
*> TARIF-STUFENLAUF-<JJJJMM>.RPT. Stichtag ist der 1. Parameter
*> (JJJJMMTT), ohne Parameter heute. Ein wiederholter Lauf aendert
*> nichts mehr. Gehaltsempfaenger erhalten Stufe und Satz, das
*> Monatsgehalt bleibt Handarbeit (Hinweis in der Liste).


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

    *> Indizierter Stamm (STAMM-INDEX) - nur fuer die gemeinsamen
    *> Durchlauf-Absaetze vereinbart, gelesen wird immer
    *> MITARBEITER-STAMM.DAT (siehe #11).
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    SELECT STAMM-NEU
        ASSIGN TO "MITARBEITER-STAMM.DAT.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM-NEU.

    SELECT TARIFGITTER-CFG
        ASSIGN TO "TARIFGITTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GITTER.

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT STUFEN-LISTE
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

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

FD TARIFGITTER-CFG.
01 TARIFGITTER-ZEILE PIC X(80).

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

FD STUFEN-LISTE.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".
01 CMD-ZEILE PIC X(80).

77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-STAMM-NEU PIC XX VALUE SPACES.
77 FS-GITTER   PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 STICHTAG PIC 9(8) VALUE 0.
01 STICHTAG-TEILE REDEFINES STICHTAG.
    05 STICHTAG-JAHR  PIC 9(4).
    05 STICHTAG-MONAT PIC 9(2).
    05 STICHTAG-TAG   PIC 9(2).
01 LISTE-DATEINAME PIC X(50).

*> Tarifgitter, alle Versionen.
01 GT-ANZAHL PIC 9(3) VALUE 0.
01 GT-TABELLE.
    05 GT-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON GT-ANZAHL
                   INDEXED BY GT-IDX.
        10 GT-AB     PIC 9(8).
        10 GT-GRUPPE PIC X(4).
        10 GT-STUFE  PIC 9(2).
        10 GT-SATZ   PIC 9(3).
        10 GT-MONATE PIC 9(3).
01 TG-W1 PIC X(20).
01 TG-W2 PIC X(20).
01 TG-W3 PIC X(20).
01 TG-W4 PIC X(20).
01 TG-W5 PIC X(20).
01 TG-WERT PIC 9(5).

*> Suche im Gitter: juengste am Stichtag gueltige Version.
01 SUCH-GRUPPE  PIC X(4).
01 SUCH-STUFE   PIC 9(2).
01 GT-POSITION  PIC 9(3).
01 GT-LAUF      PIC 9(3).

*> Der Stamm wird Satz fuer Satz nach MITARBEITER-STAMM.DAT.NEU
*> geschrieben und nur bei Aenderungen per mv uebernommen -
*> mirrors MIGRIERE-STAMM in personalnummer_migration.cbl.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".

*> Historienzeilen, geschrieben erst nach dem Zurueckschreiben.
01 HI-ANZAHL PIC 9(4) VALUE 0.
01 HI-TABELLE.
    05 HI-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON HI-ANZAHL
                   INDEXED BY HI-IDX.
        10 HI-VORNAME   PIC X(10).
        10 HI-NACHNAME  PIC X(10).
        10 HI-GUELTIG-AB PIC 9(8).
        10 HI-SATZ      PIC 9(3).
        10 HI-ABTEILUNG PIC X(10).

*> Ein Mitarbeiter im Lauf.
01 EINTRITT-TEILE.
    05 EINTRITT-JAHR  PIC 9(4).
    05 EINTRITT-MONAT PIC 9(2).
    05 EINTRITT-TAG   PIC 9(2).
01 BZ-MONATE     PIC S9(5).
01 ALT-STUFE     PIC 9(2).
01 NEU-STUFE     PIC 9(2).
01 ALT-SATZ      PIC 9(3).
01 NEU-SATZ      PIC 9(3).
01 VERSION-AB    PIC 9(8).
01 AUFSTIEG-AB   PIC 9(8).
01 AUFSTIEG-TEILE REDEFINES AUFSTIEG-AB.
    05 AUFSTIEG-JAHR  PIC 9(4).
    05 AUFSTIEG-MONAT PIC 9(2).
    05 AUFSTIEG-TAG   PIC 9(2).
01 AUFSTIEG-MONATE PIC 9(7).
01 NEU-GUELTIG-AB PIC 9(8).
01 STUFE-FERTIG  PIC X.
01 AENDER-GRUND  PIC X(14).

01 CNT-GEPRUEFT  PIC 9(4) VALUE 0.
01 CNT-AUFSTIEG  PIC 9(4) VALUE 0.
01 CNT-SATZ      PIC 9(4) VALUE 0.
01 CNT-WARNUNG   PIC 9(4) VALUE 0.
01 CNT-GEAENDERT PIC 9(4) VALUE 0.
01 PRINT-NAME    PIC X(21).
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LADE-TARIFGITTER.
    IF GT-ANZAHL = 0
        DISPLAY "TARIFGITTER.CFG fehlt oder ist leer - kein"
                " Stufenlauf."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO LISTE-DATEINAME
    STRING "TARIF-STUFENLAUF-" STICHTAG(1:6) ".RPT"
        DELIMITED BY SIZE
        INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT STUFEN-LISTE.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO MELDUNG
    STRING "Tarif-Stufenlauf zum " STICHTAG-TAG "." STICHTAG-MONAT
           "." STICHTAG-JAHR " (" GT-ANZAHL " Gitterzeilen)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM STARTE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN NOT = "J"
        MOVE "MITARBEITER-STAMM.DAT nicht vorhanden - kein Stufenlauf."
          TO MELDUNG
        PERFORM MELDE
        CLOSE STUFEN-LISTE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT STAMM-NEU.
    IF FS-STAMM-NEU NOT = "00"
        PERFORM BEENDE-STAMM-DURCHLAUF
        MOVE SPACES TO MELDUNG
        STRING "Fehler beim Schreiben von MITARBEITER-STAMM.DAT.NEU,"
               " Status=" FS-STAMM-NEU
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        CLOSE STUFEN-LISTE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
            PERFORM PRUEFE-MITARBEITER
            MOVE STAMM-RECORD TO STAMM-NEU-RECORD
            WRITE STAMM-NEU-RECORD
        END-IF
    END-PERFORM.
    PERFORM BEENDE-STAMM-DURCHLAUF.
    CLOSE STAMM-NEU.

    IF CNT-GEAENDERT > 0
        PERFORM SICHERE-STAMM
        PERFORM SCHREIBE-STAMM-HISTORIE
    ELSE
        MOVE "rm -f MITARBEITER-STAMM.DAT.NEU" TO CMD-ZEILE
        CALL "SYSTEM" USING CMD-ZEILE
        MOVE 0 TO RETURN-CODE
    END-IF.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING CNT-GEPRUEFT " Tarifmitarbeiter geprueft, " CNT-AUFSTIEG
           " Stufenaufstieg(e), " CNT-SATZ " Satzanpassung(en), "
           CNT-WARNUNG " Warnung(en)."
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-WARNUNG > 0
        MOVE 1 TO RETURN-CODE
    END-IF.

    CLOSE STUFEN-LISTE.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Stichtag JJJJMMTT)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:8) IS NUMERIC
            MOVE WS-ARGUMENT-WERT(1:8) TO STICHTAG
        END-IF
    END-IF
    IF STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO STICHTAG
    END-IF.


*> ================================================================
*> #6 Tarifgitter laden
*> ================================================================
*> Leerzeilen und Zeilen mit "*" am Anfang sind Kommentar.
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
            PERFORM UEBERNIMM-GITTERZEILE
        END-IF
    END-PERFORM
    CLOSE TARIFGITTER-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.1 Eine Gitterzeile pruefen und uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-GITTERZEILE.
    MOVE SPACES TO TG-W1 TG-W2 TG-W3 TG-W4 TG-W5
    UNSTRING FUNCTION TRIM(TARIFGITTER-ZEILE)
        DELIMITED BY ALL SPACE
        INTO TG-W1 TG-W2 TG-W3 TG-W4 TG-W5
    END-UNSTRING
    IF TG-W1(1:8) IS NOT NUMERIC OR TG-W2 = SPACES
     OR TG-W5 = SPACES
     OR FUNCTION TEST-NUMVAL(TG-W3) NOT = 0
     OR FUNCTION TEST-NUMVAL(TG-W4) NOT = 0
     OR FUNCTION TEST-NUMVAL(TG-W5) NOT = 0
        DISPLAY "WARNUNG: TARIFGITTER.CFG - Zeile '"
                FUNCTION TRIM(TARIFGITTER-ZEILE)
                "' ungueltig, uebergangen."
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(TG-W3) < 1 OR FUNCTION NUMVAL(TG-W3) > 99
     OR FUNCTION NUMVAL(TG-W4) > 999
     OR FUNCTION NUMVAL(TG-W5) > 999
        DISPLAY "WARNUNG: TARIFGITTER.CFG - Zeile '"
                FUNCTION TRIM(TARIFGITTER-ZEILE)
                "' Stufe/Satz/Monate ausserhalb, uebergangen."
        EXIT PARAGRAPH
    END-IF
    IF GT-ANZAHL < 500
        ADD 1 TO GT-ANZAHL
        MOVE TG-W1(1:8) TO GT-AB(GT-ANZAHL)
        MOVE FUNCTION UPPER-CASE(TG-W2) TO GT-GRUPPE(GT-ANZAHL)
        COMPUTE TG-WERT = FUNCTION NUMVAL(TG-W3)
        MOVE TG-WERT TO GT-STUFE(GT-ANZAHL)
        COMPUTE TG-WERT = FUNCTION NUMVAL(TG-W4)
        MOVE TG-WERT TO GT-SATZ(GT-ANZAHL)
        COMPUTE TG-WERT = FUNCTION NUMVAL(TG-W5)
        MOVE TG-WERT TO GT-MONATE(GT-ANZAHL)
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Gitterzeile zu SUCH-GRUPPE/SUCH-STUFE suchen
*> ----------------------------------------------------------------
*> Ergebnis in GT-POSITION (0 = keine am Stichtag gueltige Zeile);
*> bei mehreren Versionen gewinnt das spaeteste Gueltig-ab.
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
*> #7 Einen Stammsatz pruefen (Stufe vorruecken, Satz setzen)
*> ================================================================
*> Arbeitet direkt auf STAMM-RECORD; der Aufrufer schreibt den
*> (ggf. geaenderten) Satz nach MITARBEITER-STAMM.DAT.NEU.
PRUEFE-MITARBEITER.
    IF MA-TARIFGRUPPE = SPACES OR MA-STATUS = "I"
        EXIT PARAGRAPH
    END-IF
    IF MA-AUSTRITT IS NUMERIC AND MA-AUSTRITT > 0
     AND MA-AUSTRITT < STICHTAG
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-GEPRUEFT
    MOVE SPACES TO PRINT-NAME
    STRING MA-NACHNAME DELIMITED BY SPACE
           ", "        DELIMITED BY SIZE
           MA-VORNAME  DELIMITED BY SPACE
        INTO PRINT-NAME
    END-STRING
    IF MA-TARIFSTUFE IS NOT NUMERIC OR MA-TARIFSTUFE = 0
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: " PRINT-NAME " Gruppe " MA-TARIFGRUPPE
               " ohne Tarifstufe - in STAMM-PFLEGE nachtragen."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF

    MOVE MA-TARIFSTUFE  TO ALT-STUFE NEU-STUFE
    MOVE MA-STUNDENSATZ TO ALT-SATZ
    MOVE MA-TARIFGRUPPE TO SUCH-GRUPPE
    MOVE NEU-STUFE      TO SUCH-STUFE
    PERFORM SUCHE-GITTER
    IF GT-POSITION = 0
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: " PRINT-NAME " Gruppe " MA-TARIFGRUPPE
               " Stufe " ALT-STUFE " nicht im Tarifgitter -"
               " Satz bleibt " ALT-SATZ "."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF

    *> Betriebszugehoerigkeit in vollen Monaten zum Stichtag.
    MOVE 0 TO BZ-MONATE AUFSTIEG-AB
    IF MA-EINTRITT IS NUMERIC AND MA-EINTRITT > 0
        MOVE MA-EINTRITT TO EINTRITT-TEILE
        COMPUTE BZ-MONATE = (STICHTAG-JAHR - EINTRITT-JAHR) * 12
                          + STICHTAG-MONAT - EINTRITT-MONAT
        IF STICHTAG-TAG < EINTRITT-TAG
            SUBTRACT 1 FROM BZ-MONATE
        END-IF
        MOVE "N" TO STUFE-FERTIG
        PERFORM RUECKE-STUFE-VOR UNTIL STUFE-FERTIG = "J"
    ELSE
        IF GT-MONATE(GT-POSITION) > 0
            MOVE SPACES TO MELDUNG
            STRING "WARNUNG: " PRINT-NAME " ohne Eintrittsdatum -"
                   " kein Stufenaufstieg moeglich."
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
            ADD 1 TO CNT-WARNUNG
        END-IF
    END-IF

    MOVE MA-TARIFGRUPPE TO SUCH-GRUPPE
    MOVE NEU-STUFE      TO SUCH-STUFE
    PERFORM SUCHE-GITTER
    MOVE GT-SATZ(GT-POSITION) TO NEU-SATZ
    MOVE GT-AB(GT-POSITION)   TO VERSION-AB

    IF NEU-STUFE = ALT-STUFE AND NEU-SATZ = ALT-SATZ
        EXIT PARAGRAPH
    END-IF

    IF NEU-STUFE NOT = ALT-STUFE
        MOVE "STUFENAUFSTIEG" TO AENDER-GRUND
        ADD 1 TO CNT-AUFSTIEG
        MOVE AUFSTIEG-AB TO NEU-GUELTIG-AB
        IF VERSION-AB > NEU-GUELTIG-AB
            MOVE VERSION-AB TO NEU-GUELTIG-AB
        END-IF
    ELSE
        MOVE "TARIFSATZ" TO AENDER-GRUND
        ADD 1 TO CNT-SATZ
        MOVE VERSION-AB TO NEU-GUELTIG-AB
    END-IF
    IF MA-EINTRITT IS NUMERIC AND MA-EINTRITT > NEU-GUELTIG-AB
        MOVE MA-EINTRITT TO NEU-GUELTIG-AB
    END-IF

    MOVE NEU-STUFE TO MA-TARIFSTUFE
    MOVE NEU-SATZ  TO MA-STUNDENSATZ
    ADD 1 TO CNT-GEAENDERT
    IF HI-ANZAHL < 500
        ADD 1 TO HI-ANZAHL
        MOVE MA-VORNAME     TO HI-VORNAME(HI-ANZAHL)
        MOVE MA-NACHNAME    TO HI-NACHNAME(HI-ANZAHL)
        MOVE NEU-GUELTIG-AB TO HI-GUELTIG-AB(HI-ANZAHL)
        MOVE NEU-SATZ       TO HI-SATZ(HI-ANZAHL)
        IF MA-ABTEILUNG = SPACES
            MOVE "ALLG" TO HI-ABTEILUNG(HI-ANZAHL)
        ELSE
            MOVE MA-ABTEILUNG TO HI-ABTEILUNG(HI-ANZAHL)
        END-IF
    END-IF

    MOVE SPACES TO MELDUNG
    STRING AENDER-GRUND " " PRINT-NAME " " MA-TARIFGRUPPE
           " Stufe " ALT-STUFE "->" NEU-STUFE
           "  Satz " ALT-SATZ "->" NEU-SATZ
           "  ab " NEU-GUELTIG-AB(7:2) "." NEU-GUELTIG-AB(5:2) "."
           NEU-GUELTIG-AB(1:4)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF MA-LOHNART = "S"
        MOVE SPACES TO MELDUNG
        STRING "  HINWEIS: Gehaltsempfaenger - Monatsgehalt in"
               " STAMM-PFLEGE anpassen."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Eine Stufe vorruecken, wenn die Laufzeit erfuellt ist
*> ----------------------------------------------------------------
*> GT-POSITION zeigt auf die aktuelle Stufe. Aufstieg zum Ersten
*> des Monats, in dem die Betriebszugehoerigkeit erreicht ist.
RUECKE-STUFE-VOR.
    IF GT-MONATE(GT-POSITION) = 0
     OR BZ-MONATE < GT-MONATE(GT-POSITION)
        MOVE "J" TO STUFE-FERTIG
        EXIT PARAGRAPH
    END-IF
    COMPUTE AUFSTIEG-MONATE = EINTRITT-JAHR * 12 + EINTRITT-MONAT - 1
                            + GT-MONATE(GT-POSITION)
    MOVE MA-TARIFGRUPPE TO SUCH-GRUPPE
    COMPUTE SUCH-STUFE = NEU-STUFE + 1
    PERFORM SUCHE-GITTER
    IF GT-POSITION = 0 OR SUCH-STUFE = 0
        MOVE "J" TO STUFE-FERTIG
        MOVE NEU-STUFE TO SUCH-STUFE
        PERFORM SUCHE-GITTER
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO NEU-STUFE
    DIVIDE AUFSTIEG-MONATE BY 12 GIVING AUFSTIEG-JAHR
        REMAINDER AUFSTIEG-MONAT
    ADD 1 TO AUFSTIEG-MONAT
    MOVE 1 TO AUFSTIEG-TAG.


*> ================================================================
*> #8 Neuen Stamm uebernehmen
*> ================================================================
SICHERE-STAMM.
    MOVE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT"
        TO CMD-ZEILE
    CALL "SYSTEM" USING CMD-ZEILE
    *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    MOVE 0 TO RETURN-CODE
    MOVE SPACES TO MELDUNG
    STRING "MITARBEITER-STAMM.DAT zurueckgeschrieben ("
           CNT-GEAENDERT " Aenderung(en))."
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #9 Gueltigkeitszeilen an STAMM-HISTORIE.DAT anhaengen
*> ================================================================
*> Mirrors SCHREIBE-STAMM-HISTORIE in stamm_pflege.cbl - die
*> Quelle fuer die datumsgenaue Satzermittlung im UMSATZ-RECHNER
*> und RECHNUNGS-GENERATOR.
SCHREIBE-STAMM-HISTORIE.
    OPEN EXTEND STAMM-HISTORIE
    IF FS-HISTORIE NOT = "00"
        OPEN OUTPUT STAMM-HISTORIE
    END-IF
    IF FS-HISTORIE NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: STAMM-HISTORIE.DAT nicht beschreibbar,"
               " Status=" FS-HISTORIE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING HI-IDX FROM 1 BY 1 UNTIL HI-IDX > HI-ANZAHL
        MOVE SPACES TO STAMM-HISTORIE-RECORD
        MOVE HI-VORNAME(HI-IDX)    TO SH-VORNAME
        MOVE HI-NACHNAME(HI-IDX)   TO SH-NACHNAME
        MOVE HI-GUELTIG-AB(HI-IDX) TO SH-GUELTIG-AB
        MOVE HI-SATZ(HI-IDX)       TO SH-STUNDENSATZ
        MOVE HI-ABTEILUNG(HI-IDX)  TO SH-ABTEILUNG
        WRITE STAMM-HISTORIE-RECORD
    END-PERFORM
    CLOSE STAMM-HISTORIE.


*> ================================================================
*> #10 Zeile auf Konsole und in die Liste
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #11 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Nur Durchlaeufe, und zwar stets durch MITARBEITER-STAMM.DAT:
*> STAMM-INDEX fuehrt nur Saetze mit Personalnummer, der Lauf
*> schreibt aber den ganzen Stamm zurueck - der Index wird darum
*> nicht geoeffnet (STAMM-INDEX-OFFEN bleibt "N") und am Ende aus
*> dem neuen Stamm nachgezogen.
*> Mirrors STARTE-STAMM-DURCHLAUF ff. in lohn_rechner.cbl.
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
*> #11.1 Naechsten Stammsatz des Durchlaufs lesen
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
*> #11.2 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.
