*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. ABTEILUNGS-REORG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Umorganisation von Abteilungen/Kostenstellen in einem Lauf statt
*> Mitarbeiter fuer Mitarbeiter in STAMM-PFLEGE. Liest die
*> Umschluesselung aus ABTEILUNG-REORG.CFG, eine Zeile je
*>   <Alt-Kst> <Neu-Kst> <GueltigAb JJJJMMTT> [<Vorname> <Nachname>]
*> Zeilen ohne Namen gelten fuer alle Mitarbeiter der alten
*> Kostenstelle (Zusammenlegung/Umbenennung); beim Aufteilen wird
*> je abweichendem Mitarbeiter eine Zeile mit Namen erfasst, sie
*> schlaegt die allgemeine Zeile.
*> Der Lauf
*>   - setzt MA-ABTEILUNG der betroffenen (nicht inaktiven)
*>     Mitarbeiter um und schreibt je Mitarbeiter eine datierte
*>     Zeile nach STAMM-HISTORIE.DAT (wer noch keine Historie hat,
*>     bekommt vorher seinen alten Stand ab Eintritt, damit Buchungen
*>     vor dem Stichtag bei der alten Kostenstelle bleiben);
*>   - zieht die Budgetzeilen ab dem Monat des Gueltig-ab in
*>     ABTEILUNG-BUDGET.CFG auf die neue Kostenstelle um (gibt es
*>     dort schon eine Zeile fuer den Monat, wird addiert);
*>   - legt fuer die neue Kostenstelle die Konten der alten in
*>     KONTEN-MAPPING.CFG an, falls sie noch keine eigenen hat;
*>   - haengt die allgemeinen Zeilen dauerhaft an
*>     ABTEILUNG-UMSCHLUESSELUNG.DAT an. BUDGET-VERGLEICH und
*>     UMSATZ-PROGNOSE rechnen damit Vorperioden in die neue
*>     Struktur um.
*> Bereits umgeschluesselte Zeilen werden bei einem erneuten Lauf
*> uebergangen. Protokoll: Konsole + ABTEILUNGS-REORG.RPT.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REORG-CFG
        ASSIGN TO "ABTEILUNG-REORG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REORG.

    SELECT UMSCHLUESSELUNG
        ASSIGN TO "ABTEILUNG-UMSCHLUESSELUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-UMSCHL.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX) - nur fuer die gemeinsamen
    *> Durchlauf-Absaetze vereinbart, gelesen wird immer
    *> MITARBEITER-STAMM.DAT (siehe #13).
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

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT BUDGET-CFG
        ASSIGN TO "ABTEILUNG-BUDGET.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BUDGET.

    SELECT KONTEN-MAPPING
        ASSIGN TO "KONTEN-MAPPING.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MAPPING.

    SELECT REORG-REPORT
        ASSIGN TO "ABTEILUNGS-REORG.RPT"
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
FD REORG-CFG.
01 REORG-CFG-ZEILE PIC X(80).

*> Dauerhafte Umschluesselung; UM-VORNAME/UM-NACHNAME leer =
*> gilt fuer die ganze Kostenstelle.
FD UMSCHLUESSELUNG.
01 UMSCHLUESSELUNG-RECORD.
    05 UM-ALT         PIC X(10).
    05 FILLER         PIC X(01).
    05 UM-NEU         PIC X(10).
    05 FILLER         PIC X(01).
    05 UM-GUELTIG-AB  PIC 9(08).
    05 FILLER         PIC X(01).
    05 UM-ZEITSTEMPEL PIC X(14).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

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

FD BUDGET-CFG.
01 BUDGET-CFG-ZEILE PIC X(60).

FD KONTEN-MAPPING.
01 KONTEN-MAPPING-ZEILE PIC X(40).

FD REORG-REPORT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".
01 CMD-ZEILE PIC X(80).

77 FS-REORG    PIC XX VALUE SPACES.
77 FS-UMSCHL   PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-STAMM-NEU PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-BUDGET   PIC XX VALUE SPACES.
77 FS-MAPPING  PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 ZEITSTEMPEL PIC X(14).

*> Umschluesselungszeilen dieses Laufs.
01 RO-ANZAHL PIC 9(3) VALUE 0.
01 RO-TABELLE.
    05 RO-EINTRAG OCCURS 1 TO 200 TIMES
                   DEPENDING ON RO-ANZAHL
                   INDEXED BY RO-IDX.
        10 RO-ALT        PIC X(10).
        10 RO-NEU        PIC X(10).
        10 RO-GUELTIG-AB PIC 9(08).
        10 RO-VORNAME    PIC X(10).
        10 RO-NACHNAME   PIC X(10).
        10 RO-CNT-MA     PIC 9(4).
01 RO-W1 PIC X(20).
01 RO-W2 PIC X(20).
01 RO-W3 PIC X(20).
01 RO-W4 PIC X(20).
01 RO-W5 PIC X(20).
01 RO-POSITION PIC 9(3).
01 RO-LAUF     PIC 9(3).

*> Bereits dauerhaft gespeicherte Umschluesselungen.
01 UV-ANZAHL PIC 9(3) VALUE 0.
01 UV-TABELLE.
    05 UV-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON UV-ANZAHL
                   INDEXED BY UV-IDX.
        10 UV-ALT       PIC X(10).
        10 UV-NEU       PIC X(10).
        10 UV-GUELTIG-AB PIC 9(08).

*> Der Stamm wird Satz fuer Satz umgesetzt und ueber .NEU und mv
*> zurueckgeschrieben - mirrors MIGRIERE-STAMM in
*> personalnummer_migration.cbl.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 MA-ABT-AKTUELL PIC X(10).

*> Mitarbeiter, die schon eine Historienzeile haben.
01 HN-ANZAHL PIC 9(4) VALUE 0.
01 HN-TABELLE.
    05 HN-EINTRAG OCCURS 1 TO 1000 TIMES
                   DEPENDING ON HN-ANZAHL
                   INDEXED BY HN-IDX.
        10 HN-VORNAME  PIC X(10).
        10 HN-NACHNAME PIC X(10).
01 HAT-HISTORIE PIC X.

*> Neue Historienzeilen, geschrieben nach dem Zurueckschreiben.
01 HI-ANZAHL PIC 9(4) VALUE 0.
01 HI-TABELLE.
    05 HI-EINTRAG OCCURS 1 TO 1000 TIMES
                   DEPENDING ON HI-ANZAHL
                   INDEXED BY HI-IDX.
        10 HI-VORNAME   PIC X(10).
        10 HI-NACHNAME  PIC X(10).
        10 HI-GUELTIG-AB PIC 9(8).
        10 HI-SATZ      PIC 9(3).
        10 HI-ABTEILUNG PIC X(10).

*> ABTEILUNG-BUDGET.CFG komplett im Speicher; nicht lesbare Zeilen
*> (Kommentare) bleiben unveraendert stehen.
01 BU-ANZAHL PIC 9(4) VALUE 0.
01 BU-TABELLE.
    05 BU-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BU-ANZAHL
                   INDEXED BY BU-IDX.
        10 BU-ROH       PIC X(60).
        10 BU-GUELTIG   PIC X.
        10 BU-ABTEILUNG PIC X(10).
        10 BU-PERIODE   PIC 9(6).
        10 BU-STUNDEN   PIC 9(7).
        10 BU-UMSATZ    PIC 9(9)V99.
        10 BU-GELOESCHT PIC X.
01 BUD-ABT-RAW     PIC X(10).
01 BUD-PERIODE-RAW PIC X(6).
01 BUD-STUNDEN-RAW PIC X(8).
01 BUD-UMSATZ-RAW  PIC X(12).
01 BU-ZIEL     PIC 9(4).
01 BU-LAUF     PIC 9(4).
01 BUDGET-UEBERLAUF PIC X VALUE "N".
01 PRINT-BU-STUNDEN PIC Z(6)9.
01 PRINT-BU-UMSATZ  PIC Z(8)9.99.

*> KONTEN-MAPPING.CFG - mirrors LADE-KONTEN-MAPPING in fibu_export.
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
01 MAP-ALT-POS PIC 9(3).
01 MAP-NEU-POS PIC 9(3).

01 CNT-MITARBEITER PIC 9(4) VALUE 0.
01 CNT-BUDGET      PIC 9(4) VALUE 0.
01 CNT-MAPPING     PIC 9(3) VALUE 0.
01 CNT-UEBERGANGEN PIC 9(3) VALUE 0.
01 CNT-WARNUNG     PIC 9(3) VALUE 0.
01 PRINT-NAME PIC X(21).
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZEITSTEMPEL.
    OPEN OUTPUT REORG-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von ABTEILUNGS-REORG.RPT,"
                " Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SPACES TO MELDUNG
    STRING "Abteilungs-Reorganisation, Lauf " ZEITSTEMPEL(7:2) "."
           ZEITSTEMPEL(5:2) "." ZEITSTEMPEL(1:4)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM LADE-UMSCHLUESSELUNG.
    PERFORM LADE-REORG-CFG.
    IF RO-ANZAHL = 0
        MOVE "Keine neuen Umschluesselungen in ABTEILUNG-REORG.CFG - nichts zu tun."
          TO MELDUNG
        PERFORM MELDE
        CLOSE REORG-REPORT
        GOBACK
    END-IF.

    PERFORM LADE-HISTORIEN-NAMEN.
    PERFORM SETZE-STAMM-UM.
    IF RETURN-CODE NOT = 0
        CLOSE REORG-REPORT
        GOBACK
    END-IF.
    IF CNT-MITARBEITER > 0
        PERFORM SCHREIBE-STAMM-HISTORIE
    END-IF.

    PERFORM ZIEHE-BUDGET-UM.
    PERFORM ERGAENZE-KONTEN-MAPPING.
    PERFORM SPEICHERE-UMSCHLUESSELUNG.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Zeilen " RO-ANZAHL ", Mitarbeiter " CNT-MITARBEITER
           ", Budgetzeilen " CNT-BUDGET ", Kontenmappings "
           CNT-MAPPING ", Warnungen " CNT-WARNUNG
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-WARNUNG > 0
        MOVE 1 TO RETURN-CODE
    END-IF.
    CLOSE REORG-REPORT.
    GOBACK.


*> ================================================================
*> #5 Dauerhafte Umschluesselung laden
*> ================================================================
LADE-UMSCHLUESSELUNG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT UMSCHLUESSELUNG
    IF FS-UMSCHL NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ UMSCHLUESSELUNG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND UM-ALT NOT = SPACES
         AND UV-ANZAHL < 500
            ADD 1 TO UV-ANZAHL
            MOVE UM-ALT TO UV-ALT(UV-ANZAHL)
            MOVE UM-NEU TO UV-NEU(UV-ANZAHL)
            MOVE UM-GUELTIG-AB TO UV-GUELTIG-AB(UV-ANZAHL)
        END-IF
    END-PERFORM
    CLOSE UMSCHLUESSELUNG
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #6 ABTEILUNG-REORG.CFG laden und pruefen
*> ================================================================
*> Leerzeilen und Zeilen mit "*" am Anfang sind Kommentar.
LADE-REORG-CFG.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT REORG-CFG
    IF FS-REORG NOT = "00"
        MOVE "ABTEILUNG-REORG.CFG nicht vorhanden." TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ REORG-CFG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND REORG-CFG-ZEILE NOT = SPACES
         AND REORG-CFG-ZEILE(1:1) NOT = "*"
            PERFORM UEBERNIMM-REORG-ZEILE
        END-IF
    END-PERFORM
    CLOSE REORG-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.1 Eine Umschluesselungszeile uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-REORG-ZEILE.
    MOVE SPACES TO RO-W1 RO-W2 RO-W3 RO-W4 RO-W5
    UNSTRING FUNCTION TRIM(REORG-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO RO-W1 RO-W2 RO-W3 RO-W4 RO-W5
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(RO-W1) TO RO-W1
    MOVE FUNCTION UPPER-CASE(RO-W2) TO RO-W2
    IF RO-W1 = SPACES OR RO-W2 = SPACES OR RO-W1 = RO-W2
     OR RO-W3(1:8) IS NOT NUMERIC
     OR (RO-W4 NOT = SPACES AND RO-W5 = SPACES)
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: ABTEILUNG-REORG.CFG - Zeile '"
               FUNCTION TRIM(REORG-CFG-ZEILE)
               "' ungueltig, uebergangen."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF

    *> Allgemeine Zeilen, die schon umgeschluesselt sind, nicht
    *> noch einmal anwenden.
    IF RO-W4 = SPACES AND UV-ANZAHL > 0
        SET UV-IDX TO 1
        SEARCH UV-EINTRAG
            AT END CONTINUE
            WHEN UV-ALT(UV-IDX) = RO-W1
             AND UV-NEU(UV-IDX) = RO-W2
             AND UV-GUELTIG-AB(UV-IDX) = RO-W3(1:8)
                ADD 1 TO CNT-UEBERGANGEN
                MOVE SPACES TO MELDUNG
                STRING "  bereits umgeschluesselt: "
                       FUNCTION TRIM(REORG-CFG-ZEILE)
                    INTO MELDUNG
                END-STRING
                PERFORM MELDE
                EXIT PARAGRAPH
        END-SEARCH
    END-IF

    IF RO-ANZAHL < 200
        ADD 1 TO RO-ANZAHL
        MOVE RO-W1 TO RO-ALT(RO-ANZAHL)
        MOVE RO-W2 TO RO-NEU(RO-ANZAHL)
        MOVE RO-W3(1:8) TO RO-GUELTIG-AB(RO-ANZAHL)
        MOVE RO-W4 TO RO-VORNAME(RO-ANZAHL)
        MOVE RO-W5 TO RO-NACHNAME(RO-ANZAHL)
        MOVE 0 TO RO-CNT-MA(RO-ANZAHL)
    END-IF.


*> ================================================================
*> #7 Namen mit vorhandener Historie merken
*> ================================================================
LADE-HISTORIEN-NAMEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STAMM-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ STAMM-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND SH-VORNAME NOT = SPACES
            MOVE "N" TO HAT-HISTORIE
            IF HN-ANZAHL > 0
                SET HN-IDX TO 1
                SEARCH HN-EINTRAG
                    AT END CONTINUE
                    WHEN HN-VORNAME(HN-IDX)  = SH-VORNAME
                     AND HN-NACHNAME(HN-IDX) = SH-NACHNAME
                        MOVE "J" TO HAT-HISTORIE
                END-SEARCH
            END-IF
            IF HAT-HISTORIE = "N" AND HN-ANZAHL < 1000
                ADD 1 TO HN-ANZAHL
                MOVE SH-VORNAME  TO HN-VORNAME(HN-ANZAHL)
                MOVE SH-NACHNAME TO HN-NACHNAME(HN-ANZAHL)
            END-IF
        END-IF
    END-PERFORM
    CLOSE STAMM-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #8 Stamm durchlaufen und Mitarbeiter umsetzen
*> ================================================================
*> Jeder Satz geht - ggf. umgesetzt - nach MITARBEITER-STAMM.DAT.NEU;
*> uebernommen wird die Datei nur, wenn jemand umgesetzt wurde.
SETZE-STAMM-UM.
    PERFORM STARTE-STAMM-DURCHLAUF
    IF STAMM-DATEI-OFFEN NOT = "J"
        MOVE "HINWEIS: MITARBEITER-STAMM.DAT fehlt - keine Mitarbeiter umgesetzt."
          TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT STAMM-NEU
    IF FS-STAMM-NEU NOT = "00"
        PERFORM BEENDE-STAMM-DURCHLAUF
        MOVE SPACES TO MELDUNG
        STRING "Fehler beim Schreiben von MITARBEITER-STAMM.DAT.NEU,"
               " Status=" FS-STAMM-NEU " - Lauf abgebrochen."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
            PERFORM SETZE-MITARBEITER-UM
            MOVE STAMM-RECORD TO STAMM-NEU-RECORD
            WRITE STAMM-NEU-RECORD
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    CLOSE STAMM-NEU
    IF CNT-MITARBEITER > 0
        MOVE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT"
            TO CMD-ZEILE
        CALL "SYSTEM" USING CMD-ZEILE
        *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
        CALL "SYSTEM" USING CMD-STAMM-INDEX
    ELSE
        MOVE "rm -f MITARBEITER-STAMM.DAT.NEU" TO CMD-ZEILE
        CALL "SYSTEM" USING CMD-ZEILE
    END-IF
    MOVE 0 TO RETURN-CODE.


*> ----------------------------------------------------------------
*> #8.1 Einen Mitarbeiter auf die neue Kostenstelle setzen
*> ----------------------------------------------------------------
*> Die Zeile mit Namen schlaegt die allgemeine Zeile der alten
*> Kostenstelle.
SETZE-MITARBEITER-UM.
    IF MA-STATUS = "I"
        EXIT PARAGRAPH
    END-IF
    IF MA-ABTEILUNG = SPACES
        MOVE "ALLG" TO MA-ABT-AKTUELL
    ELSE
        MOVE MA-ABTEILUNG TO MA-ABT-AKTUELL
    END-IF
    MOVE 0 TO RO-POSITION
    PERFORM VARYING RO-LAUF FROM 1 BY 1 UNTIL RO-LAUF > RO-ANZAHL
        IF RO-ALT(RO-LAUF) = MA-ABT-AKTUELL
            IF RO-VORNAME(RO-LAUF) = MA-VORNAME
             AND RO-NACHNAME(RO-LAUF) = MA-NACHNAME
                MOVE RO-LAUF TO RO-POSITION
            END-IF
            IF RO-VORNAME(RO-LAUF) = SPACES AND RO-POSITION = 0
                MOVE RO-LAUF TO RO-POSITION
            END-IF
        END-IF
    END-PERFORM
    IF RO-POSITION = 0
        EXIT PARAGRAPH
    END-IF

    *> Ohne Historie wuerde der Umsatzrechner auch Buchungen vor
    *> dem Stichtag der neuen Kostenstelle zuordnen - alter Stand
    *> ab Eintritt zuerst.
    MOVE "N" TO HAT-HISTORIE
    IF HN-ANZAHL > 0
        SET HN-IDX TO 1
        SEARCH HN-EINTRAG
            AT END CONTINUE
            WHEN HN-VORNAME(HN-IDX)  = MA-VORNAME
             AND HN-NACHNAME(HN-IDX) = MA-NACHNAME
                MOVE "J" TO HAT-HISTORIE
        END-SEARCH
    END-IF
    IF HAT-HISTORIE = "N" AND HI-ANZAHL < 1000
        ADD 1 TO HI-ANZAHL
        MOVE MA-VORNAME  TO HI-VORNAME(HI-ANZAHL)
        MOVE MA-NACHNAME TO HI-NACHNAME(HI-ANZAHL)
        IF MA-EINTRITT IS NUMERIC AND MA-EINTRITT > 0
         AND MA-EINTRITT < RO-GUELTIG-AB(RO-POSITION)
            MOVE MA-EINTRITT TO HI-GUELTIG-AB(HI-ANZAHL)
        ELSE
            MOVE 19000101 TO HI-GUELTIG-AB(HI-ANZAHL)
        END-IF
        MOVE MA-STUNDENSATZ TO HI-SATZ(HI-ANZAHL)
        MOVE MA-ABT-AKTUELL TO HI-ABTEILUNG(HI-ANZAHL)
    END-IF
    IF HI-ANZAHL < 1000
        ADD 1 TO HI-ANZAHL
        MOVE MA-VORNAME  TO HI-VORNAME(HI-ANZAHL)
        MOVE MA-NACHNAME TO HI-NACHNAME(HI-ANZAHL)
        MOVE RO-GUELTIG-AB(RO-POSITION) TO HI-GUELTIG-AB(HI-ANZAHL)
        MOVE MA-STUNDENSATZ TO HI-SATZ(HI-ANZAHL)
        MOVE RO-NEU(RO-POSITION) TO HI-ABTEILUNG(HI-ANZAHL)
    END-IF

    MOVE RO-NEU(RO-POSITION) TO MA-ABTEILUNG
    ADD 1 TO RO-CNT-MA(RO-POSITION)
    ADD 1 TO CNT-MITARBEITER
    MOVE SPACES TO PRINT-NAME
    STRING MA-NACHNAME DELIMITED BY SPACE
           ", "        DELIMITED BY SIZE
           MA-VORNAME  DELIMITED BY SPACE
        INTO PRINT-NAME
    END-STRING
    MOVE SPACES TO MELDUNG
    STRING "  Mitarbeiter " PRINT-NAME " " MA-ABT-AKTUELL " -> "
           RO-NEU(RO-POSITION) " ab "
           RO-GUELTIG-AB(RO-POSITION)(7:2) "."
           RO-GUELTIG-AB(RO-POSITION)(5:2) "."
           RO-GUELTIG-AB(RO-POSITION)(1:4)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #8.2 Gueltigkeitszeilen an STAMM-HISTORIE.DAT anhaengen
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-STAMM-HISTORIE in tarif_stufen.cbl.
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
        ADD 1 TO CNT-WARNUNG
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
*> #9 Budgetzeilen auf die neue Kostenstelle umziehen
*> ================================================================
*> Nur allgemeine Zeilen ziehen Budgets mit; Monate vor dem
*> Gueltig-ab bleiben bei der alten Kostenstelle (die
*> Vorperioden rechnen die Auswertungen ueber die
*> Umschluesselung um). Gibt es fuer eine aufgeteilte
*> Kostenstelle keine allgemeine Zeile, muss das Budget von Hand
*> aufgeteilt werden.
ZIEHE-BUDGET-UM.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUDGET-CFG
    IF FS-BUDGET NOT = "00"
        MOVE "HINWEIS: ABTEILUNG-BUDGET.CFG fehlt - keine Budgets umgezogen."
          TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUDGET-CFG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            IF BU-ANZAHL < 2000
                PERFORM UEBERNIMM-BUDGET-ZEILE
            ELSE
                MOVE "J" TO BUDGET-UEBERLAUF
            END-IF
        END-IF
    END-PERFORM
    CLOSE BUDGET-CFG
    MOVE "N" TO EOF-FLAG
    IF BUDGET-UEBERLAUF = "J"
        MOVE "WARNUNG: ABTEILUNG-BUDGET.CFG hat mehr als 2000 Zeilen - Budgets nicht umgezogen."
          TO MELDUNG
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING RO-LAUF FROM 1 BY 1 UNTIL RO-LAUF > RO-ANZAHL
        IF RO-VORNAME(RO-LAUF) = SPACES
            PERFORM VARYING BU-LAUF FROM 1 BY 1
                    UNTIL BU-LAUF > BU-ANZAHL
                IF BU-GUELTIG(BU-LAUF) = "J"
                 AND BU-GELOESCHT(BU-LAUF) = "N"
                 AND BU-ABTEILUNG(BU-LAUF) = RO-ALT(RO-LAUF)
                 AND BU-PERIODE(BU-LAUF) >=
                     RO-GUELTIG-AB(RO-LAUF)(1:6)
                    PERFORM VERSCHIEBE-BUDGET-ZEILE
                END-IF
            END-PERFORM
        ELSE
            PERFORM PRUEFE-AUFTEILUNG
        END-IF
    END-PERFORM

    IF CNT-BUDGET = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT BUDGET-CFG
    IF FS-BUDGET NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: ABTEILUNG-BUDGET.CFG nicht beschreibbar,"
               " Status=" FS-BUDGET
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING BU-LAUF FROM 1 BY 1 UNTIL BU-LAUF > BU-ANZAHL
        IF BU-GELOESCHT(BU-LAUF) = "N"
            MOVE BU-ROH(BU-LAUF) TO BUDGET-CFG-ZEILE
            WRITE BUDGET-CFG-ZEILE
        END-IF
    END-PERFORM
    CLOSE BUDGET-CFG.


*> ----------------------------------------------------------------
*> #9.1 Eine Budgetzeile in die Tabelle uebernehmen
*> ----------------------------------------------------------------
*> Zerlegung mirrors UEBERNEHME-BUDGET-ZEILE in
*> budget_vergleich.cbl.
UEBERNIMM-BUDGET-ZEILE.
    ADD 1 TO BU-ANZAHL
    MOVE BUDGET-CFG-ZEILE TO BU-ROH(BU-ANZAHL)
    MOVE "N" TO BU-GUELTIG(BU-ANZAHL) BU-GELOESCHT(BU-ANZAHL)
    MOVE SPACES TO BUD-ABT-RAW BUD-PERIODE-RAW
                   BUD-STUNDEN-RAW BUD-UMSATZ-RAW
    UNSTRING FUNCTION TRIM(BUDGET-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO BUD-ABT-RAW BUD-PERIODE-RAW
             BUD-STUNDEN-RAW BUD-UMSATZ-RAW
    END-UNSTRING
    IF BUD-PERIODE-RAW IS NUMERIC AND BUD-ABT-RAW NOT = SPACES
     AND BUD-STUNDEN-RAW NOT = SPACES AND BUD-UMSATZ-RAW NOT = SPACES
     AND FUNCTION TEST-NUMVAL(BUD-STUNDEN-RAW) = 0
     AND FUNCTION TEST-NUMVAL(BUD-UMSATZ-RAW) = 0
        MOVE "J" TO BU-GUELTIG(BU-ANZAHL)
        MOVE BUD-ABT-RAW TO BU-ABTEILUNG(BU-ANZAHL)
        MOVE BUD-PERIODE-RAW TO BU-PERIODE(BU-ANZAHL)
        COMPUTE BU-STUNDEN(BU-ANZAHL) =
            FUNCTION NUMVAL(BUD-STUNDEN-RAW)
        COMPUTE BU-UMSATZ(BU-ANZAHL) =
            FUNCTION NUMVAL(BUD-UMSATZ-RAW)
    END-IF.


*> ----------------------------------------------------------------
*> #9.2 Budgetzeile BU-LAUF auf RO-NEU(RO-LAUF) verschieben
*> ----------------------------------------------------------------
VERSCHIEBE-BUDGET-ZEILE.
    MOVE 0 TO BU-ZIEL
    PERFORM VARYING BU-IDX FROM 1 BY 1 UNTIL BU-IDX > BU-ANZAHL
        IF BU-GUELTIG(BU-IDX) = "J" AND BU-GELOESCHT(BU-IDX) = "N"
         AND BU-ABTEILUNG(BU-IDX) = RO-NEU(RO-LAUF)
         AND BU-PERIODE(BU-IDX) = BU-PERIODE(BU-LAUF)
         AND BU-ZIEL = 0
            SET BU-ZIEL TO BU-IDX
        END-IF
    END-PERFORM
    IF BU-ZIEL = 0
        MOVE BU-LAUF TO BU-ZIEL
        MOVE RO-NEU(RO-LAUF) TO BU-ABTEILUNG(BU-ZIEL)
    ELSE
        ADD BU-STUNDEN(BU-LAUF) TO BU-STUNDEN(BU-ZIEL)
        ADD BU-UMSATZ(BU-LAUF)  TO BU-UMSATZ(BU-ZIEL)
        MOVE "J" TO BU-GELOESCHT(BU-LAUF)
    END-IF
    MOVE BU-STUNDEN(BU-ZIEL) TO PRINT-BU-STUNDEN
    MOVE BU-UMSATZ(BU-ZIEL)  TO PRINT-BU-UMSATZ
    MOVE SPACES TO BU-ROH(BU-ZIEL)
    STRING FUNCTION TRIM(BU-ABTEILUNG(BU-ZIEL)) " "
           BU-PERIODE(BU-ZIEL) " "
           FUNCTION TRIM(PRINT-BU-STUNDEN) " "
           FUNCTION TRIM(PRINT-BU-UMSATZ)
        DELIMITED BY SIZE
        INTO BU-ROH(BU-ZIEL)
    END-STRING
    ADD 1 TO CNT-BUDGET
    MOVE SPACES TO MELDUNG
    STRING "  Budget " RO-ALT(RO-LAUF) " " BU-PERIODE(BU-LAUF)
           " -> " FUNCTION TRIM(BU-ROH(BU-ZIEL))
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #9.3 Aufteilung ohne allgemeine Zeile melden
*> ----------------------------------------------------------------
PRUEFE-AUFTEILUNG.
    MOVE 0 TO RO-POSITION
    PERFORM VARYING RO-IDX FROM 1 BY 1 UNTIL RO-IDX > RO-ANZAHL
        IF RO-ALT(RO-IDX) = RO-ALT(RO-LAUF)
         AND RO-VORNAME(RO-IDX) = SPACES
            SET RO-POSITION TO RO-IDX
        END-IF
    END-PERFORM
    IF RO-POSITION > 0
        EXIT PARAGRAPH
    END-IF
    IF UV-ANZAHL > 0
        SET UV-IDX TO 1
        SEARCH UV-EINTRAG
            AT END CONTINUE
            WHEN UV-ALT(UV-IDX) = RO-ALT(RO-LAUF)
                MOVE 1 TO RO-POSITION
        END-SEARCH
    END-IF
    IF RO-POSITION > 0
        EXIT PARAGRAPH
    END-IF
    *> Je alter Kostenstelle nur einmal melden.
    PERFORM VARYING RO-IDX FROM 1 BY 1 UNTIL RO-IDX >= RO-LAUF
        IF RO-ALT(RO-IDX) = RO-ALT(RO-LAUF)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE SPACES TO MELDUNG
    STRING "WARNUNG: " FUNCTION TRIM(RO-ALT(RO-LAUF))
           " wird nur personenweise aufgeteilt - Budget und"
           " Kontenmapping von Hand aufteilen."
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    ADD 1 TO CNT-WARNUNG.


*> ================================================================
*> #10 Kontenmapping fuer die neuen Kostenstellen ergaenzen
*> ================================================================
*> Die Zeile der alten Kostenstelle bleibt stehen - Vorperioden
*> und Nachbuchungen laufen weiter darueber.
ERGAENZE-KONTEN-MAPPING.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTEN-MAPPING
    IF FS-MAPPING NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KONTEN-MAPPING
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(KONTEN-MAPPING-ZEILE) NOT = SPACES
         AND MAP-ANZAHL < 200
            MOVE SPACES TO MAP-ABT-RAW MAP-ERTRAG-RAW MAP-GEGEN-RAW
            UNSTRING FUNCTION TRIM(KONTEN-MAPPING-ZEILE)
                DELIMITED BY ALL SPACE
                INTO MAP-ABT-RAW MAP-ERTRAG-RAW MAP-GEGEN-RAW
            END-UNSTRING
            IF MAP-ABT-RAW NOT = SPACES
             AND MAP-ERTRAG-RAW NOT = SPACES
             AND MAP-GEGEN-RAW NOT = SPACES
                ADD 1 TO MAP-ANZAHL
                MOVE MAP-ABT-RAW    TO MAP-ABTEILUNG(MAP-ANZAHL)
                MOVE MAP-ERTRAG-RAW TO MAP-ERTRAGSKONTO(MAP-ANZAHL)
                MOVE MAP-GEGEN-RAW  TO MAP-GEGENKONTO(MAP-ANZAHL)
            END-IF
        END-IF
    END-PERFORM
    CLOSE KONTEN-MAPPING
    MOVE "N" TO EOF-FLAG

    PERFORM VARYING RO-LAUF FROM 1 BY 1 UNTIL RO-LAUF > RO-ANZAHL
        IF RO-VORNAME(RO-LAUF) = SPACES
            PERFORM UEBERTRAGE-MAPPING
        END-IF
    END-PERFORM

    *> Abgespaltene Kostenstellen ohne eigene Konten melden -
    *> welche Konten gelten, entscheidet die Buchhaltung.
    PERFORM VARYING RO-LAUF FROM 1 BY 1 UNTIL RO-LAUF > RO-ANZAHL
        IF RO-VORNAME(RO-LAUF) NOT = SPACES
            MOVE 0 TO MAP-NEU-POS
            PERFORM VARYING MAP-IDX FROM 1 BY 1
                    UNTIL MAP-IDX > MAP-ANZAHL
                IF MAP-ABTEILUNG(MAP-IDX) = RO-NEU(RO-LAUF)
                    SET MAP-NEU-POS TO MAP-IDX
                END-IF
            END-PERFORM
            PERFORM VARYING RO-IDX FROM 1 BY 1
                    UNTIL RO-IDX >= RO-LAUF
                IF RO-NEU(RO-IDX) = RO-NEU(RO-LAUF)
                    MOVE 1 TO MAP-NEU-POS
                END-IF
            END-PERFORM
            IF MAP-NEU-POS = 0
                MOVE SPACES TO MELDUNG
                STRING "HINWEIS: " FUNCTION TRIM(RO-NEU(RO-LAUF))
                       " hat kein Kontenmapping - in"
                       " KONTEN-MAPPING.CFG ergaenzen."
                    INTO MELDUNG
                END-STRING
                PERFORM MELDE
            END-IF
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #10.1 Konten der alten Kostenstelle fuer die neue anlegen
*> ----------------------------------------------------------------
UEBERTRAGE-MAPPING.
    MOVE 0 TO MAP-ALT-POS MAP-NEU-POS
    IF MAP-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET MAP-IDX TO 1
    SEARCH MAP-EINTRAG
        AT END CONTINUE
        WHEN MAP-ABTEILUNG(MAP-IDX) = RO-ALT(RO-LAUF)
            SET MAP-ALT-POS TO MAP-IDX
    END-SEARCH
    SET MAP-IDX TO 1
    SEARCH MAP-EINTRAG
        AT END CONTINUE
        WHEN MAP-ABTEILUNG(MAP-IDX) = RO-NEU(RO-LAUF)
            SET MAP-NEU-POS TO MAP-IDX
    END-SEARCH
    IF MAP-ALT-POS = 0 OR MAP-NEU-POS > 0
        EXIT PARAGRAPH
    END-IF

    OPEN EXTEND KONTEN-MAPPING
    IF FS-MAPPING NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: KONTEN-MAPPING.CFG nicht beschreibbar,"
               " Status=" FS-MAPPING
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO KONTEN-MAPPING-ZEILE
    STRING FUNCTION TRIM(RO-NEU(RO-LAUF)) " "
           FUNCTION TRIM(MAP-ERTRAGSKONTO(MAP-ALT-POS)) " "
           FUNCTION TRIM(MAP-GEGENKONTO(MAP-ALT-POS))
        DELIMITED BY SIZE
        INTO KONTEN-MAPPING-ZEILE
    END-STRING
    WRITE KONTEN-MAPPING-ZEILE
    CLOSE KONTEN-MAPPING
    IF MAP-ANZAHL < 200
        ADD 1 TO MAP-ANZAHL
        MOVE RO-NEU(RO-LAUF) TO MAP-ABTEILUNG(MAP-ANZAHL)
        MOVE MAP-ERTRAGSKONTO(MAP-ALT-POS)
            TO MAP-ERTRAGSKONTO(MAP-ANZAHL)
        MOVE MAP-GEGENKONTO(MAP-ALT-POS)
            TO MAP-GEGENKONTO(MAP-ANZAHL)
    END-IF
    ADD 1 TO CNT-MAPPING
    MOVE SPACES TO MELDUNG
    STRING "  Kontenmapping " FUNCTION TRIM(KONTEN-MAPPING-ZEILE)
           " (von " FUNCTION TRIM(RO-ALT(RO-LAUF)) ")"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #11 Allgemeine Umschluesselungen dauerhaft festhalten
*> ================================================================
SPEICHERE-UMSCHLUESSELUNG.
    OPEN EXTEND UMSCHLUESSELUNG
    IF FS-UMSCHL NOT = "00"
        OPEN OUTPUT UMSCHLUESSELUNG
    END-IF
    IF FS-UMSCHL NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: ABTEILUNG-UMSCHLUESSELUNG.DAT nicht"
               " beschreibbar, Status=" FS-UMSCHL
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        ADD 1 TO CNT-WARNUNG
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RO-LAUF FROM 1 BY 1 UNTIL RO-LAUF > RO-ANZAHL
        IF RO-VORNAME(RO-LAUF) = SPACES
            MOVE SPACES TO UMSCHLUESSELUNG-RECORD
            MOVE RO-ALT(RO-LAUF) TO UM-ALT
            MOVE RO-NEU(RO-LAUF) TO UM-NEU
            MOVE RO-GUELTIG-AB(RO-LAUF) TO UM-GUELTIG-AB
            MOVE ZEITSTEMPEL TO UM-ZEITSTEMPEL
            WRITE UMSCHLUESSELUNG-RECORD
            MOVE SPACES TO MELDUNG
            STRING "  Umschluesselung " RO-ALT(RO-LAUF) " -> "
                   RO-NEU(RO-LAUF) " ab " RO-GUELTIG-AB(RO-LAUF)
                   " gespeichert (" RO-CNT-MA(RO-LAUF)
                   " Mitarbeiter)"
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM
    CLOSE UMSCHLUESSELUNG.


*> ================================================================
*> #12 Zeile auf Konsole und ins Protokoll
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #13 Mitarbeiterstamm bereitstellen
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
*> #13.1 Naechsten Stammsatz des Durchlaufs lesen
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
*> #13.2 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.
