*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. HR-TERMINKALENDER.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Woechentlicher Terminkalender der Personalabteilung: Probezeit-
*> enden und auslaufende Befristungen fielen bisher niemandem auf -
*> zweimal ist ein befristeter Vertrag durch Weiterarbeit ueber das
*> Ende hinaus stillschweigend unbefristet geworden.
*> Aus MITARBEITER-STAMM.DAT (STAMMREC Spalten 141-146) werden fuer
*> alle aktiven Mitarbeiter die Termine der naechsten 90 Tage
*> ermittelt, je Vorgesetztem (MA-VORGESETZTER) nach Datum sortiert
*> und in die Fristen 30/60/90 Tage eingeteilt:
*>   PROBEZEIT   Eintritt + MA-PROBEZEIT Monate - 1 Tag
*>   BEFRISTUNG  MA-AUSTRITT (solange nicht als Vertragsende
*>               bestaetigt)
*>   JUBILAEUM   10 und 25 Jahre seit MA-EINTRITT
*> Probezeit und Befristung bleiben auch nach dem Termin als
*> UEBERFAELLIG auf der Liste, bis eine Entscheidung erfasst ist;
*> Jubilaeen bis zur Wuerdigung, laengstens ein Jahr.
*> Entscheidungen traegt die Personalabteilung in
*> HR-ENTSCHEIDUNG.DAT ein (eine Zeile je Vorgang, Klartextnamen,
*> "*" = Kommentar):
*>     <Vorname> <Nachname> P V <Monate>    Probezeit verlaengert
*>     <Vorname> <Nachname> P U             Probezeit bestanden
*>     <Vorname> <Nachname> P B <JJJJMMTT>  in der Probezeit beendet
*>     <Vorname> <Nachname> B V <JJJJMMTT>  Befristung verlaengert
*>     <Vorname> <Nachname> B U [<JJJJMMTT>] unbefristet umgewandelt
*>     <Vorname> <Nachname> B B             Vertragsende bestaetigt
*>     <Vorname> <Nachname> J E             Jubilaeum gewuerdigt
*> Uebernommen werden sie nur mit einer Kennung mit Rolle "P" in
*> BENUTZER.CFG; jede Entscheidung aendert den Stamm und hinterlaesst
*> wie bei STAMM-PFLEGE eine Zeile in STAMM-HISTORIE.DAT.
*> Angewendete Zeilen werden aus HR-ENTSCHEIDUNG.DAT entfernt,
*> abgelehnte bleiben stehen.
*>
*> Aufruf: hr_terminkalender [JJJJMMTT [Kennung]] (ohne Stichtag
*> heute). Ergebnis: Konsole + HR-TERMINE-<JJJJMMTT>.RPT; RC 1 bei
*> ueberfaelligen Terminen oder nicht uebernommenen Entscheidungen.


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

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jede
    *> Suche und den Terminlauf MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    *> Austauschmuster wie in AUSTRITTS-ABRECHNUNG: erst .NEU, dann mv.
    SELECT STAMM-NEU
        ASSIGN TO "MITARBEITER-STAMM.DAT.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM-NEU.

    SELECT HR-ENTSCHEIDUNG
        ASSIGN TO "HR-ENTSCHEIDUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ENTSCHEIDUNG.

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT TERMIN-LISTE
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

FD HR-ENTSCHEIDUNG.
01 HR-ENTSCHEIDUNG-ZEILE PIC X(60).

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

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD TERMIN-LISTE.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

01 CMD-ZEILE PIC X(80).
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".

77 FS-STAMM        PIC XX VALUE SPACES.
77 FS-STAMM-INDEX  PIC XX VALUE SPACES.
77 FS-STAMM-NEU    PIC XX VALUE SPACES.
77 FS-ENTSCHEIDUNG PIC XX VALUE SPACES.
77 FS-HISTORIE     PIC XX VALUE SPACES.
77 FSBEN           PIC XX VALUE SPACES.
77 FS-REPORT       PIC XX VALUE SPACES.
77 EOF-FLAG        PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 STICHTAG PIC 9(8) VALUE 0.
01 STICHTAG-TEILE REDEFINES STICHTAG.
    05 STICHTAG-JAHR  PIC 9(4).
    05 STICHTAG-MONAT PIC 9(2).
    05 STICHTAG-TAG   PIC 9(2).
01 HORIZONT        PIC 9(8).
01 JUBILAEUM-AB    PIC 9(8).
01 LISTE-DATEINAME PIC X(50).

*> Anmeldung - mirrors PRUEFE-BERECHTIGUNG in
*> krankenstand_statistik.cbl.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-ROLLEN PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".
01 ROLLE-GEFORDERT   PIC X VALUE "P".
01 ROLLEN-TREFFER    PIC 9(2).
01 ENTSCHEIDUNG-ERLAUBT PIC X VALUE "N".

*> Gelesener Stammsatz. Mit Index wird per Namensschluessel bzw.
*> in Schluesselfolge gelesen (STAMM-INDEX-OFFEN = "J"), sonst
*> MITARBEITER-STAMM.DAT je Suche bzw. Durchlauf von vorn.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

*> Durch Entscheidungen geaenderte Stammsaetze (hoechstens einer je
*> Entscheidung); beim Zurueckschreiben ersetzen sie den ersten
*> Satz unter ihrem Namen.
01 AE-ANZAHL PIC 9(3) VALUE 0.
01 AE-TABELLE.
    05 AE-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON AE-ANZAHL
                   INDEXED BY AE-IDX.
        10 AE-SATZBILD.
            15 AE-VORNAME  PIC X(10).
            15 AE-NACHNAME PIC X(10).
            15 FILLER      PIC X(132).
        10 AE-GESCHRIEBEN PIC X(01).
01 AE-POSITION PIC 9(3).

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

*> Entscheidungszeilen; nicht uebernommene werden zurueckgeschrieben.
01 EN-ANZAHL PIC 9(3) VALUE 0.
01 EN-TABELLE.
    05 EN-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON EN-ANZAHL.
        10 EN-ZEILE    PIC X(60).
        10 EN-ERLEDIGT PIC X.
01 EN-IDX       PIC 9(3).
01 EN-VORNAME   PIC X(10).
01 EN-NACHNAME  PIC X(10).
01 EN-TERMIN    PIC X(4).
01 EN-ENTSCHEID PIC X(4).
01 EN-WERT      PIC X(10).
01 EN-WERT-NUM  PIC 9(8).
01 EN-UEBERLAUF PIC X VALUE "N".
01 EN-GRUND     PIC X(40).
01 ENTSCHEID-TEXT PIC X(50).
01 NEU-GUELTIG-AB PIC 9(8).

*> Termine, sortiert nach Vorgesetztem und Datum.
01 EV-ANZAHL PIC 9(3) VALUE 0.
01 EV-TABELLE.
    05 EV-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON EV-ANZAHL.
        10 EV-VORGESETZTER PIC X(08).
        10 EV-DATUM        PIC 9(08).
        10 EV-TAGE         PIC S9(5).
        10 EV-ART          PIC X(12).
        10 EV-NAME         PIC X(21).
        10 EV-ABTEILUNG    PIC X(10).
        10 EV-HINWEIS      PIC X(24).
01 EV-UEBERLAUF PIC X VALUE "N".
01 EV-POSITION  PIC 9(3).
01 EV-LAUF      PIC 9(3).
01 LETZTER-VORGESETZTER PIC X(08).

*> Ein Termin im Aufbau.
01 TERMIN-DATUM  PIC 9(8).
01 TERMIN-TAGE   PIC S9(5).
01 TERMIN-ART    PIC X(12).
01 TERMIN-HINWEIS PIC X(24).
01 PRINT-NAME    PIC X(21).
01 PRINT-ABTEILUNG PIC X(10).

*> Datumsrechnung um Monate/Jahre ab Eintritt.
01 EINTRITT-TEILE.
    05 EINTRITT-JAHR  PIC 9(4).
    05 EINTRITT-MONAT PIC 9(2).
    05 EINTRITT-TAG   PIC 9(2).
01 MONATE-GESAMT PIC 9(7).
01 HILF-PERIODE PIC 9(6).
01 HILF-TEILE REDEFINES HILF-PERIODE.
    05 HILF-JAHR  PIC 9(4).
    05 HILF-MONAT PIC 9(2).
01 HILF-DATUM   PIC 9(8).
01 HILF-DATUM-TEILE REDEFINES HILF-DATUM.
    05 FILLER      PIC 9(6).
    05 HILF-LETZTER-TAG PIC 9(2).
01 JUB-STUFE     PIC 9(2).
01 JUB-JAHRE     PIC 9(2).
01 JUB-DATUM     PIC 9(8).

01 FMT-DATUM     PIC 9(8).
01 PRINT-DATUM   PIC X(10).
01 PRINT-FRIST   PIC X(12).
01 PRINT-MONATE  PIC Z9.

01 CNT-UEBERFAELLIG PIC 9(4) VALUE 0.
01 CNT-30          PIC 9(4) VALUE 0.
01 CNT-60          PIC 9(4) VALUE 0.
01 CNT-90          PIC 9(4) VALUE 0.
01 CNT-ANGEWENDET  PIC 9(4) VALUE 0.
01 CNT-ABGELEHNT   PIC 9(4) VALUE 0.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    COMPUTE HORIZONT = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(STICHTAG) + 90).
    COMPUTE JUBILAEUM-AB = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(STICHTAG) - 365).

    MOVE SPACES TO LISTE-DATEINAME
    STRING "HR-TERMINE-" STICHTAG ".RPT"
        DELIMITED BY SIZE
        INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT TERMIN-LISTE.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE STICHTAG TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING "HR-Terminkalender zum " PRINT-DATUM
           " - Termine der naechsten 90 Tage je Vorgesetztem"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM OEFFNE-STAMM.
    IF FS-STAMM NOT = "00"
        MOVE "MITARBEITER-STAMM.DAT nicht vorhanden - kein Terminkalender."
          TO MELDUNG
        PERFORM MELDE
        CLOSE TERMIN-LISTE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-ENTSCHEIDUNGEN.
    IF EN-ANZAHL > 0
        IF BENUTZER-ID = SPACES
            MOVE SPACES TO MELDUNG
            STRING "HINWEIS: " EN-ANZAHL " Entscheidung(en) in"
                   " HR-ENTSCHEIDUNG.DAT - ohne Kennung nicht"
                   " uebernommen."
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
            ADD EN-ANZAHL TO CNT-ABGELEHNT
        ELSE
            PERFORM PRUEFE-BERECHTIGUNG
            IF ENTSCHEIDUNG-ERLAUBT = "J"
                PERFORM VARYING EN-IDX FROM 1 BY 1
                        UNTIL EN-IDX > EN-ANZAHL
                    PERFORM VERARBEITE-ENTSCHEIDUNG
                END-PERFORM
            ELSE
                ADD EN-ANZAHL TO CNT-ABGELEHNT
            END-IF
        END-IF
    END-IF.

    IF CNT-ANGEWENDET > 0
        PERFORM SICHERE-STAMM
        IF RETURN-CODE = 0
            PERFORM SCHREIBE-STAMM-HISTORIE
            PERFORM SICHERE-ENTSCHEIDUNGEN
        END-IF
        MOVE "---------------------------------------------" TO MELDUNG
        PERFORM MELDE
    END-IF.

    PERFORM STARTE-STAMM-DURCHLAUF.
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
            PERFORM PRUEFE-TERMINE
        END-IF
    END-PERFORM.
    PERFORM BEENDE-STAMM-DURCHLAUF.
    PERFORM SCHLIESSE-STAMM.
    PERFORM DRUCKE-TERMINE.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Termine: " CNT-UEBERFAELLIG " ueberfaellig, " CNT-30
           " in 30, " CNT-60 " in 60, " CNT-90 " in 90 Tagen."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING "Entscheidungen: " CNT-ANGEWENDET " uebernommen, "
           CNT-ABGELEHNT " nicht uebernommen."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-UEBERFAELLIG > 0 OR CNT-ABGELEHNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF.

    CLOSE TERMIN-LISTE.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Stichtag, Kennung)
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
    IF WS-ARGUMENT-ANZAHL >= 2
        MOVE 2 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE WS-ARGUMENT-WERT(1:8) TO BENUTZER-ID
    END-IF
    IF STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO STICHTAG
    END-IF.


*> ================================================================
*> #6 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Der Stamm wird nicht mehr in eine Tabelle geladen: mit Index
*> (STAMM-INDEX) wird je Entscheidung per Namensschluessel und fuer
*> den Terminlauf in Personalnummernfolge gelesen, sonst wird
*> MITARBEITER-STAMM.DAT je Suche bzw. Durchlauf von vorn gelesen.
*> FS-STAMM = "00", wenn es den Stamm in einer der Formen gibt.
*> Mirrors OEFFNE-STAMM in personal_checkliste.cbl.
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
*> #6.1 Index schliessen (Laufende, vor dem Zurueckschreiben)
*> ----------------------------------------------------------------
*> Mirrors SCHLIESSE-STAMM in lohn_rechner.cbl.
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #6.3 Naechsten Stammsatz des Durchlaufs nach STAMM-RECORD lesen
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
*> #6.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #6.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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


*> ----------------------------------------------------------------
*> #6.6 In diesem Lauf schon geaenderten Satz suchen (AE-POSITION)
*> ----------------------------------------------------------------
SUCHE-GEAENDERT.
    MOVE 0 TO AE-POSITION
    IF AE-ANZAHL > 0
        SET AE-IDX TO 1
        SEARCH AE-EINTRAG
            AT END CONTINUE
            WHEN AE-VORNAME(AE-IDX)  = STAMM-SUCH-VORNAME
             AND AE-NACHNAME(AE-IDX) = STAMM-SUCH-NACHNAME
                SET AE-POSITION TO AE-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #7 Entscheidungen laden
*> ================================================================
*> Mirrors LADE-EINGANG in au_verfolgung.cbl.
LADE-ENTSCHEIDUNGEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT HR-ENTSCHEIDUNG
    IF FS-ENTSCHEIDUNG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ HR-ENTSCHEIDUNG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF HR-ENTSCHEIDUNG-ZEILE NOT = SPACES
                 AND HR-ENTSCHEIDUNG-ZEILE(1:1) NOT = "*"
                    IF EN-ANZAHL < 500
                        ADD 1 TO EN-ANZAHL
                        MOVE HR-ENTSCHEIDUNG-ZEILE
                            TO EN-ZEILE(EN-ANZAHL)
                        MOVE "N" TO EN-ERLEDIGT(EN-ANZAHL)
                    ELSE
                        MOVE "J" TO EN-UEBERLAUF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HR-ENTSCHEIDUNG
    MOVE "N" TO EOF-FLAG
    IF EN-UEBERLAUF = "J"
        DISPLAY "WARNUNG: HR-ENTSCHEIDUNG.DAT hat mehr als 500"
                " Zeilen - Rest im naechsten Lauf."
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Eine Entscheidung auf den Stammsatz anwenden
*> ----------------------------------------------------------------
*> Gueltig-ab der Historienzeile ist das Datum der Entscheidung
*> (Austritt, neues Vertragsende bzw. angegebener Umwandlungstag),
*> sonst der Stichtag.
VERARBEITE-ENTSCHEIDUNG.
    MOVE SPACES TO EN-VORNAME EN-NACHNAME EN-TERMIN EN-ENTSCHEID
                   EN-WERT EN-GRUND ENTSCHEID-TEXT
    UNSTRING FUNCTION TRIM(EN-ZEILE(EN-IDX))
        DELIMITED BY ALL SPACE
        INTO EN-VORNAME EN-NACHNAME EN-TERMIN EN-ENTSCHEID EN-WERT
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(EN-TERMIN)    TO EN-TERMIN
    MOVE FUNCTION UPPER-CASE(EN-ENTSCHEID) TO EN-ENTSCHEID
    MOVE 0 TO EN-WERT-NUM
    IF FUNCTION TRIM(EN-WERT) IS NUMERIC
        COMPUTE EN-WERT-NUM = FUNCTION NUMVAL(EN-WERT)
    END-IF

    *> Schon in diesem Lauf entschieden: auf dem geaenderten Stand
    *> weiterarbeiten, sonst den Satz aus dem Stamm holen.
    MOVE EN-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE EN-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-GEAENDERT
    IF AE-POSITION > 0
        MOVE AE-SATZBILD(AE-POSITION) TO STAMM-RECORD
    ELSE
        PERFORM SUCHE-STAMM-PER-NAME
        IF STAMM-TREFFER NOT = "J"
            MOVE "nicht im Stamm" TO EN-GRUND
            PERFORM MELDE-ABGELEHNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF MA-STATUS NOT = "A"
        MOVE "Mitarbeiter nicht aktiv" TO EN-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    IF MA-PROBEZEIT IS NOT NUMERIC
        MOVE 0 TO MA-PROBEZEIT
    END-IF
    IF MA-JUBILAEUM IS NOT NUMERIC
        MOVE 0 TO MA-JUBILAEUM
    END-IF
    IF MA-AUSTRITT IS NOT NUMERIC
        MOVE 0 TO MA-AUSTRITT
    END-IF
    MOVE STICHTAG TO NEU-GUELTIG-AB

    EVALUATE EN-TERMIN ALSO EN-ENTSCHEID
        WHEN "P" ALSO "V"
        WHEN "P" ALSO "U"
        WHEN "P" ALSO "B"
            IF MA-PROBEZEIT = 0 OR NOT MA-PROBEZEIT-OFFEN
                MOVE "keine offene Probezeit" TO EN-GRUND
                PERFORM MELDE-ABGELEHNT
                EXIT PARAGRAPH
            END-IF
        WHEN "B" ALSO "V"
        WHEN "B" ALSO "U"
        WHEN "B" ALSO "B"
            IF MA-AUSTRITT = 0 OR NOT MA-BEFRISTUNG-OFFEN
                MOVE "keine offene Befristung" TO EN-GRUND
                PERFORM MELDE-ABGELEHNT
                EXIT PARAGRAPH
            END-IF
        WHEN "J" ALSO "E"
            PERFORM BESTIMME-JUBILAEUM
            IF JUB-JAHRE = 0
                MOVE "kein faelliges Jubilaeum" TO EN-GRUND
                PERFORM MELDE-ABGELEHNT
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            MOVE "Termin/Entscheidung unbekannt" TO EN-GRUND
            PERFORM MELDE-ABGELEHNT
            EXIT PARAGRAPH
    END-EVALUATE

    EVALUATE EN-TERMIN ALSO EN-ENTSCHEID
        WHEN "P" ALSO "V"
            IF EN-WERT-NUM NOT > MA-PROBEZEIT OR EN-WERT-NUM > 99
                MOVE "Monatszahl fehlt oder nicht groesser"
                  TO EN-GRUND
                PERFORM MELDE-ABGELEHNT
                EXIT PARAGRAPH
            END-IF
            MOVE EN-WERT-NUM TO MA-PROBEZEIT
            MOVE MA-PROBEZEIT TO PRINT-MONATE
            STRING "Probezeit verlaengert auf "
                   FUNCTION TRIM(PRINT-MONATE) " Monate"
                DELIMITED BY SIZE INTO ENTSCHEID-TEXT
            END-STRING
        WHEN "P" ALSO "U"
            MOVE "U" TO MA-PROBEZEIT-ENTSCH
            MOVE "Probezeit bestanden - uebernommen" TO ENTSCHEID-TEXT
        WHEN "P" ALSO "B"
            IF EN-WERT-NUM < 19000101 OR EN-WERT-NUM < MA-EINTRITT
                MOVE "Austrittsdatum fehlt oder vor Eintritt"
                  TO EN-GRUND
                PERFORM MELDE-ABGELEHNT
                EXIT PARAGRAPH
            END-IF
            MOVE EN-WERT-NUM TO MA-AUSTRITT NEU-GUELTIG-AB
            MOVE "B" TO MA-PROBEZEIT-ENTSCH MA-BEFRISTUNG-ENTSCH
            MOVE EN-WERT-NUM TO FMT-DATUM
            PERFORM FORMATIERE-DATUM
            STRING "in der Probezeit beendet zum " PRINT-DATUM
                DELIMITED BY SIZE INTO ENTSCHEID-TEXT
            END-STRING
        WHEN "B" ALSO "V"
            IF EN-WERT-NUM NOT > MA-AUSTRITT
                MOVE "Vertragsende fehlt oder nicht spaeter"
                  TO EN-GRUND
                PERFORM MELDE-ABGELEHNT
                EXIT PARAGRAPH
            END-IF
            MOVE EN-WERT-NUM TO MA-AUSTRITT
            MOVE EN-WERT-NUM TO FMT-DATUM
            PERFORM FORMATIERE-DATUM
            STRING "Befristung verlaengert bis " PRINT-DATUM
                DELIMITED BY SIZE INTO ENTSCHEID-TEXT
            END-STRING
        WHEN "B" ALSO "U"
            IF EN-WERT-NUM >= 19000101
                MOVE EN-WERT-NUM TO NEU-GUELTIG-AB
            END-IF
            MOVE 0 TO MA-AUSTRITT
            MOVE "in unbefristeten Vertrag umgewandelt"
              TO ENTSCHEID-TEXT
        WHEN "B" ALSO "B"
            MOVE "B" TO MA-BEFRISTUNG-ENTSCH
            MOVE MA-AUSTRITT TO NEU-GUELTIG-AB FMT-DATUM
            PERFORM FORMATIERE-DATUM
            STRING "Vertragsende zum " PRINT-DATUM " bestaetigt"
                DELIMITED BY SIZE INTO ENTSCHEID-TEXT
            END-STRING
        WHEN "J" ALSO "E"
            MOVE JUB-JAHRE TO MA-JUBILAEUM
            STRING JUB-JAHRE "-jaehriges Dienstjubilaeum gewuerdigt"
                DELIMITED BY SIZE INTO ENTSCHEID-TEXT
            END-STRING
    END-EVALUATE

    IF AE-POSITION = 0
        ADD 1 TO AE-ANZAHL
        MOVE AE-ANZAHL TO AE-POSITION
        MOVE "N" TO AE-GESCHRIEBEN(AE-POSITION)
    END-IF
    MOVE STAMM-RECORD TO AE-SATZBILD(AE-POSITION)
    IF HI-ANZAHL < 500
        ADD 1 TO HI-ANZAHL
        MOVE MA-VORNAME     TO HI-VORNAME(HI-ANZAHL)
        MOVE MA-NACHNAME    TO HI-NACHNAME(HI-ANZAHL)
        MOVE NEU-GUELTIG-AB TO HI-GUELTIG-AB(HI-ANZAHL)
        MOVE MA-STUNDENSATZ TO HI-SATZ(HI-ANZAHL)
        IF MA-ABTEILUNG = SPACES
            MOVE "ALLG" TO HI-ABTEILUNG(HI-ANZAHL)
        ELSE
            MOVE MA-ABTEILUNG TO HI-ABTEILUNG(HI-ANZAHL)
        END-IF
    END-IF
    MOVE "J" TO EN-ERLEDIGT(EN-IDX)
    ADD 1 TO CNT-ANGEWENDET
    PERFORM SETZE-PRINT-NAME
    MOVE SPACES TO MELDUNG
    STRING "ENTSCHIEDEN: " PRINT-NAME " "
           FUNCTION TRIM(ENTSCHEID-TEXT)
           " (" FUNCTION TRIM(BENUTZER-ID) ")"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #7.2 Nicht uebernommene Entscheidung melden (bleibt stehen)
*> ----------------------------------------------------------------
MELDE-ABGELEHNT.
    ADD 1 TO CNT-ABGELEHNT
    MOVE SPACES TO MELDUNG
    STRING "ABGELEHNT: " FUNCTION TRIM(EN-ZEILE(EN-IDX)) " - "
           FUNCTION TRIM(EN-GRUND)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #7.3 Nicht uebernommene Entscheidungen zurueckschreiben
*> ----------------------------------------------------------------
*> Mirrors SICHERE-EINGANG in au_verfolgung.cbl.
SICHERE-ENTSCHEIDUNGEN.
    IF EN-UEBERLAUF = "J"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT HR-ENTSCHEIDUNG
    IF FS-ENTSCHEIDUNG NOT = "00"
        DISPLAY "Fehler beim Schreiben von HR-ENTSCHEIDUNG.DAT,"
                " Status=" FS-ENTSCHEIDUNG
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING EN-IDX FROM 1 BY 1 UNTIL EN-IDX > EN-ANZAHL
        IF EN-ERLEDIGT(EN-IDX) NOT = "J"
            MOVE EN-ZEILE(EN-IDX) TO HR-ENTSCHEIDUNG-ZEILE
            WRITE HR-ENTSCHEIDUNG-ZEILE
        END-IF
    END-PERFORM
    CLOSE HR-ENTSCHEIDUNG.


*> ================================================================
*> #8 Berechtigung fuer Entscheidungen pruefen (Rolle "P")
*> ================================================================
*> Mirrors PRUEFE-BERECHTIGUNG in krankenstand_statistik.cbl.
PRUEFE-BERECHTIGUNG.
    MOVE "N" TO ENTSCHEIDUNG-ERLAUBT
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        MOVE "BENUTZER.CFG fehlt - ohne Benutzerverwaltung keine Entscheidungen."
          TO MELDUNG
        PERFORM MELDE
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
        MOVE SPACES TO MELDUNG
        STRING "Entscheidungen abgelehnt: Kennung unbekannt oder"
               " Rolle '" ROLLE-GEFORDERT "' fehlt."
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    ELSE
        MOVE "J" TO ENTSCHEIDUNG-ERLAUBT
    END-IF.


*> ================================================================
*> #9 Termine eines Stammsatzes ermitteln
*> ================================================================
*> Arbeitet auf STAMM-RECORD. Beruecksichtigt werden nur Termine
*> bis HORIZONT; offene Probezeit- und Befristungstermine auch
*> rueckwirkend, bis eine Entscheidung vorliegt.
PRUEFE-TERMINE.
    IF MA-STATUS NOT = "A"
        EXIT PARAGRAPH
    END-IF
    PERFORM SETZE-PRINT-NAME
    IF MA-ABTEILUNG = SPACES
        MOVE "ALLG" TO PRINT-ABTEILUNG
    ELSE
        MOVE MA-ABTEILUNG TO PRINT-ABTEILUNG
    END-IF

    IF MA-PROBEZEIT IS NUMERIC AND MA-PROBEZEIT > 0
     AND MA-PROBEZEIT-OFFEN
     AND MA-EINTRITT IS NUMERIC AND MA-EINTRITT > 0
        PERFORM BERECHNE-PROBEZEIT-ENDE
        IF TERMIN-DATUM > 0 AND TERMIN-DATUM <= HORIZONT
            MOVE "PROBEZEIT" TO TERMIN-ART
            IF TERMIN-DATUM < STICHTAG
                MOVE "abgelaufen - entscheiden" TO TERMIN-HINWEIS
            ELSE
                MOVE "verlaengern/uebernehmen" TO TERMIN-HINWEIS
            END-IF
            PERFORM NEUER-TERMIN
        END-IF
    END-IF

    IF MA-AUSTRITT IS NUMERIC AND MA-AUSTRITT > 0
     AND MA-BEFRISTUNG-OFFEN AND MA-AUSTRITT <= HORIZONT
        MOVE MA-AUSTRITT  TO TERMIN-DATUM
        MOVE "BEFRISTUNG" TO TERMIN-ART
        *> Weiterarbeit ueber das Vertragsende hinaus macht den
        *> Vertrag unbefristet.
        IF TERMIN-DATUM < STICHTAG
            MOVE "ABGELAUFEN - klaeren!" TO TERMIN-HINWEIS
        ELSE
            MOVE "verlaengern/entfristen" TO TERMIN-HINWEIS
        END-IF
        PERFORM NEUER-TERMIN
    END-IF

    IF MA-JUBILAEUM IS NOT NUMERIC
        MOVE 0 TO MA-JUBILAEUM
    END-IF
    PERFORM BESTIMME-JUBILAEUM
    IF JUB-JAHRE > 0
        MOVE JUB-DATUM TO TERMIN-DATUM
        MOVE SPACES TO TERMIN-ART
        STRING "JUBILAEUM " JUB-JAHRE
            DELIMITED BY SIZE INTO TERMIN-ART
        END-STRING
        MOVE "Wuerdigung vorbereiten" TO TERMIN-HINWEIS
        PERFORM NEUER-TERMIN
    END-IF.


*> ----------------------------------------------------------------
*> #9.1 Ende der Probezeit nach TERMIN-DATUM
*> ----------------------------------------------------------------
*> Eintritt + MA-PROBEZEIT Monate - 1 Tag; fehlt der Tag im
*> Zielmonat (31.08. + 6 Monate), endet sie am Monatsletzten.
*> Ungueltiges Eintrittsdatum ergibt 0 (kein Termin).
BERECHNE-PROBEZEIT-ENDE.
    MOVE 0 TO TERMIN-DATUM
    MOVE MA-EINTRITT TO EINTRITT-TEILE
    IF EINTRITT-MONAT < 1 OR EINTRITT-MONAT > 12
     OR EINTRITT-TAG < 1 OR EINTRITT-TAG > 31
        EXIT PARAGRAPH
    END-IF
    COMPUTE MONATE-GESAMT = EINTRITT-JAHR * 12 + EINTRITT-MONAT - 1
                          + MA-PROBEZEIT
    DIVIDE MONATE-GESAMT BY 12 GIVING HILF-JAHR
        REMAINDER HILF-MONAT
    ADD 1 TO HILF-MONAT
    PERFORM BERECHNE-MONATSENDE
    IF EINTRITT-TAG > HILF-LETZTER-TAG
        MOVE HILF-DATUM TO TERMIN-DATUM
    ELSE
        COMPUTE TERMIN-DATUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(HILF-PERIODE * 100
                                     + EINTRITT-TAG) - 1)
    END-IF.


*> ----------------------------------------------------------------
*> #9.2 Faelliges, noch nicht gewuerdigtes Dienstjubilaeum
*> ----------------------------------------------------------------
*> Ergebnis in JUB-JAHRE (0 = keines) und JUB-DATUM: das kleinste
*> Jubilaeum (10, 25) ueber MA-JUBILAEUM, das bis HORIZONT erreicht
*> und nicht aelter als ein Jahr ist.
BESTIMME-JUBILAEUM.
    MOVE 0 TO JUB-JAHRE JUB-DATUM
    IF MA-EINTRITT IS NOT NUMERIC OR MA-EINTRITT = 0
        EXIT PARAGRAPH
    END-IF
    MOVE MA-EINTRITT TO EINTRITT-TEILE
    IF EINTRITT-MONAT < 1 OR EINTRITT-MONAT > 12
     OR EINTRITT-TAG < 1 OR EINTRITT-TAG > 31
        EXIT PARAGRAPH
    END-IF
    MOVE 10 TO JUB-STUFE
    PERFORM PRUEFE-JUBILAEUMS-STUFE
    IF JUB-JAHRE = 0
        MOVE 25 TO JUB-STUFE
        PERFORM PRUEFE-JUBILAEUMS-STUFE
    END-IF.

*> ----------------------------------------------------------------
*> #9.2.1 Jubilaeum JUB-STUFE pruefen (29.02. -> 28.02.)
*> ----------------------------------------------------------------
PRUEFE-JUBILAEUMS-STUFE.
    IF MA-JUBILAEUM >= JUB-STUFE
        EXIT PARAGRAPH
    END-IF
    COMPUTE HILF-JAHR = EINTRITT-JAHR + JUB-STUFE
    MOVE EINTRITT-MONAT TO HILF-MONAT
    PERFORM BERECHNE-MONATSENDE
    IF EINTRITT-TAG > HILF-LETZTER-TAG
        MOVE HILF-DATUM TO JUB-DATUM
    ELSE
        COMPUTE JUB-DATUM = HILF-PERIODE * 100 + EINTRITT-TAG
    END-IF
    IF JUB-DATUM <= HORIZONT AND JUB-DATUM >= JUBILAEUM-AB
        MOVE JUB-STUFE TO JUB-JAHRE
    ELSE
        MOVE 0 TO JUB-DATUM
    END-IF.


*> ----------------------------------------------------------------
*> #9.3 Letzter Tag des Monats HILF-PERIODE nach HILF-DATUM
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


*> ----------------------------------------------------------------
*> #9.4 Termin sortiert (Vorgesetzter, Datum) einfuegen
*> ----------------------------------------------------------------
NEUER-TERMIN.
    IF EV-ANZAHL >= 500
        IF EV-UEBERLAUF NOT = "J"
            MOVE "J" TO EV-UEBERLAUF
            MOVE "WARNUNG: mehr als 500 Termine - Liste unvollstaendig."
              TO MELDUNG
            PERFORM MELDE
        END-IF
        EXIT PARAGRAPH
    END-IF
    COMPUTE TERMIN-TAGE = FUNCTION INTEGER-OF-DATE(TERMIN-DATUM)
                        - FUNCTION INTEGER-OF-DATE(STICHTAG)
    MOVE 1 TO EV-POSITION
    PERFORM VARYING EV-LAUF FROM 1 BY 1 UNTIL EV-LAUF > EV-ANZAHL
        IF EV-VORGESETZTER(EV-LAUF) < MA-VORGESETZTER
         OR (EV-VORGESETZTER(EV-LAUF) = MA-VORGESETZTER
             AND EV-DATUM(EV-LAUF) <= TERMIN-DATUM)
            COMPUTE EV-POSITION = EV-LAUF + 1
        END-IF
    END-PERFORM
    ADD 1 TO EV-ANZAHL
    PERFORM VARYING EV-LAUF FROM EV-ANZAHL BY -1
            UNTIL EV-LAUF <= EV-POSITION
        MOVE EV-EINTRAG(EV-LAUF - 1) TO EV-EINTRAG(EV-LAUF)
    END-PERFORM
    MOVE MA-VORGESETZTER TO EV-VORGESETZTER(EV-POSITION)
    MOVE TERMIN-DATUM    TO EV-DATUM(EV-POSITION)
    MOVE TERMIN-TAGE     TO EV-TAGE(EV-POSITION)
    MOVE TERMIN-ART      TO EV-ART(EV-POSITION)
    MOVE PRINT-NAME      TO EV-NAME(EV-POSITION)
    MOVE PRINT-ABTEILUNG TO EV-ABTEILUNG(EV-POSITION)
    MOVE TERMIN-HINWEIS  TO EV-HINWEIS(EV-POSITION).


*> ----------------------------------------------------------------
*> #9.5 "Nachname, Vorname" aus STAMM-RECORD
*> ----------------------------------------------------------------
SETZE-PRINT-NAME.
    MOVE SPACES TO PRINT-NAME
    STRING MA-NACHNAME DELIMITED BY SPACE
           ", "        DELIMITED BY SIZE
           MA-VORNAME  DELIMITED BY SPACE
        INTO PRINT-NAME
    END-STRING.


*> ================================================================
*> #10 Terminliste je Vorgesetztem drucken
*> ================================================================
DRUCKE-TERMINE.
    IF EV-ANZAHL = 0
        MOVE "Keine Termine in den naechsten 90 Tagen." TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    MOVE HIGH-VALUES TO LETZTER-VORGESETZTER
    PERFORM VARYING EV-LAUF FROM 1 BY 1 UNTIL EV-LAUF > EV-ANZAHL
        IF EV-VORGESETZTER(EV-LAUF) NOT = LETZTER-VORGESETZTER
            MOVE EV-VORGESETZTER(EV-LAUF) TO LETZTER-VORGESETZTER
            MOVE SPACES TO MELDUNG
            PERFORM MELDE
            IF LETZTER-VORGESETZTER = SPACES
                MOVE "Vorgesetzter: (nicht gepflegt - STAMM-PFLEGE)"
                  TO MELDUNG
            ELSE
                STRING "Vorgesetzter: " LETZTER-VORGESETZTER
                    DELIMITED BY SIZE INTO MELDUNG
                END-STRING
            END-IF
            PERFORM MELDE
            MOVE "Datum      Frist        Termin       Name                  Abteilung  Hinweis"
              TO MELDUNG
            PERFORM MELDE
        END-IF
        PERFORM DRUCKE-TERMINZEILE
    END-PERFORM.


*> ----------------------------------------------------------------
*> #10.1 Eine Terminzeile mit Frist 30/60/90 Tage
*> ----------------------------------------------------------------
DRUCKE-TERMINZEILE.
    EVALUATE TRUE
        WHEN EV-TAGE(EV-LAUF) < 0
            MOVE "UEBERFAELLIG" TO PRINT-FRIST
            ADD 1 TO CNT-UEBERFAELLIG
        WHEN EV-TAGE(EV-LAUF) <= 30
            MOVE "30 Tage" TO PRINT-FRIST
            ADD 1 TO CNT-30
        WHEN EV-TAGE(EV-LAUF) <= 60
            MOVE "60 Tage" TO PRINT-FRIST
            ADD 1 TO CNT-60
        WHEN OTHER
            MOVE "90 Tage" TO PRINT-FRIST
            ADD 1 TO CNT-90
    END-EVALUATE
    MOVE EV-DATUM(EV-LAUF) TO FMT-DATUM
    PERFORM FORMATIERE-DATUM
    MOVE SPACES TO MELDUNG
    STRING PRINT-DATUM " " PRINT-FRIST " " EV-ART(EV-LAUF) " "
           EV-NAME(EV-LAUF) " " EV-ABTEILUNG(EV-LAUF) " "
           EV-HINWEIS(EV-LAUF)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #10.2 FMT-DATUM (JJJJMMTT) als TT.MM.JJJJ nach PRINT-DATUM
*> ----------------------------------------------------------------
FORMATIERE-DATUM.
    MOVE SPACES TO PRINT-DATUM
    STRING FMT-DATUM(7:2) "." FMT-DATUM(5:2) "." FMT-DATUM(1:4)
        DELIMITED BY SIZE INTO PRINT-DATUM
    END-STRING.


*> ================================================================
*> #11 Stamm zurueckschreiben
*> ================================================================
*> Der Stamm wird Satz fuer Satz nach MITARBEITER-STAMM.DAT.NEU
*> durchgeschrieben, geaenderte Saetze ersetzt, und dann
*> ausgetauscht - mirrors SCHLIESSE-STAMM in austritts_abrechnung.cbl.
*> Der Index ist dabei geschlossen, damit er nachgezogen werden
*> kann, und wird fuer den Terminlauf neu geoeffnet.
SICHERE-STAMM.
    PERFORM SCHLIESSE-STAMM
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        OPEN OUTPUT STAMM-NEU
        IF FS-STAMM-NEU NOT = "00"
            CLOSE MITARBEITER-STAMM
            MOVE FS-STAMM-NEU TO FS-STAMM
        END-IF
    END-IF
    IF FS-STAMM NOT = "00"
        MOVE SPACES TO MELDUNG
        STRING "Fehler beim Schreiben von MITARBEITER-STAMM.DAT,"
               " Status=" FS-STAMM
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        PERFORM OEFFNE-STAMM
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MITARBEITER-STAMM INTO STAMM-RECORD
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            MOVE MA-VORNAME  TO STAMM-SUCH-VORNAME
            MOVE MA-NACHNAME TO STAMM-SUCH-NACHNAME
            PERFORM SUCHE-GEAENDERT
            IF AE-POSITION > 0
                IF AE-GESCHRIEBEN(AE-POSITION) NOT = "J"
                    MOVE AE-SATZBILD(AE-POSITION) TO STAMM-RECORD
                    MOVE "J" TO AE-GESCHRIEBEN(AE-POSITION)
                END-IF
            END-IF
            MOVE STAMM-RECORD TO STAMM-NEU-RECORD
            WRITE STAMM-NEU-RECORD
        END-IF
    END-PERFORM
    CLOSE MITARBEITER-STAMM STAMM-NEU
    MOVE "N" TO EOF-FLAG
    MOVE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT"
        TO CMD-ZEILE
    CALL "SYSTEM" USING CMD-ZEILE
    *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    MOVE 0 TO RETURN-CODE
    PERFORM OEFFNE-STAMM
    MOVE SPACES TO MELDUNG
    STRING "MITARBEITER-STAMM.DAT zurueckgeschrieben ("
           CNT-ANGEWENDET " Entscheidung(en))."
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #12 Gueltigkeitszeilen an STAMM-HISTORIE.DAT anhaengen
*> ================================================================
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
            DELIMITED BY SIZE INTO MELDUNG
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
        MOVE BENUTZER-ID           TO SH-BEARBEITER
        WRITE STAMM-HISTORIE-RECORD
    END-PERFORM
    CLOSE STAMM-HISTORIE.


*> ================================================================
*> #13 Zeile auf Konsole und in die Liste
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
