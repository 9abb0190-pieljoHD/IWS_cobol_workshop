*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. FUNKTIONSTRENNUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Pruefbericht zur Funktionstrennung: Rollen in BENUTZER.CFG,
*> Vier-Augen-Freigabe in KORREKTUR-FREIGABE und die Monats-
*> freigabe der Vorgesetzten sollen verhindern, dass eine Person
*> auf beiden Seiten eines Vorgangs steht - geprueft hat das
*> bisher niemand. Der Bericht FUNKTIONSTRENNUNG.RPT hat zwei
*> Teile:
*>   Teil 1 - Rollenkonflikte: Kennungen, deren Rollen-
*>     kombination eine Regel aus FUNKTIONSTRENNUNG.CFG verletzt
*>     (z.B. erfassen UND freigeben, Stamm-/Bankdaten pflegen UND
*>     den Monat zur Zahlung freigeben), dazu Vorgesetzte, die im
*>     Mitarbeiterstamm ihr eigener Vorgesetzter sind.
*>   Teil 2 - Vorfaelle aus den Protokollen:
*>     KORREKTUR-AUDIT.LOG    Korrektur vom eigenen Erfasser
*>                            freigegeben, Freigabe ohne
*>                            Anmeldung, abgewiesener Versuch
*>     KONFIG-JOURNAL.LOG     Rollenvergabe in BENUTZER.CFG, die
*>                            eine Regel verletzt (auch wenn sie
*>                            inzwischen wieder entzogen ist)
*>     STAMM-HISTORIE.DAT     Operator aendert den eigenen
*>                            Stammsatz bzw. die eigene IBAN
*>     MONATS-FREIGABE.DAT    Vorgesetzter gibt einen Monat frei,
*>                            in dem er selbst zu seinem Team
*>                            gehoert (eigene Stunden)
*> Die Zuordnung Kennung -> Mitarbeiter kommt aus MA-KENNUNG im
*> Stamm, die Teamzuordnung aus MA-VORGESETZTER (jeweils der
*> heutige Stand).
*>
*> FUNKTIONSTRENNUNG.CFG: "<Rolle><Rolle> <Beschreibung>", z.B.
*>   "EF Buchungen erfassen und freigeben". Fehlt die Datei, gilt
*>   die eingebaute Tabelle REGEL-VORGABE unten.
*>
*> Aufruf: funktionstrennung [JJJJMM]  ohne Periode alle Vorfaelle,
*>                                     sonst nur die der Periode
*> RETURN-CODE 0 ohne Befund, 1 bei Konflikten oder Vorfaellen,
*> 8 bei ungueltigem Parameter.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT REGEL-CFG
        ASSIGN TO "FUNKTIONSTRENNUNG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGEL.

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

    SELECT KORREKTUR-AUDIT
        ASSIGN TO "KORREKTUR-AUDIT.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSAUD.

    SELECT KONFIG-JOURNAL-LOG
        ASSIGN TO "KONFIG-JOURNAL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL.

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT MONATS-FREIGABE-DATEI
        ASSIGN TO "MONATS-FREIGABE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FREIGABE.

    SELECT TRENNUNG-REPORT
        ASSIGN TO "FUNKTIONSTRENNUNG.RPT"
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
FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD REGEL-CFG.
01 REGEL-CFG-ZEILE PIC X(80).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

*> Mirrors AUDIT-RECORD in korrektur_freigabe.cbl.
FD KORREKTUR-AUDIT.
01 AUDIT-RECORD.
    05 AUD-RUMPF.
        10 AUD-ZEILEN-NR    PIC 9(06).
        10 FILLER           PIC X(01).
        10 AUD-ZEITSTEMPEL  PIC X(20).
        10 FILLER           PIC X(01).
        10 AUD-VORHER       PIC X(80).
        10 FILLER           PIC X(01).
        10 AUD-NACHHER      PIC X(80).
        10 FILLER           PIC X(01).
        10 AUD-BENUTZER     PIC X(08).
    05 FILLER           PIC X(01).
    05 AUD-KETTE        PIC X(09).

FD KONFIG-JOURNAL-LOG.
01 JOURNAL-ZEILE PIC X(200).

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

*> Mirrors FREIGABE-RECORD in monats_freigabe.cbl.
FD MONATS-FREIGABE-DATEI.
01 FREIGABE-RECORD.
    05 MF-KENNUNG     PIC X(08).
    05 FILLER         PIC X(01).
    05 MF-PERIODE     PIC 9(06).
    05 FILLER         PIC X(01).
    05 MF-STATUS      PIC X(11).
    05 FILLER         PIC X(01).
    05 MF-ZEITSTEMPEL PIC X(14).

FD TRENNUNG-REPORT.
01 REPORT-ZEILE PIC X(132).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FSBEN        PIC XX VALUE SPACES.
77 FS-REGEL     PIC XX VALUE SPACES.
77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FSAUD        PIC XX VALUE SPACES.
77 FS-JOURNAL   PIC XX VALUE SPACES.
77 FS-HISTORIE  PIC XX VALUE SPACES.
77 FS-FREIGABE  PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(60) VALUE SPACES.
*> 000000 = alle Vorfaelle, sonst nur die der Periode JJJJMM.
01 BERICHT-PERIODE PIC 9(6) VALUE 0.

*> Kennungen mit Rollen aus BENUTZER.CFG.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-ANZAHL PIC 9(3) VALUE 0.
01 BENUTZER-TABELLE.
    05 BENUTZER-EINTRAG OCCURS 1 TO 200 TIMES
                        DEPENDING ON BENUTZER-ANZAHL
                        INDEXED BY BN-IDX.
        10 BN-ID     PIC X(08).
        10 BN-ROLLEN PIC X(08).

*> Eingebaute Trennungsregeln, falls FUNKTIONSTRENNUNG.CFG fehlt.
*> Rollen wie in BENUTZER.CFG: E=Erfassen, K=Korrigieren,
*> F=Freigeben (Korrekturfreigabe, Monatsfreigabe - sie gibt den
*> Lohnexport und damit die Zahlung frei), D=Stamm-/DB-Pflege
*> (STAMM-PFLEGE pflegt auch die Bankverbindung), P=Personal.
01 REGEL-VORGABE-TABELLE.
    05 FILLER PIC X(60) VALUE
       "EF Buchungen erfassen und freigeben".
    05 FILLER PIC X(60) VALUE
       "KF Korrekturen erfassen und freigeben".
    05 FILLER PIC X(60) VALUE
       "DF Stamm-/Bankdaten pflegen und Monat zur Zahlung freigeben".
01 REGEL-VORGABE-LISTE REDEFINES REGEL-VORGABE-TABELLE.
    05 REGEL-VORGABE OCCURS 3 TIMES.
        10 RV-ROLLE-1 PIC X(01).
        10 RV-ROLLE-2 PIC X(01).
        10 FILLER     PIC X(01).
        10 RV-TEXT    PIC X(57).
01 RV-IDX PIC 9.

01 REGEL-ANZAHL PIC 9(2) VALUE 0.
01 REGEL-TABELLE.
    05 REGEL-EINTRAG OCCURS 1 TO 30 TIMES
                     DEPENDING ON REGEL-ANZAHL.
        10 RG-ROLLE-1 PIC X(01).
        10 RG-ROLLE-2 PIC X(01).
        10 RG-TEXT    PIC X(60).
01 RG-POS    PIC 9(2).
01 RG-ZEILE  PIC X(80).
01 RG-FELD-1 PIC X(10).
01 RG-PTR    PIC 9(3).

*> Pruefung einer Rollenkombination gegen eine Regel.
01 PRF-ROLLEN     PIC X(8).
01 PRF-TREFFER-1  PIC 9(2).
01 PRF-TREFFER-2  PIC 9(2).
01 REGEL-TRIFFT   PIC X.

*> Mitarbeiterstamm (Kennung, Vorgesetzter, Name): durchlaufen bzw.
*> per Namen gelesen (#10).
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 SUCH-KENNUNG  PIC X(8).
01 SUCH-NAME     PIC X(21).

*> Zerlegung einer KONFIG-JOURNAL-Zeile fuer BENUTZER.CFG.
01 JN-VORSPANN PIC X(200).
01 JN-REST     PIC X(200).
01 JN-NEU      PIC X(60).
01 JN-ID       PIC X(8).
01 JN-ROLLEN   PIC X(8).
01 JN-STAND    PIC X(24).

*> Ein Vorfall (eine Berichtszeile).
01 VF-DATUM    PIC X(8).
01 VF-QUELLE   PIC X(16).
01 VF-KENNUNG  PIC X(8) VALUE SPACES.
01 VF-TEXT     PIC X(96) VALUE SPACES.
01 VF-ERFASSER PIC X(8).

01 CNT-KONFLIKTE PIC 9(4) VALUE 0.
01 CNT-VORFAELLE PIC 9(5) VALUE 0.
01 MELDUNG PIC X(132).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LADE-BENUTZER.
    PERFORM LADE-REGELN.
    PERFORM PRUEFE-MITARBEITER-STAMM.

    OPEN OUTPUT TRENNUNG-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von FUNKTIONSTRENNUNG.RPT,"
                " Status=" FS-REPORT
        MOVE 8 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF

    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "Funktionstrennung - Pruefbericht vom "
           FUNCTION CURRENT-DATE(7:2) "."
           FUNCTION CURRENT-DATE(5:2) "."
           FUNCTION CURRENT-DATE(1:4)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF BERICHT-PERIODE = 0
        MOVE "Vorfaelle: alle protokollierten" TO MELDUNG
    ELSE
        STRING "Vorfaelle: Periode " BERICHT-PERIODE
            INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE

    PERFORM DRUCKE-ROLLENKONFLIKTE.
    PERFORM DRUCKE-VORFAELLE.

    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "Rollenkonflikte: " CNT-KONFLIKTE
           "  Vorfaelle: " CNT-VORFAELLE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    CLOSE TRENNUNG-REPORT

    IF CNT-KONFLIKTE > 0 OR CNT-VORFAELLE > 0
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
    IF FUNCTION TRIM(WS-ARGUMENT-WERT) IS NUMERIC
     AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARGUMENT-WERT)) = 6
        MOVE FUNCTION TRIM(WS-ARGUMENT-WERT) TO BERICHT-PERIODE
    END-IF
    IF BERICHT-PERIODE = 0
     OR BERICHT-PERIODE(5:2) < "01" OR BERICHT-PERIODE(5:2) > "12"
        DISPLAY "Unbekannter Parameter '"
                FUNCTION TRIM(WS-ARGUMENT-WERT)
                "' - Aufruf: funktionstrennung [JJJJMM]"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.


*> ================================================================
*> #6 Stammdaten laden
*> ================================================================
*> Kennungen und Rollen aus BENUTZER.CFG.
LADE-BENUTZER.
    MOVE 0 TO BENUTZER-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "HINWEIS: BENUTZER.CFG fehlt - keine Rollen zu"
                " pruefen."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                END-UNSTRING
                IF BENUTZER-CFG-ID NOT = SPACES
                 AND BENUTZER-ANZAHL < 200
                    ADD 1 TO BENUTZER-ANZAHL
                    MOVE BENUTZER-CFG-ID TO BN-ID(BENUTZER-ANZAHL)
                    MOVE BENUTZER-CFG-ROLLEN
                        TO BN-ROLLEN(BENUTZER-ANZAHL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG.


*> ----------------------------------------------------------------
*> #6.1 Trennungsregeln: erst die Datei, sonst die Vorgabe
*> ----------------------------------------------------------------
LADE-REGELN.
    MOVE 0 TO REGEL-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT REGEL-CFG
    IF FS-REGEL = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ REGEL-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-REGEL
            END-READ
        END-PERFORM
        CLOSE REGEL-CFG
    END-IF
    IF REGEL-ANZAHL = 0
        PERFORM VARYING RV-IDX FROM 1 BY 1 UNTIL RV-IDX > 3
            ADD 1 TO REGEL-ANZAHL
            MOVE RV-ROLLE-1(RV-IDX) TO RG-ROLLE-1(REGEL-ANZAHL)
            MOVE RV-ROLLE-2(RV-IDX) TO RG-ROLLE-2(REGEL-ANZAHL)
            MOVE RV-TEXT(RV-IDX)    TO RG-TEXT(REGEL-ANZAHL)
        END-PERFORM
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Eine Zeile der FUNKTIONSTRENNUNG.CFG uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-REGEL.
    IF REGEL-CFG-ZEILE = SPACES OR REGEL-ANZAHL >= 30
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(REGEL-CFG-ZEILE) TO RG-ZEILE
    MOVE SPACES TO RG-FELD-1
    MOVE 1 TO RG-PTR
    UNSTRING RG-ZEILE DELIMITED BY ALL SPACE
        INTO RG-FELD-1
        WITH POINTER RG-PTR
    END-UNSTRING
    IF RG-FELD-1(3:1) NOT = SPACE OR RG-FELD-1(2:1) = SPACE
     OR RG-PTR > 80
        DISPLAY "FUNKTIONSTRENNUNG.CFG: Zeile '"
                FUNCTION TRIM(REGEL-CFG-ZEILE)
                "' unvollstaendig, ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO REGEL-ANZAHL
    MOVE FUNCTION UPPER-CASE(RG-FELD-1(1:1))
        TO RG-ROLLE-1(REGEL-ANZAHL)
    MOVE FUNCTION UPPER-CASE(RG-FELD-1(2:1))
        TO RG-ROLLE-2(REGEL-ANZAHL)
    MOVE RG-ZEILE(RG-PTR:) TO RG-TEXT(REGEL-ANZAHL).


*> ----------------------------------------------------------------
*> #6.3 Mitarbeiterstamm (Kennung, Vorgesetzter) bereitstellen
*> ----------------------------------------------------------------
*> Gelesen wird erst bei den Pruefungen; hier nur Index oeffnen
*> bzw. pruefen, ob es den Stamm gibt.
PRUEFE-MITARBEITER-STAMM.
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN = "J"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM NOT = "00"
        DISPLAY "HINWEIS: MITARBEITER-STAMM.DAT fehlt - eigene"
                " Stamm-/Freigabevorfaelle nicht pruefbar."
        EXIT PARAGRAPH
    END-IF
    CLOSE MITARBEITER-STAMM.


*> ================================================================
*> #7 Teil 1 - Rollenkonflikte
*> ================================================================
DRUCKE-ROLLENKONFLIKTE.
    MOVE " " TO MELDUNG
    PERFORM MELDE
    MOVE "Teil 1 - Rollenkonflikte (BENUTZER.CFG, Stamm)" TO MELDUNG
    PERFORM MELDE
    MOVE "--------------------------------------------" TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING BN-IDX FROM 1 BY 1
            UNTIL BN-IDX > BENUTZER-ANZAHL
        MOVE BN-ROLLEN(BN-IDX) TO PRF-ROLLEN
        PERFORM VARYING RG-POS FROM 1 BY 1
                UNTIL RG-POS > REGEL-ANZAHL
            PERFORM PRUEFE-REGEL
            IF REGEL-TRIFFT = "J"
                ADD 1 TO CNT-KONFLIKTE
                STRING "  " BN-ID(BN-IDX) " Rollen "
                       FUNCTION TRIM(BN-ROLLEN(BN-IDX)) ", "
                       RG-ROLLE-1(RG-POS) "+" RG-ROLLE-2(RG-POS)
                       ": " FUNCTION TRIM(RG-TEXT(RG-POS))
                    INTO MELDUNG
                END-STRING
                PERFORM MELDE
            END-IF
        END-PERFORM
    END-PERFORM

    *> Wer im Stamm sein eigener Vorgesetzter ist, gibt mit der
    *> Monatsfreigabe seine eigenen Stunden frei.
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
         AND MA-KENNUNG NOT = SPACES
         AND MA-VORGESETZTER = MA-KENNUNG
         AND MA-STATUS NOT = "I"
            ADD 1 TO CNT-KONFLIKTE
            STRING "  " MA-KENNUNG
                   " ist im Stamm eigener Vorgesetzter ("
                   FUNCTION TRIM(MA-VORNAME) " "
                   FUNCTION TRIM(MA-NACHNAME)
                   ") - Monatsfreigabe der eigenen Stunden"
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF

    IF CNT-KONFLIKTE = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Rollen PRF-ROLLEN gegen Regel RG-POS pruefen
*> ----------------------------------------------------------------
PRUEFE-REGEL.
    MOVE 0 TO PRF-TREFFER-1 PRF-TREFFER-2
    INSPECT PRF-ROLLEN
        TALLYING PRF-TREFFER-1 FOR ALL RG-ROLLE-1(RG-POS)
                 PRF-TREFFER-2 FOR ALL RG-ROLLE-2(RG-POS)
    IF PRF-TREFFER-1 > 0 AND PRF-TREFFER-2 > 0
        MOVE "J" TO REGEL-TRIFFT
    ELSE
        MOVE "N" TO REGEL-TRIFFT
    END-IF.


*> ================================================================
*> #8 Teil 2 - Vorfaelle aus den Protokollen
*> ================================================================
DRUCKE-VORFAELLE.
    MOVE " " TO MELDUNG
    PERFORM MELDE
    MOVE "Teil 2 - Vorfaelle" TO MELDUNG
    PERFORM MELDE
    MOVE "--------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE "  Datum    Quelle           Kennung  Vorfall" TO MELDUNG
    PERFORM MELDE
    PERFORM PRUEFE-KORREKTUR-AUDIT
    PERFORM PRUEFE-KONFIG-JOURNAL
    PERFORM PRUEFE-STAMM-HISTORIE
    PERFORM PRUEFE-MONATS-FREIGABE
    IF CNT-VORFAELLE = 0
        MOVE "  keine" TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #8.1 KORREKTUR-AUDIT.LOG: Freigaben durch den Erfasser
*> ----------------------------------------------------------------
*> Freigabezeilen von KORREKTUR-FREIGABE tragen in AUD-VORHER den
*> freigegebenen Satz (Erfasser auf 71-78, siehe BUCHREC) und in
*> AUD-BENUTZER den Freigeber.
PRUEFE-KORREKTUR-AUDIT.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KORREKTUR-AUDIT
    IF FSAUD NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KORREKTUR-AUDIT
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM PRUEFE-AUDIT-ZEILE
        END-READ
    END-PERFORM
    CLOSE KORREKTUR-AUDIT.


PRUEFE-AUDIT-ZEILE.
    MOVE AUD-ZEITSTEMPEL(1:8) TO VF-DATUM
    IF BERICHT-PERIODE NOT = 0
     AND VF-DATUM(1:6) NOT = BERICHT-PERIODE
        EXIT PARAGRAPH
    END-IF
    MOVE "KORREKTUR-AUDIT" TO VF-QUELLE
    EVALUATE TRUE
        WHEN AUD-NACHHER(1:11) = "FREIGEGEBEN"
         AND AUD-BENUTZER = SPACES
            MOVE "-" TO VF-KENNUNG
            MOVE AUD-VORHER(71:8) TO VF-ERFASSER
            IF VF-ERFASSER = SPACES
                MOVE "Batch" TO VF-ERFASSER
            END-IF
            STRING "Korrektur ohne Anmeldung freigegeben: "
                   FUNCTION TRIM(AUD-VORHER(1:10)) " "
                   FUNCTION TRIM(AUD-VORHER(11:10))
                   " Nr " AUD-VORHER(24:3)
                   " vom " AUD-VORHER(27:8)
                   " (Erfasser " FUNCTION TRIM(VF-ERFASSER) ")"
                INTO VF-TEXT
            END-STRING
            PERFORM MELDE-VORFALL
        WHEN AUD-NACHHER(1:11) = "FREIGEGEBEN"
         AND AUD-VORHER(71:8) = AUD-BENUTZER
            MOVE AUD-BENUTZER TO VF-KENNUNG
            STRING "Eigene Korrektur freigegeben: "
                   FUNCTION TRIM(AUD-VORHER(1:10)) " "
                   FUNCTION TRIM(AUD-VORHER(11:10))
                   " Nr " AUD-VORHER(24:3)
                   " vom " AUD-VORHER(27:8)
                INTO VF-TEXT
            END-STRING
            PERFORM MELDE-VORFALL
        WHEN AUD-NACHHER(1:24) = "SELBSTFREIGABE ABGELEHNT"
            MOVE AUD-BENUTZER TO VF-KENNUNG
            STRING "Selbstfreigabe versucht (abgewiesen): "
                   FUNCTION TRIM(AUD-VORHER(1:10)) " "
                   FUNCTION TRIM(AUD-VORHER(11:10))
                   " Nr " AUD-VORHER(24:3)
                   " vom " AUD-VORHER(27:8)
                INTO VF-TEXT
            END-STRING
            PERFORM MELDE-VORFALL
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #8.2 KONFIG-JOURNAL.LOG: Rollenvergaben mit Konflikt
*> ----------------------------------------------------------------
*> Zeilenbild von KONFIG-JOURNAL: "<Zeitstempel> BENUTZER.CFG
*> Zeile nnnn alt='...' neu='<Kennung> <Rollen>'". Gemeldet wird
*> jede neue Zeile, deren Rollen eine Regel verletzen - mit dem
*> Hinweis, ob die Kombination heute noch besteht.
PRUEFE-KONFIG-JOURNAL.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONFIG-JOURNAL-LOG
    IF FS-JOURNAL NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KONFIG-JOURNAL-LOG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF JOURNAL-ZEILE(16:13) = "BENUTZER.CFG "
                    PERFORM PRUEFE-JOURNAL-ZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE KONFIG-JOURNAL-LOG.


PRUEFE-JOURNAL-ZEILE.
    MOVE JOURNAL-ZEILE(1:8) TO VF-DATUM
    IF BERICHT-PERIODE NOT = 0
     AND VF-DATUM(1:6) NOT = BERICHT-PERIODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO JN-VORSPANN JN-REST JN-NEU JN-ID JN-ROLLEN
    UNSTRING JOURNAL-ZEILE DELIMITED BY "neu='"
        INTO JN-VORSPANN JN-REST
    END-UNSTRING
    UNSTRING JN-REST DELIMITED BY "'"
        INTO JN-NEU
    END-UNSTRING
    UNSTRING FUNCTION TRIM(JN-NEU) DELIMITED BY ALL SPACE
        INTO JN-ID JN-ROLLEN
    END-UNSTRING
    IF JN-ID = SPACES OR JN-ROLLEN = SPACES
        EXIT PARAGRAPH
    END-IF

    *> Heutige Rollen derselben Kennung.
    MOVE SPACES TO BENUTZER-CFG-ROLLEN
    IF BENUTZER-ANZAHL > 0
        SET BN-IDX TO 1
        SEARCH BENUTZER-EINTRAG
            AT END CONTINUE
            WHEN BN-ID(BN-IDX) = JN-ID
                MOVE BN-ROLLEN(BN-IDX) TO BENUTZER-CFG-ROLLEN
        END-SEARCH
    END-IF

    MOVE "KONFIG-JOURNAL" TO VF-QUELLE
    MOVE JN-ID TO VF-KENNUNG
    PERFORM VARYING RG-POS FROM 1 BY 1 UNTIL RG-POS > REGEL-ANZAHL
        MOVE JN-ROLLEN TO PRF-ROLLEN
        PERFORM PRUEFE-REGEL
        IF REGEL-TRIFFT = "J"
            MOVE BENUTZER-CFG-ROLLEN TO PRF-ROLLEN
            PERFORM PRUEFE-REGEL
            IF REGEL-TRIFFT = "J"
                MOVE "besteht weiter" TO JN-STAND
            ELSE
                MOVE "inzwischen aufgehoben" TO JN-STAND
            END-IF
            STRING "Rollen " FUNCTION TRIM(JN-ROLLEN) " vergeben, "
                   RG-ROLLE-1(RG-POS) "+" RG-ROLLE-2(RG-POS) ": "
                   FUNCTION TRIM(RG-TEXT(RG-POS))
                   " (" FUNCTION TRIM(JN-STAND) ")"
                INTO VF-TEXT
            END-STRING
            PERFORM MELDE-VORFALL
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #8.3 STAMM-HISTORIE.DAT: eigener Stammsatz / eigene IBAN
*> ----------------------------------------------------------------
*> Zeilen ohne Bearbeiter (Batch, Altbestand) sind nicht
*> zuzuordnen und bleiben aussen vor.
PRUEFE-STAMM-HISTORIE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STAMM-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ STAMM-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF SH-BEARBEITER NOT = SPACES
                    PERFORM PRUEFE-HISTORIEN-ZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE STAMM-HISTORIE.


PRUEFE-HISTORIEN-ZEILE.
    MOVE SH-GUELTIG-AB TO VF-DATUM
    IF BERICHT-PERIODE NOT = 0
     AND VF-DATUM(1:6) NOT = BERICHT-PERIODE
        EXIT PARAGRAPH
    END-IF
    IF SH-VORNAME = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SH-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE SH-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER NOT = "J"
        EXIT PARAGRAPH
    END-IF
    IF MA-KENNUNG NOT = SH-BEARBEITER
        EXIT PARAGRAPH
    END-IF
    MOVE "STAMM-HISTORIE" TO VF-QUELLE
    MOVE SH-BEARBEITER TO VF-KENNUNG
    IF SH-BANKDATEN = "J"
        STRING "Eigene Bankverbindung geaendert ("
               FUNCTION TRIM(SH-VORNAME) " "
               FUNCTION TRIM(SH-NACHNAME) ")"
            INTO VF-TEXT
        END-STRING
    ELSE
        STRING "Eigenen Stammsatz geaendert ("
               FUNCTION TRIM(SH-VORNAME) " "
               FUNCTION TRIM(SH-NACHNAME) ", Satz "
               SH-STUNDENSATZ ", Abteilung "
               FUNCTION TRIM(SH-ABTEILUNG) ")"
            INTO VF-TEXT
        END-STRING
    END-IF
    PERFORM MELDE-VORFALL.


*> ----------------------------------------------------------------
*> #8.4 MONATS-FREIGABE.DAT: Freigabe der eigenen Stunden
*> ----------------------------------------------------------------
PRUEFE-MONATS-FREIGABE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MONATS-FREIGABE-DATEI
    IF FS-FREIGABE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MONATS-FREIGABE-DATEI
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF MF-STATUS = "FREIGEGEBEN"
                    PERFORM PRUEFE-FREIGABE-ZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE MONATS-FREIGABE-DATEI.


*> Die Kennung ist kein Schluessel des Stamms: je Freigabe der
*> Periode ein Durchlauf.
PRUEFE-FREIGABE-ZEILE.
    MOVE MF-ZEITSTEMPEL(1:8) TO VF-DATUM
    IF BERICHT-PERIODE NOT = 0
     AND VF-DATUM(1:6) NOT = BERICHT-PERIODE
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J" AND MA-VORNAME NOT = SPACES
         AND MA-KENNUNG = MF-KENNUNG
         AND MA-VORGESETZTER = MF-KENNUNG
            MOVE "MONATS-FREIGABE" TO VF-QUELLE
            MOVE MF-KENNUNG TO VF-KENNUNG
            STRING "Eigene Stunden freigegeben: Periode "
                   MF-PERIODE " ("
                   FUNCTION TRIM(MA-VORNAME) " "
                   FUNCTION TRIM(MA-NACHNAME)
                   " im eigenen Team)"
                INTO VF-TEXT
            END-STRING
            PERFORM MELDE-VORFALL
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #9 Hilfsroutinen
*> ================================================================
*> Vorfall VF-* als Berichtszeile
MELDE-VORFALL.
    ADD 1 TO CNT-VORFAELLE
    STRING "  " VF-DATUM " " VF-QUELLE " " VF-KENNUNG " "
           FUNCTION TRIM(VF-TEXT)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SPACES TO VF-TEXT VF-KENNUNG.


*> Meldungszeile auf Konsole und in FUNKTIONSTRENNUNG.RPT
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #10 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #10.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #10.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #10.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #10.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
