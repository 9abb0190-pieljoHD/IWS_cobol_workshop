*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. KUG-ABRECHNUNGSLISTE.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Monatliche Abrechnungsliste Kurzarbeitergeld fuer die
*> Arbeitsagentur - bisher eine Tabellenkalkulation neben dem
*> System. Liest die Einzelwerte, die LOHN-RECHNER je
*> Kurzarbeiter nach KURZARBEIT-ERGEBNIS.DAT schreibt, und druckt
*> je Mitarbeiter eine Zeile (Soll-/Ausfallstunden, Soll- und
*> Ist-Entgelt, Leistungssatz, KUG) mit Summenzeile nach
*> KUG-ABRECHNUNGSLISTE-<JJJJMM>.RPT. Abrechnungsmonat ist der
*> 1. Parameter (JJJJMM), ohne Parameter der Monat des letzten
*> Lohnlaufs aus KURZARBEIT-ERGEBNIS.DAT.
*> Die Summe wird gegen das im Lohnkonto (LOHNKONTO.DAT, LK-KUG)
*> fuer denselben Monat fortgeschriebene KUG abgestimmt - weicht
*> sie ab (Lohnlauf doppelt fortgeschrieben, Lohnkonto noch nicht
*> gefuehrt), erscheint eine WARNUNG und der Returncode ist 1:
*> dann darf die Liste nicht eingereicht werden.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KURZARBEIT-ERGEBNIS
        ASSIGN TO "KURZARBEIT-ERGEBNIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUG-ERGEBNIS.

    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOHNKONTO.

    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT KUG-LISTE
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
FD KURZARBEIT-ERGEBNIS.
01 KUG-ERGEBNIS-RECORD.
    05 KE-PERIODE      PIC 9(6).
    05 FILLER          PIC X(01).
    05 KE-VORNAME      PIC X(10).
    05 FILLER          PIC X(01).
    05 KE-NACHNAME     PIC X(10).
    05 FILLER          PIC X(01).
    05 KE-PERSONALNR   PIC 9(5).
    05 FILLER          PIC X(01).
    05 KE-ABTEILUNG    PIC X(10).
    05 FILLER          PIC X(01).
    05 KE-SOLL-STD     PIC 9(3).
    05 FILLER          PIC X(01).
    05 KE-IST-STD      PIC 9(5).
    05 FILLER          PIC X(01).
    05 KE-AUSFALL-STD  PIC 9(3).
    05 FILLER          PIC X(01).
    05 KE-SOLL-ENTGELT PIC 9(7)V99.
    05 FILLER          PIC X(01).
    05 KE-IST-ENTGELT  PIC 9(7)V99.
    05 FILLER          PIC X(01).
    05 KE-SATZ         PIC 9(2).
    05 FILLER          PIC X(01).
    05 KE-KUG          PIC 9(7)V99.

*> Mirrors LOHNKONTO-RECORD in lohnkonto.cbl.
FD LOHNKONTO.
01 LOHNKONTO-RECORD.
    05 LK-JAHR     PIC 9(4).
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

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD KUG-LISTE.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-KUG-ERGEBNIS PIC XX VALUE SPACES.
77 FS-LOHNKONTO    PIC XX VALUE SPACES.
77 FS-FIRMA        PIC XX VALUE SPACES.
77 FS-REPORT       PIC XX VALUE SPACES.
77 EOF-FLAG        PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 KUG-PERIODE      PIC 9(6) VALUE 0.
01 LISTE-DATEINAME  PIC X(50).
01 ARBEITGEBER-NAME PIC X(60) VALUE SPACES.
01 LK-PERIODE       PIC 9(6).

*> Summen der Liste und Gegenwert aus dem Lohnkonto.
01 CNT-LISTE          PIC 9(4) VALUE 0.
01 CNT-LOHNKONTO      PIC 9(4) VALUE 0.
01 CNT-UEBERSPRUNGEN  PIC 9(4) VALUE 0.
01 SUMME-AUSFALL-STD  PIC 9(7) VALUE 0.
01 SUMME-SOLL-ENTGELT PIC 9(9)V99 VALUE 0.
01 SUMME-IST-ENTGELT  PIC 9(9)V99 VALUE 0.
01 SUMME-KUG          PIC 9(9)V99 VALUE 0.
01 SUMME-LOHNKONTO    PIC 9(9)V99 VALUE 0.
01 KUG-DIFFERENZ      PIC S9(9)V99 VALUE 0.

01 PRINT-NAME    PIC X(21).
01 PRINT-STD     PIC ZZ9.
01 PRINT-STD-SUM PIC Z,ZZZ,ZZ9.
01 PRINT-ENTGELT PIC Z,ZZZ,ZZ9.99.
01 PRINT-BETRAG  PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-DIFF    PIC -ZZZ,ZZZ,ZZ9.99.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.

    OPEN INPUT KURZARBEIT-ERGEBNIS.
    IF FS-KUG-ERGEBNIS NOT = "00"
        DISPLAY "KURZARBEIT-ERGEBNIS.DAT nicht vorhanden - erst"
                " LOHN-RECHNER laufen lassen."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    *> Ohne Parameter gilt der Monat des letzten Lohnlaufs.
    IF KUG-PERIODE = 0
        READ KURZARBEIT-ERGEBNIS
            AT END CONTINUE
            NOT AT END
                IF KE-PERIODE IS NUMERIC
                    MOVE KE-PERIODE TO KUG-PERIODE
                END-IF
        END-READ
        CLOSE KURZARBEIT-ERGEBNIS
        OPEN INPUT KURZARBEIT-ERGEBNIS
    END-IF.
    IF KUG-PERIODE = 0
        DISPLAY "KURZARBEIT-ERGEBNIS.DAT ist leer - in diesem"
                " Lohnlauf gab es kein Kurzarbeitergeld."
        CLOSE KURZARBEIT-ERGEBNIS
        GOBACK
    END-IF.

    PERFORM LADE-FIRMA-CFG.

    MOVE SPACES TO LISTE-DATEINAME
    STRING "KUG-ABRECHNUNGSLISTE-" KUG-PERIODE ".RPT"
        DELIMITED BY SIZE
        INTO LISTE-DATEINAME
    END-STRING
    OPEN OUTPUT KUG-LISTE.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(LISTE-DATEINAME) ", Status=" FS-REPORT
        CLOSE KURZARBEIT-ERGEBNIS
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO MELDUNG
    STRING "Abrechnungsliste Kurzarbeitergeld - Monat "
           KUG-PERIODE(5:2) "/" KUG-PERIODE(1:4)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF ARBEITGEBER-NAME NOT = SPACES
        MOVE SPACES TO MELDUNG
        STRING "Arbeitgeber: " ARBEITGEBER-NAME INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE "PersNr Name                  Abteilung  Soll Ausf"
      TO MELDUNG
    MOVE "  Soll-Entgelt   Ist-Entgelt  %           KUG"
      TO MELDUNG(51:)
    PERFORM MELDE.

    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KURZARBEIT-ERGEBNIS
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM DRUCKE-KUG-ZEILE
        END-READ
    END-PERFORM.
    CLOSE KURZARBEIT-ERGEBNIS.

    MOVE "---------------------------------------------" TO MELDUNG
    PERFORM MELDE.
    COMPUTE PRINT-STD-SUM = SUMME-AUSFALL-STD
    MOVE SPACES TO MELDUNG
    STRING "Summe " CNT-LISTE " Mitarbeiter, Ausfallstunden "
           PRINT-STD-SUM
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    COMPUTE PRINT-BETRAG = SUMME-SOLL-ENTGELT
    MOVE SPACES TO MELDUNG
    STRING "Summe Soll-Entgelt:        " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    COMPUTE PRINT-BETRAG = SUMME-IST-ENTGELT
    MOVE SPACES TO MELDUNG
    STRING "Summe Ist-Entgelt:         " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    COMPUTE PRINT-BETRAG = SUMME-KUG
    MOVE SPACES TO MELDUNG
    STRING "Erstattungsbetrag KUG:     " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF CNT-UEBERSPRUNGEN > 0
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: " CNT-UEBERSPRUNGEN " Zeile(n) aus einem"
               " anderen Monat oder unlesbar - nicht in der Liste."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.

    PERFORM ABSTIMMUNG-LOHNKONTO.

    CLOSE KUG-LISTE.
    DISPLAY "Liste geschrieben: " FUNCTION TRIM(LISTE-DATEINAME).
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Periode JJJJMM)
*> ================================================================
*> Mirrors PARSE-KOMMANDOZEILE in mwst_meldung.cbl.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:6) IS NUMERIC
            MOVE WS-ARGUMENT-WERT(1:6) TO KUG-PERIODE
        END-IF
    END-IF.


*> ================================================================
*> #6 Eine Zeile der Abrechnungsliste drucken
*> ================================================================
DRUCKE-KUG-ZEILE.
    IF KE-PERIODE IS NOT NUMERIC OR KE-KUG IS NOT NUMERIC
     OR KE-PERIODE NOT = KUG-PERIODE
        ADD 1 TO CNT-UEBERSPRUNGEN
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-LISTE
    ADD KE-AUSFALL-STD  TO SUMME-AUSFALL-STD
    ADD KE-SOLL-ENTGELT TO SUMME-SOLL-ENTGELT
    ADD KE-IST-ENTGELT  TO SUMME-IST-ENTGELT
    ADD KE-KUG          TO SUMME-KUG

    MOVE SPACES TO PRINT-NAME
    STRING KE-NACHNAME DELIMITED BY SPACE
           ", "        DELIMITED BY SIZE
           KE-VORNAME  DELIMITED BY SPACE
        INTO PRINT-NAME
    END-STRING
    MOVE SPACES TO MELDUNG
    MOVE KE-PERSONALNR TO MELDUNG(1:5)
    MOVE PRINT-NAME    TO MELDUNG(8:21)
    MOVE KE-ABTEILUNG  TO MELDUNG(30:10)
    MOVE KE-SOLL-STD   TO PRINT-STD
    MOVE PRINT-STD     TO MELDUNG(42:3)
    MOVE KE-AUSFALL-STD TO PRINT-STD
    MOVE PRINT-STD     TO MELDUNG(47:3)
    MOVE KE-SOLL-ENTGELT TO PRINT-ENTGELT
    MOVE PRINT-ENTGELT TO MELDUNG(52:12)
    MOVE KE-IST-ENTGELT TO PRINT-ENTGELT
    MOVE PRINT-ENTGELT TO MELDUNG(66:12)
    MOVE KE-SATZ       TO MELDUNG(79:2)
    MOVE KE-KUG        TO PRINT-ENTGELT
    MOVE PRINT-ENTGELT TO MELDUNG(83:12)
    PERFORM MELDE.


*> ================================================================
*> #7 Summe gegen das Lohnkonto abstimmen
*> ================================================================
*> Massgeblich ist das im Lohnkonto fortgeschriebene KUG des
*> Monats - das ist, was tatsaechlich ausgezahlt und verbucht
*> wurde.
ABSTIMMUNG-LOHNKONTO.
    OPEN INPUT LOHNKONTO
    IF FS-LOHNKONTO NOT = "00"
        MOVE "WARNUNG: LOHNKONTO.DAT fehlt - Liste nicht abgestimmt, erst LOHNKONTO-FUEHRUNG laufen lassen."
          TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNKONTO
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF LK-MONAT IS NUMERIC AND LK-KUG IS NUMERIC
                 AND LK-KUG > 0
                    COMPUTE LK-PERIODE = LK-JAHR * 100
                    MOVE LK-MONAT TO LK-PERIODE(5:2)
                    IF LK-PERIODE = KUG-PERIODE
                        ADD LK-KUG TO SUMME-LOHNKONTO
                        ADD 1 TO CNT-LOHNKONTO
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOHNKONTO
    MOVE "N" TO EOF-FLAG

    COMPUTE KUG-DIFFERENZ = SUMME-KUG - SUMME-LOHNKONTO
    COMPUTE PRINT-BETRAG = SUMME-LOHNKONTO
    MOVE SPACES TO MELDUNG
    STRING "KUG laut Lohnkonto:        " PRINT-BETRAG
           " (" CNT-LOHNKONTO " Mitarbeiter)"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF KUG-DIFFERENZ = 0 AND CNT-LOHNKONTO = CNT-LISTE
        MOVE "Abstimmung mit dem Lohnkonto: OK." TO MELDUNG
        PERFORM MELDE
    ELSE
        MOVE KUG-DIFFERENZ TO PRINT-DIFF
        MOVE SPACES TO MELDUNG
        STRING "WARNUNG: Liste weicht vom Lohnkonto ab, Differenz "
               PRINT-DIFF " - nicht einreichen."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ================================================================
*> #8 Arbeitgebername aus FIRMA.CFG (Zeile 1)
*> ================================================================
LADE-FIRMA-CFG.
    OPEN INPUT FIRMA-CFG
    IF FS-FIRMA = "00"
        READ FIRMA-CFG
            NOT AT END
                MOVE FIRMA-CFG-ZEILE(1:60) TO ARBEITGEBER-NAME
        END-READ
        CLOSE FIRMA-CFG
    END-IF.


*> ================================================================
*> #9 Zeile auf Konsole und in die Liste
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
