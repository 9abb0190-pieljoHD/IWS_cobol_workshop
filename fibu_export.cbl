*> FIBU-JOURNAL-<JJJJMMTT>.DAT mit Kontrollsummenzeile am Ende.
*> Damit entfaellt das letzte manuelle Abtippen von der Konsole in
*> das Hauptbuch.
*> Fuer den Steuerberater entsteht zusaetzlich der DATEV-
*> Buchungsstapel (EXTF) der Buchungsperiode,
*> DATEV-EXTF-<JJJJMM>.CSV: er sammelt die Journale von
*> FIBU-EXPORT, INTERNE-UMLAGE, URLAUBS-RUECKSTELLUNG,
*> LOHNSTEUER-ANMELDUNG, UV-LOHNNACHWEIS (Tagesdateien der
*> Periode) und WIP-ABGRENZUNG (Abgrenzung der Periode und
*> Aufloesung aus der Vorperiode) und wird bei jedem Lauf fuer die
*> ganze Periode neu geschrieben. Berater- und Mandantennummer,
*> Wirtschaftsjahresbeginn, Sachkontenlaenge und Periode stehen in
*> DATEV.CFG (Zeilen "<Schluessel> <Wert>": BERATER, MANDANT,
*> WJBEGINN MMTT, KONTENLAENGE, PERIODE JJJJMM - ohne PERIODE gilt
*> der Monat des Laufs). Ohne DATEV.CFG entfaellt der Stapel.


*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT ABT-ROLLUP
        ASSIGN TO "ABTEILUNG-ROLLUP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL.

    *> DATEV-Buchungsstapel: Kenndaten, gelesene Journale, Stapel.
    SELECT DATEV-CFG
        ASSIGN TO "DATEV.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DATEV-CFG.

    SELECT QUELL-JOURNAL
        ASSIGN TO QUELL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-QUELLE.

    SELECT DATEV-STAPEL
        ASSIGN TO DATEV-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DATEV.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD ABT-ROLLUP.
01 ABT-ROLLUP-RECORD.
    05 ARX-CODE    PIC X(10).
FD FIBU-JOURNAL.
01 JOURNAL-ZEILE PIC X(60).

FD DATEV-CFG.
01 DATEV-CFG-ZEILE PIC X(80).

*> Tagesjournale: Konto, S/H, Betrag, Text. Das
*> ABGRENZUNG-JOURNAL traegt vorne zusaetzlich die Periode.
FD QUELL-JOURNAL.
01 QUELL-SATZ.
    05 QS-KONTO      PIC X(8).
    05 FILLER        PIC X(1).
    05 QS-SH         PIC X(1).
    05 FILLER        PIC X(1).
    05 QS-BETRAG     PIC 9(9)V99.
    05 FILLER        PIC X(1).
    05 QS-TEXT       PIC X(24).
    05 FILLER        PIC X(23).
01 QUELL-SATZ-PERIODE.
    05 QP-PERIODE    PIC 9(6).
    05 FILLER        PIC X(1).
    05 QP-KONTO      PIC X(8).
    05 FILLER        PIC X(1).
    05 QP-SH         PIC X(1).
    05 FILLER        PIC X(1).
    05 QP-BETRAG     PIC 9(9)V99.
    05 FILLER        PIC X(1).
    05 QP-TEXT       PIC X(24).
    05 FILLER        PIC X(16).

FD DATEV-STAPEL.
01 DATEV-ZEILE PIC X(400).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
77 FS-ROLLUP  PIC XX VALUE SPACES.
77 FS-MAPPING PIC XX VALUE SPACES.
77 FS-JOURNAL PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG   PIC X  VALUE "N".

01 JOURNAL-DATEINAME PIC X(40).
01 CNT-STEUERZEILEN PIC 9(3) VALUE 0.
01 MWST-ABSBETRAG   PIC 9(10)V99 VALUE 0.

*> DATEV-Buchungsstapel.
77 FS-DATEV-CFG PIC XX VALUE SPACES.
77 FS-QUELLE    PIC XX VALUE SPACES.
77 FS-DATEV     PIC XX VALUE SPACES.
01 DATEV-DATEINAME  PIC X(40).
01 QUELL-DATEINAME  PIC X(40).
01 QUELL-ART        PIC X(1).
01 QUELL-EOF        PIC X VALUE "N".
01 DATEV-BERATER    PIC X(7)  VALUE SPACES.
01 DATEV-MANDANT    PIC X(5)  VALUE SPACES.
01 DATEV-WJ-BEGINN  PIC X(4)  VALUE SPACES.
01 DATEV-KONTENLAENGE PIC X(1) VALUE SPACES.
01 DATEV-PERIODE    PIC X(6)  VALUE SPACES.
01 DATEV-CFG-DA     PIC X VALUE "N".
01 DC-SCHLUESSEL    PIC X(20).
01 DC-WERT          PIC X(40).
01 DATEV-JAHR       PIC 9(4).
01 DATEV-MONAT      PIC 9(2).
01 DATEV-TAG        PIC 9(2).
01 DATEV-VORPERIODE PIC 9(6).
01 DATEV-VON        PIC 9(8).
01 DATEV-BIS        PIC 9(8).
01 DATEV-WJ-DATUM   PIC 9(8).
01 DATEV-LETZTER-TAG PIC 9(2).
01 DATEV-TAGE       PIC 9(7).
01 DATEV-BELEGDATUM PIC 9(8).
01 DATEV-BELEGFELD  PIC X(36).
01 DATEV-ZEITSTEMPEL PIC X(14).
01 DATEV-BETRAG-EDIT PIC Z(9)9.99.
01 DATEV-KONTO-LAENGE PIC 9(2).
01 DATEV-MAX-LAENGE PIC 9(2).
*> Offene erste Zeile eines Buchungspaares.
01 PAAR-OFFEN       PIC X VALUE "N".
01 PAAR-KONTO       PIC X(8).
01 PAAR-SH          PIC X(1).
01 PAAR-BETRAG      PIC 9(9)V99.
01 PAAR-TEXT        PIC X(24).
01 ZEILE-PERIODE    PIC 9(6).
01 ZEILE-KONTO      PIC X(8).
01 ZEILE-SH         PIC X(1).
01 ZEILE-BETRAG     PIC 9(9)V99.
01 ZEILE-TEXT       PIC X(24).
01 SOLL-KONTO       PIC X(8).
01 HABEN-KONTO      PIC X(8).
01 CNT-DATEV-SAETZE PIC 9(5) VALUE 0.
01 CNT-DATEV-QUELLEN PIC 9(3) VALUE 0.
01 CNT-DATEV-FEHLER PIC 9(5) VALUE 0.
01 SUMME-DATEV      PIC 9(11)V99 VALUE 0.

01 CNT-BUCHUNGEN PIC 9(4) VALUE 0.
01 CNT-OHNE-MAPPING PIC 9(4) VALUE 0.
01 SUMME-SOLL  PIC 9(11)V99 VALUE 0.
01 SUMME-HABEN PIC 9(11)V99 VALUE 0.
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - FIBU-EXPORT laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-KONTEN-MAPPING.
    IF MAP-ANZAHL = 0
        DISPLAY "KONTEN-MAPPING.CFG fehlt oder ist leer - kein"
        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM ERZEUGE-DATEV-STAPEL.

    GOBACK.


        CLOSE KONTEN-MAPPING
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #7 DATEV-Buchungsstapel (EXTF) der Periode schreiben
*> ================================================================
*> Je ausgeglichenem Buchungspaar der Journale (Soll-Zeile und
*> Haben-Zeile gleichen Betrags) ein Buchungssatz: Konto = Soll,
*> Gegenkonto = Haben - beide aus den Journalen und damit aus
*> KONTEN-MAPPING.CFG. Zeilen ohne Gegenstueck werden gemeldet und
*> NICHT uebernommen, damit der Stapel ausgeglichen bleibt.
ERZEUGE-DATEV-STAPEL.
    PERFORM LADE-DATEV-CFG
    IF DATEV-CFG-DA NOT = "J"
        EXIT PARAGRAPH
    END-IF
    IF DATEV-BERATER = SPACES OR DATEV-MANDANT = SPACES
     OR DATEV-WJ-BEGINN IS NOT NUMERIC
     OR DATEV-KONTENLAENGE IS NOT NUMERIC
        DISPLAY "DATEV.CFG unvollstaendig (BERATER, MANDANT,"
                " WJBEGINN, KONTENLAENGE) - kein DATEV-Stapel."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF DATEV-PERIODE = SPACES
        MOVE JOURNAL-DATUM(1:6) TO DATEV-PERIODE
    END-IF
    IF DATEV-PERIODE IS NOT NUMERIC
        DISPLAY "DATEV.CFG: PERIODE muss JJJJMM sein - kein"
                " DATEV-Stapel."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    *> Periodengrenzen, Vorperiode und Wirtschaftsjahresbeginn.
    MOVE DATEV-PERIODE(1:4) TO DATEV-JAHR
    MOVE DATEV-PERIODE(5:2) TO DATEV-MONAT
    COMPUTE DATEV-VON = DATEV-JAHR * 10000 + DATEV-MONAT * 100 + 1
    IF DATEV-MONAT = 12
        COMPUTE DATEV-TAGE =
            FUNCTION INTEGER-OF-DATE((DATEV-JAHR + 1) * 10000 + 101)
    ELSE
        COMPUTE DATEV-TAGE = FUNCTION INTEGER-OF-DATE(
            DATEV-JAHR * 10000 + (DATEV-MONAT + 1) * 100 + 1)
    END-IF
    SUBTRACT 1 FROM DATEV-TAGE
    COMPUTE DATEV-BIS = FUNCTION DATE-OF-INTEGER(DATEV-TAGE)
    MOVE DATEV-BIS(7:2) TO DATEV-LETZTER-TAG
    IF DATEV-MONAT = 1
        COMPUTE DATEV-VORPERIODE = (DATEV-JAHR - 1) * 100 + 12
    ELSE
        COMPUTE DATEV-VORPERIODE = DATEV-JAHR * 100 + DATEV-MONAT - 1
    END-IF
    COMPUTE DATEV-WJ-DATUM = DATEV-JAHR * 10000
                           + FUNCTION NUMVAL(DATEV-WJ-BEGINN)
    IF DATEV-WJ-DATUM > DATEV-VON
        SUBTRACT 10000 FROM DATEV-WJ-DATUM
    END-IF

    MOVE SPACES TO DATEV-DATEINAME
    STRING "DATEV-EXTF-" DATEV-PERIODE ".CSV"
        DELIMITED BY SIZE INTO DATEV-DATEINAME
    END-STRING
    OPEN OUTPUT DATEV-STAPEL
    IF FS-DATEV NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(DATEV-DATEINAME) ", Status=" FS-DATEV
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM SCHREIBE-DATEV-KOPF

    *> Tagesjournale der Periode.
    PERFORM VARYING DATEV-TAG FROM 1 BY 1
            UNTIL DATEV-TAG > DATEV-LETZTER-TAG
        COMPUTE DATEV-BELEGDATUM = DATEV-VON + DATEV-TAG - 1
        MOVE "T" TO QUELL-ART
        MOVE SPACES TO QUELL-DATEINAME
        STRING "FIBU-JOURNAL-" DATEV-BELEGDATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM UEBERNEHME-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "UMLAGE-JOURNAL-" DATEV-BELEGDATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM UEBERNEHME-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "RUECKSTELLUNG-JOURNAL-" DATEV-BELEGDATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM UEBERNEHME-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "LOHNSTEUER-JOURNAL-" DATEV-BELEGDATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM UEBERNEHME-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "UV-JOURNAL-" DATEV-BELEGDATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM UEBERNEHME-JOURNAL
    END-PERFORM

    *> Abgrenzung: Aufloesung aus der Vorperiode am Monatsersten,
    *> Abgrenzung der Periode am Monatsletzten.
    MOVE "P" TO QUELL-ART
    MOVE DATEV-VON TO DATEV-BELEGDATUM
    MOVE SPACES TO QUELL-DATEINAME
    STRING "ABGRENZUNG-JOURNAL-" DATEV-VORPERIODE ".DAT"
        DELIMITED BY SIZE INTO QUELL-DATEINAME
    END-STRING
    PERFORM UEBERNEHME-JOURNAL
    MOVE DATEV-BIS TO DATEV-BELEGDATUM
    MOVE SPACES TO QUELL-DATEINAME
    STRING "ABGRENZUNG-JOURNAL-" DATEV-PERIODE ".DAT"
        DELIMITED BY SIZE INTO QUELL-DATEINAME
    END-STRING
    PERFORM UEBERNEHME-JOURNAL

    CLOSE DATEV-STAPEL

    COMPUTE PRINT-BETRAG = SUMME-DATEV
    DISPLAY "DATEV-Stapel " FUNCTION TRIM(DATEV-DATEINAME) ": "
            CNT-DATEV-SAETZE " Buchungssaetze aus " CNT-DATEV-QUELLEN
            " Journal(en), Umsatz " PRINT-BETRAG " EUR."
    IF CNT-DATEV-FEHLER > 0
        DISPLAY CNT-DATEV-FEHLER " Journalzeile(n) NICHT in den"
                " DATEV-Stapel uebernommen - siehe oben."
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ----------------------------------------------------------------
*> #7.1 Kopfsatz und Spaltenueberschriften (Format 700, Kat. 21)
*> ----------------------------------------------------------------
SCHREIBE-DATEV-KOPF.
    MOVE FUNCTION CURRENT-DATE(1:14) TO DATEV-ZEITSTEMPEL
    MOVE SPACES TO DATEV-ZEILE
    STRING """EXTF"";700;21;""Buchungsstapel"";13;"
           DATEV-ZEITSTEMPEL "000;;""RE"";"""";"""";"
           FUNCTION TRIM(DATEV-BERATER) ";"
           FUNCTION TRIM(DATEV-MANDANT) ";"
           DATEV-WJ-DATUM ";" DATEV-KONTENLAENGE ";"
           DATEV-VON ";" DATEV-BIS ";"
           """Journale " DATEV-PERIODE """;"""";1;0;0;""EUR"";;"""";;;"""";;;"""";"""";"""";"""""
        DELIMITED BY SIZE INTO DATEV-ZEILE
    END-STRING
    WRITE DATEV-ZEILE
    MOVE SPACES TO DATEV-ZEILE
    STRING "Umsatz (ohne Soll/Haben-Kz);Soll/Haben-Kennzeichen;"
           "WKZ Umsatz;Kurs;Basis-Umsatz;WKZ Basis-Umsatz;Konto;"
           "Gegenkonto (ohne BU-Schluessel);BU-Schluessel;"
           "Belegdatum;Belegfeld 1;Belegfeld 2;Skonto;Buchungstext"
        DELIMITED BY SIZE INTO DATEV-ZEILE
    END-STRING
    WRITE DATEV-ZEILE.


*> ----------------------------------------------------------------
*> #7.2 Ein Journal (QUELL-DATEINAME) in den Stapel uebernehmen
*> ----------------------------------------------------------------
*> QUELL-ART T = Tagesjournal, P = Journal mit Periodenspalte
*> (nur Zeilen der Stapelperiode). Summenzeilen am Ende haben
*> kein S/H und werden uebergangen.
UEBERNEHME-JOURNAL.
    OPEN INPUT QUELL-JOURNAL
    IF FS-QUELLE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CNT-DATEV-QUELLEN
    MOVE SPACES TO DATEV-BELEGFELD
    MOVE QUELL-DATEINAME TO DATEV-BELEGFELD
    INSPECT DATEV-BELEGFELD REPLACING ALL ".DAT" BY SPACES
    MOVE "N" TO PAAR-OFFEN
    MOVE "N" TO QUELL-EOF
    PERFORM UNTIL QUELL-EOF = "Y"
        READ QUELL-JOURNAL
            AT END MOVE "Y" TO QUELL-EOF
        END-READ
        IF QUELL-EOF NOT = "Y"
            IF QUELL-ART = "P"
                MOVE QP-PERIODE TO ZEILE-PERIODE
                MOVE QP-KONTO   TO ZEILE-KONTO
                MOVE QP-SH      TO ZEILE-SH
                MOVE QP-BETRAG  TO ZEILE-BETRAG
                MOVE QP-TEXT    TO ZEILE-TEXT
            ELSE
                MOVE DATEV-PERIODE TO ZEILE-PERIODE
                MOVE QS-KONTO   TO ZEILE-KONTO
                MOVE QS-SH      TO ZEILE-SH
                MOVE QS-BETRAG  TO ZEILE-BETRAG
                MOVE QS-TEXT    TO ZEILE-TEXT
            END-IF
            IF (ZEILE-SH = "S" OR ZEILE-SH = "H")
             AND ZEILE-BETRAG IS NUMERIC
             AND ZEILE-PERIODE = DATEV-PERIODE
                PERFORM PAARE-JOURNALZEILE
            END-IF
        END-IF
    END-PERFORM
    CLOSE QUELL-JOURNAL
    IF PAAR-OFFEN = "J"
        PERFORM MELDE-OHNE-GEGENBUCHUNG
    END-IF.


*> ----------------------------------------------------------------
*> #7.3 Journalzeile mit der offenen Zeile zum Paar verbinden
*> ----------------------------------------------------------------
PAARE-JOURNALZEILE.
    IF PAAR-OFFEN = "J"
        IF ZEILE-SH NOT = PAAR-SH AND ZEILE-BETRAG = PAAR-BETRAG
            IF PAAR-SH = "S"
                MOVE PAAR-KONTO  TO SOLL-KONTO
                MOVE ZEILE-KONTO TO HABEN-KONTO
            ELSE
                MOVE ZEILE-KONTO TO SOLL-KONTO
                MOVE PAAR-KONTO  TO HABEN-KONTO
            END-IF
            PERFORM SCHREIBE-DATEV-SATZ
            MOVE "N" TO PAAR-OFFEN
            EXIT PARAGRAPH
        END-IF
        PERFORM MELDE-OHNE-GEGENBUCHUNG
    END-IF
    MOVE ZEILE-KONTO  TO PAAR-KONTO
    MOVE ZEILE-SH     TO PAAR-SH
    MOVE ZEILE-BETRAG TO PAAR-BETRAG
    MOVE ZEILE-TEXT   TO PAAR-TEXT
    MOVE "J" TO PAAR-OFFEN.


*> ----------------------------------------------------------------
*> #7.4 Einen Buchungssatz schreiben
*> ----------------------------------------------------------------
*> Konten sind numerisch und hoechstens Sachkontenlaenge + 1 lang
*> (Personenkonten); sonst weist DATEV den ganzen Stapel ab.
SCHREIBE-DATEV-SATZ.
    IF PAAR-BETRAG = 0
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION NUMVAL(DATEV-KONTENLAENGE) TO DATEV-MAX-LAENGE
    ADD 1 TO DATEV-MAX-LAENGE
    MOVE FUNCTION LENGTH(FUNCTION TRIM(SOLL-KONTO))
        TO DATEV-KONTO-LAENGE
    IF FUNCTION TRIM(SOLL-KONTO) IS NOT NUMERIC
     OR DATEV-KONTO-LAENGE > DATEV-MAX-LAENGE
        MOVE SOLL-KONTO TO PAAR-KONTO
        PERFORM MELDE-KONTO-UNGUELTIG
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION LENGTH(FUNCTION TRIM(HABEN-KONTO))
        TO DATEV-KONTO-LAENGE
    IF FUNCTION TRIM(HABEN-KONTO) IS NOT NUMERIC
     OR DATEV-KONTO-LAENGE > DATEV-MAX-LAENGE
        MOVE HABEN-KONTO TO PAAR-KONTO
        PERFORM MELDE-KONTO-UNGUELTIG
        EXIT PARAGRAPH
    END-IF

    *> DATEV erwartet das Dezimalkomma.
    MOVE PAAR-BETRAG TO DATEV-BETRAG-EDIT
    INSPECT DATEV-BETRAG-EDIT REPLACING ALL "." BY ","
    MOVE SPACES TO DATEV-ZEILE
    STRING FUNCTION TRIM(DATEV-BETRAG-EDIT) ";""S"";""EUR"";;;;"
           FUNCTION TRIM(SOLL-KONTO) ";"
           FUNCTION TRIM(HABEN-KONTO) ";"""";"
           DATEV-BELEGDATUM(7:2) DATEV-BELEGDATUM(5:2) ";"""
           FUNCTION TRIM(DATEV-BELEGFELD) """;"""";;"""
           FUNCTION TRIM(PAAR-TEXT) """"
        DELIMITED BY SIZE INTO DATEV-ZEILE
    END-STRING
    WRITE DATEV-ZEILE
    ADD 1 TO CNT-DATEV-SAETZE
    ADD PAAR-BETRAG TO SUMME-DATEV.


*> ----------------------------------------------------------------
*> #7.5 Meldungen zu nicht uebernommenen Zeilen
*> ----------------------------------------------------------------
MELDE-OHNE-GEGENBUCHUNG.
    ADD 1 TO CNT-DATEV-FEHLER
    MOVE PAAR-BETRAG TO PRINT-BETRAG
    DISPLAY "  DATEV: ohne Gegenbuchung in "
            FUNCTION TRIM(QUELL-DATEINAME) ": "
            FUNCTION TRIM(PAAR-KONTO) " " PAAR-SH " " PRINT-BETRAG
            " " FUNCTION TRIM(PAAR-TEXT).

MELDE-KONTO-UNGUELTIG.
    ADD 1 TO CNT-DATEV-FEHLER
    MOVE PAAR-BETRAG TO PRINT-BETRAG
    DISPLAY "  DATEV: Konto '" FUNCTION TRIM(PAAR-KONTO)
            "' nicht numerisch oder zu lang (Sachkontenlaenge "
            DATEV-KONTENLAENGE ") in "
            FUNCTION TRIM(QUELL-DATEINAME) ": " PRINT-BETRAG
            " " FUNCTION TRIM(PAAR-TEXT).


*> ----------------------------------------------------------------
*> #7.6 DATEV.CFG laden
*> ----------------------------------------------------------------
LADE-DATEV-CFG.
    MOVE "N" TO DATEV-CFG-DA
    MOVE "N" TO EOF-FLAG
    OPEN INPUT DATEV-CFG
    IF FS-DATEV-CFG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO DATEV-CFG-DA
    PERFORM UNTIL EOF-FLAG = "Y"
        READ DATEV-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO DC-SCHLUESSEL DC-WERT
                UNSTRING FUNCTION TRIM(DATEV-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO DC-SCHLUESSEL DC-WERT
                END-UNSTRING
                EVALUATE DC-SCHLUESSEL
                    WHEN "BERATER"      MOVE DC-WERT TO DATEV-BERATER
                    WHEN "MANDANT"      MOVE DC-WERT TO DATEV-MANDANT
                    WHEN "WJBEGINN"     MOVE DC-WERT TO DATEV-WJ-BEGINN
                    WHEN "KONTENLAENGE"
                        MOVE DC-WERT TO DATEV-KONTENLAENGE
                    WHEN "PERIODE"      MOVE DC-WERT TO DATEV-PERIODE
                    WHEN OTHER          CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE DATEV-CFG
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #8 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
*> Mirrors PRUEFE-FIRMA-AKTIV in perioden_abschluss.cbl.
PRUEFE-FIRMA-AKTIV.
    MOVE SPACES TO AKTIVE-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA TO AKTIVE-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.
