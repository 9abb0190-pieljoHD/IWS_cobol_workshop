*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. HAUPTBUCH.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Hauptbuch im Haus: bucht alle Journale einer Periode (JJJJMM,
*> 1. Parameter; Default Vormonat) auf die Kontensalden
*> KONTEN-SALDEN.DAT (eine Zeile je Konto und Periode: Soll- und
*> Habenverkehr) und druckt die Summen- und Saldenliste mit
*> Anfangssaldo, Soll, Haben und Endsaldo je Konto (Konsole +
*> SUSA-<JJJJMM>.RPT). Bisher waren Kontostaende erst sichtbar,
*> wenn der Steuerberater die Buchhaltung Wochen spaeter
*> zurueckgab.
*> Gebucht werden dieselben Journale, die auch in den DATEV-Stapel
*> des FIBU-EXPORT gehen: die Tagesjournale von FIBU-EXPORT (mit
*> den MwSt-Zeilen des Rechnungslaufs), INTERNE-UMLAGE,
*> URLAUBS-RUECKSTELLUNG, LOHNSTEUER-ANMELDUNG und
*> UV-LOHNNACHWEIS sowie aus WIP-ABGRENZUNG die Zeilen der
*> Periode (Abgrenzung der Periode, Aufloesung der Vorperiode).
*> Ein Journal, dessen Soll- und Habensumme nicht gleich sind,
*> wird abgewiesen. Jedes gebuchte Journal steht mit Periode und
*> Summen in HAUPTBUCH-GEBUCHT.DAT; ein zweites Buchen wird
*> abgewiesen, damit nichts doppelt zaehlt - auch wenn das Journal
*> nach dem Buchen neu geschrieben wurde (dann mit Hinweis).


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT QUELL-JOURNAL
        ASSIGN TO QUELL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-QUELLE.

    SELECT KONTEN-SALDEN
        ASSIGN TO "KONTEN-SALDEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SALDEN.

    SELECT GEBUCHT-REGISTER
        ASSIGN TO "HAUPTBUCH-GEBUCHT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GEBUCHT.

    SELECT SUSA-REPORT
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

*> Tagesjournale: Konto, S/H, Betrag, Text. Das
*> ABGRENZUNG-JOURNAL traegt vorne zusaetzlich die Periode -
*> mirrors QUELL-JOURNAL in fibu_export.cbl.
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

FD KONTEN-SALDEN.
01 SALDEN-RECORD.
    05 KSR-KONTO     PIC X(8).
    05 FILLER        PIC X(1).
    05 KSR-PERIODE   PIC 9(6).
    05 FILLER        PIC X(1).
    05 KSR-SOLL      PIC 9(11)V99.
    05 FILLER        PIC X(1).
    05 KSR-HABEN     PIC 9(11)V99.

FD GEBUCHT-REGISTER.
01 GEBUCHT-RECORD.
    05 GBR-PERIODE    PIC 9(6).
    05 FILLER         PIC X(1).
    05 GBR-DATEI      PIC X(40).
    05 FILLER         PIC X(1).
    05 GBR-ZEITSTEMPEL PIC X(14).
    05 FILLER         PIC X(1).
    05 GBR-SOLL       PIC 9(11)V99.
    05 FILLER         PIC X(1).
    05 GBR-HABEN      PIC 9(11)V99.

FD SUSA-REPORT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-QUELLE  PIC XX VALUE SPACES.
77 FS-SALDEN  PIC XX VALUE SPACES.
77 FS-GEBUCHT PIC XX VALUE SPACES.
77 FS-REPORT  PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG   PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 BUCH-PERIODE    PIC 9(6) VALUE 0.
01 VOR-PERIODE     PIC 9(6).
01 REPORT-DATEINAME PIC X(40).
01 QUELL-DATEINAME PIC X(40).
01 QUELL-ART       PIC X(1).
01 LAUF-ZEITSTEMPEL PIC X(14).

*> Tage der Periode.
01 PERIODE-JAHR    PIC 9(4).
01 PERIODE-MONAT   PIC 9(2).
01 PERIODE-TAG     PIC 9(2).
01 PERIODE-LETZTER PIC 9(2).
01 PERIODE-TAGE    PIC 9(7).
01 PERIODE-BIS     PIC 9(8).
01 TAGES-DATUM     PIC 9(8).

*> Eine Journalzeile, gleich welches Layout.
01 ZEILE-PERIODE   PIC 9(6).
01 ZEILE-KONTO     PIC X(8).
01 ZEILE-SH        PIC X(1).
01 ZEILE-BETRAG    PIC 9(9)V99.

*> Pruefung eines Journals vor dem Buchen.
01 DATEI-SOLL      PIC 9(11)V99.
01 DATEI-HABEN     PIC 9(11)V99.
01 DATEI-ZEILEN    PIC 9(5).
01 DATEI-FEHLER    PIC 9(5).

*> Bereits gebuchte Journale.
01 GEBUCHT-ANZAHL PIC 9(4) VALUE 0.
01 GEBUCHT-TABELLE.
    05 GEBUCHT-EINTRAG OCCURS 1 TO 5000 TIMES
                        DEPENDING ON GEBUCHT-ANZAHL
                        INDEXED BY GB-IDX.
        10 GBT-PERIODE PIC 9(6).
        10 GBT-DATEI   PIC X(40).
        10 GBT-SOLL    PIC 9(11)V99.
        10 GBT-HABEN   PIC 9(11)V99.
01 GEBUCHT-POSITION PIC 9(4).

*> Kontensalden je Konto und Periode.
01 SALDO-ANZAHL PIC 9(5) VALUE 0.
01 SALDO-TABELLE.
    05 SALDO-EINTRAG OCCURS 1 TO 20000 TIMES
                      DEPENDING ON SALDO-ANZAHL
                      INDEXED BY SD-IDX.
        10 SDT-KONTO   PIC X(8).
        10 SDT-PERIODE PIC 9(6).
        10 SDT-SOLL    PIC 9(11)V99.
        10 SDT-HABEN   PIC 9(11)V99.
01 SALDO-POSITION PIC 9(5).
01 SALDO-UEBERLAUF PIC X VALUE "N".

*> Konten der Saldenliste, aufsteigend sortiert.
01 KONTO-ANZAHL PIC 9(4) VALUE 0.
01 KONTO-TABELLE.
    05 KONTO-EINTRAG OCCURS 1 TO 2000 TIMES
                      DEPENDING ON KONTO-ANZAHL
                      INDEXED BY KT-IDX.
        10 KTT-KONTO   PIC X(8).
        10 KTT-ANFANG  PIC S9(11)V99.
        10 KTT-SOLL    PIC 9(11)V99.
        10 KTT-HABEN   PIC 9(11)V99.
01 KONTO-POSITION PIC 9(4).
01 SCHIEBE-IDX    PIC 9(4).
01 LAUF-IDX       PIC 9(5).

01 CNT-GEBUCHT     PIC 9(4) VALUE 0.
01 CNT-DOPPELT     PIC 9(4) VALUE 0.
01 CNT-ABGEWIESEN  PIC 9(4) VALUE 0.
01 SUMME-ANFANG    PIC S9(11)V99 VALUE 0.
01 SUMME-SOLL      PIC 9(11)V99 VALUE 0.
01 SUMME-HABEN     PIC 9(11)V99 VALUE 0.
01 SUMME-ENDE      PIC S9(11)V99 VALUE 0.
01 END-SALDO       PIC S9(11)V99.
01 PRINT-BETRAG    PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-SOLL      PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-HABEN     PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-ANFANG    PIC -ZZZ,ZZZ,ZZ9.99.
01 PRINT-ENDE      PIC -ZZZ,ZZZ,ZZ9.99.
01 MELDUNG PIC X(100).

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - HAUPTBUCH laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM PARSE-KOMMANDOZEILE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO LAUF-ZEITSTEMPEL.
    PERFORM LADE-GEBUCHT-REGISTER.
    PERFORM LADE-KONTEN-SALDEN.
    IF SALDO-UEBERLAUF = "J"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "Hauptbuch Periode " BUCH-PERIODE ":".
    PERFORM BUCHE-PERIODE.

    IF CNT-GEBUCHT > 0
        PERFORM SICHERE-KONTEN-SALDEN
    END-IF.
    IF SALDO-UEBERLAUF = "J"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM DRUCKE-SALDENLISTE.

    DISPLAY "--------------------------------------------".
    DISPLAY "Journale gebucht: " CNT-GEBUCHT
            ", bereits gebucht: " CNT-DOPPELT
            ", abgewiesen: " CNT-ABGEWIESEN ".".
    IF CNT-ABGEWIESEN > 0
        MOVE 1 TO RETURN-CODE
    END-IF.

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
            MOVE WS-ARGUMENT-WERT(1:6) TO BUCH-PERIODE
        END-IF
    END-IF
    IF BUCH-PERIODE = 0
        MOVE FUNCTION CURRENT-DATE(1:6) TO BUCH-PERIODE
        IF BUCH-PERIODE(5:2) = "01"
            COMPUTE BUCH-PERIODE = BUCH-PERIODE - 100 + 11
        ELSE
            SUBTRACT 1 FROM BUCH-PERIODE
        END-IF
    END-IF.


*> ================================================================
*> #6 Alle Journale der Periode buchen
*> ================================================================
*> Mirrors die Journalauswahl von ERZEUGE-DATEV-STAPEL in
*> fibu_export.cbl.
BUCHE-PERIODE.
    MOVE BUCH-PERIODE(1:4) TO PERIODE-JAHR
    MOVE BUCH-PERIODE(5:2) TO PERIODE-MONAT
    IF PERIODE-MONAT = 12
        COMPUTE PERIODE-TAGE =
            FUNCTION INTEGER-OF-DATE((PERIODE-JAHR + 1) * 10000 + 101)
    ELSE
        COMPUTE PERIODE-TAGE = FUNCTION INTEGER-OF-DATE(
            PERIODE-JAHR * 10000 + (PERIODE-MONAT + 1) * 100 + 1)
    END-IF
    SUBTRACT 1 FROM PERIODE-TAGE
    COMPUTE PERIODE-BIS = FUNCTION DATE-OF-INTEGER(PERIODE-TAGE)
    MOVE PERIODE-BIS(7:2) TO PERIODE-LETZTER
    IF PERIODE-MONAT = 1
        COMPUTE VOR-PERIODE = (PERIODE-JAHR - 1) * 100 + 12
    ELSE
        COMPUTE VOR-PERIODE = BUCH-PERIODE - 1
    END-IF

    MOVE "T" TO QUELL-ART
    PERFORM VARYING PERIODE-TAG FROM 1 BY 1
            UNTIL PERIODE-TAG > PERIODE-LETZTER
        COMPUTE TAGES-DATUM = BUCH-PERIODE * 100 + PERIODE-TAG
        MOVE SPACES TO QUELL-DATEINAME
        STRING "FIBU-JOURNAL-" TAGES-DATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM BUCHE-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "UMLAGE-JOURNAL-" TAGES-DATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM BUCHE-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "RUECKSTELLUNG-JOURNAL-" TAGES-DATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM BUCHE-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "LOHNSTEUER-JOURNAL-" TAGES-DATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM BUCHE-JOURNAL
        MOVE SPACES TO QUELL-DATEINAME
        STRING "UV-JOURNAL-" TAGES-DATUM ".DAT"
            DELIMITED BY SIZE INTO QUELL-DATEINAME
        END-STRING
        PERFORM BUCHE-JOURNAL
    END-PERFORM

    MOVE "P" TO QUELL-ART
    MOVE SPACES TO QUELL-DATEINAME
    STRING "ABGRENZUNG-JOURNAL-" VOR-PERIODE ".DAT"
        DELIMITED BY SIZE INTO QUELL-DATEINAME
    END-STRING
    PERFORM BUCHE-JOURNAL
    MOVE SPACES TO QUELL-DATEINAME
    STRING "ABGRENZUNG-JOURNAL-" BUCH-PERIODE ".DAT"
        DELIMITED BY SIZE INTO QUELL-DATEINAME
    END-STRING
    PERFORM BUCHE-JOURNAL.


*> ----------------------------------------------------------------
*> #6.1 Ein Journal pruefen und buchen
*> ----------------------------------------------------------------
*> Erster Lesedurchgang prueft (Summen, Zeilenaufbau), erst der
*> zweite bucht - ein abgewiesenes Journal veraendert nichts.
BUCHE-JOURNAL.
    PERFORM PRUEFE-JOURNAL
    IF DATEI-ZEILEN = 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO GEBUCHT-POSITION
    IF GEBUCHT-ANZAHL > 0
        SET GB-IDX TO 1
        SEARCH GEBUCHT-EINTRAG
            AT END CONTINUE
            WHEN GBT-PERIODE(GB-IDX) = BUCH-PERIODE
             AND GBT-DATEI(GB-IDX) = QUELL-DATEINAME
                SET GEBUCHT-POSITION TO GB-IDX
        END-SEARCH
    END-IF
    IF GEBUCHT-POSITION > 0
        ADD 1 TO CNT-DOPPELT
        IF GBT-SOLL(GEBUCHT-POSITION) NOT = DATEI-SOLL
         OR GBT-HABEN(GEBUCHT-POSITION) NOT = DATEI-HABEN
            MOVE DATEI-SOLL TO PRINT-BETRAG
            MOVE GBT-SOLL(GEBUCHT-POSITION) TO PRINT-SOLL
            DISPLAY "  HINWEIS: " FUNCTION TRIM(QUELL-DATEINAME)
                    " wurde nach dem Buchen geaendert (Soll jetzt "
                    PRINT-BETRAG ", gebucht " PRINT-SOLL
                    ") - NICHT erneut gebucht, Differenz klaeren."
        ELSE
            DISPLAY "  bereits gebucht: "
                    FUNCTION TRIM(QUELL-DATEINAME)
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF DATEI-FEHLER > 0 OR DATEI-SOLL NOT = DATEI-HABEN
        ADD 1 TO CNT-ABGEWIESEN
        MOVE DATEI-SOLL TO PRINT-SOLL
        MOVE DATEI-HABEN TO PRINT-HABEN
        DISPLAY "  ABGEWIESEN: " FUNCTION TRIM(QUELL-DATEINAME)
                " - Soll " PRINT-SOLL " / Haben " PRINT-HABEN
                ", fehlerhafte Zeilen: " DATEI-FEHLER
        EXIT PARAGRAPH
    END-IF

    IF GEBUCHT-ANZAHL >= 5000
        ADD 1 TO CNT-ABGEWIESEN
        DISPLAY "  ABGEWIESEN: " FUNCTION TRIM(QUELL-DATEINAME)
                " - Register HAUPTBUCH-GEBUCHT.DAT voll (5000)."
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO EOF-FLAG
    OPEN INPUT QUELL-JOURNAL
    PERFORM UNTIL EOF-FLAG = "Y"
        READ QUELL-JOURNAL
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            PERFORM ZERLEGE-JOURNALZEILE
            IF (ZEILE-SH = "S" OR ZEILE-SH = "H")
             AND ZEILE-PERIODE = BUCH-PERIODE
                PERFORM BUCHE-ZEILE
            END-IF
        END-IF
    END-PERFORM
    CLOSE QUELL-JOURNAL
    MOVE "N" TO EOF-FLAG

    PERFORM MERKE-GEBUCHT
    ADD 1 TO CNT-GEBUCHT
    MOVE DATEI-SOLL TO PRINT-BETRAG
    DISPLAY "  gebucht: " FUNCTION TRIM(QUELL-DATEINAME) " ("
            DATEI-ZEILEN " Zeilen, " FUNCTION TRIM(PRINT-BETRAG)
            " EUR)".


*> ----------------------------------------------------------------
*> #6.2 Erster Durchgang: Summen und Zeilenaufbau pruefen
*> ----------------------------------------------------------------
*> Summenzeilen am Ende der Journale haben kein S/H an der
*> Seitenposition und werden uebergangen.
PRUEFE-JOURNAL.
    MOVE 0 TO DATEI-SOLL DATEI-HABEN DATEI-ZEILEN DATEI-FEHLER
    OPEN INPUT QUELL-JOURNAL
    IF FS-QUELLE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ QUELL-JOURNAL
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            PERFORM ZERLEGE-JOURNALZEILE
            IF (ZEILE-SH = "S" OR ZEILE-SH = "H")
             AND ZEILE-PERIODE = BUCH-PERIODE
                ADD 1 TO DATEI-ZEILEN
                IF ZEILE-BETRAG IS NOT NUMERIC
                 OR ZEILE-KONTO = SPACES
                    ADD 1 TO DATEI-FEHLER
                ELSE
                    IF ZEILE-SH = "S"
                        ADD ZEILE-BETRAG TO DATEI-SOLL
                    ELSE
                        ADD ZEILE-BETRAG TO DATEI-HABEN
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE QUELL-JOURNAL
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.3 Journalzeile je nach Layout in ZEILE-* uebernehmen
*> ----------------------------------------------------------------
ZERLEGE-JOURNALZEILE.
    IF QUELL-ART = "P"
        IF QP-PERIODE IS NUMERIC
            MOVE QP-PERIODE TO ZEILE-PERIODE
        ELSE
            MOVE 0 TO ZEILE-PERIODE
        END-IF
        MOVE QP-KONTO  TO ZEILE-KONTO
        MOVE QP-SH     TO ZEILE-SH
        MOVE QP-BETRAG TO ZEILE-BETRAG
    ELSE
        MOVE BUCH-PERIODE TO ZEILE-PERIODE
        MOVE QS-KONTO  TO ZEILE-KONTO
        MOVE QS-SH     TO ZEILE-SH
        MOVE QS-BETRAG TO ZEILE-BETRAG
    END-IF.


*> ----------------------------------------------------------------
*> #6.4 Eine Zeile auf Konto/Periode buchen
*> ----------------------------------------------------------------
BUCHE-ZEILE.
    MOVE 0 TO SALDO-POSITION
    PERFORM VARYING SD-IDX FROM 1 BY 1
            UNTIL SD-IDX > SALDO-ANZAHL OR SALDO-POSITION > 0
        IF SDT-KONTO(SD-IDX) = ZEILE-KONTO
         AND SDT-PERIODE(SD-IDX) = BUCH-PERIODE
            SET SALDO-POSITION TO SD-IDX
        END-IF
    END-PERFORM
    IF SALDO-POSITION = 0
        IF SALDO-ANZAHL >= 20000
            IF SALDO-UEBERLAUF NOT = "J"
                MOVE "J" TO SALDO-UEBERLAUF
                DISPLAY "FEHLER: Saldentabelle voll (20000) -"
                        " KONTEN-SALDEN.DAT wird NICHT geschrieben."
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO SALDO-ANZAHL
        MOVE SALDO-ANZAHL TO SALDO-POSITION
        MOVE ZEILE-KONTO  TO SDT-KONTO(SALDO-POSITION)
        MOVE BUCH-PERIODE TO SDT-PERIODE(SALDO-POSITION)
        MOVE 0 TO SDT-SOLL(SALDO-POSITION) SDT-HABEN(SALDO-POSITION)
    END-IF
    IF ZEILE-SH = "S"
        ADD ZEILE-BETRAG TO SDT-SOLL(SALDO-POSITION)
    ELSE
        ADD ZEILE-BETRAG TO SDT-HABEN(SALDO-POSITION)
    END-IF.


*> ----------------------------------------------------------------
*> #6.5 Gebuchtes Journal im Register festhalten
*> ----------------------------------------------------------------
MERKE-GEBUCHT.
    ADD 1 TO GEBUCHT-ANZAHL
    MOVE BUCH-PERIODE    TO GBT-PERIODE(GEBUCHT-ANZAHL)
    MOVE QUELL-DATEINAME TO GBT-DATEI(GEBUCHT-ANZAHL)
    MOVE DATEI-SOLL      TO GBT-SOLL(GEBUCHT-ANZAHL)
    MOVE DATEI-HABEN     TO GBT-HABEN(GEBUCHT-ANZAHL)
    OPEN EXTEND GEBUCHT-REGISTER
    IF FS-GEBUCHT NOT = "00"
        OPEN OUTPUT GEBUCHT-REGISTER
    END-IF
    IF FS-GEBUCHT = "00"
        MOVE SPACES TO GEBUCHT-RECORD
        MOVE BUCH-PERIODE     TO GBR-PERIODE
        MOVE QUELL-DATEINAME  TO GBR-DATEI
        MOVE LAUF-ZEITSTEMPEL TO GBR-ZEITSTEMPEL
        MOVE DATEI-SOLL       TO GBR-SOLL
        MOVE DATEI-HABEN      TO GBR-HABEN
        WRITE GEBUCHT-RECORD
        CLOSE GEBUCHT-REGISTER
    ELSE
        DISPLAY "Fehler beim Schreiben von HAUPTBUCH-GEBUCHT.DAT,"
                " Status=" FS-GEBUCHT
        MOVE 1 TO RETURN-CODE
    END-IF.


*> ================================================================
*> #7 Summen- und Saldenliste der Periode
*> ================================================================
*> Anfangssaldo = Saldo aller frueheren Perioden; Salden positiv
*> im Soll, negativ im Haben.
DRUCKE-SALDENLISTE.
    MOVE 0 TO KONTO-ANZAHL
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > SALDO-ANZAHL
        IF SDT-PERIODE(LAUF-IDX) <= BUCH-PERIODE
            PERFORM SAMMLE-KONTO
        END-IF
    END-PERFORM

    MOVE SPACES TO REPORT-DATEINAME
    STRING "SUSA-" BUCH-PERIODE ".RPT"
        DELIMITED BY SIZE INTO REPORT-DATEINAME
    END-STRING
    OPEN OUTPUT SUSA-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(REPORT-DATEINAME)
                ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO MELDUNG
    STRING "Summen- und Saldenliste Periode " BUCH-PERIODE
           " (Stand " LAUF-ZEITSTEMPEL(1:8) ")"
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "Konto      Anfangssaldo            Soll           Haben        Endsaldo"
        TO MELDUNG
    PERFORM MELDE
    MOVE "============================================================================"
        TO MELDUNG
    PERFORM MELDE

    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > KONTO-ANZAHL
        COMPUTE END-SALDO = KTT-ANFANG(LAUF-IDX)
                          + KTT-SOLL(LAUF-IDX) - KTT-HABEN(LAUF-IDX)
        ADD KTT-ANFANG(LAUF-IDX) TO SUMME-ANFANG
        ADD KTT-SOLL(LAUF-IDX)   TO SUMME-SOLL
        ADD KTT-HABEN(LAUF-IDX)  TO SUMME-HABEN
        ADD END-SALDO            TO SUMME-ENDE
        MOVE KTT-ANFANG(LAUF-IDX) TO PRINT-ANFANG
        MOVE KTT-SOLL(LAUF-IDX)   TO PRINT-SOLL
        MOVE KTT-HABEN(LAUF-IDX)  TO PRINT-HABEN
        MOVE END-SALDO            TO PRINT-ENDE
        MOVE SPACES TO MELDUNG
        STRING KTT-KONTO(LAUF-IDX) PRINT-ANFANG " " PRINT-SOLL
               " " PRINT-HABEN " " PRINT-ENDE
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-PERFORM

    MOVE "============================================================================"
        TO MELDUNG
    PERFORM MELDE
    MOVE SUMME-ANFANG TO PRINT-ANFANG
    MOVE SUMME-SOLL   TO PRINT-SOLL
    MOVE SUMME-HABEN  TO PRINT-HABEN
    MOVE SUMME-ENDE   TO PRINT-ENDE
    MOVE SPACES TO MELDUNG
    STRING "Summe   " PRINT-ANFANG " " PRINT-SOLL " " PRINT-HABEN
           " " PRINT-ENDE
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF SUMME-SOLL NOT = SUMME-HABEN OR SUMME-ENDE NOT = 0
        MOVE "ACHTUNG: Saldenliste nicht ausgeglichen!" TO MELDUNG
        PERFORM MELDE
        MOVE 1 TO RETURN-CODE
    END-IF
    CLOSE SUSA-REPORT.


*> ----------------------------------------------------------------
*> #7.1 Saldenzeile LAUF-IDX dem Konto der Liste zuschlagen
*> ----------------------------------------------------------------
*> Die Kontenliste wird beim Aufbau sortiert gehalten (Einfuegen
*> an der richtigen Stelle).
SAMMLE-KONTO.
    MOVE 0 TO KONTO-POSITION
    IF KONTO-ANZAHL > 0
        SET KT-IDX TO 1
        SEARCH KONTO-EINTRAG
            AT END CONTINUE
            WHEN KTT-KONTO(KT-IDX) = SDT-KONTO(LAUF-IDX)
                SET KONTO-POSITION TO KT-IDX
        END-SEARCH
    END-IF
    IF KONTO-POSITION = 0
        IF KONTO-ANZAHL >= 2000
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO KONTO-POSITION
        PERFORM VARYING SCHIEBE-IDX FROM 1 BY 1
                UNTIL SCHIEBE-IDX > KONTO-ANZAHL
            IF KTT-KONTO(SCHIEBE-IDX) < SDT-KONTO(LAUF-IDX)
                COMPUTE KONTO-POSITION = SCHIEBE-IDX + 1
            END-IF
        END-PERFORM
        ADD 1 TO KONTO-ANZAHL
        PERFORM VARYING SCHIEBE-IDX FROM KONTO-ANZAHL BY -1
                UNTIL SCHIEBE-IDX <= KONTO-POSITION
            MOVE KONTO-EINTRAG(SCHIEBE-IDX - 1)
                TO KONTO-EINTRAG(SCHIEBE-IDX)
        END-PERFORM
        MOVE SDT-KONTO(LAUF-IDX) TO KTT-KONTO(KONTO-POSITION)
        MOVE 0 TO KTT-ANFANG(KONTO-POSITION)
        MOVE 0 TO KTT-SOLL(KONTO-POSITION) KTT-HABEN(KONTO-POSITION)
    END-IF
    IF SDT-PERIODE(LAUF-IDX) < BUCH-PERIODE
        COMPUTE KTT-ANFANG(KONTO-POSITION) =
            KTT-ANFANG(KONTO-POSITION)
            + SDT-SOLL(LAUF-IDX) - SDT-HABEN(LAUF-IDX)
    ELSE
        ADD SDT-SOLL(LAUF-IDX)  TO KTT-SOLL(KONTO-POSITION)
        ADD SDT-HABEN(LAUF-IDX) TO KTT-HABEN(KONTO-POSITION)
    END-IF.


*> ================================================================
*> #8 Register und Salden laden / Salden sichern
*> ================================================================
LADE-GEBUCHT-REGISTER.
    MOVE 0 TO GEBUCHT-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT GEBUCHT-REGISTER
    IF FS-GEBUCHT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ GEBUCHT-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND GBR-DATEI NOT = SPACES
             AND GEBUCHT-ANZAHL < 5000
                ADD 1 TO GEBUCHT-ANZAHL
                MOVE GBR-PERIODE TO GBT-PERIODE(GEBUCHT-ANZAHL)
                MOVE GBR-DATEI   TO GBT-DATEI(GEBUCHT-ANZAHL)
                MOVE GBR-SOLL    TO GBT-SOLL(GEBUCHT-ANZAHL)
                MOVE GBR-HABEN   TO GBT-HABEN(GEBUCHT-ANZAHL)
            END-IF
        END-PERFORM
        CLOSE GEBUCHT-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.

LADE-KONTEN-SALDEN.
    MOVE 0 TO SALDO-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTEN-SALDEN
    IF FS-SALDEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KONTEN-SALDEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND KSR-KONTO NOT = SPACES
                IF SALDO-ANZAHL < 20000
                    ADD 1 TO SALDO-ANZAHL
                    MOVE KSR-KONTO   TO SDT-KONTO(SALDO-ANZAHL)
                    MOVE KSR-PERIODE TO SDT-PERIODE(SALDO-ANZAHL)
                    MOVE KSR-SOLL    TO SDT-SOLL(SALDO-ANZAHL)
                    MOVE KSR-HABEN   TO SDT-HABEN(SALDO-ANZAHL)
                ELSE
                    IF SALDO-UEBERLAUF NOT = "J"
                        MOVE "J" TO SALDO-UEBERLAUF
                        DISPLAY "FEHLER: Saldentabelle voll (20000)"
                                " - kein Buchungslauf."
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE KONTEN-SALDEN
    END-IF
    MOVE "N" TO EOF-FLAG.

SICHERE-KONTEN-SALDEN.
    IF SALDO-UEBERLAUF = "J"
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT KONTEN-SALDEN
    IF FS-SALDEN NOT = "00"
        DISPLAY "Fehler beim Schreiben von KONTEN-SALDEN.DAT, Status="
                FS-SALDEN
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > SALDO-ANZAHL
        MOVE SPACES TO SALDEN-RECORD
        MOVE SDT-KONTO(LAUF-IDX)   TO KSR-KONTO
        MOVE SDT-PERIODE(LAUF-IDX) TO KSR-PERIODE
        MOVE SDT-SOLL(LAUF-IDX)    TO KSR-SOLL
        MOVE SDT-HABEN(LAUF-IDX)   TO KSR-HABEN
        WRITE SALDEN-RECORD
    END-PERFORM
    CLOSE KONTEN-SALDEN.


*> ================================================================
*> #9 Meldungszeile auf Konsole und in den Report schreiben
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #10 Aktive Firma lesen (Konzernsicht = "**")
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
