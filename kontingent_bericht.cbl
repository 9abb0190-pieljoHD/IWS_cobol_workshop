*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. KONTINGENT-BERICHT.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Burn-down der vorausbezahlten Stundenkontingente je Kunde bzw.
*> Projekt - bisher eine Tabellenkalkulation, in der zu spaet
*> auffiel, dass ein Block aufgebraucht war. Die Kontingente stehen
*> in KONTINGENT.CFG ("<Art P|K> <Projekt|Kunde> <Stunden>
*> <GueltigAb> <GueltigBis> [<Uebertrag>]"), den Verbrauch schreibt
*> der RECHNUNGS-GENERATOR je Buchung nach
*> KONTINGENT-VERBRAUCH.DAT. Gemeldet wird jedes zum Stichtag
*> laufende Kontingent mit Verbrauch, Rest, Mehrstunden und der
*> Prognose, wann es beim bisherigen Tempo aufgebraucht ist.
*> Erreicht der Verbrauch eine Schwelle aus KONTINGENT-SCHWELLE.CFG
*> (eine Zeile, bis zu fuenf Prozentwerte, Default "80 100"), wird
*> das Kontingent markiert. Ohne Parameter gilt heute als
*> Stichtag; 1. Parameter = Stichtag JJJJMMTT. Ergebnis: Konsole +
*> KONTINGENT-BERICHT.RPT.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KONTINGENT-CFG
        ASSIGN TO "KONTINGENT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KONTINGENT.

    SELECT KONTINGENT-VERBRAUCH
        ASSIGN TO "KONTINGENT-VERBRAUCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KVERBRAUCH.

    SELECT SCHWELLE-CFG
        ASSIGN TO "KONTINGENT-SCHWELLE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SCHWELLE.

    SELECT KONTINGENT-REPORT
        ASSIGN TO "KONTINGENT-BERICHT.RPT"
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
FD KONTINGENT-CFG.
01 KONTINGENT-CFG-ZEILE PIC X(80).

*> Mirrors KONTINGENT-VERBRAUCH-RECORD in rechnungs_generator.cbl.
FD KONTINGENT-VERBRAUCH.
01 KONTINGENT-VERBRAUCH-RECORD.
    05 KV-LAUFDATUM   PIC 9(08).
    05 FILLER         PIC X(01).
    05 KV-VORGANG     PIC X(01).
    05 FILLER         PIC X(01).
    05 KV-ART         PIC X(01).
    05 FILLER         PIC X(01).
    05 KV-SCHLUESSEL  PIC X(10).
    05 FILLER         PIC X(01).
    05 KV-AB          PIC 9(08).
    05 FILLER         PIC X(01).
    05 KV-BUCHUNGS-NR PIC X(03).
    05 FILLER         PIC X(01).
    05 KV-VORNAME-M   PIC X(10).
    05 FILLER         PIC X(01).
    05 KV-NACHNAME-M  PIC X(10).
    05 FILLER         PIC X(01).
    05 KV-DATUM       PIC 9(08).
    05 FILLER         PIC X(01).
    05 KV-STUNDEN     PIC 9(03).
    05 FILLER         PIC X(01).
    05 KV-MEHRSTUNDEN PIC 9(03).

FD SCHWELLE-CFG.
01 SCHWELLE-CFG-ZEILE PIC X(40).

FD KONTINGENT-REPORT.
01 REPORT-ZEILE PIC X(100).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-KONTINGENT PIC XX VALUE SPACES.
77 FS-KVERBRAUCH PIC XX VALUE SPACES.
77 FS-SCHWELLE   PIC XX VALUE SPACES.
77 FS-REPORT     PIC XX VALUE SPACES.
77 EOF-FLAG      PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 STICHTAG       PIC 9(8).
01 STICHTAG-TAGE  PIC 9(8).

*> Warnschwellen in Prozent, aufsteigend.
01 SCHWELLE-ANZAHL PIC 9 VALUE 2.
01 SCHWELLE-TABELLE.
    05 SCHWELLE-WERT PIC 9(3) OCCURS 5 TIMES.
01 SCHWELLE-RAW.
    05 SCHWELLE-RAW-WERT PIC X(8) OCCURS 5 TIMES.
01 SCHWELLE-IDX     PIC 9.
01 SCHWELLE-TREFFER PIC 9(3).
01 SCHWELLE-TEXT    PIC X(40).
01 SCHWELLE-POS     PIC 9(2).

*> Kontingente - mirrors KONTINGENT-TABELLE in
*> rechnungs_generator.cbl.
01 KONTINGENT-ANZAHL PIC 9(3) VALUE 0.
01 KONTINGENT-TABELLE.
    05 KONTINGENT-EINTRAG OCCURS 1 TO 200 TIMES
                           DEPENDING ON KONTINGENT-ANZAHL
                           INDEXED BY KT-IDX.
        10 KT-ART           PIC X(01).
        10 KT-SCHLUESSEL    PIC X(10).
        10 KT-STUNDEN       PIC 9(05).
        10 KT-AB            PIC 9(08).
        10 KT-BIS           PIC 9(08).
        10 KT-UEBERTRAG-MAX PIC 9(05).
        10 KT-UEBERTRAG     PIC 9(05).
        10 KT-VERBRAUCHT    PIC S9(06).
        10 KT-MEHRSTUNDEN   PIC 9(06).
01 KT-ART-RAW        PIC X(10).
01 KT-SCHLUESSEL-RAW PIC X(10).
01 KT-STUNDEN-RAW    PIC X(10).
01 KT-AB-RAW         PIC X(10).
01 KT-BIS-RAW        PIC X(10).
01 KT-UEBERTRAG-RAW  PIC X(10).
01 KT-ZEILEN-NR      PIC 9(4) VALUE 0.
01 KT-LAUF-IDX       PIC 9(3).
01 KT-VOR-IDX        PIC 9(3).
01 KT-VOR-POS        PIC 9(3).
01 KT-VOR-BIS        PIC 9(8).
01 KT-REST           PIC S9(6).

*> Auswertung des aktuellen Kontingents.
01 BD-GESAMT        PIC 9(6).
01 BD-PROZENT       PIC 9(5).
01 BD-TAGE          PIC 9(5).
01 BD-TEMPO         PIC 9(5)V99.
01 BD-RESTTAGE      PIC 9(7).
01 BD-ENDE-TAGE     PIC 9(8).
01 BD-ENDE-DATUM    PIC 9(8).
01 PRINT-GESAMT     PIC ZZZZ9.
01 PRINT-UEBERTRAG  PIC ZZZZ9.
01 PRINT-VERBRAUCHT PIC -ZZZZ9.
01 PRINT-REST       PIC -ZZZZ9.
01 PRINT-MEHR       PIC ZZZZ9.
01 PRINT-PROZENT    PIC ZZZ9.
01 PRINT-TEMPO      PIC ZZZ9.99.
01 PRINT-SCHWELLE   PIC ZZ9.

01 CNT-LAUFEND  PIC 9(3) VALUE 0.
01 CNT-WARNUNG  PIC 9(3) VALUE 0.
01 MELDUNG      PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:8) TO STICHTAG.
    PERFORM PARSE-KOMMANDOZEILE.
    COMPUTE STICHTAG-TAGE = FUNCTION INTEGER-OF-DATE(STICHTAG).
    PERFORM LADE-SCHWELLE.
    PERFORM LADE-KONTINGENTE.

    IF KONTINGENT-ANZAHL = 0
        DISPLAY "Keine Kontingente in KONTINGENT.CFG gefunden."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT KONTINGENT-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von KONTINGENT-BERICHT.RPT,"
                " Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE SPACES TO SCHWELLE-TEXT
    MOVE 1 TO SCHWELLE-POS
    PERFORM VARYING SCHWELLE-IDX FROM 1 BY 1
            UNTIL SCHWELLE-IDX > SCHWELLE-ANZAHL
        MOVE SCHWELLE-WERT(SCHWELLE-IDX) TO PRINT-SCHWELLE
        STRING FUNCTION TRIM(PRINT-SCHWELLE) "% "
            DELIMITED BY SIZE
            INTO SCHWELLE-TEXT
            WITH POINTER SCHWELLE-POS
        END-STRING
    END-PERFORM.
    MOVE SPACES TO MELDUNG
    STRING "Kontingent-Burn-down zum " STICHTAG
           " (Schwellen " FUNCTION TRIM(SCHWELLE-TEXT) ")"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM VARYING KT-LAUF-IDX FROM 1 BY 1
            UNTIL KT-LAUF-IDX > KONTINGENT-ANZAHL
        IF KT-AB(KT-LAUF-IDX) <= STICHTAG
         AND KT-BIS(KT-LAUF-IDX) >= STICHTAG
            PERFORM BEWERTE-KONTINGENT
        END-IF
    END-PERFORM.

    IF CNT-LAUFEND = 0
        MOVE "  Kein Kontingent zum Stichtag gueltig." TO MELDUNG
        PERFORM MELDE
    END-IF.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    MOVE SPACES TO MELDUNG
    STRING CNT-LAUFEND " laufende(s) Kontingent(e), "
           CNT-WARNUNG " ueber einer Warnschwelle."
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.

    CLOSE KONTINGENT-REPORT.
    GOBACK.


*> ================================================================
*> #5 Ein laufendes Kontingent bewerten und melden
*> ================================================================
BEWERTE-KONTINGENT.
    ADD 1 TO CNT-LAUFEND
    COMPUTE BD-GESAMT = KT-STUNDEN(KT-LAUF-IDX)
                      + KT-UEBERTRAG(KT-LAUF-IDX)
    COMPUTE KT-REST = BD-GESAMT - KT-VERBRAUCHT(KT-LAUF-IDX)
    IF BD-GESAMT > 0 AND KT-VERBRAUCHT(KT-LAUF-IDX) > 0
        COMPUTE BD-PROZENT =
            KT-VERBRAUCHT(KT-LAUF-IDX) * 100 / BD-GESAMT
    ELSE
        MOVE 0 TO BD-PROZENT
    END-IF

    MOVE KT-STUNDEN(KT-LAUF-IDX)    TO PRINT-GESAMT
    MOVE KT-UEBERTRAG(KT-LAUF-IDX)  TO PRINT-UEBERTRAG
    MOVE SPACES TO MELDUNG
    STRING "  " KT-ART(KT-LAUF-IDX) " " KT-SCHLUESSEL(KT-LAUF-IDX)
           " " KT-AB(KT-LAUF-IDX) "-" KT-BIS(KT-LAUF-IDX)
           "  Kontingent " PRINT-GESAMT " Std"
           " + Uebertrag " PRINT-UEBERTRAG " Std"
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE

    MOVE KT-VERBRAUCHT(KT-LAUF-IDX)  TO PRINT-VERBRAUCHT
    MOVE KT-REST                     TO PRINT-REST
    MOVE KT-MEHRSTUNDEN(KT-LAUF-IDX) TO PRINT-MEHR
    MOVE BD-PROZENT                  TO PRINT-PROZENT
    MOVE SPACES TO MELDUNG
    STRING "    verbraucht " PRINT-VERBRAUCHT " Std ("
           FUNCTION TRIM(PRINT-PROZENT) "%), Rest " PRINT-REST
           " Std, Mehrstunden " PRINT-MEHR
        DELIMITED BY SIZE
        INTO MELDUNG
    END-STRING
    PERFORM MELDE

    PERFORM PROGNOSTIZIERE-ENDE

    MOVE 0 TO SCHWELLE-TREFFER
    PERFORM VARYING SCHWELLE-IDX FROM 1 BY 1
            UNTIL SCHWELLE-IDX > SCHWELLE-ANZAHL
        IF BD-PROZENT >= SCHWELLE-WERT(SCHWELLE-IDX)
            MOVE SCHWELLE-WERT(SCHWELLE-IDX) TO SCHWELLE-TREFFER
        END-IF
    END-PERFORM
    IF SCHWELLE-TREFFER > 0
        ADD 1 TO CNT-WARNUNG
        MOVE SCHWELLE-TREFFER TO PRINT-SCHWELLE
        MOVE SPACES TO MELDUNG
        STRING "    << WARNUNG: Schwelle "
               FUNCTION TRIM(PRINT-SCHWELLE) "% erreicht"
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Erschoepfungsdatum beim bisherigen Tempo schaetzen
*> ----------------------------------------------------------------
*> Tempo = Verbrauch je Kalendertag seit GueltigAb (einschliesslich
*> Stichtag); der Rest reicht dann Rest / Tempo Tage.
PROGNOSTIZIERE-ENDE.
    MOVE SPACES TO MELDUNG
    IF KT-REST <= 0
        MOVE "    Prognose: AUFGEBRAUCHT - weitere Stunden laufen als Mehrstunden"
            TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF
    IF KT-VERBRAUCHT(KT-LAUF-IDX) <= 0
        MOVE "    Prognose: noch kein Verbrauch" TO MELDUNG
        PERFORM MELDE
        EXIT PARAGRAPH
    END-IF

    COMPUTE BD-TAGE = STICHTAG-TAGE
        - FUNCTION INTEGER-OF-DATE(KT-AB(KT-LAUF-IDX)) + 1
    COMPUTE BD-TEMPO ROUNDED = KT-VERBRAUCHT(KT-LAUF-IDX) / BD-TAGE
    IF BD-TEMPO = 0
        MOVE 0.01 TO BD-TEMPO
    END-IF
    COMPUTE BD-RESTTAGE = KT-REST / BD-TEMPO
    COMPUTE BD-ENDE-TAGE = STICHTAG-TAGE + BD-RESTTAGE
    MOVE BD-TEMPO TO PRINT-TEMPO
    IF BD-ENDE-TAGE > FUNCTION INTEGER-OF-DATE(KT-BIS(KT-LAUF-IDX))
        STRING "    Prognose: reicht bis Laufzeitende "
               KT-BIS(KT-LAUF-IDX) " (Tempo "
               FUNCTION TRIM(PRINT-TEMPO) " Std/Tag)"
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
    ELSE
        COMPUTE BD-ENDE-DATUM = FUNCTION DATE-OF-INTEGER(BD-ENDE-TAGE)
        STRING "    Prognose: aufgebraucht etwa am " BD-ENDE-DATUM
               " (Tempo " FUNCTION TRIM(PRINT-TEMPO) " Std/Tag)"
            DELIMITED BY SIZE
            INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE.


*> ================================================================
*> #6 Stundenkontingente und ihren Verbrauch laden
*> ================================================================
*> Mirrors LADE-KONTINGENTE in rechnungs_generator.cbl.
LADE-KONTINGENTE.
    MOVE 0 TO KONTINGENT-ANZAHL KT-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTINGENT-CFG
    IF FS-KONTINGENT = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KONTINGENT-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
                ADD 1 TO KT-ZEILEN-NR
                IF KONTINGENT-CFG-ZEILE NOT = SPACES
                 AND KONTINGENT-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM MERKE-KONTINGENT
                END-IF
            END-IF
        END-PERFORM
        CLOSE KONTINGENT-CFG
    END-IF
    PERFORM LADE-KONTINGENT-VERBRAUCH
    PERFORM BERECHNE-KONTINGENT-UEBERTRAG.

MERKE-KONTINGENT.
    MOVE SPACES TO KT-ART-RAW KT-SCHLUESSEL-RAW KT-STUNDEN-RAW
                   KT-AB-RAW KT-BIS-RAW KT-UEBERTRAG-RAW
    UNSTRING FUNCTION TRIM(KONTINGENT-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO KT-ART-RAW KT-SCHLUESSEL-RAW KT-STUNDEN-RAW
             KT-AB-RAW KT-BIS-RAW KT-UEBERTRAG-RAW
    END-UNSTRING
    IF KT-UEBERTRAG-RAW = SPACES
        MOVE "0" TO KT-UEBERTRAG-RAW
    END-IF
    IF (KT-ART-RAW NOT = "P" AND KT-ART-RAW NOT = "K")
     OR KT-SCHLUESSEL-RAW = SPACES
     OR FUNCTION TRIM(KT-STUNDEN-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(KT-AB-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(KT-BIS-RAW) IS NOT NUMERIC
     OR FUNCTION TRIM(KT-UEBERTRAG-RAW) IS NOT NUMERIC
     OR FUNCTION NUMVAL(KT-BIS-RAW) < FUNCTION NUMVAL(KT-AB-RAW)
        DISPLAY "WARNUNG: KONTINGENT.CFG Zeile " KT-ZEILEN-NR
                " unlesbar - ignoriert."
        EXIT PARAGRAPH
    END-IF
    IF KONTINGENT-ANZAHL >= 200
        DISPLAY "WARNUNG: Kontingenttabelle voll (200) - Zeile "
                KT-ZEILEN-NR " ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO KONTINGENT-ANZAHL
    MOVE KT-ART-RAW       TO KT-ART(KONTINGENT-ANZAHL)
    MOVE KT-SCHLUESSEL-RAW TO KT-SCHLUESSEL(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-STUNDEN-RAW)
        TO KT-STUNDEN(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-AB-RAW)  TO KT-AB(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-BIS-RAW) TO KT-BIS(KONTINGENT-ANZAHL)
    MOVE FUNCTION NUMVAL(KT-UEBERTRAG-RAW)
        TO KT-UEBERTRAG-MAX(KONTINGENT-ANZAHL)
    MOVE 0 TO KT-UEBERTRAG(KONTINGENT-ANZAHL)
              KT-VERBRAUCHT(KONTINGENT-ANZAHL)
              KT-MEHRSTUNDEN(KONTINGENT-ANZAHL).


*> ----------------------------------------------------------------
*> #6.1 Entnahmen/Rueckbuchungen auf die Kontingente verteilen
*> ----------------------------------------------------------------
LADE-KONTINGENT-VERBRAUCH.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTINGENT-VERBRAUCH
    IF FS-KVERBRAUCH NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KONTINGENT-VERBRAUCH
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                PERFORM VERBUCHE-KONTINGENT-VORGANG
        END-READ
    END-PERFORM
    CLOSE KONTINGENT-VERBRAUCH.

VERBUCHE-KONTINGENT-VORGANG.
    IF KONTINGENT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET KT-IDX TO 1
    SEARCH KONTINGENT-EINTRAG
        AT END CONTINUE
        WHEN KT-ART(KT-IDX) = KV-ART
         AND KT-SCHLUESSEL(KT-IDX) = KV-SCHLUESSEL
         AND KT-AB(KT-IDX) = KV-AB
            IF KV-VORGANG = "R"
                SUBTRACT KV-STUNDEN FROM KT-VERBRAUCHT(KT-IDX)
            ELSE
                ADD KV-STUNDEN     TO KT-VERBRAUCHT(KT-IDX)
                ADD KV-MEHRSTUNDEN TO KT-MEHRSTUNDEN(KT-IDX)
            END-IF
    END-SEARCH.


*> ----------------------------------------------------------------
*> #6.2 Uebertrag aus dem vorangehenden Kontingent
*> ----------------------------------------------------------------
*> Mirrors BERECHNE-KONTINGENT-UEBERTRAG in rechnungs_generator.cbl.
BERECHNE-KONTINGENT-UEBERTRAG.
    PERFORM VARYING KT-LAUF-IDX FROM 1 BY 1
            UNTIL KT-LAUF-IDX > KONTINGENT-ANZAHL
        MOVE 0 TO KT-UEBERTRAG(KT-LAUF-IDX)
        IF KT-UEBERTRAG-MAX(KT-LAUF-IDX) > 0
            PERFORM UEBERTRAGE-KONTINGENT-REST
        END-IF
    END-PERFORM.

UEBERTRAGE-KONTINGENT-REST.
    MOVE 0 TO KT-VOR-POS KT-VOR-BIS
    PERFORM VARYING KT-VOR-IDX FROM 1 BY 1
            UNTIL KT-VOR-IDX >= KT-LAUF-IDX
        IF KT-ART(KT-VOR-IDX) = KT-ART(KT-LAUF-IDX)
         AND KT-SCHLUESSEL(KT-VOR-IDX) = KT-SCHLUESSEL(KT-LAUF-IDX)
         AND KT-BIS(KT-VOR-IDX) < KT-AB(KT-LAUF-IDX)
         AND KT-BIS(KT-VOR-IDX) > KT-VOR-BIS
            MOVE KT-VOR-IDX TO KT-VOR-POS
            MOVE KT-BIS(KT-VOR-IDX) TO KT-VOR-BIS
        END-IF
    END-PERFORM
    IF KT-VOR-POS = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE KT-REST = KT-STUNDEN(KT-VOR-POS)
                    + KT-UEBERTRAG(KT-VOR-POS)
                    - KT-VERBRAUCHT(KT-VOR-POS)
    IF KT-REST > 0
        IF KT-REST > KT-UEBERTRAG-MAX(KT-LAUF-IDX)
            MOVE KT-UEBERTRAG-MAX(KT-LAUF-IDX)
                TO KT-UEBERTRAG(KT-LAUF-IDX)
        ELSE
            MOVE KT-REST TO KT-UEBERTRAG(KT-LAUF-IDX)
        END-IF
    END-IF.


*> ================================================================
*> #7 Warnschwellen laden
*> ================================================================
*> Eine Zeile mit bis zu fuenf Prozentwerten, z.B. "75 90 100";
*> ohne Datei gelten 80 und 100 Prozent.
LADE-SCHWELLE.
    MOVE 2 TO SCHWELLE-ANZAHL
    MOVE 80  TO SCHWELLE-WERT(1)
    MOVE 100 TO SCHWELLE-WERT(2)
    OPEN INPUT SCHWELLE-CFG
    IF FS-SCHWELLE = "00"
        READ SCHWELLE-CFG
            AT END CONTINUE
            NOT AT END
                PERFORM UEBERNEHME-SCHWELLEN
        END-READ
        CLOSE SCHWELLE-CFG
    END-IF.

UEBERNEHME-SCHWELLEN.
    MOVE SPACES TO SCHWELLE-RAW
    UNSTRING FUNCTION TRIM(SCHWELLE-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO SCHWELLE-RAW-WERT(1) SCHWELLE-RAW-WERT(2)
             SCHWELLE-RAW-WERT(3) SCHWELLE-RAW-WERT(4)
             SCHWELLE-RAW-WERT(5)
    END-UNSTRING
    MOVE 0 TO SCHWELLE-ANZAHL
    PERFORM VARYING SCHWELLE-IDX FROM 1 BY 1
            UNTIL SCHWELLE-IDX > 5
        IF SCHWELLE-RAW-WERT(SCHWELLE-IDX) NOT = SPACES
         AND FUNCTION TRIM(SCHWELLE-RAW-WERT(SCHWELLE-IDX))
             IS NUMERIC
            ADD 1 TO SCHWELLE-ANZAHL
            MOVE FUNCTION NUMVAL(SCHWELLE-RAW-WERT(SCHWELLE-IDX))
                TO SCHWELLE-WERT(SCHWELLE-ANZAHL)
        END-IF
    END-PERFORM
    IF SCHWELLE-ANZAHL = 0
        MOVE 2 TO SCHWELLE-ANZAHL
        MOVE 80  TO SCHWELLE-WERT(1)
        MOVE 100 TO SCHWELLE-WERT(2)
    END-IF.


*> ================================================================
*> #8 Kommandozeilenparameter auswerten (Stichtag JJJJMMTT)
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
    END-IF.


*> ================================================================
*> #9 Meldungszeile auf Konsole und in den Report schreiben
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
