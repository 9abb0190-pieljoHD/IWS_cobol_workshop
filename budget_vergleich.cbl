*> Periode; 1. Parameter = Periode JJJJMM. Ergebnis: Konsole +
*> BUDGET-VERGLEICH.RPT - bisher ein monatlicher Handabgleich in
*> einer Tabellenkalkulation.
*> Nach einer Umorganisation (ABTEILUNGS-REORG) werden Ist- und
*> Budgetzeilen alter Kostenstellen ueber
*> ABTEILUNG-UMSCHLUESSELUNG.DAT in die heutige Struktur
*> umgerechnet, damit auch Vorperioden vergleichbar bleiben.
*> 2. Parameter = abweichende Budgetdatei im selben Format, z.B.
*> der Plan aus PERSONALKOSTEN-PLAN (PERSONALKOSTEN-PLAN-<JJJJ>.CFG).


*> ================================================================
        FILE STATUS IS FS-ROLLUP.

    SELECT BUDGET-CFG
        ASSIGN TO BUDGET-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BUDGET.

    SELECT UMSCHLUESSELUNG
        ASSIGN TO "ABTEILUNG-UMSCHLUESSELUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-UMSCHL.

    SELECT SCHWELLE-CFG
        ASSIGN TO "BUDGET-SCHWELLE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
FD BUDGET-CFG.
01 BUDGET-CFG-ZEILE PIC X(60).

*> Mirrors UMSCHLUESSELUNG-RECORD in abteilungs_reorg.cbl.
FD UMSCHLUESSELUNG.
01 UMSCHLUESSELUNG-RECORD.
    05 UM-ALT         PIC X(10).
    05 FILLER         PIC X(01).
    05 UM-NEU         PIC X(10).
    05 FILLER         PIC X(01).
    05 UM-GUELTIG-AB  PIC 9(08).
    05 FILLER         PIC X(01).
    05 UM-ZEITSTEMPEL PIC X(14).

FD SCHWELLE-CFG.
01 SCHWELLE-CFG-ZEILE PIC X(3).

77 FS-ROLLUP   PIC XX VALUE SPACES.
77 FS-BUDGET   PIC XX VALUE SPACES.
77 FS-SCHWELLE PIC XX VALUE SPACES.
77 FS-UMSCHL   PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-WERT   PIC X(100).

01 VERGLEICH-PERIODE PIC 9(6).
01 BUDGET-DATEINAME  PIC X(50) VALUE "ABTEILUNG-BUDGET.CFG".
01 VARIANZ-SCHWELLE  PIC 9(3) VALUE 10.

*> Budgetzeilen der gewaehlten Periode.
01 BUD-STUNDEN-RAW PIC X(8).
01 BUD-UMSATZ-RAW  PIC X(12).

*> Ist-Zeilen des Rollups, auf die heutige Struktur verdichtet.
01 IST-ANZAHL PIC 9(3) VALUE 0.
01 IST-TABELLE.
    05 IST-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON IST-ANZAHL
                    INDEXED BY IS-IDX.
        10 IS-CODE    PIC X(10).
        10 IS-STUNDEN PIC 9(7).
        10 IS-UMSATZ  PIC 9(9)V99.
01 IST-POSITION PIC 9(3).

*> Umschluesselungen alter Kostenstellen in Reihenfolge der Laeufe.
01 UV-ANZAHL PIC 9(3) VALUE 0.
01 UV-TABELLE.
    05 UV-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON UV-ANZAHL
                   INDEXED BY UV-IDX.
        10 UV-ALT PIC X(10).
        10 UV-NEU PIC X(10).
01 UM-CODE   PIC X(10).
01 UM-AB-POS PIC 9(3).
01 UM-STUFE  PIC 9(2).

01 VARIANZ-PROZENT PIC S9(5).
01 PRINT-VARIANZ   PIC -ZZZZ9.
01 PRINT-SOLL  PIC ZZZ,ZZZ,ZZ9.99.
    MOVE FUNCTION CURRENT-DATE(1:6) TO VERGLEICH-PERIODE.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LADE-SCHWELLE.
    PERFORM LADE-UMSCHLUESSELUNG.
    PERFORM LADE-BUDGET.

    IF BUDGET-ANZAHL = 0
        DISPLAY "Kein Budget fuer Periode " VERGLEICH-PERIODE
                " in " FUNCTION TRIM(BUDGET-DATEINAME) " gefunden."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
           " (Schwelle +/-" VARIANZ-SCHWELLE "%)" INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF BUDGET-DATEINAME NOT = "ABTEILUNG-BUDGET.CFG"
        MOVE SPACES TO MELDUNG
        STRING "Budget aus " FUNCTION TRIM(BUDGET-DATEINAME)
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND ARX-CODE NOT = SPACES
            PERFORM VERDICHTE-IST-ZEILE
        END-IF
    END-PERFORM.

    CLOSE ABT-ROLLUP.

    PERFORM VARYING IST-POSITION FROM 1 BY 1
            UNTIL IST-POSITION > IST-ANZAHL
        PERFORM VERGLEICHE-ABTEILUNG
    END-PERFORM.

    *> Budgetzeilen ohne Ist-Werte ebenfalls melden.
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1
            UNTIL DRUCK-IDX > BUDGET-ANZAHL
    SET BU-IDX TO 1
    SEARCH BUDGET-EINTRAG
        AT END CONTINUE
        WHEN BU-ABTEILUNG(BU-IDX) = IS-CODE(IST-POSITION)
            SET BUDGET-POSITION TO BU-IDX
    END-SEARCH

    IF BUDGET-POSITION = 0
        MOVE SPACES TO MELDUNG
        STRING "  " IS-CODE(IST-POSITION) " ohne Budgetzeile fuer diese Periode"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    ELSE
        MOVE "J" TO BU-IST-GEFUNDEN(BUDGET-POSITION)
        COMPUTE PRINT-SOLL = BU-SOLL-UMSATZ(BUDGET-POSITION)
        COMPUTE PRINT-IST  = IS-UMSATZ(IST-POSITION)
        IF BU-SOLL-UMSATZ(BUDGET-POSITION) > 0
            COMPUTE VARIANZ-PROZENT ROUNDED =
                (IS-UMSATZ(IST-POSITION) - BU-SOLL-UMSATZ(BUDGET-POSITION))
                * 100 / BU-SOLL-UMSATZ(BUDGET-POSITION)
        ELSE
            MOVE 0 TO VARIANZ-PROZENT
        MOVE VARIANZ-PROZENT TO PRINT-VARIANZ

        MOVE SPACES TO MELDUNG
        STRING "  " IS-CODE(IST-POSITION)
               " Soll=" PRINT-SOLL
               " Ist=" PRINT-IST
               " (" PRINT-VARIANZ "%)" INTO MELDUNG

        MOVE SPACES TO MELDUNG
        STRING "    Stunden Soll=" BU-SOLL-STUNDEN(BUDGET-POSITION)
               " Ist=" IS-STUNDEN(IST-POSITION) INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Rollup-Zeile umschluesseln und aufsummieren
*> ----------------------------------------------------------------
VERDICHTE-IST-ZEILE.
    MOVE ARX-CODE TO UM-CODE
    PERFORM UMSCHLUESSELE-CODE
    MOVE 0 TO IST-POSITION
    IF IST-ANZAHL > 0
        SET IS-IDX TO 1
        SEARCH IST-EINTRAG
            AT END CONTINUE
            WHEN IS-CODE(IS-IDX) = UM-CODE
                SET IST-POSITION TO IS-IDX
        END-SEARCH
    END-IF
    IF IST-POSITION = 0
        IF IST-ANZAHL >= 200
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO IST-ANZAHL
        MOVE IST-ANZAHL TO IST-POSITION
        MOVE UM-CODE TO IS-CODE(IST-POSITION)
        MOVE 0 TO IS-STUNDEN(IST-POSITION) IS-UMSATZ(IST-POSITION)
    END-IF
    ADD ARX-STUNDEN TO IS-STUNDEN(IST-POSITION)
    ADD ARX-UMSATZ  TO IS-UMSATZ(IST-POSITION).


*> ================================================================
*> #6 Budgetzeilen der Periode laden
*> ================================================================
         AND BUD-PERIODE-RAW = VERGLEICH-PERIODE
         AND FUNCTION TEST-NUMVAL(BUD-STUNDEN-RAW) = 0
         AND FUNCTION TEST-NUMVAL(BUD-UMSATZ-RAW) = 0
            MOVE BUD-ABT-RAW TO UM-CODE
            PERFORM UMSCHLUESSELE-CODE
            MOVE 0 TO BUDGET-POSITION
            IF BUDGET-ANZAHL > 0
                SET BU-IDX TO 1
                SEARCH BUDGET-EINTRAG
                    AT END CONTINUE
                    WHEN BU-ABTEILUNG(BU-IDX) = UM-CODE
                        SET BUDGET-POSITION TO BU-IDX
                END-SEARCH
            END-IF
            IF BUDGET-POSITION = 0
                ADD 1 TO BUDGET-ANZAHL
                MOVE BUDGET-ANZAHL TO BUDGET-POSITION
                MOVE UM-CODE TO BU-ABTEILUNG(BUDGET-POSITION)
                MOVE 0 TO BU-SOLL-STUNDEN(BUDGET-POSITION)
                          BU-SOLL-UMSATZ(BUDGET-POSITION)
                MOVE "N" TO BU-IST-GEFUNDEN(BUDGET-POSITION)
            END-IF
            COMPUTE BU-SOLL-STUNDEN(BUDGET-POSITION) =
                BU-SOLL-STUNDEN(BUDGET-POSITION)
                + FUNCTION NUMVAL(BUD-STUNDEN-RAW)
            COMPUTE BU-SOLL-UMSATZ(BUDGET-POSITION) =
                BU-SOLL-UMSATZ(BUDGET-POSITION)
                + FUNCTION NUMVAL(BUD-UMSATZ-RAW)
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Umschluesselungen laden
*> ----------------------------------------------------------------
LADE-UMSCHLUESSELUNG.
    MOVE 0 TO UV-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT UMSCHLUESSELUNG
    IF FS-UMSCHL = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ UMSCHLUESSELUNG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF UM-ALT NOT = SPACES AND UV-ANZAHL < 500
                        ADD 1 TO UV-ANZAHL
                        MOVE UM-ALT TO UV-ALT(UV-ANZAHL)
                        MOVE UM-NEU TO UV-NEU(UV-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE UMSCHLUESSELUNG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.3 UM-CODE in die heutige Struktur umschluesseln
*> ----------------------------------------------------------------
*> Ketten (A -> B, spaeter B -> C) werden verfolgt; gesucht wird
*> jeweils nur in spaeter erfassten Zeilen, damit eine spaetere
*> Rueckbenennung nicht im Kreis laeuft.
UMSCHLUESSELE-CODE.
    MOVE 1 TO UM-AB-POS
    PERFORM VARYING UM-STUFE FROM 1 BY 1
            UNTIL UM-STUFE > 10 OR UM-AB-POS > UV-ANZAHL
        SET UV-IDX TO UM-AB-POS
        SEARCH UV-EINTRAG
            AT END
                COMPUTE UM-AB-POS = UV-ANZAHL + 1
            WHEN UV-ALT(UV-IDX) = UM-CODE
                MOVE UV-NEU(UV-IDX) TO UM-CODE
                SET UM-AB-POS TO UV-IDX
                ADD 1 TO UM-AB-POS
        END-SEARCH
    END-PERFORM.


*> ================================================================
*> #7 Varianzschwelle laden
*> ================================================================


*> ================================================================
*> #8 Kommandozeilenparameter auswerten (Periode JJJJMM, Budgetdatei)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
            MOVE WS-ARGUMENT-WERT(1:6) TO VERGLEICH-PERIODE
        END-IF
    END-IF.
    IF WS-ARGUMENT-ANZAHL >= 2
        MOVE 2 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT NOT = SPACES
            MOVE WS-ARGUMENT-WERT TO BUDGET-DATEINAME
        END-IF
    END-IF.


*> ================================================================
