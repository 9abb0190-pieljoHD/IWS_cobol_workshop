ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT RECHNUNGS-REGISTER
        ASSIGN TO "RECHNUNGS-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD RECHNUNGS-REGISTER.
01 REGISTER-RECORD.
    05 REG-NUMMER      PIC 9(06).
77 FS-REGISTER PIC XX VALUE SPACES.
77 FS-POSTEN   PIC XX VALUE SPACES.
77 FS-MWST     PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

*> Kompletter OP-Bestand im Speicher, am Ende in einem Stueck
                   INDEXED BY OP-IDX.
        10 OPT-NUMMER     PIC 9(06).
        10 OPT-DATUM      PIC 9(08).
        10 OPT-KUNDE      PIC X(10).
        10 OPT-BETRAG     PIC 9(9)V99.
        10 OPT-BEZAHLT    PIC 9(9)V99.
        10 OPT-STATUS     PIC X(08).
01 GESUCHTE-NUMMER PIC 9(06).
01 GESUCHTE-STEUER PIC 9(9)V99.

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - OFFENE-POSTEN-AUFBAU laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-OFFENE-POSTEN.
    PERFORM LADE-MWST-REGISTER.

            ADD 1 TO OP-ANZAHL
            MOVE REG-NUMMER     TO OPT-NUMMER(OP-ANZAHL)
            MOVE REG-DATUM      TO OPT-DATUM(OP-ANZAHL)
            MOVE REG-EMPFAENGER TO OPT-KUNDE(OP-ANZAHL)
            MOVE BRUTTO-BETRAG  TO OPT-BETRAG(OP-ANZAHL)
            MOVE 0              TO OPT-BEZAHLT(OP-ANZAHL)
            MOVE "OFFEN"        TO OPT-STATUS(OP-ANZAHL)
            WHEN OPT-NUMMER(OP-IDX) = REG-REFERENZ
                MOVE "J" TO OP-GEFUNDEN
                ADD BRUTTO-BETRAG TO OPT-BEZAHLT(OP-IDX)
                *> Posten im Lastschrifteinzug behalten ihren Status,
                *> bis LASTSCHRIFT-EINZUG die Rueckmeldung verarbeitet.
                EVALUATE TRUE
                    WHEN OPT-STATUS(OP-IDX) = "EINZUG"
                        DISPLAY "HINWEIS: Gutschrift " REG-NUMMER
                                " auf Rechnung " REG-REFERENZ
                                " im Lastschrifteinzug - Status"
                                " bleibt EINZUG."
                    WHEN OPT-BEZAHLT(OP-IDX) >= OPT-BETRAG(OP-IDX)
                        MOVE "BEZAHLT" TO OPT-STATUS(OP-IDX)
                    WHEN OTHER
                        MOVE "TEIL" TO OPT-STATUS(OP-IDX)
                END-EVALUATE
        END-SEARCH
    END-IF
    IF OP-GEFUNDEN NOT = "J"
        ADD 1 TO OP-ANZAHL
        MOVE REG-NUMMER     TO OPT-NUMMER(OP-ANZAHL)
        MOVE REG-DATUM      TO OPT-DATUM(OP-ANZAHL)
        MOVE REG-EMPFAENGER TO OPT-KUNDE(OP-ANZAHL)
        MOVE 0              TO OPT-BETRAG(OP-ANZAHL)
        MOVE 0              TO OPT-BEZAHLT(OP-ANZAHL)
        MOVE "BEZAHLT"      TO OPT-STATUS(OP-ANZAHL)
                    ADD 1 TO OP-ANZAHL
                    MOVE OP-NUMMER     TO OPT-NUMMER(OP-ANZAHL)
                    MOVE OP-DATUM      TO OPT-DATUM(OP-ANZAHL)
                    MOVE OP-KUNDE      TO OPT-KUNDE(OP-ANZAHL)
                    MOVE OP-BETRAG     TO OPT-BETRAG(OP-ANZAHL)
                    MOVE OP-BEZAHLT    TO OPT-BEZAHLT(OP-ANZAHL)
                    MOVE OP-STATUS     TO OPT-STATUS(OP-ANZAHL)
            MOVE SPACES TO OFFENER-POSTEN-RECORD
            MOVE OPT-NUMMER(SICHERE-IDX)     TO OP-NUMMER
            MOVE OPT-DATUM(SICHERE-IDX)      TO OP-DATUM
            MOVE OPT-KUNDE(SICHERE-IDX)      TO OP-KUNDE
            MOVE OPT-BETRAG(SICHERE-IDX)     TO OP-BETRAG
            MOVE OPT-BEZAHLT(SICHERE-IDX)    TO OP-BEZAHLT
            MOVE OPT-STATUS(SICHERE-IDX)     TO OP-STATUS
        END-PERFORM
        CLOSE OFFENE-POSTEN
    END-IF.


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
