ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT ZAHLUNGSEINGANG
        ASSIGN TO "ZAHLUNGSEINGANG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD ZAHLUNGSEINGANG.
01 EINGANG-ZEILE PIC X(60).

77 FS-EINGANG PIC XX VALUE SPACES.
77 FS-POSTEN  PIC XX VALUE SPACES.
77 FS-UNKLAR  PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG   PIC X  VALUE "N".

*> Kompletter OP-Bestand im Speicher - mirrors
                   INDEXED BY OP-IDX.
        10 OPT-NUMMER     PIC 9(06).
        10 OPT-DATUM      PIC 9(08).
        10 OPT-KUNDE      PIC X(10).
        10 OPT-BETRAG     PIC 9(9)V99.
        10 OPT-BEZAHLT    PIC 9(9)V99.
        10 OPT-STATUS     PIC X(08).
01 SICHERE-IDX    PIC 9(4).
01 PRINT-BETRAG   PIC ZZZ,ZZZ,ZZ9.99.

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - ZAHLUNGSEINGANG-ABGLEICH laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-OFFENE-POSTEN.
    IF OP-ANZAHL = 0
        DISPLAY "OFFENE-POSTEN.DAT leer oder nicht vorhanden -"
        ADD EIN-BETRAG TO OPT-BEZAHLT(OP-POSITION)
        COMPUTE REST-BETRAG = OPT-BETRAG(OP-POSITION)
                            - OPT-BEZAHLT(OP-POSITION)
        *> Posten im Lastschrifteinzug behalten ihren Status, bis
        *> LASTSCHRIFT-EINZUG die Rueckmeldung der Bank verarbeitet.
        IF OPT-STATUS(OP-POSITION) = "EINZUG"
            DISPLAY "  HINWEIS: Rechnung " EIN-NUMMER " ist im"
                    " Lastschrifteinzug - Eingang verbucht, Status"
                    " bleibt EINZUG (Doppelzahlung pruefen)."
            EXIT PARAGRAPH
        END-IF
        IF REST-BETRAG <= 0
            MOVE "BEZAHLT" TO OPT-STATUS(OP-POSITION)
            ADD 1 TO CNT-AUSGEGLICHEN
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
