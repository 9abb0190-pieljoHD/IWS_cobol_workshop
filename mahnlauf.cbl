*> eine Altersstruktur der Forderungen (1-30/31-60/61-90/ueber 90
*> Tage) in MAHNLAUF.RPT - bisher wurden Ueberfaellige per Auge
*> aus Registerausdruck und Kontoauszug gezogen.
*> Posten, deren Empfaenger ein Kunde aus KUNDEN-STAMM.DAT ist
*> (OP-KUNDE), werden mit der Kundenanschrift gemahnt; hat der
*> Kunde ein eigenes Zahlungsziel, gilt dieses statt der Vorgabe
*> aus ZAHLUNGSZIEL.CFG. Posten im Lastschrifteinzug (Status
*> EINZUG) werden nicht gemahnt.


*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT OFFENE-POSTEN
        ASSIGN TO "OFFENE-POSTEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FRISTEN.

    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    *> Mahnschreiben, Dateiname je Posten neu gesetzt - mirrors
    *> RECHNUNG-DOKUMENT im Rechnungsgenerator.
    SELECT MAHNUNG-DOKUMENT
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD OFFENE-POSTEN.
COPY OPREC.

FD MAHNFRISTEN-CFG.
01 MAHNFRISTEN-CFG-ZEILE PIC X(20).

FD KUNDEN-STAMM.
COPY KUNDREC.

FD MAHNUNG-DOKUMENT.
01 DOKUMENT-ZEILE PIC X(80).

77 FS-FRISTEN  PIC XX VALUE SPACES.
77 FS-DOKUMENT PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 FS-KUNDEN   PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

*> Kompletter OP-Bestand im Speicher - mirrors
                   INDEXED BY OP-IDX.
        10 OPT-NUMMER     PIC 9(06).
        10 OPT-DATUM      PIC 9(08).
        10 OPT-KUNDE      PIC X(10).
        10 OPT-BETRAG     PIC 9(9)V99.
        10 OPT-BEZAHLT    PIC 9(9)V99.
        10 OPT-STATUS     PIC X(08).
01 OP-UEBERLAUF PIC X VALUE "N".

01 ZAHLUNGSZIEL-TAGE PIC 9(3) VALUE 30.
01 POSTEN-ZIEL-TAGE  PIC 9(3).

*> Kundenstamm (auch inaktive Kunden - offene Posten bleiben
*> auch nach Vertragsende mahnbar) - mirrors LADE-KUNDEN-STAMM
*> im RECHNUNGS-GENERATOR.
01 KUNDEN-EOF    PIC X VALUE "N".
01 KUNDEN-ANZAHL PIC 9(4) VALUE 0.
01 KUNDEN-TABELLE.
    05 KUNDEN-EINTRAG OCCURS 1 TO 1000 TIMES
                       DEPENDING ON KUNDEN-ANZAHL
                       INDEXED BY KD-IDX.
        10 KDT-NUMMER       PIC X(10).
        10 KDT-NAME         PIC X(40).
        10 KDT-NAME2        PIC X(40).
        10 KDT-STRASSE      PIC X(30).
        10 KDT-PLZ          PIC X(10).
        10 KDT-ORT          PIC X(30).
        10 KDT-LAND         PIC X(02).
        10 KDT-ZAHLUNGSZIEL PIC 9(03).
01 KUNDEN-POSITION PIC 9(4).

*> Tagesschwellen je Mahnstufe (Tage nach Faelligkeit).
01 MAHNFRIST-TABELLE.
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.
01 MELDUNG      PIC X(100).

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - MAHNLAUF laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE 14 TO MAHNFRIST(1).
    MOVE 28 TO MAHNFRIST(2).
    MOVE 42 TO MAHNFRIST(3).
    PERFORM LADE-ZAHLUNGSZIEL.
    PERFORM LADE-MAHNFRISTEN.
    PERFORM LADE-KUNDEN-STAMM.
    PERFORM LADE-OFFENE-POSTEN.

    IF OP-ANZAHL = 0
                        - OPT-BEZAHLT(LAUF-IDX)
    ADD REST-BETRAG TO SUMME-OFFEN

    PERFORM SUCHE-KUNDE
    MOVE ZAHLUNGSZIEL-TAGE TO POSTEN-ZIEL-TAGE
    IF KUNDEN-POSITION > 0
        IF KDT-ZAHLUNGSZIEL(KUNDEN-POSITION) > 0
            MOVE KDT-ZAHLUNGSZIEL(KUNDEN-POSITION)
                TO POSTEN-ZIEL-TAGE
        END-IF
    END-IF

    COMPUTE FAELLIG-TAGE =
        FUNCTION INTEGER-OF-DATE(OPT-DATUM(LAUF-IDX))
        + POSTEN-ZIEL-TAGE
    COMPUTE UEBERFAELLIG = HEUTE-TAGE - FAELLIG-TAGE

    IF UEBERFAELLIG > 0
        PERFORM ORDNE-ALTERSKLASSE-ZU
        *> Per Lastschrift eingereichte Posten zaehlen in der
        *> Altersstruktur, werden aber nicht gemahnt - das Geld ist
        *> bei der Bank angefordert.
        IF OPT-STATUS(LAUF-IDX) = "EINZUG"
            EXIT PARAGRAPH
        END-IF
        IF OPT-MAHNSTUFE(LAUF-IDX) < 3
            COMPUTE NEUE-STUFE = OPT-MAHNSTUFE(LAUF-IDX) + 1
            IF UEBERFAELLIG >= MAHNFRIST(NEUE-STUFE)
    MOVE "=============================================" TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE

    PERFORM SCHREIBE-ANSCHRIFT

    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Rechnung Nr. " OPT-NUMMER(LAUF-IDX)

    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Ueberfaellig seit " UEBERFAELLIG " Tagen"
           " (Zahlungsziel " POSTEN-ZIEL-TAGE " Tage)."
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
            FUNCTION TRIM(MAHNUNG-DATEINAME).


*> ----------------------------------------------------------------
*> #5.3 Anschriftenblock des Postens schreiben
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-ANSCHRIFT im RECHNUNGS-GENERATOR: Kunde ->
*> Kundenanschrift, Kostenstelle/Altbestand -> bisherige Zeile.
SCHREIBE-ANSCHRIFT.
    IF KUNDEN-POSITION = 0
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "Empfaenger/Kostenstelle: "
               FUNCTION TRIM(OPT-KUNDE(LAUF-IDX))
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Kunde Nr. " FUNCTION TRIM(OPT-KUNDE(LAUF-IDX))
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE KDT-NAME(KUNDEN-POSITION) TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    IF KDT-NAME2(KUNDEN-POSITION) NOT = SPACES
        MOVE KDT-NAME2(KUNDEN-POSITION) TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
    END-IF
    MOVE KDT-STRASSE(KUNDEN-POSITION) TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING FUNCTION TRIM(KDT-PLZ(KUNDEN-POSITION)) " "
           FUNCTION TRIM(KDT-ORT(KUNDEN-POSITION))
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    IF KDT-LAND(KUNDEN-POSITION) NOT = SPACES
     AND KDT-LAND(KUNDEN-POSITION) NOT = "DE"
        MOVE KDT-LAND(KUNDEN-POSITION) TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
    END-IF
    MOVE SPACES TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE.


*> ----------------------------------------------------------------
*> #5.4 Empfaenger des Postens im Kundenstamm suchen
*> ----------------------------------------------------------------
SUCHE-KUNDE.
    MOVE 0 TO KUNDEN-POSITION
    IF KUNDEN-ANZAHL > 0
        SET KD-IDX TO 1
        SEARCH KUNDEN-EINTRAG
            AT END CONTINUE
            WHEN KDT-NUMMER(KD-IDX) = OPT-KUNDE(LAUF-IDX)
                SET KUNDEN-POSITION TO KD-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #6 Altersstruktur als Bericht drucken
*> ================================================================
    END-IF.


*> ================================================================
*> #7.2 Kundenstamm laden
*> ================================================================
LADE-KUNDEN-STAMM.
    MOVE 0 TO KUNDEN-ANZAHL
    MOVE "N" TO KUNDEN-EOF
    OPEN INPUT KUNDEN-STAMM
    IF FS-KUNDEN = "00"
        PERFORM UNTIL KUNDEN-EOF = "Y"
            READ KUNDEN-STAMM
                AT END MOVE "Y" TO KUNDEN-EOF
            END-READ
            IF KUNDEN-EOF NOT = "Y" AND KD-NUMMER NOT = SPACES
             AND KUNDEN-ANZAHL < 1000
                ADD 1 TO KUNDEN-ANZAHL
                MOVE KD-NUMMER  TO KDT-NUMMER(KUNDEN-ANZAHL)
                MOVE KD-NAME    TO KDT-NAME(KUNDEN-ANZAHL)
                MOVE KD-NAME2   TO KDT-NAME2(KUNDEN-ANZAHL)
                MOVE KD-STRASSE TO KDT-STRASSE(KUNDEN-ANZAHL)
                MOVE KD-PLZ     TO KDT-PLZ(KUNDEN-ANZAHL)
                MOVE KD-ORT     TO KDT-ORT(KUNDEN-ANZAHL)
                MOVE KD-LAND    TO KDT-LAND(KUNDEN-ANZAHL)
                IF KD-ZAHLUNGSZIEL IS NUMERIC
                    MOVE KD-ZAHLUNGSZIEL
                        TO KDT-ZAHLUNGSZIEL(KUNDEN-ANZAHL)
                ELSE
                    MOVE 0 TO KDT-ZAHLUNGSZIEL(KUNDEN-ANZAHL)
                END-IF
            END-IF
        END-PERFORM
        CLOSE KUNDEN-STAMM
    END-IF.


*> ================================================================
*> #8 Offene Posten laden
*> ================================================================
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
