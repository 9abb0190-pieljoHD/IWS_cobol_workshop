*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. LASTSCHRIFT-EINZUG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Einzugslauf fuer SEPA-Basislastschriften: Kunden mit Mandat
*> (LASTSCHRIFT-MANDATE.DAT, Satzlayout MANDREC) zahlen nicht mehr
*> selbst, ihre faelligen offenen Posten (OFFENE-POSTEN.DAT,
*> Faelligkeit = Rechnungsdatum + Zahlungsziel des Kunden bzw.
*> ZAHLUNGSZIEL.CFG) werden eingezogen. Der Lauf hat zwei Teile:
*>   1. Rueckmeldungen der Bank aus LASTSCHRIFT-RUECKMELDUNG.DAT
*>      verarbeiten, eine Zeile je Posten:
*>      "<Rechnungsnummer> OK|RUECK [<Grund>]".
*>      OK stellt den eingereichten Posten auf BEZAHLT, RUECK
*>      (Ruecklastschrift) oeffnet ihn wieder (OFFEN/TEIL); war es
*>      der Ersteinzug, beginnt das Mandat wieder mit FRST.
*>   2. Faellige Posten (Status OFFEN/TEIL) der Mandatskunden
*>      auswaehlen, als pain.008.001.08 nach LASTSCHRIFT-PAIN008.XML
*>      schreiben (je Sequenz FRST/RCUR ein Zahlungsblock) und auf
*>      EINZUG stellen - BEZAHLT wird ein Posten erst mit der
*>      Bestaetigung der Bank, nicht schon mit der Einreichung.
*> Jede Einreichung, Bestaetigung und Ruecklast steht im
*> fortlaufenden LASTSCHRIFT-REGISTER.DAT. Glaeubiger-ID, Konto und
*> Name des Glaeubigers kommen aus FIRMA.CFG (Zeile 1 Name,
*> Schluessel IBAN, BIC, GLAEUBIGERID). Einzugstermin ist der
*> Lauftag plus Vorlauf (2 Tage, Einreichungsfrist der Bank).


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

    SELECT OFFENE-POSTEN
        ASSIGN TO "OFFENE-POSTEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-POSTEN.

    SELECT MANDATE
        ASSIGN TO "LASTSCHRIFT-MANDATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MANDATE.

    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    SELECT ZAHLUNGSZIEL-CFG
        ASSIGN TO "ZAHLUNGSZIEL.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZIEL.

    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    *> Bankrueckmeldung zu eingereichten Lastschriften; wird nach
    *> der Verarbeitung geleert (wie ZAHLUNGSEINGANG.DAT).
    SELECT RUECKMELDUNG
        ASSIGN TO "LASTSCHRIFT-RUECKMELDUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-RUECKMELDUNG.

    SELECT LASTSCHRIFT-REGISTER
        ASSIGN TO "LASTSCHRIFT-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT SEPA-DATEI
        ASSIGN TO "LASTSCHRIFT-PAIN008.XML"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SEPA.


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

FD OFFENE-POSTEN.
COPY OPREC.

FD MANDATE.
COPY MANDREC.

FD KUNDEN-STAMM.
COPY KUNDREC.

FD ZAHLUNGSZIEL-CFG.
01 ZAHLUNGSZIEL-CFG-ZEILE PIC X(3).

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD RUECKMELDUNG.
01 RUECKMELDUNG-ZEILE PIC X(80).

*> Eine Zeile je Einreichung/Bestaetigung/Ruecklast eines Postens.
FD LASTSCHRIFT-REGISTER.
01 LS-REGISTER-RECORD.
    05 LSR-ZEITSTEMPEL PIC X(14).
    05 FILLER          PIC X(01).
    05 LSR-NUMMER      PIC 9(06).
    05 FILLER          PIC X(01).
    05 LSR-KUNDE       PIC X(10).
    05 FILLER          PIC X(01).
    05 LSR-MANDAT      PIC X(35).
    05 FILLER          PIC X(01).
    05 LSR-SEQUENZ     PIC X(04).
    05 FILLER          PIC X(01).
    05 LSR-BETRAG      PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 LSR-EINZUG-DATUM PIC 9(08).
    05 FILLER          PIC X(01).
    05 LSR-STATUS      PIC X(11).
    05 FILLER          PIC X(01).
    05 LSR-GRUND       PIC X(40).

FD SEPA-DATEI.
01 SEPA-ZEILE PIC X(200).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-POSTEN       PIC XX VALUE SPACES.
77 FS-MANDATE      PIC XX VALUE SPACES.
77 FS-KUNDEN       PIC XX VALUE SPACES.
77 FS-ZIEL         PIC XX VALUE SPACES.
77 FS-FIRMA        PIC XX VALUE SPACES.
77 FS-RUECKMELDUNG PIC XX VALUE SPACES.
77 FS-REGISTER     PIC XX VALUE SPACES.
77 FS-SEPA         PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG        PIC X  VALUE "N".

*> Kompletter OP-Bestand im Speicher - mirrors
*> LADE-OFFENE-POSTEN in offene_posten.cbl.
01 OP-ANZAHL PIC 9(4) VALUE 0.
01 OP-TABELLE.
    05 OP-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OP-ANZAHL
                   INDEXED BY OP-IDX.
        10 OPT-NUMMER     PIC 9(06).
        10 OPT-DATUM      PIC 9(08).
        10 OPT-KUNDE      PIC X(10).
        10 OPT-BETRAG     PIC 9(9)V99.
        10 OPT-BEZAHLT    PIC 9(9)V99.
        10 OPT-STATUS     PIC X(08).
        10 OPT-MAHNSTUFE  PIC 9(01).
        10 OPT-MAHNDATUM  PIC 9(08).
        10 OPT-AUSGEWAEHLT PIC X(01).
        10 OPT-MANDAT-POS PIC 9(04).
        10 OPT-SEQUENZ    PIC X(04).
01 OP-UEBERLAUF PIC X VALUE "N".
01 OP-POSITION  PIC 9(4).
01 OP-GEAENDERT PIC X VALUE "N".

*> Mandate (alle Saetze, auch widerrufene - die Datei wird
*> komplett zurueckgeschrieben).
01 MANDAT-ANZAHL PIC 9(4) VALUE 0.
01 MANDAT-TABELLE.
    05 MANDAT-EINTRAG OCCURS 1 TO 1000 TIMES
                       DEPENDING ON MANDAT-ANZAHL
                       INDEXED BY MD-IDX.
        10 MDT-KUNDE          PIC X(10).
        10 MDT-REFERENZ       PIC X(35).
        10 MDT-UNTERSCHRIFT   PIC 9(08).
        10 MDT-SEQUENZ        PIC X(04).
        10 MDT-IBAN           PIC X(34).
        10 MDT-BIC            PIC X(11).
        10 MDT-STATUS         PIC X(01).
        10 MDT-LETZTER-EINZUG PIC 9(08).
01 MANDAT-UEBERLAUF PIC X VALUE "N".
01 MANDAT-POSITION  PIC 9(4).

*> Kundenstamm: Name (Zahlungspflichtiger) und Zahlungsziel -
*> mirrors LADE-KUNDEN-STAMM in mahnlauf.cbl.
01 KUNDEN-EOF    PIC X VALUE "N".
01 KUNDEN-ANZAHL PIC 9(4) VALUE 0.
01 KUNDEN-TABELLE.
    05 KUNDEN-EINTRAG OCCURS 1 TO 1000 TIMES
                       DEPENDING ON KUNDEN-ANZAHL
                       INDEXED BY KD-IDX.
        10 KDT-NUMMER       PIC X(10).
        10 KDT-NAME         PIC X(40).
        10 KDT-ZAHLUNGSZIEL PIC 9(03).
01 KUNDEN-POSITION PIC 9(4).
01 SUCH-KUNDE      PIC X(10).

01 ZAHLUNGSZIEL-TAGE PIC 9(3) VALUE 30.
01 POSTEN-ZIEL-TAGE  PIC 9(3).

*> Glaeubigerdaten aus FIRMA.CFG.
01 GLAEUBIGER-NAME  PIC X(60) VALUE SPACES.
01 GLAEUBIGER-IBAN  PIC X(34) VALUE SPACES.
01 GLAEUBIGER-BIC   PIC X(11) VALUE SPACES.
01 GLAEUBIGER-ID    PIC X(35) VALUE SPACES.
01 FC-ZEILE         PIC X(80).
01 FC-SCHLUESSEL    PIC X(20).
01 FC-WERT          PIC X(80).
01 FC-ZEIGER        PIC 9(3).
01 FC-ZEILEN-NR     PIC 9(3).

*> Termine.
01 EINZUG-VORLAUF   PIC 9(2) VALUE 2.
01 HEUTE-DATUM      PIC 9(8).
01 HEUTE-TAGE       PIC 9(7).
01 EINZUG-TAGE      PIC 9(7).
01 EINZUG-DATUM     PIC 9(8).
01 FAELLIG-TAGE     PIC 9(7).
01 MANDAT-BASIS     PIC 9(8).
*> SEPA-Regel: Mandat verfaellt nach 36 Monaten ohne Einzug.
01 MANDAT-VERFALL-TAGE PIC 9(4) VALUE 1095.
01 LAUF-ZEITSTEMPEL PIC X(14).
01 LAUF-IDX         PIC 9(4).
01 SICHERE-IDX      PIC 9(4).
01 REST-BETRAG      PIC S9(9)V99.

*> Rueckmeldung zerlegt.
01 RM-NUMMER-RAW    PIC X(06).
01 RM-ART           PIC X(05).
01 RM-GRUND         PIC X(40).
01 RM-ZEIGER        PIC 9(3).
01 RM-NUMMER        PIC 9(06).

*> Letzte Einreichung je Posten aus dem Register (Sequenz fuer
*> die Ruecklast eines Ersteinzugs).
01 REG-ANZAHL PIC 9(4) VALUE 0.
01 REG-TABELLE.
    05 REG-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON REG-ANZAHL
                    INDEXED BY RG-IDX.
        10 RGT-NUMMER  PIC 9(06).
        10 RGT-MANDAT  PIC X(35).
        10 RGT-SEQUENZ PIC X(04).
        10 RGT-BETRAG  PIC 9(9)V99.
01 REG-POSITION PIC 9(4).

*> Auswahl und Summen je Sequenz.
01 SEQ-AKTUELL      PIC X(04).
01 CNT-FRST         PIC 9(5) VALUE 0.
01 CNT-RCUR         PIC 9(5) VALUE 0.
01 SUMME-FRST       PIC 9(11)V99 VALUE 0.
01 SUMME-RCUR       PIC 9(11)V99 VALUE 0.
01 CNT-EINZUG       PIC 9(5) VALUE 0.
01 SUMME-EINZUG     PIC 9(11)V99 VALUE 0.
01 CNT-BESTAETIGT   PIC 9(5) VALUE 0.
01 CNT-RUECKLAST    PIC 9(5) VALUE 0.
01 CNT-RM-UNKLAR    PIC 9(5) VALUE 0.
01 CNT-RUECKMELDUNG PIC 9(5) VALUE 0.
01 CNT-VERFALLEN    PIC 9(5) VALUE 0.

*> pain.008-Aufbau.
01 SEPA-NACHRICHT-ID PIC X(35).
01 SEPA-ERSTELLT     PIC X(19).
01 SEPA-DATUM-ISO    PIC X(10).
01 SEPA-BLOCK-ANZAHL PIC 9(5).
01 SEPA-BLOCK-SUMME  PIC 9(11)V99.
01 SEPA-ANZAHL-EDIT  PIC ZZZZ9.
01 SEPA-SUMME-EDIT   PIC Z(10)9.99.
01 SEPA-BETRAG-EDIT  PIC Z(8)9.99.
01 SEPA-ENDE-ZU-ENDE PIC X(35).
01 SEPA-TAG          PIC X(20).
01 SEPA-TEXT-EIN     PIC X(140).
01 SEPA-TEXT-AUS     PIC X(300).
01 SEPA-AUS-POS      PIC 9(3).
01 SEPA-EIN-LAENGE   PIC 9(3).
01 SEPA-ZEICHEN-IDX  PIC 9(3).
01 SEPA-ZEICHEN      PIC X.

01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.


*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - LASTSCHRIFT-EINZUG laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:14) TO LAUF-ZEITSTEMPEL.
    MOVE LAUF-ZEITSTEMPEL(1:8) TO HEUTE-DATUM.
    COMPUTE HEUTE-TAGE = FUNCTION INTEGER-OF-DATE(HEUTE-DATUM).
    COMPUTE EINZUG-TAGE = HEUTE-TAGE + EINZUG-VORLAUF.
    COMPUTE EINZUG-DATUM = FUNCTION DATE-OF-INTEGER(EINZUG-TAGE).

    PERFORM LADE-OFFENE-POSTEN.
    IF OP-ANZAHL = 0
        DISPLAY "OFFENE-POSTEN.DAT leer oder nicht vorhanden -"
                " erst OFFENE-POSTEN-AUFBAU laufen lassen."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-MANDATE.
    IF MANDAT-UEBERLAUF = "J"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-LASTSCHRIFT-REGISTER.

    *> Teil 1: Bankrueckmeldungen.
    PERFORM VERARBEITE-RUECKMELDUNGEN.

    *> Teil 2: Einzug der faelligen Posten.
    PERFORM LADE-ZAHLUNGSZIEL.
    PERFORM LADE-KUNDEN-STAMM.
    PERFORM LADE-FIRMA-CFG.
    IF GLAEUBIGER-NAME = SPACES OR GLAEUBIGER-IBAN = SPACES
     OR GLAEUBIGER-ID = SPACES
        DISPLAY "FIRMA.CFG ohne Firmenname, IBAN oder GLAEUBIGERID -"
                " kein Lastschrifteinzug."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING LAUF-IDX FROM 1 BY 1
                UNTIL LAUF-IDX > OP-ANZAHL
            PERFORM WAEHLE-POSTEN-AUS
        END-PERFORM
        IF CNT-EINZUG > 0
            PERFORM SCHREIBE-PAIN008
        END-IF
    END-IF.

    IF OP-GEAENDERT = "J"
        PERFORM SICHERE-OFFENE-POSTEN
        PERFORM SICHERE-MANDATE
    END-IF.

    DISPLAY "--------------------------------------------".
    DISPLAY "Rueckmeldungen: " CNT-RUECKMELDUNG
            "  bestaetigt: " CNT-BESTAETIGT
            "  Ruecklast: " CNT-RUECKLAST
            "  unklar: " CNT-RM-UNKLAR.
    COMPUTE PRINT-BETRAG = SUMME-EINZUG.
    DISPLAY "Lastschrifteinzug zum " EINZUG-DATUM ": " CNT-EINZUG
            " Posten (FRST " CNT-FRST ", RCUR " CNT-RCUR
            "), Summe " PRINT-BETRAG " EUR.".
    IF CNT-EINZUG > 0
        DISPLAY "Einreichungsdatei: LASTSCHRIFT-PAIN008.XML, Nachricht "
                FUNCTION TRIM(SEPA-NACHRICHT-ID)
    END-IF.
    IF CNT-VERFALLEN > 0
        DISPLAY CNT-VERFALLEN " Posten nicht eingezogen: Mandat"
                " ueber 36 Monate ungenutzt - neues Mandat einholen."
    END-IF.

    GOBACK.


*> ================================================================
*> #5 Bankrueckmeldungen verarbeiten
*> ================================================================
VERARBEITE-RUECKMELDUNGEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT RUECKMELDUNG
    IF FS-RUECKMELDUNG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ RUECKMELDUNG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
         AND FUNCTION TRIM(RUECKMELDUNG-ZEILE) NOT = SPACES
            ADD 1 TO CNT-RUECKMELDUNG
            PERFORM VERARBEITE-EINE-RUECKMELDUNG
        END-IF
    END-PERFORM
    CLOSE RUECKMELDUNG
    MOVE "N" TO EOF-FLAG

    IF CNT-RUECKMELDUNG > 0 AND OP-UEBERLAUF NOT = "J"
        *> Abgearbeitete Rueckmeldungen leeren - mirrors das Leeren
        *> von ZAHLUNGSEINGANG.DAT im ZAHLUNGSEINGANG-ABGLEICH.
        OPEN OUTPUT RUECKMELDUNG
        CLOSE RUECKMELDUNG
    END-IF.


*> ----------------------------------------------------------------
*> #5.1 Eine Rueckmeldezeile: OK oder RUECK zu einem Posten
*> ----------------------------------------------------------------
VERARBEITE-EINE-RUECKMELDUNG.
    MOVE SPACES TO RM-NUMMER-RAW RM-ART RM-GRUND
    MOVE 1 TO RM-ZEIGER
    UNSTRING FUNCTION TRIM(RUECKMELDUNG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO RM-NUMMER-RAW RM-ART
        WITH POINTER RM-ZEIGER
    END-UNSTRING
    IF RM-ZEIGER <= 80
        MOVE FUNCTION TRIM(RUECKMELDUNG-ZEILE)(RM-ZEIGER:)
            TO RM-GRUND
    END-IF

    MOVE 0 TO OP-POSITION
    IF RM-NUMMER-RAW IS NUMERIC
        MOVE RM-NUMMER-RAW TO RM-NUMMER
        SET OP-IDX TO 1
        SEARCH OP-EINTRAG
            AT END CONTINUE
            WHEN OPT-NUMMER(OP-IDX) = RM-NUMMER
                SET OP-POSITION TO OP-IDX
        END-SEARCH
    END-IF

    IF OP-POSITION = 0
        ADD 1 TO CNT-RM-UNKLAR
        DISPLAY "  UNKLAR: Rueckmeldung '"
                FUNCTION TRIM(RUECKMELDUNG-ZEILE)
                "' - kein Posten zu dieser Nummer."
        EXIT PARAGRAPH
    END-IF
    IF OPT-STATUS(OP-POSITION) NOT = "EINZUG"
        ADD 1 TO CNT-RM-UNKLAR
        DISPLAY "  UNKLAR: Rechnung " RM-NUMMER " ist nicht im"
                " Einzug (Status " FUNCTION TRIM(OPT-STATUS(OP-POSITION))
                ") - Rueckmeldung uebergangen."
        EXIT PARAGRAPH
    END-IF

    PERFORM SUCHE-REGISTER-EINTRAG
    MOVE SPACES TO LS-REGISTER-RECORD
    MOVE "J" TO OP-GEAENDERT
    EVALUATE RM-ART
        WHEN "OK"
            COMPUTE REST-BETRAG = OPT-BETRAG(OP-POSITION)
                                - OPT-BEZAHLT(OP-POSITION)
            IF REG-POSITION > 0
                MOVE RGT-BETRAG(REG-POSITION) TO REST-BETRAG
            END-IF
            ADD REST-BETRAG TO OPT-BEZAHLT(OP-POSITION)
            IF OPT-BEZAHLT(OP-POSITION) >= OPT-BETRAG(OP-POSITION)
                MOVE "BEZAHLT" TO OPT-STATUS(OP-POSITION)
            ELSE
                MOVE "TEIL" TO OPT-STATUS(OP-POSITION)
            END-IF
            IF OPT-BEZAHLT(OP-POSITION) > OPT-BETRAG(OP-POSITION)
                DISPLAY "    HINWEIS: Ueberzahlung von "
                        OPT-NUMMER(OP-POSITION)
                        " - Gutschriftsklaerung noetig."
            END-IF
            ADD 1 TO CNT-BESTAETIGT
            MOVE "BESTAETIGT" TO LSR-STATUS
            DISPLAY "  Rechnung " RM-NUMMER " per Lastschrift bezahlt."
        WHEN "RUECK"
            IF OPT-BEZAHLT(OP-POSITION) > 0
                MOVE "TEIL" TO OPT-STATUS(OP-POSITION)
            ELSE
                MOVE "OFFEN" TO OPT-STATUS(OP-POSITION)
            END-IF
            ADD 1 TO CNT-RUECKLAST
            MOVE "RUECKLAST" TO LSR-STATUS
            *> Nicht im selben Lauf erneut einziehen - erst klaeren.
            MOVE "R" TO OPT-AUSGEWAEHLT(OP-POSITION)
            PERFORM SETZE-MANDAT-ZURUECK
            DISPLAY "  RUECKLAST: Rechnung " RM-NUMMER " wieder offen ("
                    FUNCTION TRIM(RM-GRUND) ")."
        WHEN OTHER
            ADD 1 TO CNT-RM-UNKLAR
            DISPLAY "  UNKLAR: Rueckmeldung '"
                    FUNCTION TRIM(RUECKMELDUNG-ZEILE)
                    "' - Art muss OK oder RUECK sein."
            EXIT PARAGRAPH
    END-EVALUATE

    MOVE 0 TO LSR-BETRAG
    IF REG-POSITION > 0
        MOVE RGT-SEQUENZ(REG-POSITION) TO LSR-SEQUENZ
        MOVE RGT-MANDAT(REG-POSITION)  TO LSR-MANDAT
        MOVE RGT-BETRAG(REG-POSITION)  TO LSR-BETRAG
    END-IF
    MOVE OP-POSITION TO LAUF-IDX
    MOVE HEUTE-DATUM TO LSR-EINZUG-DATUM
    MOVE RM-GRUND TO LSR-GRUND
    PERFORM SCHREIBE-REGISTERZEILE.


*> ----------------------------------------------------------------
*> #5.2 Ruecklast eines Ersteinzugs: Mandat wieder auf FRST
*> ----------------------------------------------------------------
SETZE-MANDAT-ZURUECK.
    IF REG-POSITION = 0
        EXIT PARAGRAPH
    END-IF
    IF RGT-SEQUENZ(REG-POSITION) NOT = "FRST"
        EXIT PARAGRAPH
    END-IF
    IF MANDAT-ANZAHL > 0
        SET MD-IDX TO 1
        SEARCH MANDAT-EINTRAG
            AT END CONTINUE
            WHEN MDT-REFERENZ(MD-IDX) = RGT-MANDAT(REG-POSITION)
                MOVE "FRST" TO MDT-SEQUENZ(MD-IDX)
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Letzte Einreichung zum Posten OP-POSITION im Register
*> ----------------------------------------------------------------
SUCHE-REGISTER-EINTRAG.
    MOVE 0 TO REG-POSITION
    PERFORM VARYING RG-IDX FROM 1 BY 1 UNTIL RG-IDX > REG-ANZAHL
        IF RGT-NUMMER(RG-IDX) = OPT-NUMMER(OP-POSITION)
            SET REG-POSITION TO RG-IDX
        END-IF
    END-PERFORM.


*> ================================================================
*> #6 Posten LAUF-IDX fuer den Einzug auswaehlen
*> ================================================================
*> Einzug nur fuer OFFEN/TEIL mit Restbetrag, Kunde mit aktivem,
*> nicht verfallenem Mandat und Faelligkeit spaetestens am
*> Einzugstermin. Ein eben zurueckgegebener Posten (R) wartet auf
*> den naechsten Lauf.
WAEHLE-POSTEN-AUS.
    IF OPT-AUSGEWAEHLT(LAUF-IDX) = "R"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO OPT-AUSGEWAEHLT(LAUF-IDX)
    IF OPT-STATUS(LAUF-IDX) NOT = "OFFEN"
     AND OPT-STATUS(LAUF-IDX) NOT = "TEIL"
        EXIT PARAGRAPH
    END-IF
    COMPUTE REST-BETRAG = OPT-BETRAG(LAUF-IDX)
                        - OPT-BEZAHLT(LAUF-IDX)
    IF REST-BETRAG <= 0
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO MANDAT-POSITION
    IF MANDAT-ANZAHL > 0
        SET MD-IDX TO 1
        SEARCH MANDAT-EINTRAG
            AT END CONTINUE
            WHEN MDT-KUNDE(MD-IDX) = OPT-KUNDE(LAUF-IDX)
             AND MDT-STATUS(MD-IDX) NOT = "W"
                SET MANDAT-POSITION TO MD-IDX
        END-SEARCH
    END-IF
    IF MANDAT-POSITION = 0
        EXIT PARAGRAPH
    END-IF

    MOVE OPT-KUNDE(LAUF-IDX) TO SUCH-KUNDE
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
    IF FAELLIG-TAGE > EINZUG-TAGE
        EXIT PARAGRAPH
    END-IF

    MOVE MDT-LETZTER-EINZUG(MANDAT-POSITION) TO MANDAT-BASIS
    IF MANDAT-BASIS = 0
        MOVE MDT-UNTERSCHRIFT(MANDAT-POSITION) TO MANDAT-BASIS
    END-IF
    IF MANDAT-BASIS > 0
        IF EINZUG-TAGE - FUNCTION INTEGER-OF-DATE(MANDAT-BASIS)
           > MANDAT-VERFALL-TAGE
            ADD 1 TO CNT-VERFALLEN
            DISPLAY "  MANDAT VERFALLEN: "
                    FUNCTION TRIM(MDT-REFERENZ(MANDAT-POSITION))
                    " (Kunde " FUNCTION TRIM(OPT-KUNDE(LAUF-IDX))
                    "), Rechnung " OPT-NUMMER(LAUF-IDX)
                    " nicht eingezogen."
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "J" TO OPT-AUSGEWAEHLT(LAUF-IDX)
    MOVE MANDAT-POSITION TO OPT-MANDAT-POS(LAUF-IDX)
    IF MDT-SEQUENZ(MANDAT-POSITION) = "RCUR"
        MOVE "RCUR" TO OPT-SEQUENZ(LAUF-IDX)
        ADD 1 TO CNT-RCUR
        ADD REST-BETRAG TO SUMME-RCUR
    ELSE
        MOVE "FRST" TO OPT-SEQUENZ(LAUF-IDX)
        ADD 1 TO CNT-FRST
        ADD REST-BETRAG TO SUMME-FRST
    END-IF
    ADD 1 TO CNT-EINZUG
    ADD REST-BETRAG TO SUMME-EINZUG.


*> ----------------------------------------------------------------
*> #6.1 Kunde SUCH-KUNDE im Kundenstamm suchen
*> ----------------------------------------------------------------
SUCHE-KUNDE.
    MOVE 0 TO KUNDEN-POSITION
    IF KUNDEN-ANZAHL > 0
        SET KD-IDX TO 1
        SEARCH KUNDEN-EINTRAG
            AT END CONTINUE
            WHEN KDT-NUMMER(KD-IDX) = SUCH-KUNDE
                SET KUNDEN-POSITION TO KD-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #7 Einreichungsdatei pain.008 schreiben
*> ================================================================
*> Ein Zahlungsblock je Sequenz (die Bank verlangt FRST und RCUR
*> getrennt); je Posten eine Einzellastschrift, danach Posten auf
*> EINZUG, Mandat auf RCUR und Registerzeile EINGEREICHT.
SCHREIBE-PAIN008.
    OPEN OUTPUT SEPA-DATEI
    IF FS-SEPA NOT = "00"
        DISPLAY "Fehler beim Schreiben von LASTSCHRIFT-PAIN008.XML,"
                " Status=" FS-SEPA
        MOVE 1 TO RETURN-CODE
        MOVE 0 TO CNT-EINZUG CNT-FRST CNT-RCUR
        MOVE 0 TO SUMME-EINZUG
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO SEPA-NACHRICHT-ID
    STRING "LS-" LAUF-ZEITSTEMPEL
        DELIMITED BY SIZE INTO SEPA-NACHRICHT-ID
    END-STRING
    MOVE SPACES TO SEPA-ERSTELLT
    STRING LAUF-ZEITSTEMPEL(1:4) "-" LAUF-ZEITSTEMPEL(5:2) "-"
           LAUF-ZEITSTEMPEL(7:2) "T" LAUF-ZEITSTEMPEL(9:2) ":"
           LAUF-ZEITSTEMPEL(11:2) ":" LAUF-ZEITSTEMPEL(13:2)
        DELIMITED BY SIZE INTO SEPA-ERSTELLT
    END-STRING
    MOVE SPACES TO SEPA-DATUM-ISO
    STRING EINZUG-DATUM(1:4) "-" EINZUG-DATUM(5:2) "-"
           EINZUG-DATUM(7:2)
        DELIMITED BY SIZE INTO SEPA-DATUM-ISO
    END-STRING

    MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain.008.001.08"">"
        TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "<CstmrDrctDbtInitn>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "<GrpHdr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "MsgId" TO SEPA-TAG
    MOVE SEPA-NACHRICHT-ID TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "CreDtTm" TO SEPA-TAG
    MOVE SEPA-ERSTELLT TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE CNT-EINZUG TO SEPA-BLOCK-ANZAHL
    MOVE SUMME-EINZUG TO SEPA-BLOCK-SUMME
    PERFORM SCHREIBE-SEPA-SUMMEN
    MOVE "<InitgPty>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Nm" TO SEPA-TAG
    MOVE GLAEUBIGER-NAME TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</InitgPty>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "</GrpHdr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE

    IF CNT-FRST > 0
        MOVE "FRST" TO SEQ-AKTUELL
        MOVE CNT-FRST TO SEPA-BLOCK-ANZAHL
        MOVE SUMME-FRST TO SEPA-BLOCK-SUMME
        PERFORM SCHREIBE-ZAHLUNGSBLOCK
    END-IF
    IF CNT-RCUR > 0
        MOVE "RCUR" TO SEQ-AKTUELL
        MOVE CNT-RCUR TO SEPA-BLOCK-ANZAHL
        MOVE SUMME-RCUR TO SEPA-BLOCK-SUMME
        PERFORM SCHREIBE-ZAHLUNGSBLOCK
    END-IF

    MOVE "</CstmrDrctDbtInitn>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "</Document>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    CLOSE SEPA-DATEI.


*> ----------------------------------------------------------------
*> #7.1 Zahlungsblock einer Sequenz (SEQ-AKTUELL)
*> ----------------------------------------------------------------
SCHREIBE-ZAHLUNGSBLOCK.
    MOVE "<PmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "PmtInfId" TO SEPA-TAG
    MOVE SPACES TO SEPA-TEXT-EIN
    STRING FUNCTION TRIM(SEPA-NACHRICHT-ID) "-" SEQ-AKTUELL
        DELIMITED BY SIZE INTO SEPA-TEXT-EIN
    END-STRING
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "PmtMtd" TO SEPA-TAG
    MOVE "DD" TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "BtchBookg" TO SEPA-TAG
    MOVE "true" TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    PERFORM SCHREIBE-SEPA-SUMMEN
    MOVE SPACES TO SEPA-ZEILE
    STRING "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>"
           "<LclInstrm><Cd>CORE</Cd></LclInstrm>"
           "<SeqTp>" SEQ-AKTUELL "</SeqTp></PmtTpInf>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE "ReqdColltnDt" TO SEPA-TAG
    MOVE SEPA-DATUM-ISO TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "<Cdtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Nm" TO SEPA-TAG
    MOVE GLAEUBIGER-NAME TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</Cdtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<CdtrAcct><Id><IBAN>" FUNCTION TRIM(GLAEUBIGER-IBAN)
           "</IBAN></Id></CdtrAcct>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    IF GLAEUBIGER-BIC = SPACES
        MOVE "<CdtrAgt><FinInstnId><Othr><Id>NOTPROVIDED</Id></Othr></FinInstnId></CdtrAgt>"
            TO SEPA-ZEILE
    ELSE
        STRING "<CdtrAgt><FinInstnId><BICFI>"
               FUNCTION TRIM(GLAEUBIGER-BIC)
               "</BICFI></FinInstnId></CdtrAgt>"
            DELIMITED BY SIZE INTO SEPA-ZEILE
        END-STRING
    END-IF
    WRITE SEPA-ZEILE
    MOVE "ChrgBr" TO SEPA-TAG
    MOVE "SLEV" TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE SPACES TO SEPA-ZEILE
    STRING "<CdtrSchmeId><Id><PrvtId><Othr><Id>"
           FUNCTION TRIM(GLAEUBIGER-ID)
           "</Id><SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
           "</Othr></PrvtId></Id></CdtrSchmeId>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE

    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > OP-ANZAHL
        IF OPT-AUSGEWAEHLT(LAUF-IDX) = "J"
         AND OPT-SEQUENZ(LAUF-IDX) = SEQ-AKTUELL
            PERFORM SCHREIBE-EINZELLASTSCHRIFT
        END-IF
    END-PERFORM

    MOVE "</PmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE.


*> ----------------------------------------------------------------
*> #7.2 Eine Einzellastschrift fuer den Posten LAUF-IDX
*> ----------------------------------------------------------------
SCHREIBE-EINZELLASTSCHRIFT.
    MOVE OPT-MANDAT-POS(LAUF-IDX) TO MANDAT-POSITION
    MOVE OPT-KUNDE(LAUF-IDX) TO SUCH-KUNDE
    PERFORM SUCHE-KUNDE
    COMPUTE REST-BETRAG = OPT-BETRAG(LAUF-IDX)
                        - OPT-BEZAHLT(LAUF-IDX)
    MOVE REST-BETRAG TO SEPA-BETRAG-EDIT
    MOVE SPACES TO SEPA-ENDE-ZU-ENDE
    STRING "RE" OPT-NUMMER(LAUF-IDX) "-" LAUF-ZEITSTEMPEL(1:8)
        DELIMITED BY SIZE INTO SEPA-ENDE-ZU-ENDE
    END-STRING

    MOVE "<DrctDbtTxInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<PmtId><EndToEndId>" FUNCTION TRIM(SEPA-ENDE-ZU-ENDE)
           "</EndToEndId></PmtId>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<InstdAmt Ccy=""EUR"">" FUNCTION TRIM(SEPA-BETRAG-EDIT)
           "</InstdAmt>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE "<DrctDbtTx><MndtRltdInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "MndtId" TO SEPA-TAG
    MOVE MDT-REFERENZ(MANDAT-POSITION) TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE SPACES TO SEPA-ZEILE
    STRING "<DtOfSgntr>" MDT-UNTERSCHRIFT(MANDAT-POSITION)(1:4) "-"
           MDT-UNTERSCHRIFT(MANDAT-POSITION)(5:2) "-"
           MDT-UNTERSCHRIFT(MANDAT-POSITION)(7:2) "</DtOfSgntr>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE "</MndtRltdInf></DrctDbtTx>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    IF MDT-BIC(MANDAT-POSITION) = SPACES
        MOVE "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED</Id></Othr></FinInstnId></DbtrAgt>"
            TO SEPA-ZEILE
    ELSE
        STRING "<DbtrAgt><FinInstnId><BICFI>"
               FUNCTION TRIM(MDT-BIC(MANDAT-POSITION))
               "</BICFI></FinInstnId></DbtrAgt>"
            DELIMITED BY SIZE INTO SEPA-ZEILE
        END-STRING
    END-IF
    WRITE SEPA-ZEILE
    MOVE "<Dbtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Nm" TO SEPA-TAG
    IF KUNDEN-POSITION > 0
        MOVE KDT-NAME(KUNDEN-POSITION) TO SEPA-TEXT-EIN
    ELSE
        MOVE OPT-KUNDE(LAUF-IDX) TO SEPA-TEXT-EIN
    END-IF
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</Dbtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<DbtrAcct><Id><IBAN>"
           FUNCTION TRIM(MDT-IBAN(MANDAT-POSITION))
           "</IBAN></Id></DbtrAcct>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE "<RmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Ustrd" TO SEPA-TAG
    MOVE SPACES TO SEPA-TEXT-EIN
    STRING "Rechnung Nr. " OPT-NUMMER(LAUF-IDX)
           " vom " OPT-DATUM(LAUF-IDX)
        DELIMITED BY SIZE INTO SEPA-TEXT-EIN
    END-STRING
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</RmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "</DrctDbtTxInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE

    MOVE "EINZUG" TO OPT-STATUS(LAUF-IDX)
    MOVE "RCUR" TO MDT-SEQUENZ(MANDAT-POSITION)
    MOVE EINZUG-DATUM TO MDT-LETZTER-EINZUG(MANDAT-POSITION)
    MOVE "J" TO OP-GEAENDERT

    MOVE SPACES TO LS-REGISTER-RECORD
    MOVE OPT-SEQUENZ(LAUF-IDX) TO LSR-SEQUENZ
    MOVE MDT-REFERENZ(MANDAT-POSITION) TO LSR-MANDAT
    MOVE REST-BETRAG TO LSR-BETRAG
    MOVE EINZUG-DATUM TO LSR-EINZUG-DATUM
    MOVE "EINGEREICHT" TO LSR-STATUS
    MOVE SEPA-ENDE-ZU-ENDE TO LSR-GRUND
    PERFORM SCHREIBE-REGISTERZEILE
    DISPLAY "  Lastschrift " OPT-SEQUENZ(LAUF-IDX) " Rechnung "
            OPT-NUMMER(LAUF-IDX) " Kunde "
            FUNCTION TRIM(OPT-KUNDE(LAUF-IDX)) " eingereicht.".


*> ----------------------------------------------------------------
*> #7.3 Anzahl und Kontrollsumme (Gruppenkopf, Zahlungsblock)
*> ----------------------------------------------------------------
SCHREIBE-SEPA-SUMMEN.
    MOVE SEPA-BLOCK-ANZAHL TO SEPA-ANZAHL-EDIT
    MOVE SEPA-BLOCK-SUMME TO SEPA-SUMME-EDIT
    MOVE "NbOfTxs" TO SEPA-TAG
    MOVE FUNCTION TRIM(SEPA-ANZAHL-EDIT) TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "CtrlSum" TO SEPA-TAG
    MOVE FUNCTION TRIM(SEPA-SUMME-EDIT) TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT.


*> ----------------------------------------------------------------
*> #7.4 "<SEPA-TAG>SEPA-TEXT-EIN</SEPA-TAG>", Text maskiert
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-SEPA-ELEMENT in zahlungs_export.cbl.
SCHREIBE-SEPA-ELEMENT.
    MOVE SPACES TO SEPA-TEXT-AUS
    MOVE 0 TO SEPA-AUS-POS
    MOVE 0 TO SEPA-EIN-LAENGE
    IF SEPA-TEXT-EIN NOT = SPACES
        COMPUTE SEPA-EIN-LAENGE =
            FUNCTION LENGTH(FUNCTION TRIM(SEPA-TEXT-EIN TRAILING))
    END-IF
    PERFORM VARYING SEPA-ZEICHEN-IDX FROM 1 BY 1
            UNTIL SEPA-ZEICHEN-IDX > SEPA-EIN-LAENGE
        MOVE SEPA-TEXT-EIN(SEPA-ZEICHEN-IDX:1) TO SEPA-ZEICHEN
        EVALUATE SEPA-ZEICHEN
            WHEN "&"
                MOVE "&amp;" TO SEPA-TEXT-AUS(SEPA-AUS-POS + 1:5)
                ADD 5 TO SEPA-AUS-POS
            WHEN "<"
                MOVE "&lt;" TO SEPA-TEXT-AUS(SEPA-AUS-POS + 1:4)
                ADD 4 TO SEPA-AUS-POS
            WHEN ">"
                MOVE "&gt;" TO SEPA-TEXT-AUS(SEPA-AUS-POS + 1:4)
                ADD 4 TO SEPA-AUS-POS
            WHEN """"
                MOVE "&quot;" TO SEPA-TEXT-AUS(SEPA-AUS-POS + 1:6)
                ADD 6 TO SEPA-AUS-POS
            WHEN OTHER
                ADD 1 TO SEPA-AUS-POS
                MOVE SEPA-ZEICHEN TO SEPA-TEXT-AUS(SEPA-AUS-POS:1)
        END-EVALUATE
    END-PERFORM
    IF SEPA-AUS-POS = 0
        MOVE 1 TO SEPA-AUS-POS
    END-IF
    MOVE SPACES TO SEPA-ZEILE
    STRING "<" FUNCTION TRIM(SEPA-TAG) ">"
           SEPA-TEXT-AUS(1:SEPA-AUS-POS)
           "</" FUNCTION TRIM(SEPA-TAG) ">"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE.


*> ================================================================
*> #8 Registerzeile fuer den Posten LAUF-IDX anhaengen
*> ================================================================
*> Der Aufrufer loescht LS-REGISTER-RECORD und setzt LSR-SEQUENZ,
*> -MANDAT, -BETRAG, -EINZUG-DATUM, -STATUS und -GRUND;
*> Zeitstempel, Nummer und Kunde werden hier gesetzt.
SCHREIBE-REGISTERZEILE.
    MOVE LAUF-ZEITSTEMPEL TO LSR-ZEITSTEMPEL
    MOVE OPT-NUMMER(LAUF-IDX) TO LSR-NUMMER
    MOVE OPT-KUNDE(LAUF-IDX)  TO LSR-KUNDE
    OPEN EXTEND LASTSCHRIFT-REGISTER
    IF FS-REGISTER NOT = "00"
        OPEN OUTPUT LASTSCHRIFT-REGISTER
    END-IF
    IF FS-REGISTER = "00"
        WRITE LS-REGISTER-RECORD
        CLOSE LASTSCHRIFT-REGISTER
    END-IF.


*> ================================================================
*> #9 Letzte Einreichung je Posten aus dem Register laden
*> ================================================================
LADE-LASTSCHRIFT-REGISTER.
    MOVE 0 TO REG-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LASTSCHRIFT-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ LASTSCHRIFT-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND LSR-STATUS = "EINGEREICHT"
             AND LSR-NUMMER IS NUMERIC
                PERFORM MERKE-EINREICHUNG
            END-IF
        END-PERFORM
        CLOSE LASTSCHRIFT-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG.

MERKE-EINREICHUNG.
    MOVE 0 TO REG-POSITION
    IF REG-ANZAHL > 0
        SET RG-IDX TO 1
        SEARCH REG-EINTRAG
            AT END CONTINUE
            WHEN RGT-NUMMER(RG-IDX) = LSR-NUMMER
                SET REG-POSITION TO RG-IDX
        END-SEARCH
    END-IF
    IF REG-POSITION = 0
        IF REG-ANZAHL >= 2000
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO REG-ANZAHL
        MOVE REG-ANZAHL TO REG-POSITION
    END-IF
    MOVE LSR-NUMMER  TO RGT-NUMMER(REG-POSITION)
    MOVE LSR-MANDAT  TO RGT-MANDAT(REG-POSITION)
    MOVE LSR-SEQUENZ TO RGT-SEQUENZ(REG-POSITION)
    MOVE LSR-BETRAG  TO RGT-BETRAG(REG-POSITION).


*> ================================================================
*> #10 Mandate laden
*> ================================================================
LADE-MANDATE.
    MOVE 0 TO MANDAT-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MANDATE
    IF FS-MANDATE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MANDATE
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND MD-KUNDE NOT = SPACES
                IF MANDAT-ANZAHL < 1000
                    ADD 1 TO MANDAT-ANZAHL
                    MOVE MD-KUNDE      TO MDT-KUNDE(MANDAT-ANZAHL)
                    MOVE MD-REFERENZ   TO MDT-REFERENZ(MANDAT-ANZAHL)
                    MOVE MD-SEQUENZ    TO MDT-SEQUENZ(MANDAT-ANZAHL)
                    MOVE MD-IBAN       TO MDT-IBAN(MANDAT-ANZAHL)
                    MOVE MD-BIC        TO MDT-BIC(MANDAT-ANZAHL)
                    MOVE MD-STATUS     TO MDT-STATUS(MANDAT-ANZAHL)
                    IF MD-UNTERSCHRIFT IS NUMERIC
                        MOVE MD-UNTERSCHRIFT
                            TO MDT-UNTERSCHRIFT(MANDAT-ANZAHL)
                    ELSE
                        MOVE 0 TO MDT-UNTERSCHRIFT(MANDAT-ANZAHL)
                    END-IF
                    IF MD-LETZTER-EINZUG IS NUMERIC
                        MOVE MD-LETZTER-EINZUG
                            TO MDT-LETZTER-EINZUG(MANDAT-ANZAHL)
                    ELSE
                        MOVE 0 TO MDT-LETZTER-EINZUG(MANDAT-ANZAHL)
                    END-IF
                ELSE
                    IF MANDAT-UEBERLAUF NOT = "J"
                        MOVE "J" TO MANDAT-UEBERLAUF
                        DISPLAY "FEHLER: Mandatstabelle voll (1000) -"
                                " kein Einzug in diesem Lauf."
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE MANDATE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #10.1 Mandate komplett zurueckschreiben (Sequenz, letzter Einzug)
*> ================================================================
SICHERE-MANDATE.
    IF MANDAT-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT MANDATE
    IF FS-MANDATE NOT = "00"
        DISPLAY "Fehler beim Schreiben von LASTSCHRIFT-MANDATE.DAT,"
                " Status=" FS-MANDATE
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING SICHERE-IDX FROM 1 BY 1
                UNTIL SICHERE-IDX > MANDAT-ANZAHL
            MOVE SPACES TO MANDAT-RECORD
            MOVE MDT-KUNDE(SICHERE-IDX)          TO MD-KUNDE
            MOVE MDT-REFERENZ(SICHERE-IDX)       TO MD-REFERENZ
            MOVE MDT-UNTERSCHRIFT(SICHERE-IDX)   TO MD-UNTERSCHRIFT
            MOVE MDT-SEQUENZ(SICHERE-IDX)        TO MD-SEQUENZ
            MOVE MDT-IBAN(SICHERE-IDX)           TO MD-IBAN
            MOVE MDT-BIC(SICHERE-IDX)            TO MD-BIC
            MOVE MDT-STATUS(SICHERE-IDX)         TO MD-STATUS
            MOVE MDT-LETZTER-EINZUG(SICHERE-IDX) TO MD-LETZTER-EINZUG
            WRITE MANDAT-RECORD
        END-PERFORM
        CLOSE MANDATE
    END-IF.


*> ================================================================
*> #11 Zahlungsziel laden
*> ================================================================
*> Mirrors LADE-ZAHLUNGSZIEL in mahnlauf.cbl.
LADE-ZAHLUNGSZIEL.
    OPEN INPUT ZAHLUNGSZIEL-CFG
    IF FS-ZIEL = "00"
        READ ZAHLUNGSZIEL-CFG
            AT END CONTINUE
            NOT AT END
                IF ZAHLUNGSZIEL-CFG-ZEILE IS NUMERIC
                    MOVE ZAHLUNGSZIEL-CFG-ZEILE TO ZAHLUNGSZIEL-TAGE
                END-IF
        END-READ
        CLOSE ZAHLUNGSZIEL-CFG
    END-IF.


*> ================================================================
*> #11.1 Kundenstamm laden (Name, Zahlungsziel)
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
                MOVE KD-NUMMER TO KDT-NUMMER(KUNDEN-ANZAHL)
                MOVE KD-NAME   TO KDT-NAME(KUNDEN-ANZAHL)
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
*> #11.2 Glaeubigerdaten aus FIRMA.CFG laden
*> ================================================================
*> Mirrors LADE-FIRMA-CFG in zahlungs_export.cbl; zusaetzlich die
*> Glaeubiger-Identifikationsnummer (Schluessel GLAEUBIGERID).
LADE-FIRMA-CFG.
    MOVE 0 TO FC-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMA-CFG
    IF FS-FIRMA = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FIRMA-CFG
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
             AND FUNCTION TRIM(FIRMA-CFG-ZEILE) NOT = SPACES
                ADD 1 TO FC-ZEILEN-NR
                IF FC-ZEILEN-NR = 1
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE)
                        TO GLAEUBIGER-NAME
                ELSE
                    MOVE FUNCTION TRIM(FIRMA-CFG-ZEILE) TO FC-ZEILE
                    MOVE SPACES TO FC-SCHLUESSEL FC-WERT
                    MOVE 1 TO FC-ZEIGER
                    UNSTRING FC-ZEILE DELIMITED BY ALL SPACE
                        INTO FC-SCHLUESSEL
                        WITH POINTER FC-ZEIGER
                    END-UNSTRING
                    IF FC-ZEIGER <= 80
                        MOVE FC-ZEILE(FC-ZEIGER:) TO FC-WERT
                    END-IF
                    EVALUATE FC-SCHLUESSEL
                        WHEN "IBAN" MOVE FC-WERT TO GLAEUBIGER-IBAN
                        WHEN "BIC"  MOVE FC-WERT TO GLAEUBIGER-BIC
                        WHEN "GLAEUBIGERID"
                            MOVE FC-WERT TO GLAEUBIGER-ID
                        WHEN OTHER  CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #12 Offene Posten laden
*> ================================================================
*> Mirrors LADE-OFFENE-POSTEN in offene_posten.cbl.
LADE-OFFENE-POSTEN.
    MOVE 0 TO OP-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT OFFENE-POSTEN
    IF FS-POSTEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ OFFENE-POSTEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
                IF OP-ANZAHL < 2000
                    ADD 1 TO OP-ANZAHL
                    MOVE OP-NUMMER     TO OPT-NUMMER(OP-ANZAHL)
                    MOVE OP-DATUM      TO OPT-DATUM(OP-ANZAHL)
                    MOVE OP-KUNDE      TO OPT-KUNDE(OP-ANZAHL)
                    MOVE OP-BETRAG     TO OPT-BETRAG(OP-ANZAHL)
                    MOVE OP-BEZAHLT    TO OPT-BEZAHLT(OP-ANZAHL)
                    MOVE OP-STATUS     TO OPT-STATUS(OP-ANZAHL)
                    MOVE OP-MAHNSTUFE  TO OPT-MAHNSTUFE(OP-ANZAHL)
                    MOVE OP-MAHNDATUM  TO OPT-MAHNDATUM(OP-ANZAHL)
                    MOVE "N"           TO OPT-AUSGEWAEHLT(OP-ANZAHL)
                    MOVE 0             TO OPT-MANDAT-POS(OP-ANZAHL)
                    MOVE SPACES        TO OPT-SEQUENZ(OP-ANZAHL)
                ELSE
                    IF OP-UEBERLAUF NOT = "J"
                        MOVE "J" TO OP-UEBERLAUF
                        DISPLAY "FEHLER: OP-Tabelle voll (2000) -"
                                " OFFENE-POSTEN.DAT wird in diesem"
                                " Lauf NICHT zurueckgeschrieben."
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE OFFENE-POSTEN
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #13 Offene Posten komplett zurueckschreiben
*> ================================================================
SICHERE-OFFENE-POSTEN.
    IF OP-UEBERLAUF = "J"
        DISPLAY "Zurueckschreiben uebersprungen (OP-Tabelle war"
                " beim Laden unvollstaendig)."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT OFFENE-POSTEN
    IF FS-POSTEN NOT = "00"
        DISPLAY "Fehler beim Schreiben von OFFENE-POSTEN.DAT, Status="
                FS-POSTEN
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM VARYING SICHERE-IDX FROM 1 BY 1
                UNTIL SICHERE-IDX > OP-ANZAHL
            MOVE SPACES TO OFFENER-POSTEN-RECORD
            MOVE OPT-NUMMER(SICHERE-IDX)     TO OP-NUMMER
            MOVE OPT-DATUM(SICHERE-IDX)      TO OP-DATUM
            MOVE OPT-KUNDE(SICHERE-IDX)      TO OP-KUNDE
            MOVE OPT-BETRAG(SICHERE-IDX)     TO OP-BETRAG
            MOVE OPT-BEZAHLT(SICHERE-IDX)    TO OP-BEZAHLT
            MOVE OPT-STATUS(SICHERE-IDX)     TO OP-STATUS
            MOVE OPT-MAHNSTUFE(SICHERE-IDX)  TO OP-MAHNSTUFE
            MOVE OPT-MAHNDATUM(SICHERE-IDX)  TO OP-MAHNDATUM
            WRITE OFFENER-POSTEN-RECORD
        END-PERFORM
        CLOSE OFFENE-POSTEN
    END-IF.


*> ================================================================
*> #14 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
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
