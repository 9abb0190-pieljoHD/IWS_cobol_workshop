*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. ZUGRIFFS-AUSWERTUNG.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Auswertung des Zugriffsprotokolls fuer den Datenschutz-
*> beauftragten: DATENAUSKUNFT, SELBSTAUSKUNFT, HISTORIE-AUSKUNFT,
*> BUCHUNG-SUCHE und STAMM-PFLEGE schreiben jede Einsicht in die
*> Daten eines Mitarbeiters nach ZUGRIFFS-PROTOKOLL.LOG (Satzbild
*> ZUGRREC: Zeitpunkt, Operator, Programm, Personalnummer, Name,
*> Datenkategorie, Anlass). Dieses Programm beantwortet daraus
*>   - je Mitarbeiter: "Wer hat meine Daten eingesehen?" - gesucht
*>     wird ueber die Personalnummer und alle Schreibweisen der
*>     Person aus PERSONALNR-ZUORDNUNG.DAT (wie DATENAUSKUNFT);
*>     Einsichten des Mitarbeiters in die eigenen Daten (Kennung =
*>     MA-KENNUNG) sind als solche markiert,
*>   - je Operator: welche Mitarbeiterdaten eine Kennung wann
*>     eingesehen hat,
*>   - ohne Auswahl: Uebersicht aller Operatoren mit der Zahl der
*>     Einsichten je Kategorie.
*> Ergebnis in ZUGRIFFS-AUSWERTUNG.RPT und auf der Konsole. Die
*> Namen stehen im Protokoll ROT13-maskiert und werden nur fuer
*> den Bericht entschluesselt.
*>
*> Aufruf: zugriffs_auswertung [JJJJMM]
*>         zugriffs_auswertung MITARBEITER <Personalnr> [JJJJMM]
*>         zugriffs_auswertung MITARBEITER <Vorname> <Nachname>
*>                             [JJJJMM]
*>         zugriffs_auswertung BEDIENER <Kennung> [JJJJMM]
*> Mit JJJJMM nur die Einsichten dieser Periode.
*> RETURN-CODE 0 = Bericht erstellt, 8 = ungueltiger Aufruf oder
*> Bericht nicht schreibbar.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ZUGRIFFS-PROTOKOLL
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    SELECT ZUORDNUNG
        ASSIGN TO "PERSONALNR-ZUORDNUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUORDNUNG.

    SELECT AUSWERTUNG-REPORT
        ASSIGN TO "ZUGRIFFS-AUSWERTUNG.RPT"
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
FD ZUGRIFFS-PROTOKOLL.
COPY ZUGRREC.

FD MITARBEITER-STAMM.
COPY STAMMREC.

*> Mirrors ZUORDNUNG-RECORD in selbstauskunft.cbl.
FD ZUORDNUNG.
01 ZUORDNUNG-RECORD.
    05 ZO-NUMMER     PIC X(05).
    05 FILLER        PIC X(01).
    05 ZO-VORNAME    PIC X(10).
    05 FILLER        PIC X(01).
    05 ZO-NACHNAME   PIC X(10).
    05 FILLER        PIC X(01).
    05 ZO-VORNAME-M  PIC X(10).
    05 FILLER        PIC X(01).
    05 ZO-NACHNAME-M PIC X(10).
    05 FILLER        PIC X(01).
    05 ZO-STATUS     PIC X(10).

FD AUSWERTUNG-REPORT.
01 REPORT-ZEILE PIC X(132).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-ZUGRIFF   PIC XX VALUE SPACES.
77 FS-STAMM     PIC XX VALUE SPACES.
77 FS-ZUORDNUNG PIC XX VALUE SPACES.
77 FS-REPORT    PIC XX VALUE SPACES.
77 EOF-FLAG     PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(40) VALUE SPACES.
01 ARGUMENT-TABELLE.
    05 ARGUMENT-EINTRAG PIC X(40) OCCURS 4 TIMES.
01 ARGUMENT-ANZAHL PIC 9(2) VALUE 0.

*> Auswahl: U = Uebersicht, M = Mitarbeiter, B = Bediener
01 AUSWAHL-ART PIC X VALUE "U".
    88 AUSWAHL-UEBERSICHT   VALUE "U".
    88 AUSWAHL-MITARBEITER  VALUE "M".
    88 AUSWAHL-BEDIENER     VALUE "B".
01 AUSWAHL-FEHLER PIC X VALUE "N".
*> 000000 = alle Einsichten, sonst nur die der Periode JJJJMM.
01 BERICHT-PERIODE PIC 9(6) VALUE 0.

01 ZIEL-NUMMER   PIC X(5) VALUE SPACES.
01 ZIEL-VORNAME  PIC X(10) VALUE SPACES.
01 ZIEL-NACHNAME PIC X(10) VALUE SPACES.
01 ZIEL-KENNUNG  PIC X(8) VALUE SPACES.
01 ZIEL-BEDIENER PIC X(8) VALUE SPACES.

01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Alle Schreibweisen der Person, maskiert wie im Protokoll
*> (mirrors NAMEN-TABELLE in datenauskunft.cbl).
01 NAMEN-ANZAHL PIC 9(1) VALUE 0.
01 NAMEN-TABELLE.
    05 NAMEN-EINTRAG OCCURS 6 TIMES.
        10 NA-MASK-VOR  PIC X(10).
        10 NA-MASK-NACH PIC X(10).
01 NA-IDX PIC 9(1).
01 NAMEN-BEKANNT PIC X.
01 PRUEF-VORNAME  PIC X(10).
01 PRUEF-NACHNAME PIC X(10).

*> Datenkategorien in Berichtsreihenfolge (Werte siehe ZUGRREC);
*> Eintrag 7 sammelt unbekannte Kategorien.
01 KATEGORIE-VORGABE-TABELLE.
    05 FILLER PIC X(10) VALUE "GESAMT".
    05 FILLER PIC X(10) VALUE "STAMM".
    05 FILLER PIC X(10) VALUE "BUCHUNGEN".
    05 FILLER PIC X(10) VALUE "KRANKHEIT".
    05 FILLER PIC X(10) VALUE "URLAUB".
    05 FILLER PIC X(10) VALUE "UMSATZ".
    05 FILLER PIC X(10) VALUE "SONSTIGE".
01 KATEGORIE-VORGABE-LISTE REDEFINES KATEGORIE-VORGABE-TABELLE.
    05 KATEGORIE-NAME PIC X(10) OCCURS 7 TIMES.
01 KAT-IDX    PIC 9(1).
01 KAT-TREFFER PIC 9(1).
01 KATEGORIE-SUMMEN.
    05 KATEGORIE-SUMME PIC 9(6) OCCURS 7 TIMES.

*> Uebersicht: Einsichten je Operator und Kategorie.
01 BEDIENER-ANZAHL PIC 9(3) VALUE 0.
01 BEDIENER-TABELLE.
    05 BEDIENER-EINTRAG OCCURS 1 TO 200 TIMES
                        DEPENDING ON BEDIENER-ANZAHL
                        INDEXED BY BD-IDX.
        10 BD-KENNUNG PIC X(08).
        10 BD-SUMME   PIC 9(6).
        10 BD-KATEGORIE-SUMME PIC 9(6) OCCURS 7 TIMES.
01 BEDIENER-VOLL PIC X VALUE "N".
01 UEBERSICHT-ZEILE.
    05 FILLER         PIC X(02) VALUE SPACES.
    05 UZ-BEDIENER    PIC X(08).
    05 UZ-SUMME       PIC Z(6)9.
    05 UZ-KATEGORIE   PIC Z(6)9 OCCURS 7 TIMES.

*> Aufbereitung einer Protokollzeile.
01 ANZEIGE-VORNAME  PIC X(10).
01 ANZEIGE-NACHNAME PIC X(10).
01 ANZEIGE-ZEIT     PIC X(16).
01 ANZEIGE-BEDIENER PIC X(8).
01 ANZEIGE-EIGENE   PIC X(10).
01 PRINT-ANZAHL     PIC ZZZZZ9.
01 MELDUNG-PTR      PIC 9(3).

01 CNT-GELESEN  PIC 9(6) VALUE 0.
01 CNT-TREFFER  PIC 9(6) VALUE 0.
01 MELDUNG PIC X(132).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    IF AUSWAHL-FEHLER = "J"
        DISPLAY "Aufruf: zugriffs_auswertung [JJJJMM]"
        DISPLAY "        zugriffs_auswertung MITARBEITER"
                " <Personalnr | Vorname Nachname> [JJJJMM]"
        DISPLAY "        zugriffs_auswertung BEDIENER <Kennung>"
                " [JJJJMM]"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    IF AUSWAHL-MITARBEITER
        PERFORM ERMITTLE-MITARBEITER
        IF NAMEN-ANZAHL = 0 AND ZIEL-NUMMER = SPACES
            DISPLAY "Mitarbeiter weder im Stamm noch in"
                    " PERSONALNR-ZUORDNUNG.DAT gefunden."
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

    OPEN OUTPUT AUSWERTUNG-REPORT
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von ZUGRIFFS-AUSWERTUNG.RPT,"
                " Status=" FS-REPORT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE ZEROES TO KATEGORIE-SUMMEN
    PERFORM DRUCKE-KOPF.

    MOVE "N" TO EOF-FLAG
    OPEN INPUT ZUGRIFFS-PROTOKOLL
    IF FS-ZUGRIFF NOT = "00"
        MOVE "  ZUGRIFFS-PROTOKOLL.LOG nicht vorhanden - keine"
            & " Einsichten protokolliert." TO MELDUNG
        PERFORM MELDE
    ELSE
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ZUGRIFFS-PROTOKOLL
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    ADD 1 TO CNT-GELESEN
                    PERFORM PRUEFE-ZUGRIFF
            END-READ
        END-PERFORM
        CLOSE ZUGRIFFS-PROTOKOLL
    END-IF
    MOVE "N" TO EOF-FLAG

    IF AUSWAHL-UEBERSICHT
        PERFORM DRUCKE-UEBERSICHT
    END-IF
    PERFORM DRUCKE-SUMMEN.

    CLOSE AUSWERTUNG-REPORT
    MOVE 0 TO RETURN-CODE
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten
*> ================================================================
*> Ein sechsstelliges numerisches letztes Argument ist die
*> Periode; die uebrigen bestimmen die Auswahl.
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL > 4
        MOVE "J" TO AUSWAHL-FEHLER
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ARGUMENT-TABELLE
    PERFORM VARYING WS-ARGUMENT-INDEX FROM 1 BY 1
            UNTIL WS-ARGUMENT-INDEX > WS-ARGUMENT-ANZAHL
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE WS-ARGUMENT-WERT TO ARGUMENT-EINTRAG(WS-ARGUMENT-INDEX)
    END-PERFORM
    MOVE WS-ARGUMENT-ANZAHL TO ARGUMENT-ANZAHL

    IF ARGUMENT-ANZAHL > 0
        MOVE ARGUMENT-EINTRAG(ARGUMENT-ANZAHL) TO WS-ARGUMENT-WERT
        IF FUNCTION TRIM(WS-ARGUMENT-WERT) IS NUMERIC
         AND FUNCTION LENGTH(FUNCTION TRIM(WS-ARGUMENT-WERT)) = 6
            MOVE FUNCTION TRIM(WS-ARGUMENT-WERT) TO BERICHT-PERIODE
            IF BERICHT-PERIODE(5:2) < "01"
             OR BERICHT-PERIODE(5:2) > "12"
                MOVE "J" TO AUSWAHL-FEHLER
                EXIT PARAGRAPH
            END-IF
            SUBTRACT 1 FROM ARGUMENT-ANZAHL
        END-IF
    END-IF

    IF ARGUMENT-ANZAHL = 0
        MOVE "U" TO AUSWAHL-ART
        EXIT PARAGRAPH
    END-IF

    EVALUATE FUNCTION UPPER-CASE(ARGUMENT-EINTRAG(1))
        WHEN "MITARBEITER"
            MOVE "M" TO AUSWAHL-ART
            EVALUATE ARGUMENT-ANZAHL
                WHEN 2
                    IF FUNCTION TRIM(ARGUMENT-EINTRAG(2)) IS NUMERIC
                     AND FUNCTION LENGTH(
                         FUNCTION TRIM(ARGUMENT-EINTRAG(2))) = 5
                        MOVE ARGUMENT-EINTRAG(2) TO ZIEL-NUMMER
                    ELSE
                        MOVE "J" TO AUSWAHL-FEHLER
                    END-IF
                WHEN 3
                    MOVE ARGUMENT-EINTRAG(2) TO ZIEL-VORNAME
                    MOVE ARGUMENT-EINTRAG(3) TO ZIEL-NACHNAME
                WHEN OTHER
                    MOVE "J" TO AUSWAHL-FEHLER
            END-EVALUATE
        WHEN "BEDIENER"
            MOVE "B" TO AUSWAHL-ART
            IF ARGUMENT-ANZAHL = 2
                MOVE ARGUMENT-EINTRAG(2) TO ZIEL-BEDIENER
            ELSE
                MOVE "J" TO AUSWAHL-FEHLER
            END-IF
        WHEN OTHER
            MOVE "J" TO AUSWAHL-FEHLER
    END-EVALUATE.


*> ================================================================
*> #6 Gesuchten Mitarbeiter aufloesen
*> ================================================================
*> Personalnummer und Name ergaenzen sich aus dem Stamm; die
*> frueheren Schreibweisen kommen ueber die Personalnummer aus
*> PERSONALNR-ZUORDNUNG.DAT (mirrors LADE-NAMENS-VARIANTEN in
*> datenauskunft.cbl). MA-KENNUNG markiert die eigenen Einsichten.
ERMITTLE-MITARBEITER.
    MOVE 0 TO NAMEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MITARBEITER-STAMM
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    PERFORM PRUEFE-STAMMSATZ
            END-READ
        END-PERFORM
        CLOSE MITARBEITER-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG

    IF ZIEL-VORNAME NOT = SPACES
        MOVE ZIEL-VORNAME  TO PRUEF-VORNAME
        MOVE ZIEL-NACHNAME TO PRUEF-NACHNAME
        PERFORM MERKE-SCHREIBWEISE
    END-IF

    OPEN INPUT ZUORDNUNG
    IF FS-ZUORDNUNG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ZUORDNUNG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ZIEL-NUMMER = SPACES
                 AND ZO-VORNAME = ZIEL-VORNAME
                 AND ZO-NACHNAME = ZIEL-NACHNAME
                    MOVE ZO-NUMMER TO ZIEL-NUMMER
                END-IF
        END-READ
    END-PERFORM
    CLOSE ZUORDNUNG
    MOVE "N" TO EOF-FLAG

    IF ZIEL-NUMMER = SPACES OR ZIEL-NUMMER = "00000"
        MOVE SPACES TO ZIEL-NUMMER
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT ZUORDNUNG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ZUORDNUNG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF ZO-NUMMER = ZIEL-NUMMER
                    IF ZIEL-VORNAME = SPACES
                     AND ZO-STATUS = "AKTUELL"
                        MOVE ZO-VORNAME  TO ZIEL-VORNAME
                        MOVE ZO-NACHNAME TO ZIEL-NACHNAME
                    END-IF
                    MOVE ZO-VORNAME  TO PRUEF-VORNAME
                    MOVE ZO-NACHNAME TO PRUEF-NACHNAME
                    PERFORM MERKE-SCHREIBWEISE
                END-IF
        END-READ
    END-PERFORM
    CLOSE ZUORDNUNG
    MOVE "N" TO EOF-FLAG

    *> Frueherer Name gesucht: Kennung ueber die Personalnummer
    IF ZIEL-KENNUNG = SPACES
        OPEN INPUT MITARBEITER-STAMM
        IF FS-STAMM = "00"
            PERFORM UNTIL EOF-FLAG = "Y"
                READ MITARBEITER-STAMM
                    AT END MOVE "Y" TO EOF-FLAG
                    NOT AT END
                        IF MA-PERSONALNR = ZIEL-NUMMER
                            MOVE MA-KENNUNG TO ZIEL-KENNUNG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MITARBEITER-STAMM
        END-IF
        MOVE "N" TO EOF-FLAG
    END-IF.


*> ----------------------------------------------------------------
*> #6.1 Stammsatz gegen Personalnummer bzw. Name pruefen
*> ----------------------------------------------------------------
PRUEFE-STAMMSATZ.
    IF ZIEL-NUMMER NOT = SPACES
        IF MA-PERSONALNR = ZIEL-NUMMER
            MOVE MA-VORNAME  TO ZIEL-VORNAME
            MOVE MA-NACHNAME TO ZIEL-NACHNAME
            MOVE MA-KENNUNG  TO ZIEL-KENNUNG
        END-IF
    ELSE
        IF MA-VORNAME = ZIEL-VORNAME
         AND MA-NACHNAME = ZIEL-NACHNAME
            MOVE MA-KENNUNG TO ZIEL-KENNUNG
            IF MA-PERSONALNR IS NUMERIC
             AND MA-PERSONALNR NOT = "00000"
                MOVE MA-PERSONALNR TO ZIEL-NUMMER
            END-IF
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #6.2 Eine Schreibweise maskiert in die Namenstabelle
*> ----------------------------------------------------------------
MERKE-SCHREIBWEISE.
    INSPECT PRUEF-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT PRUEF-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE "N" TO NAMEN-BEKANNT
    PERFORM VARYING NA-IDX FROM 1 BY 1
            UNTIL NA-IDX > NAMEN-ANZAHL
        IF NA-MASK-VOR(NA-IDX) = PRUEF-VORNAME
         AND NA-MASK-NACH(NA-IDX) = PRUEF-NACHNAME
            MOVE "J" TO NAMEN-BEKANNT
        END-IF
    END-PERFORM
    IF NAMEN-BEKANNT NOT = "J" AND NAMEN-ANZAHL < 6
        ADD 1 TO NAMEN-ANZAHL
        MOVE PRUEF-VORNAME  TO NA-MASK-VOR(NAMEN-ANZAHL)
        MOVE PRUEF-NACHNAME TO NA-MASK-NACH(NAMEN-ANZAHL)
    END-IF.


*> ================================================================
*> #7 Berichtskopf
*> ================================================================
DRUCKE-KOPF.
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    STRING "Zugriffsprotokoll - Auswertung vom "
           FUNCTION CURRENT-DATE(7:2) "."
           FUNCTION CURRENT-DATE(5:2) "."
           FUNCTION CURRENT-DATE(1:4)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    EVALUATE TRUE
        WHEN AUSWAHL-MITARBEITER
            MOVE 1 TO MELDUNG-PTR
            STRING "Einsichten in die Daten von "
                   FUNCTION TRIM(ZIEL-VORNAME) " "
                   FUNCTION TRIM(ZIEL-NACHNAME)
                INTO MELDUNG WITH POINTER MELDUNG-PTR
            END-STRING
            IF ZIEL-NUMMER NOT = SPACES
                STRING " (Personalnummer " ZIEL-NUMMER ")"
                    INTO MELDUNG WITH POINTER MELDUNG-PTR
                END-STRING
            END-IF
        WHEN AUSWAHL-BEDIENER
            STRING "Einsichten durch Operator "
                   FUNCTION TRIM(ZIEL-BEDIENER)
                INTO MELDUNG
            END-STRING
        WHEN OTHER
            MOVE "Uebersicht je Operator" TO MELDUNG
    END-EVALUATE
    PERFORM MELDE
    IF BERICHT-PERIODE = 0
        MOVE "Zeitraum: gesamtes Protokoll" TO MELDUNG
    ELSE
        STRING "Zeitraum: Periode " BERICHT-PERIODE
            INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    EVALUATE TRUE
        WHEN AUSWAHL-MITARBEITER
            MOVE "  Zeitpunkt        Operator Programm          "
                & " Kategorie  Anlass" TO MELDUNG
            PERFORM MELDE
        WHEN AUSWAHL-BEDIENER
            MOVE "  Zeitpunkt        Programm           Kategorie "
                & " PersNr Mitarbeiter           Anlass" TO MELDUNG
            PERFORM MELDE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ================================================================
*> #8 Eine Protokollzeile gegen die Auswahl pruefen
*> ================================================================
PRUEFE-ZUGRIFF.
    IF BERICHT-PERIODE NOT = 0
     AND ZP-ZEIT(1:6) NOT = BERICHT-PERIODE
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN AUSWAHL-MITARBEITER
            MOVE "N" TO NAMEN-BEKANNT
            IF ZIEL-NUMMER NOT = SPACES
             AND ZP-PERSONALNR = ZIEL-NUMMER
                MOVE "J" TO NAMEN-BEKANNT
            END-IF
            PERFORM VARYING NA-IDX FROM 1 BY 1
                    UNTIL NA-IDX > NAMEN-ANZAHL
                IF ZP-VORNAME = NA-MASK-VOR(NA-IDX)
                 AND ZP-NACHNAME = NA-MASK-NACH(NA-IDX)
                    MOVE "J" TO NAMEN-BEKANNT
                END-IF
            END-PERFORM
            IF NAMEN-BEKANNT NOT = "J"
                EXIT PARAGRAPH
            END-IF
        WHEN AUSWAHL-BEDIENER
            IF ZP-BENUTZER NOT = ZIEL-BEDIENER
                EXIT PARAGRAPH
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    ADD 1 TO CNT-TREFFER
    PERFORM ERMITTLE-KATEGORIE
    ADD 1 TO KATEGORIE-SUMME(KAT-TREFFER)

    MOVE SPACES TO ANZEIGE-ZEIT
    STRING ZP-ZEIT(7:2) "." ZP-ZEIT(5:2) "." ZP-ZEIT(1:4) " "
           ZP-ZEIT(9:2) ":" ZP-ZEIT(11:2)
        INTO ANZEIGE-ZEIT
    END-STRING
    MOVE ZP-BENUTZER TO ANZEIGE-BEDIENER
    IF ANZEIGE-BEDIENER = SPACES
        MOVE "(ohne)" TO ANZEIGE-BEDIENER
    END-IF

    EVALUATE TRUE
        WHEN AUSWAHL-MITARBEITER
            MOVE SPACES TO ANZEIGE-EIGENE
            IF ZIEL-KENNUNG NOT = SPACES
             AND ZP-BENUTZER = ZIEL-KENNUNG
                MOVE "(eigene)" TO ANZEIGE-EIGENE
            END-IF
            STRING "  " ANZEIGE-ZEIT " " ANZEIGE-BEDIENER " "
                   ZP-PROGRAMM " " ZP-KATEGORIE " "
                   FUNCTION TRIM(ZP-ANLASS) " "
                   ANZEIGE-EIGENE
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        WHEN AUSWAHL-BEDIENER
            MOVE ZP-VORNAME  TO ANZEIGE-VORNAME
            MOVE ZP-NACHNAME TO ANZEIGE-NACHNAME
            INSPECT ANZEIGE-VORNAME
                CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
            INSPECT ANZEIGE-NACHNAME
                CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
            STRING "  " ANZEIGE-ZEIT " " ZP-PROGRAMM " "
                   ZP-KATEGORIE " " ZP-PERSONALNR "  "
                   ANZEIGE-VORNAME " " ANZEIGE-NACHNAME " "
                   FUNCTION TRIM(ZP-ANLASS)
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        WHEN OTHER
            PERFORM ZAEHLE-BEDIENER
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #8.1 Kategorie der Zeile in der Vorgabetabelle suchen
*> ----------------------------------------------------------------
ERMITTLE-KATEGORIE.
    MOVE 7 TO KAT-TREFFER
    PERFORM VARYING KAT-IDX FROM 1 BY 1 UNTIL KAT-IDX > 6
        IF ZP-KATEGORIE = KATEGORIE-NAME(KAT-IDX)
            MOVE KAT-IDX TO KAT-TREFFER
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #8.2 Uebersicht: Einsicht dem Operator zurechnen
*> ----------------------------------------------------------------
ZAEHLE-BEDIENER.
    SET BD-IDX TO 1
    SEARCH BEDIENER-EINTRAG
        AT END
            IF BEDIENER-ANZAHL < 200
                ADD 1 TO BEDIENER-ANZAHL
                SET BD-IDX TO BEDIENER-ANZAHL
                MOVE ZP-BENUTZER TO BD-KENNUNG(BD-IDX)
                MOVE 0 TO BD-SUMME(BD-IDX)
                PERFORM VARYING KAT-IDX FROM 1 BY 1
                        UNTIL KAT-IDX > 7
                    MOVE 0 TO BD-KATEGORIE-SUMME(BD-IDX KAT-IDX)
                END-PERFORM
            ELSE
                MOVE "J" TO BEDIENER-VOLL
                EXIT PARAGRAPH
            END-IF
        WHEN BD-KENNUNG(BD-IDX) = ZP-BENUTZER
            CONTINUE
    END-SEARCH
    ADD 1 TO BD-SUMME(BD-IDX)
    ADD 1 TO BD-KATEGORIE-SUMME(BD-IDX KAT-TREFFER).


*> ================================================================
*> #9 Uebersicht je Operator drucken
*> ================================================================
DRUCKE-UEBERSICHT.
    MOVE "  Operator Gesamt GESAMT  STAMM BUCHNG  KRANK URLAUB"
        & " UMSATZ  SONST" TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING BD-IDX FROM 1 BY 1
            UNTIL BD-IDX > BEDIENER-ANZAHL
        MOVE BD-KENNUNG(BD-IDX) TO UZ-BEDIENER
        IF UZ-BEDIENER = SPACES
            MOVE "(ohne)" TO UZ-BEDIENER
        END-IF
        MOVE BD-SUMME(BD-IDX) TO UZ-SUMME
        PERFORM VARYING KAT-IDX FROM 1 BY 1 UNTIL KAT-IDX > 7
            MOVE BD-KATEGORIE-SUMME(BD-IDX KAT-IDX)
                TO UZ-KATEGORIE(KAT-IDX)
        END-PERFORM
        MOVE UEBERSICHT-ZEILE TO MELDUNG
        PERFORM MELDE
    END-PERFORM
    IF BEDIENER-VOLL = "J"
        MOVE "  WARNUNG: mehr als 200 Operatoren - Uebersicht"
            & " unvollstaendig." TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ================================================================
*> #10 Summen je Kategorie
*> ================================================================
DRUCKE-SUMMEN.
    MOVE "============================================" TO MELDUNG
    PERFORM MELDE
    MOVE CNT-TREFFER TO PRINT-ANZAHL
    MOVE 1 TO MELDUNG-PTR
    STRING "Einsichten: " FUNCTION TRIM(PRINT-ANZAHL)
        INTO MELDUNG WITH POINTER MELDUNG-PTR
    END-STRING
    PERFORM VARYING KAT-IDX FROM 1 BY 1 UNTIL KAT-IDX > 7
        IF KATEGORIE-SUMME(KAT-IDX) > 0
            MOVE KATEGORIE-SUMME(KAT-IDX) TO PRINT-ANZAHL
            STRING "  " FUNCTION TRIM(KATEGORIE-NAME(KAT-IDX)) "="
                   FUNCTION TRIM(PRINT-ANZAHL)
                INTO MELDUNG WITH POINTER MELDUNG-PTR
            END-STRING
        END-IF
    END-PERFORM
    PERFORM MELDE
    MOVE CNT-GELESEN TO PRINT-ANZAHL
    STRING "Protokollzeilen gelesen: " FUNCTION TRIM(PRINT-ANZAHL)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #11 Meldungszeile auf Konsole und in ZUGRIFFS-AUSWERTUNG.RPT
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG TRAILING)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.
