*> Parameter "BESCHEINIGUNG <JJJJ>" entsteht statt der
*> Fortschreibung die Jahres-Lohnsteuerbescheinigung je
*> Mitarbeiter (LOHNSTEUERBESCHEINIGUNG-<JJJJ>.PRT).
*> Das Konto wird je Abrechnungsmonat gefuehrt (Monat aus dem
*> Laufergebnis, sonst der laufende Monat), mit Solidaritaets-
*> zuschlag, Kirchensteuer, Konfession und dem Anteil der
*> Einmalzahlungen (sonstige Bezuege) am Brutto und den Sachbezuegen
*> (geldwerter Vorteil, nicht im Brutto, aber steuer- und
*> beitragspflichtig) und dem Kurzarbeitergeld (steuerfrei, aber
*> auf der Bescheinigung auszuweisen) - die Grundlage der
*> monatlichen LOHNSTEUER-ANMELDUNG und der Abstimmung der
*> KUG-ABRECHNUNGSLISTE. Eine Rueckrechnung fuer einen
*> frueheren Monat landet auf dessen Zeile. Zeilen aus der Zeit vor
*> der Monatsfuehrung haben Monat 00 und zaehlen nur zum Jahr.
*>
*> Aufruf: lohnkonto                      (Lauf fortschreiben)
*>         lohnkonto BESCHEINIGUNG <JJJJ> (Jahresbescheinigung)
    05 LE-STEUER   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-ABGABEN  PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SOLI     PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KIST     PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-PERIODE  PIC X(6).
    05 FILLER      PIC X(01).
    05 LE-KONFESSION PIC X(2).
    05 FILLER      PIC X(01).
    05 LE-EINMAL   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SACHBEZUG PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KUG      PIC 9(8)V99.

FD LOHNKONTO.
01 LOHNKONTO-RECORD.
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

FD BESCHEINIGUNG.
01 BESCHEINIGUNG-ZEILE PIC X(80).
01 BESCHEINIGUNG-DATEINAME PIC X(50).

01 AKT-JAHR PIC 9(4).
01 AKT-MONAT PIC 9(2).

*> Lohnkonto komplett im Speicher, am Ende zurueckgeschrieben.
01 KONTO-ANZAHL PIC 9(4) VALUE 0.
01 KONTO-TABELLE.
    05 KONTO-EINTRAG OCCURS 1 TO 9000 TIMES
                      DEPENDING ON KONTO-ANZAHL
                      INDEXED BY LK-IDX.
        10 LKT-JAHR     PIC 9(4).
        10 LKT-MONAT    PIC 9(2).
        10 LKT-VORNAME  PIC X(10).
        10 LKT-NACHNAME PIC X(10).
        10 LKT-BRUTTO   PIC 9(9)V99.
        10 LKT-STEUER   PIC 9(9)V99.
        10 LKT-ABGABEN  PIC 9(9)V99.
        10 LKT-NETTO    PIC 9(9)V99.
        10 LKT-SOLI     PIC 9(9)V99.
        10 LKT-KIST     PIC 9(9)V99.
        10 LKT-KONFESSION PIC X(2).
        10 LKT-EINMAL   PIC 9(9)V99.
        10 LKT-SACHBEZUG PIC 9(9)V99.
        10 LKT-KUG      PIC 9(9)V99.
01 KONTO-UEBERLAUF PIC X VALUE "N".
01 KONTO-POSITION  PIC 9(4).

01 SICHERE-IDX PIC 9(4).
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.

*> Jahressummen eines Mitarbeiters fuer die Bescheinigung.
01 BSC-BRUTTO  PIC 9(9)V99.
01 BSC-STEUER  PIC 9(9)V99.
01 BSC-SOLI    PIC 9(9)V99.
01 BSC-KIST    PIC 9(9)V99.
01 BSC-ABGABEN PIC 9(9)V99.
01 BSC-NETTO   PIC 9(9)V99.
01 BSC-SACHBEZUG PIC 9(9)V99.
01 BSC-KUG     PIC 9(9)V99.
01 BSC-SCHON-GEDRUCKT PIC X.
01 BSC-IDX     PIC 9(4).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:4) TO AKT-JAHR.
    MOVE FUNCTION CURRENT-DATE(5:2) TO AKT-MONAT.

    *> Schon verbuchte Laeufe nicht noch einmal aufaddieren.
    PERFORM LADE-STEMPEL.

    DISPLAY "--------------------------------------------".
    DISPLAY "Lohnkonto: " CNT-ZEILEN " Zeile(n) fuer " AKT-JAHR
            AKT-MONAT " fortgeschrieben (" KONTO-ANZAHL
            " Kontozeilen).".
    GOBACK.


*> #6 Eine Ergebniszeile auf das Jahreskonto fortschreiben
*> ================================================================
FORTSCHREIBE-KONTO.
    IF LE-PERIODE IS NUMERIC AND LE-PERIODE(5:2) >= "01"
     AND LE-PERIODE(5:2) <= "12"
        MOVE LE-PERIODE(1:4) TO AKT-JAHR
        MOVE LE-PERIODE(5:2) TO AKT-MONAT
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:4) TO AKT-JAHR
        MOVE FUNCTION CURRENT-DATE(5:2) TO AKT-MONAT
    END-IF
    IF LE-SOLI IS NOT NUMERIC
        MOVE 0 TO LE-SOLI
    END-IF
    IF LE-KIST IS NOT NUMERIC
        MOVE 0 TO LE-KIST
    END-IF
    IF LE-EINMAL IS NOT NUMERIC
        MOVE 0 TO LE-EINMAL
    END-IF
    IF LE-SACHBEZUG IS NOT NUMERIC
        MOVE 0 TO LE-SACHBEZUG
    END-IF
    IF LE-KUG IS NOT NUMERIC
        MOVE 0 TO LE-KUG
    END-IF
    MOVE 0 TO KONTO-POSITION
    IF KONTO-ANZAHL > 0
        SET LK-IDX TO 1
        SEARCH KONTO-EINTRAG
            AT END CONTINUE
            WHEN LKT-JAHR(LK-IDX)     = AKT-JAHR
             AND LKT-MONAT(LK-IDX)    = AKT-MONAT
             AND LKT-VORNAME(LK-IDX)  = LE-VORNAME
             AND LKT-NACHNAME(LK-IDX) = LE-NACHNAME
                SET KONTO-POSITION TO LK-IDX
        END-SEARCH
    END-IF
    IF KONTO-POSITION = 0
        IF KONTO-ANZAHL < 9000
            ADD 1 TO KONTO-ANZAHL
            MOVE AKT-JAHR     TO LKT-JAHR(KONTO-ANZAHL)
            MOVE AKT-MONAT    TO LKT-MONAT(KONTO-ANZAHL)
            MOVE LE-VORNAME   TO LKT-VORNAME(KONTO-ANZAHL)
            MOVE LE-NACHNAME  TO LKT-NACHNAME(KONTO-ANZAHL)
            MOVE 0 TO LKT-BRUTTO(KONTO-ANZAHL)
            MOVE 0 TO LKT-STEUER(KONTO-ANZAHL)
            MOVE 0 TO LKT-ABGABEN(KONTO-ANZAHL)
            MOVE 0 TO LKT-NETTO(KONTO-ANZAHL)
            MOVE 0 TO LKT-SOLI(KONTO-ANZAHL)
            MOVE 0 TO LKT-KIST(KONTO-ANZAHL)
            MOVE 0 TO LKT-EINMAL(KONTO-ANZAHL)
            MOVE 0 TO LKT-SACHBEZUG(KONTO-ANZAHL)
            MOVE 0 TO LKT-KUG(KONTO-ANZAHL)
            MOVE KONTO-ANZAHL TO KONTO-POSITION
        ELSE
            DISPLAY "WARNUNG: Lohnkonto-Tabelle voll (9000),"
                    " Zeile nicht fortgeschrieben."
            EXIT PARAGRAPH
        END-IF
    ADD LE-BRUTTO  TO LKT-BRUTTO(KONTO-POSITION)
    ADD LE-STEUER  TO LKT-STEUER(KONTO-POSITION)
    ADD LE-ABGABEN TO LKT-ABGABEN(KONTO-POSITION)
    ADD LE-NETTO   TO LKT-NETTO(KONTO-POSITION)
    ADD LE-SOLI    TO LKT-SOLI(KONTO-POSITION)
    ADD LE-KIST    TO LKT-KIST(KONTO-POSITION)
    ADD LE-EINMAL  TO LKT-EINMAL(KONTO-POSITION)
    ADD LE-SACHBEZUG TO LKT-SACHBEZUG(KONTO-POSITION)
    ADD LE-KUG     TO LKT-KUG(KONTO-POSITION)
    IF LE-KONFESSION NOT = SPACES
        MOVE LE-KONFESSION TO LKT-KONFESSION(KONTO-POSITION)
    END-IF.


*> ================================================================
    PERFORM VARYING LAUF-IDX FROM 1 BY 1
            UNTIL LAUF-IDX > KONTO-ANZAHL
        IF LKT-JAHR(LAUF-IDX) = BESCHEINIGUNG-JAHR
            PERFORM SUMMIERE-JAHR
            IF BSC-SCHON-GEDRUCKT NOT = "J"
                PERFORM DRUCKE-EINE-BESCHEINIGUNG
            END-IF
        END-IF
    END-PERFORM



*> ----------------------------------------------------------------
*> #7.1 Monatszeilen eines Mitarbeiters zum Jahr zusammenfassen
*> ----------------------------------------------------------------
*> Gedruckt wird bei der ersten Zeile des Mitarbeiters im Jahr;
*> jede weitere Zeile ist dann schon enthalten.
SUMMIERE-JAHR.
    MOVE "N" TO BSC-SCHON-GEDRUCKT
    MOVE 0 TO BSC-BRUTTO BSC-STEUER BSC-SOLI BSC-KIST BSC-ABGABEN
              BSC-NETTO BSC-SACHBEZUG BSC-KUG
    PERFORM VARYING BSC-IDX FROM 1 BY 1
            UNTIL BSC-IDX > KONTO-ANZAHL
        IF LKT-JAHR(BSC-IDX) = BESCHEINIGUNG-JAHR
         AND LKT-VORNAME(BSC-IDX)  = LKT-VORNAME(LAUF-IDX)
         AND LKT-NACHNAME(BSC-IDX) = LKT-NACHNAME(LAUF-IDX)
            IF BSC-IDX < LAUF-IDX
                MOVE "J" TO BSC-SCHON-GEDRUCKT
                EXIT PERFORM
            END-IF
            ADD LKT-BRUTTO(BSC-IDX)  TO BSC-BRUTTO
            ADD LKT-STEUER(BSC-IDX)  TO BSC-STEUER
            ADD LKT-SOLI(BSC-IDX)    TO BSC-SOLI
            ADD LKT-KIST(BSC-IDX)    TO BSC-KIST
            ADD LKT-ABGABEN(BSC-IDX) TO BSC-ABGABEN
            ADD LKT-NETTO(BSC-IDX)   TO BSC-NETTO
            ADD LKT-SACHBEZUG(BSC-IDX) TO BSC-SACHBEZUG
            ADD LKT-KUG(BSC-IDX)     TO BSC-KUG
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #7.2 Eine Bescheinigung drucken
*> ----------------------------------------------------------------
DRUCKE-EINE-BESCHEINIGUNG.
    ADD 1 TO CNT-BESCHEINIGUNGEN
    WRITE BESCHEINIGUNG-ZEILE
    MOVE "=============================================" TO BESCHEINIGUNG-ZEILE
    WRITE BESCHEINIGUNG-ZEILE
    *> Der Bruttoarbeitslohn enthaelt die Sachbezuege.
    COMPUTE PRINT-BETRAG = BSC-BRUTTO + BSC-SACHBEZUG
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    STRING "Bruttoarbeitslohn:        " PRINT-BETRAG
        INTO BESCHEINIGUNG-ZEILE
    END-STRING
    WRITE BESCHEINIGUNG-ZEILE
    IF BSC-SACHBEZUG > 0
        COMPUTE PRINT-BETRAG = BSC-SACHBEZUG
        MOVE SPACES TO BESCHEINIGUNG-ZEILE
        STRING "  davon Sachbezuege:      " PRINT-BETRAG
            INTO BESCHEINIGUNG-ZEILE
        END-STRING
        WRITE BESCHEINIGUNG-ZEILE
    END-IF
    COMPUTE PRINT-BETRAG = BSC-STEUER
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    STRING "Einbehaltene Lohnsteuer:  " PRINT-BETRAG
        INTO BESCHEINIGUNG-ZEILE
    END-STRING
    WRITE BESCHEINIGUNG-ZEILE
    COMPUTE PRINT-BETRAG = BSC-SOLI
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    STRING "Solidaritaetszuschlag:    " PRINT-BETRAG
        INTO BESCHEINIGUNG-ZEILE
    END-STRING
    WRITE BESCHEINIGUNG-ZEILE
    COMPUTE PRINT-BETRAG = BSC-KIST
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    STRING "Kirchensteuer:            " PRINT-BETRAG
        INTO BESCHEINIGUNG-ZEILE
    END-STRING
    WRITE BESCHEINIGUNG-ZEILE
    COMPUTE PRINT-BETRAG = BSC-ABGABEN
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    STRING "Sozialabgaben (AN-Anteil):" PRINT-BETRAG
        INTO BESCHEINIGUNG-ZEILE
    END-STRING
    WRITE BESCHEINIGUNG-ZEILE
    COMPUTE PRINT-BETRAG = BSC-NETTO
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    STRING "Nettoarbeitslohn:         " PRINT-BETRAG
        INTO BESCHEINIGUNG-ZEILE
    END-STRING
    WRITE BESCHEINIGUNG-ZEILE
    IF BSC-KUG > 0
        COMPUTE PRINT-BETRAG = BSC-KUG
        MOVE SPACES TO BESCHEINIGUNG-ZEILE
        STRING "Kurzarbeitergeld:         " PRINT-BETRAG
               "  (steuerfrei, Progressionsvorbehalt)"
            INTO BESCHEINIGUNG-ZEILE
        END-STRING
        WRITE BESCHEINIGUNG-ZEILE
    END-IF
    MOVE SPACES TO BESCHEINIGUNG-ZEILE
    WRITE BESCHEINIGUNG-ZEILE.

                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y"
                IF KONTO-ANZAHL < 9000
                    ADD 1 TO KONTO-ANZAHL
                    MOVE LK-JAHR     TO LKT-JAHR(KONTO-ANZAHL)
                    IF LK-MONAT IS NUMERIC
                        MOVE LK-MONAT TO LKT-MONAT(KONTO-ANZAHL)
                    ELSE
                        MOVE 0 TO LKT-MONAT(KONTO-ANZAHL)
                    END-IF
                    MOVE LK-VORNAME  TO LKT-VORNAME(KONTO-ANZAHL)
                    MOVE LK-NACHNAME
                        TO LKT-NACHNAME(KONTO-ANZAHL)
                    MOVE LK-STEUER   TO LKT-STEUER(KONTO-ANZAHL)
                    MOVE LK-ABGABEN  TO LKT-ABGABEN(KONTO-ANZAHL)
                    MOVE LK-NETTO    TO LKT-NETTO(KONTO-ANZAHL)
                    IF LK-SOLI IS NUMERIC
                        MOVE LK-SOLI TO LKT-SOLI(KONTO-ANZAHL)
                    ELSE
                        MOVE 0 TO LKT-SOLI(KONTO-ANZAHL)
                    END-IF
                    IF LK-KIST IS NUMERIC
                        MOVE LK-KIST TO LKT-KIST(KONTO-ANZAHL)
                    ELSE
                        MOVE 0 TO LKT-KIST(KONTO-ANZAHL)
                    END-IF
                    MOVE LK-KONFESSION
                        TO LKT-KONFESSION(KONTO-ANZAHL)
                    IF LK-EINMAL IS NUMERIC
                        MOVE LK-EINMAL TO LKT-EINMAL(KONTO-ANZAHL)
                    ELSE
                        MOVE 0 TO LKT-EINMAL(KONTO-ANZAHL)
                    END-IF
                    IF LK-SACHBEZUG IS NUMERIC
                        MOVE LK-SACHBEZUG
                            TO LKT-SACHBEZUG(KONTO-ANZAHL)
                    ELSE
                        MOVE 0 TO LKT-SACHBEZUG(KONTO-ANZAHL)
                    END-IF
                    IF LK-KUG IS NUMERIC
                        MOVE LK-KUG TO LKT-KUG(KONTO-ANZAHL)
                    ELSE
                        MOVE 0 TO LKT-KUG(KONTO-ANZAHL)
                    END-IF
                ELSE
                    IF KONTO-UEBERLAUF NOT = "J"
                        MOVE "J" TO KONTO-UEBERLAUF
                        DISPLAY "FEHLER: Lohnkonto-Tabelle voll"
                                " (9000) - LOHNKONTO.DAT wird"
                                " NICHT zurueckgeschrieben, alte"
                                " Jahre zuerst archivieren."
                    END-IF
            MOVE LKT-STEUER(SICHERE-IDX)   TO LK-STEUER
            MOVE LKT-ABGABEN(SICHERE-IDX)  TO LK-ABGABEN
            MOVE LKT-NETTO(SICHERE-IDX)    TO LK-NETTO
            MOVE LKT-MONAT(SICHERE-IDX)    TO LK-MONAT
            MOVE LKT-SOLI(SICHERE-IDX)     TO LK-SOLI
            MOVE LKT-KIST(SICHERE-IDX)     TO LK-KIST
            MOVE LKT-KONFESSION(SICHERE-IDX) TO LK-KONFESSION
            MOVE LKT-EINMAL(SICHERE-IDX)   TO LK-EINMAL
            MOVE LKT-SACHBEZUG(SICHERE-IDX) TO LK-SACHBEZUG
            MOVE LKT-KUG(SICHERE-IDX)      TO LK-KUG
            WRITE LOHNKONTO-RECORD
        END-PERFORM
        CLOSE LOHNKONTO
