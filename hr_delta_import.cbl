*>   EINTRITT  <Vorname> <Nachname> <JJJJMMTT> <Abteilung> <Satz>
*>   AUSTRITT  <Vorname> <Nachname> <JJJJMMTT>
*>   AENDERUNG <Vorname> <Nachname> <Satz> <Abteilung> <GueltigAb>
*>   BANKDATEN <Vorname> <Nachname> <IBAN> [<BIC>]
*> und wendet sie auf MITARBEITER-STAMM.DAT an - nach denselben
*> Regeln wie STAMM-PFLEGE: Anlage statt Doppelanlage, Austritt
*> setzt das Austrittsdatum (der Satz bleibt stehen), jede Satz-/
*> Abteilungsaenderung hinterlaesst eine Zeile in
*> STAMM-HISTORIE.DAT. Eine neue IBAN wird wie in STAMM-PFLEGE
*> in BANKDATEN-PRUEFUNG.DAT zur Rueckruf-Bestaetigung vorgemerkt
*> (Bearbeiter "HR-DELTA") - Zahlungen an das neue Konto haelt
*> ZAHLUNGS-EXPORT bis dahin an. Ergebnis je Zeile (UEBERNOMMEN/
*> ABGELEHNT mit Grund) steht in HR-DELTA.RPT; die abgearbeitete
*> Delta-Datei wird geleert.


        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, wird fuer jeden
    *> Durchlauf und jede Suche MITARBEITER-STAMM.DAT gelesen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    SELECT STAMM-NEU
        ASSIGN TO "MITARBEITER-STAMM.DAT.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM-NEU.

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.

    SELECT BANKDATEN-PRUEFUNG
        ASSIGN TO "BANKDATEN-PRUEFUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BANKPRUEF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
01 DELTA-ZEILE PIC X(100).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

FD STAMM-HISTORIE.
01 STAMM-HISTORIE-RECORD.
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD DELTA-REPORT.
01 REPORT-ZEILE PIC X(120).

FD BANKDATEN-PRUEFUNG.
01 BANKPRUEF-ZEILE PIC X(212).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

01 CMD-ZEILE PIC X(80).
01 CMD-STAMM-INDEX PIC X(80)
   VALUE "./stamm_index NACHZIEHEN || rm -f MITARBEITER-STAMM.IDX*".
01 RC-MERKER PIC S9(9).

77 FS-DELTA    PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-STAMM-NEU PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-REPORT   PIC XX VALUE SPACES.
77 FS-BANKPRUEF PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

*> Der Stamm wird nicht mehr in eine Tabelle geladen: gesucht wird
*> per Namensschluessel (STAMM-INDEX-OFFEN = "J"), sonst in
*> MITARBEITER-STAMM.DAT von vorn. Jede angewendete Zeile schreibt
*> den geaenderten Satz (STAMM-AENDERUNG) sofort ueber
*> MITARBEITER-STAMM.DAT.NEU zurueck; ab der ersten Aenderung wird
*> ohne Index gesucht, der erst am Laufende nachgezogen wird.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-AENDERUNG  PIC X(152).
01 STAMM-ERSETZT    PIC X.
01 CNT-STAMM-SAETZE PIC 9(6) VALUE 0.
01 STAMM-GEAENDERT PIC X VALUE "N".
01 SUCH-GEFUNDEN   PIC X.

*> Zerlegte Delta-Zeile.
01 DLT-AKTION    PIC X(10).
01 DLT-WERT-1    PIC X(10).
01 DLT-WERT-2    PIC X(10).
01 DLT-WERT-3    PIC X(10).
01 DLT-IBAN      PIC X(22).
01 DLT-BIC       PIC X(11).
01 DLT-GRUND     PIC X(50).

01 HOECHSTE-PERSONALNR PIC 9(5) VALUE 0.
01 CNT-ZEILEN      PIC 9(4) VALUE 0.
01 CNT-UEBERNOMMEN PIC 9(4) VALUE 0.
01 CNT-ABGELEHNT   PIC 9(4) VALUE 0.
01 MELDUNG PIC X(120).

*> Werte fuer die Historienzeile.
01 HIST-GUELTIG-AB PIC 9(8).
01 HIST-SATZ       PIC 9(3).
01 HIST-ABTEILUNG  PIC X(10).
01 HIST-BANKDATEN  PIC X(01).

*> IBAN-Aenderung zur Bestaetigung (BANKDATEN-PRUEFUNG.DAT)
COPY BANKREC.
01 BANK-IBAN-ALT   PIC X(22).
01 BANK-BIC-ALT    PIC X(11).
01 BANK-LETZTE-ID  PIC 9(6).
01 BANK-EOF        PIC X.


*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM OEFFNE-STAMM.
    PERFORM ERMITTLE-HOECHSTE-PERSONALNR.

    OPEN INPUT HR-DELTA.
    IF FS-DELTA NOT = "00"
        DISPLAY "Keine HR-DELTA.DAT vorgefunden, nichts zu tun."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

                FS-REPORT
        CLOSE HR-DELTA
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.

    CLOSE HR-DELTA.

    IF STAMM-GEAENDERT = "J"
        PERFORM ZIEHE-STAMM-INDEX-NACH
    END-IF.

    IF CNT-ZEILEN > 0
    END-STRING
    PERFORM MELDE.
    CLOSE DELTA-REPORT.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


VERARBEITE-DELTA-ZEILE.
    MOVE SPACES TO DLT-AKTION DLT-VORNAME DLT-NACHNAME
                   DLT-WERT-1 DLT-WERT-2 DLT-WERT-3 DLT-GRUND
    MOVE "N" TO HIST-BANKDATEN
    UNSTRING FUNCTION TRIM(DELTA-ZEILE)
        DELIMITED BY ALL SPACE
        INTO DLT-AKTION DLT-VORNAME DLT-NACHNAME
            PERFORM WENDE-AUSTRITT-AN
        WHEN "AENDERUNG"
            PERFORM WENDE-AENDERUNG-AN
        WHEN "BANKDATEN"
            PERFORM WENDE-BANKDATEN-AN
        WHEN OTHER
            MOVE SPACES TO DLT-GRUND
            STRING "unbekannte Aktion '"
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO STAMM-RECORD
    MOVE DLT-VORNAME  TO MA-VORNAME
    MOVE DLT-NACHNAME TO MA-NACHNAME
    IF FUNCTION TRIM(DLT-WERT-3) IS NUMERIC
        COMPUTE MA-STUNDENSATZ = FUNCTION NUMVAL(DLT-WERT-3)
    ELSE
        MOVE 0 TO MA-STUNDENSATZ
    END-IF
    IF DLT-WERT-2 = SPACES
        MOVE "ALLG" TO MA-ABTEILUNG
    ELSE
        MOVE DLT-WERT-2 TO MA-ABTEILUNG
    END-IF
    MOVE "A" TO MA-STATUS
    MOVE 0 TO MA-SOLL-STUNDEN
    MOVE 0 TO MA-STEUERKLASSE
    COMPUTE MA-EINTRITT = FUNCTION NUMVAL(DLT-WERT-1)
    MOVE 0 TO MA-AUSTRITT
    MOVE "R" TO MA-BESCHAEFT-ART
    ADD 1 TO HOECHSTE-PERSONALNR
    MOVE HOECHSTE-PERSONALNR TO MA-PERSONALNR
    MOVE 0 TO MA-KOSTENSATZ
    MOVE "H" TO MA-LOHNART
    MOVE 0 TO MA-MONATSGEHALT
    MOVE "A" TO MA-UEBERSTD-REGEL
    MOVE 0 TO MA-TARIFSTUFE
    MOVE 6 TO MA-PROBEZEIT
    MOVE 0 TO MA-JUBILAEUM
    PERFORM SCHREIBE-STAMMSATZ
    MOVE "J" TO STAMM-GEAENDERT

    MOVE MA-EINTRITT    TO HIST-GUELTIG-AB
    MOVE MA-STUNDENSATZ TO HIST-SATZ
    MOVE MA-ABTEILUNG   TO HIST-ABTEILUNG
    PERFORM SCHREIBE-STAMM-HISTORIE
    PERFORM MELDE-UEBERNOMMEN.

        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    COMPUTE MA-AUSTRITT = FUNCTION NUMVAL(DLT-WERT-1)
    *> Ein gemeldeter Austritt ist entschieden - der
    *> HR-TERMINKALENDER fuehrt ihn nicht als offene Befristung.
    MOVE "B" TO MA-BEFRISTUNG-ENTSCH
    PERFORM SCHREIBE-STAMMSATZ
    MOVE "J" TO STAMM-GEAENDERT
    PERFORM MELDE-UEBERNOMMEN.

        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(DLT-WERT-1) IS NUMERIC
        COMPUTE MA-STUNDENSATZ = FUNCTION NUMVAL(DLT-WERT-1)
    END-IF
    IF DLT-WERT-2 NOT = SPACES
        MOVE DLT-WERT-2 TO MA-ABTEILUNG
    END-IF
    MOVE "A" TO MA-STATUS
    PERFORM SCHREIBE-STAMMSATZ
    MOVE "J" TO STAMM-GEAENDERT

    IF FUNCTION TRIM(DLT-WERT-3) IS NUMERIC
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO HIST-GUELTIG-AB
    END-IF
    MOVE MA-STUNDENSATZ TO HIST-SATZ
    MOVE MA-ABTEILUNG   TO HIST-ABTEILUNG
    PERFORM SCHREIBE-STAMM-HISTORIE
    PERFORM MELDE-UEBERNOMMEN.


*> ----------------------------------------------------------------
*> #5.4 Bankverbindung (IBAN/BIC) anwenden
*> ----------------------------------------------------------------
*> IBAN und BIC sind laenger als die Wertfelder der Zeile - die
*> Zeile wird dafuer noch einmal zerlegt.
WENDE-BANKDATEN-AN.
    IF SUCH-GEFUNDEN NOT = "J"
        MOVE "nicht im Stamm" TO DLT-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO DLT-IBAN DLT-BIC
    UNSTRING FUNCTION TRIM(DELTA-ZEILE)
        DELIMITED BY ALL SPACE
        INTO DLT-AKTION DLT-VORNAME DLT-NACHNAME DLT-IBAN DLT-BIC
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(DLT-IBAN) TO DLT-IBAN
    MOVE FUNCTION UPPER-CASE(DLT-BIC)  TO DLT-BIC
    IF DLT-IBAN = SPACES
        MOVE "IBAN fehlt" TO DLT-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    IF DLT-IBAN = MA-IBAN
     AND DLT-BIC = MA-BIC
        MOVE "Bankverbindung unveraendert" TO DLT-GRUND
        PERFORM MELDE-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    MOVE MA-IBAN TO BANK-IBAN-ALT
    MOVE MA-BIC  TO BANK-BIC-ALT
    MOVE DLT-IBAN TO MA-IBAN
    MOVE DLT-BIC  TO MA-BIC
    PERFORM SCHREIBE-STAMMSATZ
    MOVE "J" TO STAMM-GEAENDERT

    MOVE FUNCTION CURRENT-DATE(1:8) TO HIST-GUELTIG-AB
    MOVE MA-STUNDENSATZ TO HIST-SATZ
    MOVE MA-ABTEILUNG   TO HIST-ABTEILUNG
    MOVE "J" TO HIST-BANKDATEN
    PERFORM SCHREIBE-STAMM-HISTORIE
    IF DLT-IBAN NOT = BANK-IBAN-ALT
        PERFORM SCHREIBE-BANKDATEN-PRUEFUNG
    END-IF
    PERFORM MELDE-UEBERNOMMEN.


*> ----------------------------------------------------------------
*> #5.5 Ergebniszeilen in den Bericht
*> ----------------------------------------------------------------
MELDE-UEBERNOMMEN.
    ADD 1 TO CNT-UEBERNOMMEN


*> ================================================================
*> #6 Vor-/Nachname im Stamm suchen
*> ================================================================
*> Bei Treffer steht der Satz in STAMM-RECORD; die WENDE-...-AN
*> aendern ihn dort und schreiben ihn mit SCHREIBE-STAMMSATZ
*> zurueck.
SUCHE-MITARBEITER.
    MOVE DLT-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE DLT-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    MOVE STAMM-TREFFER TO SUCH-GEFUNDEN.


*> ================================================================
        MOVE HIST-GUELTIG-AB TO SH-GUELTIG-AB
        MOVE HIST-SATZ       TO SH-STUNDENSATZ
        MOVE HIST-ABTEILUNG  TO SH-ABTEILUNG
        MOVE HIST-BANKDATEN  TO SH-BANKDATEN
        WRITE STAMM-HISTORIE-RECORD
        CLOSE STAMM-HISTORIE
    END-IF.


*> ================================================================
*> #6.2 Neue IBAN zur Rueckruf-Bestaetigung vormerken
*> ================================================================
*> Mirrors SCHREIBE-BANKDATEN-PRUEFUNG in stamm_pflege.cbl; der
*> Stammsatz steht in STAMM-RECORD, Bearbeiter die Schnittstelle.
SCHREIBE-BANKDATEN-PRUEFUNG.
    MOVE 0 TO BANK-LETZTE-ID
    MOVE "N" TO BANK-EOF
    OPEN INPUT BANKDATEN-PRUEFUNG
    IF FS-BANKPRUEF = "00"
        PERFORM UNTIL BANK-EOF = "Y"
            READ BANKDATEN-PRUEFUNG INTO BANKDATEN-PRUEF-RECORD
                AT END MOVE "Y" TO BANK-EOF
                NOT AT END
                    IF BP-ID IS NUMERIC AND BP-ID > BANK-LETZTE-ID
                        MOVE BP-ID TO BANK-LETZTE-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BANKDATEN-PRUEFUNG
    END-IF

    MOVE SPACES TO BANKDATEN-PRUEF-RECORD
    COMPUTE BP-ID = BANK-LETZTE-ID + 1
    MOVE FUNCTION CURRENT-DATE(1:14) TO BP-ZEIT
    MOVE MA-PERSONALNR TO BP-PERSONALNR
    MOVE MA-VORNAME    TO BP-VORNAME
    MOVE MA-NACHNAME   TO BP-NACHNAME
    MOVE BANK-IBAN-ALT TO BP-IBAN-ALT
    MOVE BANK-BIC-ALT  TO BP-BIC-ALT
    MOVE MA-IBAN TO BP-IBAN-NEU
    MOVE MA-BIC  TO BP-BIC-NEU
    MOVE "HR-DELTA-IMPORT" TO BP-QUELLE
    MOVE "HR-DELTA"        TO BP-BEARBEITER
    SET BP-OFFEN TO TRUE
    OPEN EXTEND BANKDATEN-PRUEFUNG
    IF FS-BANKPRUEF NOT = "00"
        OPEN OUTPUT BANKDATEN-PRUEFUNG
    END-IF
    IF FS-BANKPRUEF NOT = "00"
        DISPLAY "WARNUNG: BANKDATEN-PRUEFUNG.DAT nicht"
                " beschreibbar, Status=" FS-BANKPRUEF
        EXIT PARAGRAPH
    END-IF
    WRITE BANKPRUEF-ZEILE FROM BANKDATEN-PRUEF-RECORD
    CLOSE BANKDATEN-PRUEFUNG.


*> ================================================================
*> #7 Meldungszeile auf Konsole und in den Report schreiben
*> ================================================================


*> ================================================================
*> #8 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Der Stamm wird nicht mehr in eine Tabelle geladen (siehe
*> STAMM-AENDERUNG): gesucht wird je Delta-Zeile.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #8.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #8.0.2 Durchlauf durch den ganzen Stamm beginnen
*> ----------------------------------------------------------------
STARTE-STAMM-DURCHLAUF.
    MOVE "N" TO STAMM-ENDE
    IF STAMM-INDEX-OFFEN = "J"
        MOVE 0 TO SX-PERSONALNR
        START MITARBEITER-STAMM-INDEX
            KEY IS NOT LESS THAN SX-PERSONALNR
            INVALID KEY MOVE "J" TO STAMM-ENDE
        END-START
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        MOVE "J" TO STAMM-DATEI-OFFEN
    ELSE
        MOVE "J" TO STAMM-ENDE
    END-IF.


*> ----------------------------------------------------------------
*> #8.0.3 Naechsten Stammsatz des Durchlaufs lesen
*> ----------------------------------------------------------------
LIES-NAECHSTEN-STAMM.
    IF STAMM-ENDE = "J"
        EXIT PARAGRAPH
    END-IF
    IF STAMM-INDEX-OFFEN = "J"
        READ MITARBEITER-STAMM-INDEX NEXT RECORD INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    ELSE
        READ MITARBEITER-STAMM INTO STAMM-RECORD
            AT END MOVE "J" TO STAMM-ENDE
        END-READ
    END-IF.


*> ----------------------------------------------------------------
*> #8.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #8.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
*> ----------------------------------------------------------------
*> Wie zuvor die Tabellensuche: der erste Satz unter dem Namen
*> zaehlt. STAMM-TREFFER = "J", wenn STAMM-RECORD ihn traegt.
SUCHE-STAMM-PER-NAME.
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-INDEX-OFFEN = "J"
        MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
        MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
        READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
            KEY IS SX-NAME
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE "J" TO STAMM-TREFFER
        END-READ
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME  = STAMM-SUCH-VORNAME
         AND MA-NACHNAME = STAMM-SUCH-NACHNAME
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #8.1 Hoechste vergebene Personalnummer ermitteln
*> ----------------------------------------------------------------
ERMITTLE-HOECHSTE-PERSONALNR.
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-PERSONALNR IS NUMERIC
         AND MA-PERSONALNR > HOECHSTE-PERSONALNR
            MOVE MA-PERSONALNR TO HOECHSTE-PERSONALNR
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #9 Geaenderten Stammsatz zurueckschreiben
*> ================================================================
*> STAMM-RECORD ersetzt den ersten Satz gleichen Namens (bei
*> SUCH-GEFUNDEN = "J"), sonst wird er angehaengt. Der Index ist
*> danach veraltet und wird geschlossen; weitere Suchen lesen
*> MITARBEITER-STAMM.DAT, bis ZIEHE-STAMM-INDEX-NACH ihn am
*> Laufende neu aufbaut.
*> Mirrors SICHERE-STAMM in hr_terminkalender.cbl.
SCHREIBE-STAMMSATZ.
    PERFORM SCHLIESSE-STAMM
    MOVE STAMM-RECORD TO STAMM-AENDERUNG
    MOVE "N" TO STAMM-ERSETZT
    MOVE 0 TO CNT-STAMM-SAETZE
    OPEN OUTPUT STAMM-NEU
    IF FS-STAMM-NEU NOT = "00"
        DISPLAY "Fehler beim Schreiben von MITARBEITER-STAMM.DAT,"
                " Status=" FS-STAMM-NEU
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
            IF SUCH-GEFUNDEN = "J" AND STAMM-ERSETZT NOT = "J"
             AND MA-VORNAME  = STAMM-AENDERUNG(1:10)
             AND MA-NACHNAME = STAMM-AENDERUNG(11:10)
                MOVE STAMM-AENDERUNG TO STAMM-RECORD
                MOVE "J" TO STAMM-ERSETZT
            END-IF
            MOVE STAMM-RECORD TO STAMM-NEU-RECORD
            WRITE STAMM-NEU-RECORD
            ADD 1 TO CNT-STAMM-SAETZE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    IF STAMM-ERSETZT NOT = "J"
        MOVE STAMM-AENDERUNG TO STAMM-NEU-RECORD
        WRITE STAMM-NEU-RECORD
        ADD 1 TO CNT-STAMM-SAETZE
    END-IF
    CLOSE STAMM-NEU
    MOVE RETURN-CODE TO RC-MERKER
    MOVE "mv MITARBEITER-STAMM.DAT.NEU MITARBEITER-STAMM.DAT"
        TO CMD-ZEILE
    CALL "SYSTEM" USING CMD-ZEILE
    MOVE RC-MERKER TO RETURN-CODE
    MOVE STAMM-AENDERUNG TO STAMM-RECORD.


*> ----------------------------------------------------------------
*> #9.1 Indizierten Stamm am Laufende nachziehen
*> ----------------------------------------------------------------
ZIEHE-STAMM-INDEX-NACH.
    MOVE RETURN-CODE TO RC-MERKER
    *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    MOVE RC-MERKER TO RETURN-CODE
    DISPLAY "MITARBEITER-STAMM.DAT zurueckgeschrieben ("
            CNT-STAMM-SAETZE " Eintraege).".
