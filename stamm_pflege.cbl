*> Anlegen, Aendern, Deaktivieren (statt Loeschen, damit Historie
*> und YTD-Zuordnung erhalten bleiben), Liste und eine einmalige
*> Uebernahme aus den drei Altdateien.
*> Gepflegt wird unter einer Operator-Kennung mit Rolle "D" wie in
*> den uebrigen Pflegeprogrammen; jede Zeile in
*> STAMM-HISTORIE.DAT traegt den Bearbeiter und ob die
*> Bankverbindung geaendert wurde - Grundlage der eigenen Stamm-
*> und IBAN-Aenderungen im FUNKTIONSTRENNUNG-Bericht.
*> Angezeigte Stammdaten (bisherige Werte beim Aendern, Liste)
*> werden je Mitarbeiter in ZUGRIFFS-PROTOKOLL.LOG festgehalten.
*> Jede neue IBAN kommt zusaetzlich mit altem und neuem Konto
*> nach BANKDATEN-PRUEFUNG.DAT - bis ein zweiter Operator sie
*> nach Rueckruf bestaetigt (BANKDATEN-PRUEFUNG), haelt
*> ZAHLUNGS-EXPORT Zahlungen an das neue Konto an.


*> ================================================================
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

    *> Altdateien, nur fuer die einmalige Uebernahme gelesen.
    SELECT EMPLOYEE-MASTER
        ASSIGN TO "EMPLOYEE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    *> Firmen der Gruppe ("<Schluessel> <Name>", erste Zeile =
    *> Stammfirma) - Pruefung des Arbeitgeber-Schluessels.
    SELECT FIRMEN-CFG
        ASSIGN TO "FIRMEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMEN.

    *> Operator-Kennungen und Rollen ("<Kennung> <Rollen>"). Fehlt
    *> die Datei, laeuft die Pflege wie bisher ohne Anmeldung.
    SELECT BENUTZER-CFG
        ASSIGN TO "BENUTZER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FSBEN.

    SELECT ZUGRIFFS-PROTOKOLL
        ASSIGN TO "ZUGRIFFS-PROTOKOLL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUGRIFF.

    *> Offene IBAN-Aenderungen zur Rueckruf-Bestaetigung
    *> (Satzbild BANKREC).
    SELECT BANKDATEN-PRUEFUNG
        ASSIGN TO "BANKDATEN-PRUEFUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BANKPRUEF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ---------------------------
FILE SECTION.
FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD STAMM-NEU.
01 STAMM-NEU-RECORD PIC X(152).

FD EMPLOYEE-MASTER.
01 EMPLOYEE-MASTER-ZEILE PIC X(80).
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    *> Operator-Kennung des Bearbeiters (leer = Batch bzw. ohne
    *> Anmeldung) und "J", wenn IBAN/BIC mit geaendert wurden.
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD FIRMEN-CFG.
01 FIRMEN-CFG-ZEILE PIC X(40).

FD BENUTZER-CFG.
01 BENUTZER-CFG-ZEILE PIC X(40).

FD ZUGRIFFS-PROTOKOLL.
01 ZUGRIFF-ZEILE PIC X(112).

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

77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-STAMM-NEU PIC XX VALUE SPACES.
77 FS-EMP      PIC XX VALUE SPACES.
77 FS-SATZ     PIC XX VALUE SPACES.
77 FS-ABT      PIC XX VALUE SPACES.
77 FS-HISTORIE PIC XX VALUE SPACES.
77 FS-FIRMEN   PIC XX VALUE SPACES.
77 FS-ZUGRIFF  PIC XX VALUE SPACES.
77 FS-BANKPRUEF PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

*> Operator-Anmeldung - mirrors ANMELDUNG in korrektur_freigabe.
77 FSBEN PIC XX VALUE SPACES.
01 BENUTZER-EOF    PIC X VALUE "N".
01 BENUTZER-ID     PIC X(8) VALUE SPACES.
01 BENUTZER-ROLLEN PIC X(8) VALUE SPACES.
01 BENUTZER-CFG-ID     PIC X(8).
01 BENUTZER-CFG-ROLLEN PIC X(8).
01 BENUTZER-GEFUNDEN PIC X VALUE "N".
01 ROLLE-GEFORDERT   PIC X VALUE "D".
01 ROLLEN-TREFFER    PIC 9(2).
01 BANKDATEN-GEAENDERT PIC X VALUE "N".

01 EING-GUELTIG-AB-RAW PIC X(8).
01 EING-GUELTIG-AB     PIC 9(8).

*> Der Stamm wird nicht mehr in eine Tabelle geladen: gesucht wird
*> per Namensschluessel (STAMM-INDEX-OFFEN = "J"), sonst in
*> MITARBEITER-STAMM.DAT von vorn. Jede Anlage und Aenderung
*> schreibt den Satz (STAMM-AENDERUNG) sofort ueber
*> MITARBEITER-STAMM.DAT.NEU zurueck; ab der ersten Aenderung wird
*> ohne Index gesucht, der erst beim Beenden nachgezogen wird.
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
01 STAMM-ANZAHL     PIC 9(4) VALUE 0.

01 MENUE-WAHL PIC X VALUE SPACE.

01 EING-PERSONALNR-RAW PIC X(5).
01 EING-KOSTENSATZ-RAW PIC X(3).
01 EING-KOSTENSATZ-NUM PIC 9(3).
01 EING-KONFESSION PIC X(2).
01 EING-BUNDESLAND PIC X(2).
01 EING-LOHNART PIC X(1).
01 EING-GEHALT-RAW PIC X(10).
01 EING-GEHALT PIC 9(6)V99.
01 EING-UEBERSTD-REGEL PIC X(1).
01 EING-TARIFGRUPPE PIC X(4).
01 EING-TARIFSTUFE-RAW PIC X(2).
01 EING-TARIFSTUFE PIC 9(2).
01 EING-PROBEZEIT-RAW PIC X(2).
01 EING-PROBEZEIT PIC 9(2).
01 EING-ROLLE PIC X(4).
01 EING-FIRMA PIC X(2).
01 FIRMA-CFG-SCHLUESSEL PIC X(2).
01 FIRMA-BEKANNT PIC X VALUE "N".
01 HOECHSTE-PERSONALNR PIC 9(5) VALUE 0.

01 SUCH-GEFUNDEN  PIC X VALUE "N".
01 STAMM-GEAENDERT PIC X VALUE "N".

*> Uebernahme aus den Altdateien

01 LISTE-IDX PIC 9(4).

*> Zugriffsprotokoll (ZUGRIFFS-PROTOKOLL.LOG)
COPY ZUGRREC.
01 ZUGRIFF-ANLASS   PIC X(30).
01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> IBAN-Aenderung zur Bestaetigung (BANKDATEN-PRUEFUNG.DAT)
COPY BANKREC.
01 BANK-IBAN-ALT   PIC X(22).
01 BANK-BIC-ALT    PIC X(11).
01 BANK-LETZTE-ID  PIC 9(6).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM ANMELDUNG.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.

    PERFORM OEFFNE-STAMM.
    PERFORM ERMITTLE-STAMM-BESTAND.

    DISPLAY "=============================================".
    DISPLAY "Mitarbeiterstamm-Pflege (MITARBEITER-STAMM.DAT)".
    DISPLAY "Eintraege im Stamm: " STAMM-ANZAHL.
    DISPLAY "=============================================".

    PERFORM UNTIL MENUE-WAHL = "0"
    END-PERFORM.

    IF STAMM-GEAENDERT = "J"
        PERFORM ZIEHE-STAMM-INDEX-NACH
    ELSE
        DISPLAY "Keine Aenderungen, Stamm bleibt unveraendert."
    END-IF.

    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Bestand und hoechste Personalnummer beim Start ermitteln
*> ================================================================
ERMITTLE-STAMM-BESTAND.
    MOVE 0 TO STAMM-ANZAHL
    PERFORM STARTE-STAMM-DURCHLAUF
    IF STAMM-INDEX-OFFEN NOT = "J" AND STAMM-DATEI-OFFEN NOT = "J"
        DISPLAY "HINWEIS: MITARBEITER-STAMM.DAT existiert noch nicht -"
        DISPLAY "mit Auswahl 5 lassen sich die bisherigen Dateien"
        DISPLAY "EMPLOYEE-MASTER.DAT / MITARBEITER-SATZ.CFG /"
        DISPLAY "ABTEILUNG.CFG einmalig uebernehmen."
    END-IF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME NOT = SPACES
            ADD 1 TO STAMM-ANZAHL
            IF MA-PERSONALNR IS NUMERIC
             AND MA-PERSONALNR > HOECHSTE-PERSONALNR
                MOVE MA-PERSONALNR TO HOECHSTE-PERSONALNR
            END-IF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #6 Geaenderten Stammsatz zurueckschreiben
*> ================================================================
*> STAMM-RECORD ersetzt den ersten Satz gleichen Namens (bei
*> SUCH-GEFUNDEN = "J"), sonst wird er angehaengt. Der Index ist
*> danach veraltet und wird geschlossen; weitere Suchen lesen
*> MITARBEITER-STAMM.DAT, bis ZIEHE-STAMM-INDEX-NACH ihn beim
*> Beenden neu aufbaut.
*> Mirrors SCHREIBE-STAMMSATZ in hr_delta_import.cbl.
SCHREIBE-STAMMSATZ.
    PERFORM SCHLIESSE-STAMM
    MOVE STAMM-RECORD TO STAMM-AENDERUNG
    MOVE "N" TO STAMM-ERSETZT
    MOVE 0 TO CNT-STAMM-SAETZE
    OPEN OUTPUT STAMM-NEU
    IF FS-STAMM-NEU NOT = "00"
        DISPLAY "Fehler beim Schreiben von MITARBEITER-STAMM.DAT, Status="
                FS-STAMM-NEU
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
    MOVE STAMM-AENDERUNG TO STAMM-RECORD
    MOVE "J" TO STAMM-GEAENDERT.


*> ----------------------------------------------------------------
*> #6.1 Indizierten Stamm beim Beenden nachziehen
*> ----------------------------------------------------------------
ZIEHE-STAMM-INDEX-NACH.
    MOVE RETURN-CODE TO RC-MERKER
    *> Indizierten Stamm nachziehen (nur wo er aufgebaut ist).
    CALL "SYSTEM" USING CMD-STAMM-INDEX
    MOVE RC-MERKER TO RETURN-CODE
    DISPLAY "MITARBEITER-STAMM.DAT zurueckgeschrieben ("
            CNT-STAMM-SAETZE " Eintraege).".


*> ================================================================
*> #7 Vor-/Nachname erfragen und Eintrag im Stamm suchen
*> ================================================================
*> Bei SUCH-GEFUNDEN = "J" traegt STAMM-RECORD den Satz.
SUCHE-MITARBEITER.
    DISPLAY "Vorname: "
    ACCEPT EING-VORNAME
    ACCEPT EING-NACHNAME

    MOVE "N" TO SUCH-GEFUNDEN
    IF EING-VORNAME NOT = SPACES
        MOVE EING-VORNAME  TO STAMM-SUCH-VORNAME
        MOVE EING-NACHNAME TO STAMM-SUCH-NACHNAME
        PERFORM SUCHE-STAMM-PER-NAME
        MOVE STAMM-TREFFER TO SUCH-GEFUNDEN
    END-IF.


        DISPLAY FUNCTION TRIM(EING-VORNAME) " "
                FUNCTION TRIM(EING-NACHNAME)
                " ist bereits im Stamm (Status="
                MA-STATUS ")."
    ELSE
        PERFORM ERFRAGE-SATZ-UND-ABTEILUNG
        MOVE SPACES TO STAMM-RECORD
        MOVE EING-VORNAME   TO MA-VORNAME
        MOVE EING-NACHNAME  TO MA-NACHNAME
        MOVE EING-SATZ-RAW  TO MA-STUNDENSATZ
        MOVE EING-ABTEILUNG TO MA-ABTEILUNG
        MOVE "A"            TO MA-STATUS
        MOVE EING-SOLL-RAW  TO MA-SOLL-STUNDEN
        MOVE EING-STEUERKLASSE TO MA-STEUERKLASSE
        MOVE EING-IBAN TO MA-IBAN
        MOVE EING-BIC  TO MA-BIC
        MOVE EING-EINTRITT TO MA-EINTRITT
        MOVE EING-AUSTRITT TO MA-AUSTRITT
        MOVE EING-KASSE    TO MA-KRANKENKASSE
        MOVE EING-VORGESETZTER TO MA-VORGESETZTER
        MOVE EING-BESCHAEFT-ART TO MA-BESCHAEFT-ART
        MOVE EING-KENNUNG TO MA-KENNUNG
        *> Personalnummer ist der STABILE Schluessel - bei der
        *> Anlage automatisch fortlaufend vergeben.
        ADD 1 TO HOECHSTE-PERSONALNR
        MOVE HOECHSTE-PERSONALNR TO MA-PERSONALNR
        DISPLAY "Personalnummer vergeben: "
                HOECHSTE-PERSONALNR
        MOVE EING-KOSTENSATZ-NUM TO MA-KOSTENSATZ
        MOVE EING-KONFESSION TO MA-KONFESSION
        MOVE EING-BUNDESLAND TO MA-BUNDESLAND
        MOVE EING-LOHNART TO MA-LOHNART
        MOVE EING-GEHALT TO MA-MONATSGEHALT
        MOVE EING-UEBERSTD-REGEL TO MA-UEBERSTD-REGEL
        MOVE EING-TARIFGRUPPE TO MA-TARIFGRUPPE
        MOVE EING-TARIFSTUFE TO MA-TARIFSTUFE
        *> Neueintritt ohne Angabe: gesetzliche Hoechstdauer
        *> von 6 Monaten.
        IF EING-PROBEZEIT-RAW = SPACES
            MOVE 6 TO EING-PROBEZEIT
        END-IF
        MOVE EING-PROBEZEIT TO MA-PROBEZEIT
        MOVE SPACE TO MA-PROBEZEIT-ENTSCH
                      MA-BEFRISTUNG-ENTSCH
        MOVE 0 TO MA-JUBILAEUM
        MOVE EING-ROLLE TO MA-ROLLE
        MOVE EING-FIRMA TO MA-FIRMA
        PERFORM SCHREIBE-STAMMSATZ
        ADD 1 TO STAMM-ANZAHL
        MOVE "N" TO BANKDATEN-GEAENDERT
        IF EING-IBAN NOT = SPACES OR EING-BIC NOT = SPACES
            MOVE "J" TO BANKDATEN-GEAENDERT
        END-IF
        PERFORM SCHREIBE-STAMM-HISTORIE
        IF EING-IBAN NOT = SPACES
            MOVE SPACES TO BANK-IBAN-ALT BANK-BIC-ALT
            PERFORM SCHREIBE-BANKDATEN-PRUEFUNG
        END-IF
        DISPLAY "Mitarbeiter angelegt."
    END-IF.


    IF SUCH-GEFUNDEN NOT = "J"
        DISPLAY "Mitarbeiter nicht im Stamm gefunden."
    ELSE
        DISPLAY "Bisher: Satz=" MA-STUNDENSATZ
                " Abteilung=" MA-ABTEILUNG
                " Status=" MA-STATUS
        MOVE "Aendern" TO ZUGRIFF-ANLASS
        PERFORM PROTOKOLLIERE-ZUGRIFF
        PERFORM ERFRAGE-SATZ-UND-ABTEILUNG
        *> Ein neues Vertragsende braucht eine neue Entscheidung
        *> im HR-TERMINKALENDER.
        IF EING-AUSTRITT NOT = MA-AUSTRITT
            MOVE SPACE TO MA-BEFRISTUNG-ENTSCH
        END-IF
        IF EING-PROBEZEIT-RAW NOT = SPACES
            MOVE EING-PROBEZEIT TO MA-PROBEZEIT
        END-IF
        MOVE EING-SATZ-RAW  TO MA-STUNDENSATZ
        MOVE EING-ABTEILUNG TO MA-ABTEILUNG
        MOVE "A"            TO MA-STATUS
        MOVE EING-SOLL-RAW  TO MA-SOLL-STUNDEN
        MOVE EING-STEUERKLASSE TO MA-STEUERKLASSE
        MOVE "N" TO BANKDATEN-GEAENDERT
        IF EING-IBAN NOT = MA-IBAN
         OR EING-BIC NOT = MA-BIC
            MOVE "J" TO BANKDATEN-GEAENDERT
        END-IF
        MOVE MA-IBAN TO BANK-IBAN-ALT
        MOVE MA-BIC  TO BANK-BIC-ALT
        MOVE EING-IBAN TO MA-IBAN
        MOVE EING-BIC  TO MA-BIC
        MOVE EING-EINTRITT TO MA-EINTRITT
        MOVE EING-AUSTRITT TO MA-AUSTRITT
        MOVE EING-KASSE    TO MA-KRANKENKASSE
        MOVE EING-VORGESETZTER TO MA-VORGESETZTER
        MOVE EING-BESCHAEFT-ART TO MA-BESCHAEFT-ART
        MOVE EING-KENNUNG TO MA-KENNUNG
        *> Personalnummer bleibt bei Aenderungen (auch
        *> Umbenennung) unveraendert - genau dafuer ist sie da.
        MOVE EING-KOSTENSATZ-NUM TO MA-KOSTENSATZ
        MOVE EING-KONFESSION TO MA-KONFESSION
        MOVE EING-BUNDESLAND TO MA-BUNDESLAND
        MOVE EING-LOHNART TO MA-LOHNART
        MOVE EING-GEHALT TO MA-MONATSGEHALT
        MOVE EING-UEBERSTD-REGEL TO MA-UEBERSTD-REGEL
        MOVE EING-TARIFGRUPPE TO MA-TARIFGRUPPE
        MOVE EING-TARIFSTUFE TO MA-TARIFSTUFE
        MOVE EING-ROLLE TO MA-ROLLE
        MOVE EING-FIRMA TO MA-FIRMA
        PERFORM SCHREIBE-STAMMSATZ
        PERFORM SCHREIBE-STAMM-HISTORIE
        IF EING-IBAN NOT = SPACES AND EING-IBAN NOT = BANK-IBAN-ALT
            PERFORM SCHREIBE-BANKDATEN-PRUEFUNG
        END-IF
        DISPLAY "Mitarbeiter geaendert (Status wieder aktiv)."
    END-IF.

    IF SUCH-GEFUNDEN NOT = "J"
        DISPLAY "Mitarbeiter nicht im Stamm gefunden."
    ELSE
        MOVE "I" TO MA-STATUS
        PERFORM SCHREIBE-STAMMSATZ
        DISPLAY "Mitarbeiter deaktiviert."
    END-IF.

    ELSE
        MOVE 0 TO EING-AUSTRITT
    END-IF
    DISPLAY "Probezeit in Monaten (00 = keine, leer = 6 bei"
            " Anlage bzw. unveraendert): "
    ACCEPT EING-PROBEZEIT-RAW
    MOVE 0 TO EING-PROBEZEIT
    IF FUNCTION TRIM(EING-PROBEZEIT-RAW) IS NUMERIC
        MOVE FUNCTION NUMVAL(EING-PROBEZEIT-RAW) TO EING-PROBEZEIT
    ELSE
        MOVE SPACES TO EING-PROBEZEIT-RAW
    END-IF
    DISPLAY "Krankenkasse (Kuerzel, leer = nicht gepflegt): "
    ACCEPT EING-KASSE
    DISPLAY "Vorgesetzter (Kennung aus BENUTZER.CFG, leer = keiner): "
    END-IF
    DISPLAY "Eigene Operator-Kennung (BENUTZER.CFG, leer = keine): "
    ACCEPT EING-KENNUNG
    DISPLAY "Konfession fuer die Kirchensteuer (z.B. EV, RK;"
            " leer = keine): "
    ACCEPT EING-KONFESSION
    MOVE FUNCTION UPPER-CASE(EING-KONFESSION) TO EING-KONFESSION
    DISPLAY "Bundesland der Betriebsstaette (z.B. BY, NW;"
            " leer = Standardsatz): "
    ACCEPT EING-BUNDESLAND
    MOVE FUNCTION UPPER-CASE(EING-BUNDESLAND) TO EING-BUNDESLAND
    *> Gehalt statt Stundenlohn: die gebuchten Stunden laufen
    *> weiter in Fakturierung und Projektberichte, bezahlt wird
    *> aber das Monatsgehalt (Ueberstunden nur nach Regel V).
    DISPLAY "Lohnart (S = Gehalt, H = Stundenlohn, leer = H): "
    ACCEPT EING-LOHNART
    MOVE FUNCTION UPPER-CASE(EING-LOHNART) TO EING-LOHNART
    MOVE 0 TO EING-GEHALT
    MOVE "A" TO EING-UEBERSTD-REGEL
    IF EING-LOHNART = "S"
        DISPLAY "Monatsgehalt brutto in EUR (z.B. 4250.00): "
        ACCEPT EING-GEHALT-RAW
        IF FUNCTION TEST-NUMVAL(EING-GEHALT-RAW) = 0
         AND EING-GEHALT-RAW NOT = SPACES
            COMPUTE EING-GEHALT = FUNCTION NUMVAL(EING-GEHALT-RAW)
        END-IF
        IF EING-GEHALT = 0
            DISPLAY "Kein gueltiges Monatsgehalt - Lohnart bleibt"
                    " Stundenlohn."
            MOVE "H" TO EING-LOHNART
        ELSE
            DISPLAY "Ueberstunden (A = mit Gehalt abgegolten,"
                    " V = ueber Soll verguetet, leer = A): "
            ACCEPT EING-UEBERSTD-REGEL
            MOVE FUNCTION UPPER-CASE(EING-UEBERSTD-REGEL)
                TO EING-UEBERSTD-REGEL
            IF EING-UEBERSTD-REGEL NOT = "V"
                MOVE "A" TO EING-UEBERSTD-REGEL
            END-IF
            IF EING-UEBERSTD-REGEL = "V" AND EING-SOLL-RAW = "000"
                DISPLAY "Ohne Soll-Stunden keine Ueberstunden -"
                        " Regel A (abgegolten)."
                MOVE "A" TO EING-UEBERSTD-REGEL
            END-IF
        END-IF
    ELSE
        MOVE "H" TO EING-LOHNART
    END-IF
    *> Mit Tarifgruppe/-stufe setzt der monatliche TARIF-STUFENLAUF
    *> den Stundensatz aus TARIFGITTER.CFG und rueckt die Stufe
    *> nach der Betriebszugehoerigkeit vor.
    DISPLAY "Tarifgruppe (TARIFGITTER.CFG, leer = kein Tarif): "
    ACCEPT EING-TARIFGRUPPE
    MOVE FUNCTION UPPER-CASE(EING-TARIFGRUPPE) TO EING-TARIFGRUPPE
    MOVE 0 TO EING-TARIFSTUFE
    IF EING-TARIFGRUPPE NOT = SPACES
        DISPLAY "Tarifstufe (1-99, leer = 1): "
        ACCEPT EING-TARIFSTUFE-RAW
        IF FUNCTION TRIM(EING-TARIFSTUFE-RAW) IS NUMERIC
            MOVE FUNCTION NUMVAL(EING-TARIFSTUFE-RAW)
                TO EING-TARIFSTUFE
        END-IF
        IF EING-TARIFSTUFE = 0
            MOVE 1 TO EING-TARIFSTUFE
        END-IF
        DISPLAY "Stundensatz kommt ab dem naechsten"
                " TARIF-STUFENLAUF aus dem Tarifgitter."
    END-IF
    *> Die Rollenstufe waehlt in den Kunden-/Projektpreiskarten
    *> (PREISKARTE.CFG) den vereinbarten Verrechnungssatz.
    DISPLAY "Rollen-/Seniorstufe (z.B. JUN, SEN, LEAD;"
            " leer = keine): "
    ACCEPT EING-ROLLE
    MOVE FUNCTION UPPER-CASE(EING-ROLLE) TO EING-ROLLE
    *> Der Personalpool ist gemeinsam, Lohn und Zahlung laufen
    *> aber je Arbeitgeber - siehe FIRMEN-WECHSEL.
    DISPLAY "Arbeitgeber-Firma (Schluessel aus FIRMEN.CFG,"
            " leer = Stammfirma): "
    MOVE SPACES TO EING-FIRMA
    ACCEPT EING-FIRMA
    MOVE FUNCTION UPPER-CASE(EING-FIRMA) TO EING-FIRMA
    IF EING-FIRMA NOT = SPACES
        PERFORM PRUEFE-FIRMA
    END-IF
    DISPLAY "Satz/Abteilung gueltig ab JJJJMMTT (leer = heute): "
    ACCEPT EING-GUELTIG-AB-RAW
    IF EING-GUELTIG-AB-RAW IS NUMERIC
    END-IF.


*> ----------------------------------------------------------------
*> #11.0 Arbeitgeber-Schluessel gegen FIRMEN.CFG pruefen
*> ----------------------------------------------------------------
*> Ein unbekannter Schluessel wuerde den Mitarbeiter aus jedem
*> Firmenlauf herausfallen lassen - dann lieber Stammfirma.
PRUEFE-FIRMA.
    MOVE "N" TO FIRMA-BEKANNT
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMEN-CFG
    IF FS-FIRMEN NOT = "00"
        DISPLAY "FIRMEN.CFG fehlt - Arbeitgeber bleibt Stammfirma."
        MOVE SPACES TO EING-FIRMA
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ FIRMEN-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO FIRMA-CFG-SCHLUESSEL
                UNSTRING FUNCTION TRIM(FIRMEN-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO FIRMA-CFG-SCHLUESSEL
                END-UNSTRING
                IF FIRMA-CFG-SCHLUESSEL = EING-FIRMA
                    MOVE "J" TO FIRMA-BEKANNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE FIRMEN-CFG
    MOVE "N" TO EOF-FLAG
    IF FIRMA-BEKANNT NOT = "J"
        DISPLAY "Firma " EING-FIRMA " steht nicht in FIRMEN.CFG -"
                " Arbeitgeber bleibt Stammfirma."
        MOVE SPACES TO EING-FIRMA
    END-IF.


*> ================================================================
*> #11.1 Gueltigkeitszeile an STAMM-HISTORIE.DAT anhaengen
*> ================================================================
        MOVE EING-GUELTIG-AB TO SH-GUELTIG-AB
        MOVE EING-SATZ-RAW   TO SH-STUNDENSATZ
        MOVE EING-ABTEILUNG  TO SH-ABTEILUNG
        MOVE BENUTZER-ID     TO SH-BEARBEITER
        MOVE BANKDATEN-GEAENDERT TO SH-BANKDATEN
        WRITE STAMM-HISTORIE-RECORD
        CLOSE STAMM-HISTORIE
    END-IF.


*> ----------------------------------------------------------------
*> #11.2 Neue IBAN zur Rueckruf-Bestaetigung vormerken
*> ----------------------------------------------------------------
*> Gefaelschte Kontowechsel-Mails sind der haeufigste Weg, Lohn
*> umzuleiten - die neue IBAN (Stammsatz in STAMM-RECORD, bisheriges
*> Konto in BANK-IBAN-ALT/-BIC-ALT) bleibt offen, bis ein zweiter
*> Operator sie in BANKDATEN-PRUEFUNG bestaetigt.
SCHREIBE-BANKDATEN-PRUEFUNG.
    MOVE 0 TO BANK-LETZTE-ID
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BANKDATEN-PRUEFUNG
    IF FS-BANKPRUEF = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ BANKDATEN-PRUEFUNG INTO BANKDATEN-PRUEF-RECORD
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF BP-ID IS NUMERIC AND BP-ID > BANK-LETZTE-ID
                        MOVE BP-ID TO BANK-LETZTE-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BANKDATEN-PRUEFUNG
    END-IF
    MOVE "N" TO EOF-FLAG

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
    MOVE "STAMM-PFLEGE" TO BP-QUELLE
    MOVE BENUTZER-ID    TO BP-BEARBEITER
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
    CLOSE BANKDATEN-PRUEFUNG
    DISPLAY "Neue IBAN vorgemerkt (Pruefung Nr " BP-ID
            ") - Zahlungen an das neue Konto erst nach"
            " Rueckruf-Bestaetigung durch einen zweiten Operator.".


*> ================================================================
*> #12 Liste des Stamms anzeigen
*> ================================================================
DRUCKE-LISTE.
    DISPLAY "Vorname    Nachname   Satz Abteilung  Status Soll".
    DISPLAY "--------------------------------------------".
    MOVE 0 TO LISTE-IDX
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND MA-VORNAME NOT = SPACES
            ADD 1 TO LISTE-IDX
            DISPLAY MA-VORNAME " "
                    MA-NACHNAME " "
                    MA-STUNDENSATZ "  "
                    MA-ABTEILUNG " "
                    MA-STATUS "    "
                    MA-SOLL-STUNDEN
            MOVE "Liste" TO ZUGRIFF-ANLASS
            PERFORM PROTOKOLLIERE-ZUGRIFF
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF
    DISPLAY "--------------------------------------------".
    DISPLAY LISTE-IDX " Eintraege.".


*> ================================================================
*> #13.1 Einen Namen aus EMPLOYEE-MASTER.DAT anlegen, falls neu
*> ----------------------------------------------------------------
UEBERNIMM-NAME.
    MOVE UEB-VORNAME  TO STAMM-SUCH-VORNAME
    MOVE UEB-NACHNAME TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    MOVE STAMM-TREFFER TO SUCH-GEFUNDEN
    IF SUCH-GEFUNDEN NOT = "J"
        MOVE SPACES TO STAMM-RECORD
        MOVE UEB-VORNAME  TO MA-VORNAME
        MOVE UEB-NACHNAME TO MA-NACHNAME
        MOVE 0            TO MA-STUNDENSATZ
        MOVE "ALLG"       TO MA-ABTEILUNG
        MOVE "A"          TO MA-STATUS
        MOVE 0            TO MA-SOLL-STUNDEN
        MOVE 0            TO MA-STEUERKLASSE
        MOVE SPACES       TO MA-IBAN
        MOVE SPACES       TO MA-BIC
        MOVE 0            TO MA-EINTRITT
        MOVE 0            TO MA-AUSTRITT
        MOVE SPACES       TO MA-KRANKENKASSE
        MOVE SPACES       TO MA-VORGESETZTER
        MOVE "R"          TO MA-BESCHAEFT-ART
        MOVE SPACES       TO MA-KENNUNG
        ADD 1 TO HOECHSTE-PERSONALNR
        MOVE HOECHSTE-PERSONALNR TO MA-PERSONALNR
        MOVE 0            TO MA-KOSTENSATZ
        MOVE SPACES       TO MA-KONFESSION
        MOVE SPACES       TO MA-BUNDESLAND
        MOVE "H"          TO MA-LOHNART
        MOVE 0            TO MA-MONATSGEHALT
        MOVE "A"          TO MA-UEBERSTD-REGEL
        MOVE SPACES       TO MA-TARIFGRUPPE
        MOVE 0            TO MA-TARIFSTUFE
        MOVE 0            TO MA-PROBEZEIT
        MOVE SPACE        TO MA-PROBEZEIT-ENTSCH
        MOVE SPACE        TO MA-BEFRISTUNG-ENTSCH
        MOVE 0            TO MA-JUBILAEUM
        MOVE SPACES       TO MA-ROLLE
        MOVE SPACES       TO MA-FIRMA
        PERFORM SCHREIBE-STAMMSATZ
        ADD 1 TO STAMM-ANZAHL
        ADD 1 TO CNT-UEBERNOMMEN
    END-IF.


                    DELIMITED BY ALL SPACE
                    INTO UEB-VORNAME UEB-NACHNAME UEB-SATZ-RAW
                END-UNSTRING
                IF UEB-SATZ-RAW IS NUMERIC
                    MOVE UEB-VORNAME  TO STAMM-SUCH-VORNAME
                    MOVE UEB-NACHNAME TO STAMM-SUCH-NACHNAME
                    PERFORM SUCHE-STAMM-PER-NAME
                    MOVE STAMM-TREFFER TO SUCH-GEFUNDEN
                    IF SUCH-GEFUNDEN = "J"
                        MOVE UEB-SATZ-RAW TO MA-STUNDENSATZ
                        PERFORM SCHREIBE-STAMMSATZ
                        ADD 1 TO CNT-ERGAENZT
                    END-IF
                END-IF
            END-IF
        END-PERFORM
                    DELIMITED BY ALL SPACE
                    INTO UEB-VORNAME UEB-NACHNAME UEB-ABT-CODE
                END-UNSTRING
                IF UEB-ABT-CODE NOT = SPACES
                    MOVE UEB-VORNAME  TO STAMM-SUCH-VORNAME
                    MOVE UEB-NACHNAME TO STAMM-SUCH-NACHNAME
                    PERFORM SUCHE-STAMM-PER-NAME
                    MOVE STAMM-TREFFER TO SUCH-GEFUNDEN
                    IF SUCH-GEFUNDEN = "J"
                        MOVE UEB-ABT-CODE TO MA-ABTEILUNG
                        PERFORM SCHREIBE-STAMMSATZ
                        ADD 1 TO CNT-ERGAENZT
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE ABTEILUNG-CFG
    END-IF.


*> ================================================================
*> #14 Operator-Anmeldung gegen BENUTZER.CFG (Rolle "D")
*> ================================================================
*> Mirrors ANMELDUNG in korrektur_freigabe.cbl: ohne BENUTZER.CFG
*> laeuft die Pflege anmeldungsfrei weiter (Bearbeiter in der
*> Historie dann leer); mit Datei wird eine bekannte Kennung mit
*> Rolle "D" verlangt, sonst endet das Programm mit RETURN-CODE 1.
ANMELDUNG.
    OPEN INPUT BENUTZER-CFG
    IF FSBEN NOT = "00"
        DISPLAY "HINWEIS: BENUTZER.CFG fehlt, Lauf ohne Anmeldung."
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Operator-Kennung: "
    ACCEPT BENUTZER-ID
    MOVE "N" TO BENUTZER-GEFUNDEN
    MOVE "N" TO BENUTZER-EOF
    PERFORM UNTIL BENUTZER-EOF = "Y"
        READ BENUTZER-CFG
            AT END MOVE "Y" TO BENUTZER-EOF
            NOT AT END
                MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                UNSTRING FUNCTION TRIM(BENUTZER-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
                END-UNSTRING
                IF BENUTZER-CFG-ID = BENUTZER-ID
                    MOVE "J" TO BENUTZER-GEFUNDEN
                    MOVE BENUTZER-CFG-ROLLEN TO BENUTZER-ROLLEN
                END-IF
        END-READ
    END-PERFORM
    CLOSE BENUTZER-CFG

    MOVE 0 TO ROLLEN-TREFFER
    IF BENUTZER-GEFUNDEN = "J"
        INSPECT BENUTZER-ROLLEN
            TALLYING ROLLEN-TREFFER FOR ALL ROLLE-GEFORDERT
    END-IF
    IF ROLLEN-TREFFER = 0
        DISPLAY "Anmeldung abgelehnt: Kennung unbekannt oder"
                " Rolle '" ROLLE-GEFORDERT "' fehlt."
        MOVE 1 TO RETURN-CODE
    ELSE
        DISPLAY "Angemeldet: " FUNCTION TRIM(BENUTZER-ID)
                " (Rollen " FUNCTION TRIM(BENUTZER-ROLLEN) ")"
    END-IF.


*> ================================================================
*> #15 Einsicht in ZUGRIFFS-PROTOKOLL.LOG festhalten
*> ================================================================
*> Mirrors PROTOKOLLIERE-ZUGRIFF in datenauskunft.cbl; die Person
*> kommt aus dem gerade gelesenen Stammsatz (STAMM-RECORD),
*> angezeigt werden hier nur Stammdaten.
PROTOKOLLIERE-ZUGRIFF.
    MOVE SPACES TO ZUGRIFF-RECORD
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZP-ZEIT
    MOVE BENUTZER-ID    TO ZP-BENUTZER
    MOVE "STAMM-PFLEGE" TO ZP-PROGRAMM
    MOVE MA-PERSONALNR TO ZP-PERSONALNR
    MOVE MA-VORNAME    TO ZP-VORNAME
    MOVE MA-NACHNAME   TO ZP-NACHNAME
    INSPECT ZP-VORNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT ZP-NACHNAME
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE "STAMM"        TO ZP-KATEGORIE
    MOVE ZUGRIFF-ANLASS TO ZP-ANLASS
    OPEN EXTEND ZUGRIFFS-PROTOKOLL
    IF FS-ZUGRIFF NOT = "00"
        OPEN OUTPUT ZUGRIFFS-PROTOKOLL
    END-IF
    IF FS-ZUGRIFF NOT = "00"
        DISPLAY "WARNUNG: ZUGRIFFS-PROTOKOLL.LOG nicht schreibbar,"
                " Status=" FS-ZUGRIFF
        EXIT PARAGRAPH
    END-IF
    WRITE ZUGRIFF-ZEILE FROM ZUGRIFF-RECORD
    CLOSE ZUGRIFFS-PROTOKOLL.


*> ================================================================
*> #16 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Einzelne Mitarbeiter werden gesucht, Bestand, Liste und das
*> Zurueckschreiben durchlaufen den Stamm.
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #16.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #16.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #16.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #16.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #16.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
