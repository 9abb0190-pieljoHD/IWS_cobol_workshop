*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. TESTDATEN-KOPIE.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Anonymisierte Kopie eines Produktionstages fuer Entwicklung und
*> Schulung. TESTDATEN-GENERATOR wuerfelt synthetische Buchungen,
*> echte Fehlerbilder (Namensschreibweisen, ausgefallene Projekte,
*> Stornoketten, mehrere HDR/TRL-Rahmen) zeigen sich aber nur an
*> echten Datenmustern. Dieses Programm kopiert die Tagesdatei mit
*> ihren Ablagen, den Mitarbeiterstamm, die Historie sowie die
*> Lohn- und Zahlungsdateien in ein eigenes Verzeichnis und ersetzt
*> dabei durchgaengig:
*>   - Namen (Klartext und ROT13-maskiert) durch Pseudonyme
*>     "<Vorname> Muster<xxx>" - dieselbe Schreibweise erhaelt in
*>     ALLEN Dateien dasselbe Pseudonym, Personalnummern bleiben
*>   - Geburtsdaten durch den Monatsersten (JJJJMM01; ungueltige
*>     Daten bleiben als Fehlerbild erhalten)
*>   - IBANs durch pruefziffernrichtige Test-IBANs (DE..99999999..),
*>     BICs durch TESTDEFFXXX
*>   - Krankenkassen-Kuerzel durch KK01, KK02, ...
*>   - Operator-Kennungen (Stamm, Erfasser, BENUTZER.CFG,
*>     Projektleiter im Projektstamm) durch OP0001, OP0002, ...
*> Stunden, Betraege, Buchungsnummern und Kontrollsaetze bleiben
*> unveraendert - die Vorlauf-/Nachlaufsaetze, *SUMME*- und
*> #SUMME-Zeilen und die Summenzeile der Zahlungsdatei stimmen
*> also weiter, LAUF-ABSTIMMUNG laeuft im Zielverzeichnis sauber
*> durch. Die Zuordnung Klarname -> Pseudonym existiert nur
*> waehrend des Laufs im Speicher und wird nirgends abgelegt.
*> Parameterdateien ohne Personenbezug werden unveraendert
*> mitkopiert; ZAHLUNG-PAIN001.XML und MITARBEITER-STAMM.IDX
*> nicht - beide im Zielverzeichnis mit ZAHLUNGS-EXPORT bzw.
*> STAMM-INDEX neu erzeugen. INVENTAR.TXT im Zielverzeichnis haelt
*> fest, was anonymisiert, kopiert oder nicht vorhanden war.
*>
*> Aufruf: testdaten_kopie                 (Zielverzeichnis
*>                                          TESTKOPIE-<JJJJMMTT>)
*>         testdaten_kopie <Verzeichnis>
*> RETURN-CODE: 0 = Kopie vollstaendig, 1 = Fehler (Verzeichnis
*> nicht anlegbar, Datei nicht schreibbar, Pseudonymvorrat
*> erschoepft - betroffene Felder bleiben dann leer).


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Quelldatei im Arbeitsverzeichnis, je Eintrag der Dateiliste.
    SELECT QUELL-DATEI
        ASSIGN TO QUELL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-QUELLE.

    *> Gleichnamige Datei im Zielverzeichnis.
    SELECT ZIEL-DATEI
        ASSIGN TO ZIEL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZIEL.

    *> Inventarliste der Kopie (mirrors INVENTAR in
    *> tagessicherung.cbl).
    SELECT INVENTAR
        ASSIGN TO INVENTAR-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-INVENTAR.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD QUELL-DATEI.
01 QUELL-ZEILE PIC X(200).

FD ZIEL-DATEI.
01 ZIEL-ZEILE PIC X(200).

FD INVENTAR.
01 INVENTAR-ZEILE PIC X(80).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-QUELLE   PIC XX VALUE SPACES.
77 FS-ZIEL     PIC XX VALUE SPACES.
77 FS-INVENTAR PIC XX VALUE SPACES.
77 EOF-FLAG    PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 KOPIE-DATUM        PIC 9(8).
01 ZIEL-VERZEICHNIS   PIC X(60).
01 QUELL-DATEINAME    PIC X(100).
01 ZIEL-DATEINAME     PIC X(100).
01 INVENTAR-DATEINAME PIC X(100).
01 CMD-LINE PIC X(300).

*> Dateiliste mit Verarbeitungsart je Datei:
*>   S = Mitarbeiterstamm (STAMMREC)
*>   Z = PERSONALNR-ZUORDNUNG.DAT (Klar- und maskierte Namen)
*>   U = BENUTZER.CFG (Kennung Rollen)
*>   B = Buchungssaetze (BUCHREC), Namen im Klartext
*>   M = Buchungssaetze (BUCHREC), Namen ROT13-maskiert
*>   H = BUCHUNGS-HISTORIE.DAT (11 Byte Schluessel + BUCHREC
*>       maskiert)
*>   P = PAYROLL-EXPORT.DAT, C = MITARBEITER-UMSATZ.CSV,
*>   L = LOHN-ERGEBNIS.DAT, Y = ZAHLUNGSDATEI.DAT,
*>   R = ZAHLUNGS-DETAIL-REGISTER.DAT
*>   J = PROJEKT-STAMM.DAT (Projektleiter-Kennung)
*>   K = ohne Personenbezug, unveraendert kopieren
*> Die Reihenfolge ist Absicht: der Stamm zuerst, damit die
*> Pseudonyme der Stammreihenfolge folgen.
01 DATEI-TABELLE.
    05 FILLER PIC X(30) VALUE "MITARBEITER-STAMM.DAT".
    05 FILLER PIC X(01) VALUE "S".
    05 FILLER PIC X(30) VALUE "PERSONALNR-ZUORDNUNG.DAT".
    05 FILLER PIC X(01) VALUE "Z".
    05 FILLER PIC X(30) VALUE "BENUTZER.CFG".
    05 FILLER PIC X(01) VALUE "U".
    05 FILLER PIC X(30) VALUE "BUCHUNGEN.DAT".
    05 FILLER PIC X(01) VALUE "B".
    05 FILLER PIC X(30) VALUE "REJECTED-BUCHUNGEN.DAT".
    05 FILLER PIC X(01) VALUE "B".
    05 FILLER PIC X(30) VALUE "ACCEPTED-BUCHUNGEN.DAT".
    05 FILLER PIC X(01) VALUE "M".
    05 FILLER PIC X(30) VALUE "BUCHUNGS-HISTORIE.DAT".
    05 FILLER PIC X(01) VALUE "H".
    05 FILLER PIC X(30) VALUE "PAYROLL-EXPORT.DAT".
    05 FILLER PIC X(01) VALUE "P".
    05 FILLER PIC X(30) VALUE "MITARBEITER-UMSATZ.CSV".
    05 FILLER PIC X(01) VALUE "C".
    05 FILLER PIC X(30) VALUE "LOHN-ERGEBNIS.DAT".
    05 FILLER PIC X(01) VALUE "L".
    05 FILLER PIC X(30) VALUE "ZAHLUNGSDATEI.DAT".
    05 FILLER PIC X(01) VALUE "Y".
    05 FILLER PIC X(30) VALUE "ZAHLUNGS-DETAIL-REGISTER.DAT".
    05 FILLER PIC X(01) VALUE "R".
    05 FILLER PIC X(30) VALUE "VALIDIERUNG.SUMMARY".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "UMSATZ.SUMMARY".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "ZAHLUNGS-REGISTER.DAT".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "PROJEKT-STAMM.DAT".
    05 FILLER PIC X(01) VALUE "J".
    05 FILLER PIC X(30) VALUE "FIRMEN.CFG".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "NAME-CHARS.CFG".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "TAETIGKEIT.CFG".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "TARIFGITTER.CFG".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "LOHNSTEUER-PARAMETER.CFG".
    05 FILLER PIC X(01) VALUE "K".
    05 FILLER PIC X(30) VALUE "SOZIALABGABEN.CFG".
    05 FILLER PIC X(01) VALUE "K".
01 DATEI-LISTE REDEFINES DATEI-TABELLE.
    05 DATEI-EINTRAG OCCURS 22 TIMES.
        10 DATEI-NAME PIC X(30).
        10 DATEI-ART  PIC X(01).
01 DATEI-IDX PIC 9(2).

*> Arbeitskopie der gelesenen Zeile und die Satzsichten darauf.
01 ARBEITS-ZEILE PIC X(200).
COPY STAMMREC.
COPY BUCHREC.

*> Mirrors die Spalten von PERSONALNR-ZUORDNUNG.DAT in
*> personalnummer_migration.cbl.
01 ZUORDNUNG-SATZ.
    05 ZO-NUMMER    PIC X(05).
    05 FILLER       PIC X(01).
    05 ZO-VORNAME   PIC X(10).
    05 FILLER       PIC X(01).
    05 ZO-NACHNAME  PIC X(10).
    05 FILLER       PIC X(01).
    05 ZO-VORNAME-M PIC X(10).
    05 FILLER       PIC X(01).
    05 ZO-NACHNAME-M PIC X(10).
    05 FILLER       PIC X(01).
    05 ZO-STATUS    PIC X(10).

01 BENUTZER-CFG-ID     PIC X(08).
01 BENUTZER-CFG-ROLLEN PIC X(20).

*> CSV-Zeile "Vorname,Nachname,Rest".
01 CSV-VORNAME PIC X(20).
01 CSV-NACHNAME PIC X(20).
01 CSV-REST    PIC X(80).
01 CSV-PTR     PIC 9(3).

*> Empfaengername der Zahlungsdatei ("Vorname Nachname").
01 ZD-NAME-ALT  PIC X(25).
01 ZD-NAME-NEU  PIC X(25).
01 ZD-VERGLEICH PIC X(25).

*> ROT13-Tabelle (mirrors ROT13-KLARTEXT/-GEHEIM in
*> datenauskunft.cbl).
01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Pseudonym-Vornamen, je Buchstabe einer; der Nachname
*> "Muster" bekommt die laufende Nummer als drei Kleinbuchstaben
*> angehaengt (aaa, aab, ...) und macht das Pseudonym eindeutig.
01 PSEUDO-VORNAMEN-TABELLE.
    05 FILLER PIC X(10) VALUE "Anton".
    05 FILLER PIC X(10) VALUE "Berta".
    05 FILLER PIC X(10) VALUE "Clara".
    05 FILLER PIC X(10) VALUE "Dora".
    05 FILLER PIC X(10) VALUE "Emil".
    05 FILLER PIC X(10) VALUE "Frieda".
    05 FILLER PIC X(10) VALUE "Gustav".
    05 FILLER PIC X(10) VALUE "Hanna".
    05 FILLER PIC X(10) VALUE "Ida".
    05 FILLER PIC X(10) VALUE "Julius".
    05 FILLER PIC X(10) VALUE "Konrad".
    05 FILLER PIC X(10) VALUE "Ludwig".
    05 FILLER PIC X(10) VALUE "Martha".
    05 FILLER PIC X(10) VALUE "Nora".
    05 FILLER PIC X(10) VALUE "Otto".
    05 FILLER PIC X(10) VALUE "Paula".
    05 FILLER PIC X(10) VALUE "Quirin".
    05 FILLER PIC X(10) VALUE "Richard".
    05 FILLER PIC X(10) VALUE "Sofie".
    05 FILLER PIC X(10) VALUE "Theodor".
    05 FILLER PIC X(10) VALUE "Ulrich".
    05 FILLER PIC X(10) VALUE "Vera".
    05 FILLER PIC X(10) VALUE "Wilhelm".
    05 FILLER PIC X(10) VALUE "Xaver".
    05 FILLER PIC X(10) VALUE "Yvonne".
    05 FILLER PIC X(10) VALUE "Zora".
01 PSEUDO-VORNAMEN-LISTE REDEFINES PSEUDO-VORNAMEN-TABELLE.
    05 PSEUDO-VORNAME PIC X(10) OCCURS 26 TIMES.
01 KLEINBUCHSTABEN PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".

*> Zuordnung Klarname -> Pseudonym (nur im Speicher).
01 PERSONEN-ANZAHL PIC 9(4) VALUE 0.
01 PERSONEN-TABELLE.
    05 PERSONEN-EINTRAG OCCURS 1 TO 2000 TIMES
                         DEPENDING ON PERSONEN-ANZAHL
                         INDEXED BY PE-IDX.
        10 PE-VORNAME       PIC X(10).
        10 PE-NACHNAME      PIC X(10).
        10 PE-PSEUDO-VOR    PIC X(10).
        10 PE-PSEUDO-NACH   PIC X(10).
01 PE-SCAN PIC 9(4).

*> Zuordnung echte IBAN -> Test-IBAN.
01 IBAN-ANZAHL PIC 9(4) VALUE 0.
01 IBAN-TABELLE.
    05 IBAN-EINTRAG OCCURS 1 TO 2000 TIMES
                     DEPENDING ON IBAN-ANZAHL
                     INDEXED BY IB-IDX.
        10 IB-ECHT    PIC X(22).
        10 IB-PSEUDO  PIC X(22).

*> Zuordnung Operator-Kennung -> OPnnnn.
01 KENNUNG-ANZAHL PIC 9(4) VALUE 0.
01 KENNUNG-TABELLE.
    05 KENNUNG-EINTRAG OCCURS 1 TO 500 TIMES
                        DEPENDING ON KENNUNG-ANZAHL
                        INDEXED BY KN-IDX.
        10 KN-ECHT    PIC X(08).
        10 KN-PSEUDO  PIC X(08).

*> Zuordnung Krankenkassen-Kuerzel -> KKnn.
01 KASSEN-ANZAHL PIC 9(2) VALUE 0.
01 KASSEN-TABELLE.
    05 KASSEN-EINTRAG OCCURS 1 TO 99 TIMES
                       DEPENDING ON KASSEN-ANZAHL
                       INDEXED BY KK-IDX.
        10 KK-ECHT    PIC X(08).
        10 KK-PSEUDO  PIC X(08).

*> Schnittstelle der Pseudonym-Absaetze.
01 SUCH-VORNAME   PIC X(10).
01 SUCH-NACHNAME  PIC X(10).
01 NEU-VORNAME    PIC X(10).
01 NEU-NACHNAME   PIC X(10).
01 SUCH-IBAN      PIC X(22).
01 NEU-IBAN       PIC X(22).
01 SUCH-KENNUNG   PIC X(08).
01 NEU-KENNUNG    PIC X(08).
01 SUCH-KASSE     PIC X(08).
01 NEU-KASSE      PIC X(08).
01 SUCH-DATUM     PIC X(08).
01 PRUEF-DATUM    PIC 9(08).
01 TREFFER        PIC X.

*> Pseudonymbildung aus der laufenden Nummer.
01 PS-REST   PIC 9(4).
01 PS-GRUPPE PIC 9(4).
01 PS-VOR    PIC 9(2).
01 PS-B0     PIC 9(2).
01 PS-B1     PIC 9(2).
01 PS-B2     PIC 9(2).
01 PS-NUMMER PIC 9(4).
01 PS-KASSE  PIC 9(2).

*> Test-IBAN: DE + Pruefziffer + BLZ 99999999 + Kontonummer aus
*> der laufenden Nummer; Pruefziffer nach Modulo 97 (mirrors
*> PRUEFE-BANKDATEN in zahlungs_export.cbl, hier umgekehrt
*> gerechnet: 98 - Rest von BBAN & "DE00").
01 IBAN-BBAN.
    05 FILLER       PIC X(08) VALUE "99999999".
    05 IBAN-KONTO   PIC 9(10).
01 IBAN-PRUEFTEXT PIC X(24).
01 IBAN-POS       PIC 9(2).
01 IBAN-REST      PIC 9(4).
01 IBAN-PRUEFZIFFER PIC 9(2).

*> Zaehler je Datei und gesamt.
01 CNT-ZEILEN     PIC 9(7) VALUE 0.
01 CNT-ANONYM     PIC 9(2) VALUE 0.
01 CNT-KOPIERT    PIC 9(2) VALUE 0.
01 CNT-FEHLEND    PIC 9(2) VALUE 0.
01 CNT-UEBERLAUF  PIC 9(7) VALUE 0.
01 FEHLER-FLAG    PIC X VALUE "N".


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PARSE-KOMMANDOZEILE.
    PERFORM LEGE-ZIELVERZEICHNIS-AN.

    MOVE SPACES TO INVENTAR-DATEINAME
    STRING FUNCTION TRIM(ZIEL-VERZEICHNIS) "/INVENTAR.TXT"
        INTO INVENTAR-DATEINAME
    END-STRING
    OPEN OUTPUT INVENTAR
    IF FS-INVENTAR NOT = "00"
        DISPLAY "Fehler: INVENTAR.TXT im Zielverzeichnis nicht"
                " schreibbar, Status=" FS-INVENTAR
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE SPACES TO INVENTAR-ZEILE
    STRING "Anonymisierte Testkopie " KOPIE-DATUM
           " erstellt " FUNCTION CURRENT-DATE(1:14)
        INTO INVENTAR-ZEILE
    END-STRING
    WRITE INVENTAR-ZEILE

    PERFORM VARYING DATEI-IDX FROM 1 BY 1 UNTIL DATEI-IDX > 22
        PERFORM KOPIERE-EINE-DATEI
    END-PERFORM

    MOVE SPACES TO INVENTAR-ZEILE
    STRING "Pseudonyme: Personen=" PERSONEN-ANZAHL
           " IBAN=" IBAN-ANZAHL
           " Kennungen=" KENNUNG-ANZAHL
           " Kassen=" KASSEN-ANZAHL
        INTO INVENTAR-ZEILE
    END-STRING
    WRITE INVENTAR-ZEILE
    CLOSE INVENTAR

    DISPLAY "Testkopie " FUNCTION TRIM(ZIEL-VERZEICHNIS) ": "
            CNT-ANONYM " Datei(en) anonymisiert, "
            CNT-KOPIERT " unveraendert kopiert, "
            CNT-FEHLEND " nicht vorhanden."
    DISPLAY "  Pseudonyme: Personen=" PERSONEN-ANZAHL
            " IBAN=" IBAN-ANZAHL
            " Kennungen=" KENNUNG-ANZAHL
            " Kassen=" KASSEN-ANZAHL
    IF CNT-UEBERLAUF > 0
        DISPLAY "FEHLER: Pseudonymvorrat erschoepft, "
                CNT-UEBERLAUF " Feld(er) leer geschrieben."
        MOVE "J" TO FEHLER-FLAG
    END-IF

    IF FEHLER-FLAG = "J"
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten
*> ================================================================
PARSE-KOMMANDOZEILE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO KOPIE-DATUM
    MOVE SPACES TO ZIEL-VERZEICHNIS
    STRING "TESTKOPIE-" KOPIE-DATUM INTO ZIEL-VERZEICHNIS
    END-STRING

    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER
    IF WS-ARGUMENT-ANZAHL >= 1
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT NOT = SPACES
            MOVE FUNCTION TRIM(WS-ARGUMENT-WERT) TO ZIEL-VERZEICHNIS
        END-IF
    END-IF.


*> ================================================================
*> #6 Zielverzeichnis anlegen
*> ================================================================
*> Das Ziel darf nie das Arbeitsverzeichnis selbst sein - die Kopie
*> wuerde sonst die Produktionsdateien ueberschreiben.
LEGE-ZIELVERZEICHNIS-AN.
    MOVE SPACES TO CMD-LINE
    STRING "mkdir -p " FUNCTION TRIM(ZIEL-VERZEICHNIS)
        INTO CMD-LINE
    END-STRING
    CALL "SYSTEM" USING CMD-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "Fehler: Zielverzeichnis "
                FUNCTION TRIM(ZIEL-VERZEICHNIS) " nicht anlegbar."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE SPACES TO CMD-LINE
    STRING "test ! " FUNCTION TRIM(ZIEL-VERZEICHNIS) " -ef ."
        INTO CMD-LINE
    END-STRING
    CALL "SYSTEM" USING CMD-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "Fehler: Zielverzeichnis ist das"
                " Arbeitsverzeichnis - Abbruch."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.


*> ================================================================
*> #7 Eine Datei der Liste kopieren bzw. anonymisieren
*> ================================================================
KOPIERE-EINE-DATEI.
    MOVE DATEI-NAME(DATEI-IDX) TO QUELL-DATEINAME
    MOVE SPACES TO ZIEL-DATEINAME
    STRING FUNCTION TRIM(ZIEL-VERZEICHNIS) "/"
           FUNCTION TRIM(DATEI-NAME(DATEI-IDX))
        INTO ZIEL-DATEINAME
    END-STRING

    OPEN INPUT QUELL-DATEI
    IF FS-QUELLE NOT = "00"
        DISPLAY "  " FUNCTION TRIM(DATEI-NAME(DATEI-IDX))
                " nicht vorhanden, uebersprungen."
        MOVE SPACES TO INVENTAR-ZEILE
        STRING "FEHLT     " FUNCTION TRIM(DATEI-NAME(DATEI-IDX))
            INTO INVENTAR-ZEILE
        END-STRING
        WRITE INVENTAR-ZEILE
        ADD 1 TO CNT-FEHLEND
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT ZIEL-DATEI
    IF FS-ZIEL NOT = "00"
        DISPLAY "  FEHLER: " FUNCTION TRIM(ZIEL-DATEINAME)
                " nicht schreibbar, Status=" FS-ZIEL
        CLOSE QUELL-DATEI
        MOVE "J" TO FEHLER-FLAG
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO CNT-ZEILEN
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ QUELL-DATEI
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                ADD 1 TO CNT-ZEILEN
                MOVE QUELL-ZEILE TO ARBEITS-ZEILE
                PERFORM ANONYMISIERE-ZEILE
                MOVE ARBEITS-ZEILE TO ZIEL-ZEILE
                WRITE ZIEL-ZEILE
        END-READ
    END-PERFORM
    CLOSE QUELL-DATEI
    CLOSE ZIEL-DATEI
    MOVE "N" TO EOF-FLAG

    MOVE SPACES TO INVENTAR-ZEILE
    IF DATEI-ART(DATEI-IDX) = "K"
        STRING "KOPIERT   " DATEI-NAME(DATEI-IDX)
               " " CNT-ZEILEN " Zeilen"
            INTO INVENTAR-ZEILE
        END-STRING
        ADD 1 TO CNT-KOPIERT
        DISPLAY "  kopiert:      " FUNCTION TRIM(DATEI-NAME(DATEI-IDX))
    ELSE
        STRING "ANONYM    " DATEI-NAME(DATEI-IDX)
               " " CNT-ZEILEN " Zeilen"
            INTO INVENTAR-ZEILE
        END-STRING
        ADD 1 TO CNT-ANONYM
        DISPLAY "  anonymisiert: " FUNCTION TRIM(DATEI-NAME(DATEI-IDX))
                " (" CNT-ZEILEN " Zeilen)"
    END-IF
    WRITE INVENTAR-ZEILE.


*> ----------------------------------------------------------------
*> #7.1 Eine Zeile nach der Art ihrer Datei behandeln
*> ----------------------------------------------------------------
ANONYMISIERE-ZEILE.
    EVALUATE DATEI-ART(DATEI-IDX)
        WHEN "S"
            PERFORM ANONYMISIERE-STAMM
        WHEN "Z"
            PERFORM ANONYMISIERE-ZUORDNUNG
        WHEN "U"
            PERFORM ANONYMISIERE-BENUTZER
        WHEN "B"
            MOVE ARBEITS-ZEILE(1:80) TO BUCHUNGS-RECORD
            PERFORM ANONYMISIERE-BUCHUNG
            MOVE BUCHUNGS-RECORD TO ARBEITS-ZEILE(1:80)
        WHEN "M"
            MOVE ARBEITS-ZEILE(1:80) TO BUCHUNGS-RECORD
            PERFORM ANONYMISIERE-BUCHUNG-MASKIERT
            MOVE BUCHUNGS-RECORD TO ARBEITS-ZEILE(1:80)
        WHEN "H"
            MOVE ARBEITS-ZEILE(12:80) TO BUCHUNGS-RECORD
            PERFORM ANONYMISIERE-BUCHUNG-MASKIERT
            MOVE BUCHUNGS-RECORD TO ARBEITS-ZEILE(12:80)
        WHEN "P"
            PERFORM ANONYMISIERE-PAYROLL
        WHEN "C"
            PERFORM ANONYMISIERE-CSV
        WHEN "L"
            PERFORM ANONYMISIERE-LOHN-ERGEBNIS
        WHEN "Y"
            PERFORM ANONYMISIERE-ZAHLUNG
        WHEN "R"
            PERFORM ANONYMISIERE-ZAHLUNGS-DETAIL
        WHEN "J"
            PERFORM ANONYMISIERE-PROJEKT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #7.2 Mitarbeiterstamm (STAMMREC)
*> ----------------------------------------------------------------
ANONYMISIERE-STAMM.
    MOVE ARBEITS-ZEILE(1:152) TO STAMM-RECORD
    MOVE MA-VORNAME  TO SUCH-VORNAME
    MOVE MA-NACHNAME TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE NEU-VORNAME  TO MA-VORNAME
    MOVE NEU-NACHNAME TO MA-NACHNAME

    MOVE MA-IBAN TO SUCH-IBAN
    PERFORM ERMITTLE-TEST-IBAN
    MOVE NEU-IBAN TO MA-IBAN
    IF MA-BIC NOT = SPACES
        MOVE "TESTDEFFXXX" TO MA-BIC
    END-IF

    MOVE MA-KRANKENKASSE TO SUCH-KASSE
    PERFORM ERMITTLE-TEST-KASSE
    MOVE NEU-KASSE TO MA-KRANKENKASSE

    MOVE MA-VORGESETZTER TO SUCH-KENNUNG
    PERFORM ERMITTLE-TEST-KENNUNG
    MOVE NEU-KENNUNG TO MA-VORGESETZTER
    MOVE MA-KENNUNG TO SUCH-KENNUNG
    PERFORM ERMITTLE-TEST-KENNUNG
    MOVE NEU-KENNUNG TO MA-KENNUNG

    MOVE STAMM-RECORD TO ARBEITS-ZEILE(1:152).


*> ----------------------------------------------------------------
*> #7.3 PERSONALNR-ZUORDNUNG.DAT - Klar- und maskierte Namen
*> ----------------------------------------------------------------
ANONYMISIERE-ZUORDNUNG.
    MOVE ARBEITS-ZEILE(1:60) TO ZUORDNUNG-SATZ
    MOVE ZO-VORNAME  TO SUCH-VORNAME
    MOVE ZO-NACHNAME TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE NEU-VORNAME  TO ZO-VORNAME ZO-VORNAME-M
    MOVE NEU-NACHNAME TO ZO-NACHNAME ZO-NACHNAME-M
    INSPECT ZO-VORNAME-M
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT ZO-NACHNAME-M
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE ZUORDNUNG-SATZ TO ARBEITS-ZEILE(1:60).


*> ----------------------------------------------------------------
*> #7.4 BENUTZER.CFG - "<Kennung> <Rollen>"
*> ----------------------------------------------------------------
ANONYMISIERE-BENUTZER.
    IF ARBEITS-ZEILE = SPACES
     OR ARBEITS-ZEILE(1:1) = "*"
     OR ARBEITS-ZEILE(1:1) = "#"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
    UNSTRING FUNCTION TRIM(ARBEITS-ZEILE)
        DELIMITED BY ALL SPACE
        INTO BENUTZER-CFG-ID BENUTZER-CFG-ROLLEN
    END-UNSTRING
    MOVE BENUTZER-CFG-ID TO SUCH-KENNUNG
    PERFORM ERMITTLE-TEST-KENNUNG
    MOVE SPACES TO ARBEITS-ZEILE
    STRING FUNCTION TRIM(NEU-KENNUNG) " "
           FUNCTION TRIM(BENUTZER-CFG-ROLLEN)
        DELIMITED BY SIZE INTO ARBEITS-ZEILE
    END-STRING.


*> ----------------------------------------------------------------
*> #7.5 Buchungssatz (BUCHREC) mit Klarnamen
*> ----------------------------------------------------------------
*> Vorlauf-/Nachlaufsaetze bleiben unberuehrt. Geburtsdatum und
*> Erfasser tragen nur Arbeits-, Abwesenheits- und Stornosaetze
*> (bei Einmalzahlungen liegt dort die Periode, bei
*> Subunternehmern die Stundenzettelnummer; der Erfasser steht
*> auch auf Subunternehmersaetzen).
ANONYMISIERE-BUCHUNG.
    IF SATZ-IST-HEADER OR SATZ-IST-TRAILER
        EXIT PARAGRAPH
    END-IF
    MOVE BR-VORNAME  TO SUCH-VORNAME
    MOVE BR-NACHNAME TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE NEU-VORNAME  TO BR-VORNAME
    MOVE NEU-NACHNAME TO BR-NACHNAME

    IF BR-SATZKENNUNG = SPACES
     OR SATZ-IST-ABWESENHEIT OR SATZ-IST-STORNO
        MOVE BUCHUNGS-RECORD(43:8) TO SUCH-DATUM
        PERFORM VERALLGEMEINERE-GEBURTSDATUM
        MOVE SUCH-DATUM TO BUCHUNGS-RECORD(43:8)
    END-IF
    IF BR-SATZKENNUNG = SPACES
     OR SATZ-IST-ABWESENHEIT OR SATZ-IST-STORNO
     OR SATZ-IST-SUBUNTERNEHMER
        MOVE BR-ERFASSER TO SUCH-KENNUNG
        PERFORM ERMITTLE-TEST-KENNUNG
        MOVE NEU-KENNUNG TO BR-ERFASSER
    END-IF.


*> ----------------------------------------------------------------
*> #7.6 Buchungssatz mit ROT13-maskierten Namen
*> ----------------------------------------------------------------
ANONYMISIERE-BUCHUNG-MASKIERT.
    IF SATZ-IST-HEADER OR SATZ-IST-TRAILER
        EXIT PARAGRAPH
    END-IF
    INSPECT BUCHUNGS-RECORD(1:20)
        CONVERTING ROT13-GEHEIM TO ROT13-KLARTEXT
    PERFORM ANONYMISIERE-BUCHUNG
    INSPECT BUCHUNGS-RECORD(1:20)
        CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM.


*> ----------------------------------------------------------------
*> #7.7 PAYROLL-EXPORT.DAT - Nachname vorn, Steuersaetze mit "*"
*> ----------------------------------------------------------------
ANONYMISIERE-PAYROLL.
    IF ARBEITS-ZEILE(1:1) = "*"
        EXIT PARAGRAPH
    END-IF
    MOVE ARBEITS-ZEILE(22:10) TO SUCH-VORNAME
    MOVE ARBEITS-ZEILE(1:10)  TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE NEU-NACHNAME TO ARBEITS-ZEILE(1:20)
    MOVE NEU-VORNAME  TO ARBEITS-ZEILE(22:20).


*> ----------------------------------------------------------------
*> #7.8 MITARBEITER-UMSATZ.CSV - "Vorname,Nachname,...", "#"-Zeilen
*> sind Kopf und Summe
*> ----------------------------------------------------------------
ANONYMISIERE-CSV.
    IF ARBEITS-ZEILE(1:1) = "#" OR ARBEITS-ZEILE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CSV-VORNAME CSV-NACHNAME CSV-REST
    MOVE 1 TO CSV-PTR
    UNSTRING ARBEITS-ZEILE DELIMITED BY ","
        INTO CSV-VORNAME CSV-NACHNAME
        WITH POINTER CSV-PTR
    END-UNSTRING
    IF CSV-PTR > 200
        EXIT PARAGRAPH
    END-IF
    MOVE ARBEITS-ZEILE(CSV-PTR:) TO CSV-REST
    MOVE CSV-VORNAME  TO SUCH-VORNAME
    MOVE CSV-NACHNAME TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE SPACES TO ARBEITS-ZEILE
    STRING FUNCTION TRIM(NEU-VORNAME) ","
           FUNCTION TRIM(NEU-NACHNAME) ","
           CSV-REST
        DELIMITED BY SIZE INTO ARBEITS-ZEILE
    END-STRING.


*> ----------------------------------------------------------------
*> #7.9 LOHN-ERGEBNIS.DAT (mirrors ERGEBNIS-RECORD in
*> lohn_rechner.cbl)
*> ----------------------------------------------------------------
ANONYMISIERE-LOHN-ERGEBNIS.
    MOVE ARBEITS-ZEILE(1:10)  TO SUCH-VORNAME
    MOVE ARBEITS-ZEILE(12:10) TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE NEU-VORNAME  TO ARBEITS-ZEILE(1:10)
    MOVE NEU-NACHNAME TO ARBEITS-ZEILE(12:10).


*> ----------------------------------------------------------------
*> #7.10 ZAHLUNGSDATEI.DAT - Detailsatz "D" (mirrors DETAIL-SATZ in
*> zahlungs_export.cbl), Summensatz "K" bleibt
*> ----------------------------------------------------------------
*> Der Empfaenger steht als "Vorname Nachname" in einem Feld; er wird
*> zuerst gegen die schon bekannten Personen verglichen (Vornamen
*> mit Leerzeichen), erst danach am ersten Leerzeichen geteilt.
ANONYMISIERE-ZAHLUNG.
    IF ARBEITS-ZEILE(1:1) NOT = "D"
        EXIT PARAGRAPH
    END-IF
    MOVE ARBEITS-ZEILE(2:25) TO ZD-NAME-ALT
    MOVE "N" TO TREFFER
    PERFORM VARYING PE-SCAN FROM 1 BY 1
            UNTIL PE-SCAN > PERSONEN-ANZAHL OR TREFFER = "J"
        MOVE SPACES TO ZD-VERGLEICH
        STRING FUNCTION TRIM(PE-VORNAME(PE-SCAN)) " "
               FUNCTION TRIM(PE-NACHNAME(PE-SCAN))
            DELIMITED BY SIZE INTO ZD-VERGLEICH
        END-STRING
        IF ZD-VERGLEICH = ZD-NAME-ALT
            MOVE "J" TO TREFFER
            MOVE PE-VORNAME(PE-SCAN)  TO SUCH-VORNAME
            MOVE PE-NACHNAME(PE-SCAN) TO SUCH-NACHNAME
        END-IF
    END-PERFORM
    IF TREFFER NOT = "J"
        MOVE SPACES TO SUCH-VORNAME SUCH-NACHNAME
        UNSTRING ZD-NAME-ALT DELIMITED BY SPACE
            INTO SUCH-VORNAME SUCH-NACHNAME
        END-UNSTRING
    END-IF
    PERFORM ERMITTLE-PSEUDONYM
    MOVE SPACES TO ZD-NAME-NEU
    STRING FUNCTION TRIM(NEU-VORNAME) " "
           FUNCTION TRIM(NEU-NACHNAME)
        DELIMITED BY SIZE INTO ZD-NAME-NEU
    END-STRING
    MOVE ZD-NAME-NEU TO ARBEITS-ZEILE(2:25)

    MOVE ARBEITS-ZEILE(27:22) TO SUCH-IBAN
    PERFORM ERMITTLE-TEST-IBAN
    MOVE NEU-IBAN TO ARBEITS-ZEILE(27:22)
    IF ARBEITS-ZEILE(49:11) NOT = SPACES
        MOVE "TESTDEFFXXX" TO ARBEITS-ZEILE(49:11)
    END-IF.


*> ----------------------------------------------------------------
*> #7.11 ZAHLUNGS-DETAIL-REGISTER.DAT (mirrors DETAIL-REGISTER-RECORD
*> in zahlungs_export.cbl)
*> ----------------------------------------------------------------
ANONYMISIERE-ZAHLUNGS-DETAIL.
    MOVE ARBEITS-ZEILE(16:10) TO SUCH-VORNAME
    MOVE ARBEITS-ZEILE(27:10) TO SUCH-NACHNAME
    PERFORM ERMITTLE-PSEUDONYM
    MOVE NEU-VORNAME  TO ARBEITS-ZEILE(16:10)
    MOVE NEU-NACHNAME TO ARBEITS-ZEILE(27:10)
    MOVE ARBEITS-ZEILE(38:22) TO SUCH-IBAN
    PERFORM ERMITTLE-TEST-IBAN
    MOVE NEU-IBAN TO ARBEITS-ZEILE(38:22).


*> ----------------------------------------------------------------
*> #7.12 PROJEKT-STAMM.DAT - Projektleiter in Spalten 63-70
*> (mirrors PR-LEITER in PROJREC.cpy)
*> ----------------------------------------------------------------
*> Der Leiter ist eine Operator-Kennung aus BENUTZER.CFG und
*> erhaelt dasselbe OPnnnn wie dort; Code, Kunde und Budget
*> bleiben.
ANONYMISIERE-PROJEKT.
    IF ARBEITS-ZEILE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE ARBEITS-ZEILE(63:8) TO SUCH-KENNUNG
    PERFORM ERMITTLE-TEST-KENNUNG
    MOVE NEU-KENNUNG TO ARBEITS-ZEILE(63:8).


*> ================================================================
*> #8 Pseudonyme vergeben
*> ================================================================
*> Jede Zuordnung wird beim ersten Auftreten angelegt und danach
*> nur noch nachgeschlagen - so traegt dieselbe Person (bzw. IBAN,
*> Kennung, Kasse) in allen Dateien denselben Ersatzwert. Leere
*> Felder bleiben leer.

*> ----------------------------------------------------------------
*> #8.1 Name -> "<Vorname> Muster<xxx>"
*> ----------------------------------------------------------------
ERMITTLE-PSEUDONYM.
    MOVE SPACES TO NEU-VORNAME NEU-NACHNAME
    IF SUCH-VORNAME = SPACES AND SUCH-NACHNAME = SPACES
        EXIT PARAGRAPH
    END-IF
    IF PERSONEN-ANZAHL > 0
        SET PE-IDX TO 1
        SEARCH PERSONEN-EINTRAG
            AT END CONTINUE
            WHEN PE-VORNAME(PE-IDX) = SUCH-VORNAME
             AND PE-NACHNAME(PE-IDX) = SUCH-NACHNAME
                MOVE PE-PSEUDO-VOR(PE-IDX)  TO NEU-VORNAME
                MOVE PE-PSEUDO-NACH(PE-IDX) TO NEU-NACHNAME
                EXIT PARAGRAPH
        END-SEARCH
    END-IF
    IF PERSONEN-ANZAHL >= 2000
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO PERSONEN-ANZAHL
    COMPUTE PS-REST = PERSONEN-ANZAHL - 1
    DIVIDE PS-REST BY 26 GIVING PS-GRUPPE REMAINDER PS-VOR
    DIVIDE PS-GRUPPE BY 26 GIVING PS-B0 REMAINDER PS-B1
    MOVE PS-VOR TO PS-B2
    MOVE PSEUDO-VORNAME(PS-VOR + 1) TO NEU-VORNAME
    STRING "Muster" KLEINBUCHSTABEN(PS-B0 + 1:1)
           KLEINBUCHSTABEN(PS-B1 + 1:1)
           KLEINBUCHSTABEN(PS-B2 + 1:1)
        DELIMITED BY SIZE INTO NEU-NACHNAME
    END-STRING
    MOVE SUCH-VORNAME  TO PE-VORNAME(PERSONEN-ANZAHL)
    MOVE SUCH-NACHNAME TO PE-NACHNAME(PERSONEN-ANZAHL)
    MOVE NEU-VORNAME   TO PE-PSEUDO-VOR(PERSONEN-ANZAHL)
    MOVE NEU-NACHNAME  TO PE-PSEUDO-NACH(PERSONEN-ANZAHL).


*> ----------------------------------------------------------------
*> #8.2 IBAN -> pruefziffernrichtige Test-IBAN
*> ----------------------------------------------------------------
ERMITTLE-TEST-IBAN.
    MOVE SPACES TO NEU-IBAN
    IF SUCH-IBAN = SPACES
        EXIT PARAGRAPH
    END-IF
    IF IBAN-ANZAHL > 0
        SET IB-IDX TO 1
        SEARCH IBAN-EINTRAG
            AT END CONTINUE
            WHEN IB-ECHT(IB-IDX) = SUCH-IBAN
                MOVE IB-PSEUDO(IB-IDX) TO NEU-IBAN
                EXIT PARAGRAPH
        END-SEARCH
    END-IF
    IF IBAN-ANZAHL >= 2000
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO IBAN-ANZAHL
    MOVE IBAN-ANZAHL TO IBAN-KONTO
    *> BBAN, dann "DE00" als Ziffern (D=13, E=14, 00).
    MOVE SPACES TO IBAN-PRUEFTEXT
    STRING IBAN-BBAN "131400" DELIMITED BY SIZE
        INTO IBAN-PRUEFTEXT
    END-STRING
    MOVE 0 TO IBAN-REST
    PERFORM VARYING IBAN-POS FROM 1 BY 1 UNTIL IBAN-POS > 24
        COMPUTE IBAN-REST = FUNCTION MOD(IBAN-REST * 10
            + FUNCTION NUMVAL(IBAN-PRUEFTEXT(IBAN-POS:1)), 97)
    END-PERFORM
    COMPUTE IBAN-PRUEFZIFFER = 98 - IBAN-REST
    STRING "DE" IBAN-PRUEFZIFFER IBAN-BBAN
        DELIMITED BY SIZE INTO NEU-IBAN
    END-STRING
    MOVE SUCH-IBAN TO IB-ECHT(IBAN-ANZAHL)
    MOVE NEU-IBAN  TO IB-PSEUDO(IBAN-ANZAHL).


*> ----------------------------------------------------------------
*> #8.3 Operator-Kennung -> OPnnnn
*> ----------------------------------------------------------------
ERMITTLE-TEST-KENNUNG.
    MOVE SPACES TO NEU-KENNUNG
    IF SUCH-KENNUNG = SPACES
        EXIT PARAGRAPH
    END-IF
    IF KENNUNG-ANZAHL > 0
        SET KN-IDX TO 1
        SEARCH KENNUNG-EINTRAG
            AT END CONTINUE
            WHEN KN-ECHT(KN-IDX) = SUCH-KENNUNG
                MOVE KN-PSEUDO(KN-IDX) TO NEU-KENNUNG
                EXIT PARAGRAPH
        END-SEARCH
    END-IF
    IF KENNUNG-ANZAHL >= 500
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO KENNUNG-ANZAHL
    MOVE KENNUNG-ANZAHL TO PS-NUMMER
    STRING "OP" PS-NUMMER DELIMITED BY SIZE INTO NEU-KENNUNG
    END-STRING
    MOVE SUCH-KENNUNG TO KN-ECHT(KENNUNG-ANZAHL)
    MOVE NEU-KENNUNG  TO KN-PSEUDO(KENNUNG-ANZAHL).


*> ----------------------------------------------------------------
*> #8.4 Krankenkassen-Kuerzel -> KKnn
*> ----------------------------------------------------------------
ERMITTLE-TEST-KASSE.
    MOVE SPACES TO NEU-KASSE
    IF SUCH-KASSE = SPACES
        EXIT PARAGRAPH
    END-IF
    IF KASSEN-ANZAHL > 0
        SET KK-IDX TO 1
        SEARCH KASSEN-EINTRAG
            AT END CONTINUE
            WHEN KK-ECHT(KK-IDX) = SUCH-KASSE
                MOVE KK-PSEUDO(KK-IDX) TO NEU-KASSE
                EXIT PARAGRAPH
        END-SEARCH
    END-IF
    IF KASSEN-ANZAHL >= 99
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO KASSEN-ANZAHL
    MOVE KASSEN-ANZAHL TO PS-KASSE
    STRING "KK" PS-KASSE DELIMITED BY SIZE INTO NEU-KASSE
    END-STRING
    MOVE SUCH-KASSE TO KK-ECHT(KASSEN-ANZAHL)
    MOVE NEU-KASSE  TO KK-PSEUDO(KASSEN-ANZAHL).


*> ----------------------------------------------------------------
*> #8.5 Geburtsdatum auf den Monatsersten
*> ----------------------------------------------------------------
*> Jahr und Monat bleiben (Altersgrenzen im Validierer greifen
*> weiter), der Tag wird 01 - dieselbe Person erhaelt so ueberall
*> dasselbe Ersatzdatum. Ein ungueltiges Datum bleibt stehen: es
*> ist genau das Fehlerbild, das die Kopie zeigen soll.
VERALLGEMEINERE-GEBURTSDATUM.
    IF SUCH-DATUM IS NUMERIC
        MOVE SUCH-DATUM TO PRUEF-DATUM
        IF FUNCTION TEST-DATE-YYYYMMDD(PRUEF-DATUM) = 0
            MOVE "01" TO SUCH-DATUM(7:2)
        END-IF
    END-IF.
