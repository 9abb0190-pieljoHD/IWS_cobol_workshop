*> Mitarbeiter ohne Bankverbindung kommen NICHT in die Datei und
*> werden gemeldet. Jede Uebergabe wird im fortlaufenden
*> ZAHLUNGS-REGISTER.DAT festgehalten.
*> Dieselben Ueberweisungen gehen zusaetzlich als SEPA-Sammel-
*> ueberweisung (pain.001.001.09) nach ZAHLUNG-PAIN001.XML, die
*> direkt ins Bankportal hochgeladen wird: Nachrichten-ID,
*> Anzahl und Kontrollsumme stehen genauso im Zahlungsregister,
*> das Ausfuehrungsdatum ist der naechste Lohn-Zahltag
*> (LOHN-ZAHLTAG.CFG, Default 28.). Auftraggeber-Konto und -Name
*> kommen aus FIRMA.CFG (Zeile 1 Name, Schluessel IBAN/BIC) -
*> fehlen sie, entfaellt nur die XML-Datei.
*> Gehaltsempfaenger (Lohnart S im Stamm) werden nicht nach dem
*> Stundenlohn des Exports bezahlt, sondern mit dem Brutto, das
*> LOHN-RECHNER aus dem Monatsgehalt gerechnet hat
*> (LOHN-ERGEBNIS.DAT).
*> Kurzarbeitergeld (LE-KUG in LOHN-ERGEBNIS.DAT) zahlt der Betrieb
*> mit dem Lohn aus und holt es sich von der Arbeitsagentur
*> zurueck - es faehrt als zusaetzliche Gutschrift mit.
*> Mitarbeiter mit faelligen offenen Pflichtpunkten der Eintritts-/
*> Austritts-Checkliste (CHECKLISTE.DAT, PERSONAL-CHECKLISTE)
*> werden angehalten: keine Gutschrift, Meldung ANGEHALTEN.
*> Ebenso angehalten (Arbeitsvorrat ZAHLUNG-ABGELEHNT.DAT) wird
*> die Zahlung an eine neue IBAN, deren Aenderung in
*> BANKDATEN-PRUEFUNG.DAT noch nicht von einem zweiten Operator
*> nach Rueckruf bestaetigt ist - gleich wie lange sie schon
*> offen ist - oder die dort zurueckgewiesen wurde. Die Frist aus
*> BANKDATEN-SPERRE.CFG bestimmt nur, welche Aenderungen der
*> Bericht der BANKDATEN-PRUEFUNG als frisch zur Pruefung fuehrt;
*> zahlbar wird eine Aenderung allein durch die Bestaetigung.


*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Aktive Firma der Gruppe (FIRMEN-WECHSEL), fehlt = einfirmig.
    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT PAYROLL-EXPORT
        ASSIGN TO "PAYROLL-EXPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STAMM.

    *> Indizierter Stamm (STAMM-INDEX); fehlt er, werden Bank- und
    *> Gehaltsdaten wie bisher aus MITARBEITER-STAMM.DAT geladen.
    SELECT MITARBEITER-STAMM-INDEX
        ASSIGN TO "MITARBEITER-STAMM.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SX-PERSONALNR
        ALTERNATE RECORD KEY IS SX-NAME WITH DUPLICATES
        FILE STATUS IS FS-STAMM-INDEX.

    *> Eintritts-/Austritts-Checkliste (PERSONAL-CHECKLISTE): wie
    *> in LOHN-RECHNER haelt ein offener, faelliger Pflichtpunkt
    *> die Zahlung an den Mitarbeiter an.
    SELECT CHECKLISTE
        ASSIGN TO "CHECKLISTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CHECKLISTE.

    SELECT ZAHLUNGSDATEI
        ASSIGN TO "ZAHLUNGSDATEI.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-GLEITZEIT.

    *> SEPA-Ueberweisungsdatei fuers Bankportal (pain.001).
    SELECT SEPA-DATEI
        ASSIGN TO "ZAHLUNG-PAIN001.XML"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SEPA.

    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    *> Laufergebnis des LOHN-RECHNERS - Quelle des Gehalts-Bruttos
    *> fuer Gehaltsempfaenger.
    SELECT LOHN-ERGEBNIS
        ASSIGN TO "LOHN-ERGEBNIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ERGEBNIS.

    SELECT ZAHLTAG-CFG
        ASSIGN TO "LOHN-ZAHLTAG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZAHLTAG.

    *> IBAN-Aenderungen aus STAMM-PFLEGE/HR-DELTA-IMPORT mit ihrem
    *> Bestaetigungsstand (Satzbild BANKREC).
    SELECT BANKDATEN-PRUEFUNG
        ASSIGN TO "BANKDATEN-PRUEFUNG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-BANKPRUEF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
FD FIRMA-AKTIV.
COPY FIRMREC.

FD PAYROLL-EXPORT.
01 PAYROLL-EXPORT-RECORD.
    05 PR-NACHNAME     PIC X(20).
01 DELTA-SPERRE-ZEILE PIC X(80).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD ZAHLUNGSDATEI.
01 ZAHLUNGS-ZEILE PIC X(90).

FD ZAHLUNG-ABGELEHNT.
01 ABGELEHNT-ZEILE PIC X(160).

FD ZAHLUNGS-DETAIL.
01 DETAIL-REGISTER-RECORD.
    05 ZRG-ANZAHL      PIC 9(05).
    05 FILLER          PIC X(01).
    05 ZRG-SUMME       PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 ZRG-NACHRICHT-ID PIC X(35).
    05 FILLER          PIC X(01).
    05 ZRG-AUSFUEHRUNG PIC 9(08).

FD SEPA-DATEI.
01 SEPA-ZEILE PIC X(200).

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD ZAHLTAG-CFG.
01 ZAHLTAG-CFG-ZEILE PIC X(2).

FD BANKDATEN-PRUEFUNG.
01 BANKPRUEF-ZEILE PIC X(212).

FD CHECKLISTE.
COPY CHECKREC.

*> Mirrors ERGEBNIS-RECORD in lohn_rechner.cbl.
FD LOHN-ERGEBNIS.
01 ERGEBNIS-RECORD.
    05 LE-VORNAME  PIC X(10).
    05 FILLER      PIC X(01).
    05 LE-NACHNAME PIC X(10).
    05 FILLER      PIC X(01).
    05 LE-BRUTTO   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-NETTO    PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-STEUER   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-ABGABEN  PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SOLI     PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KIST     PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-PERIODE  PIC 9(6).
    05 FILLER      PIC X(01).
    05 LE-KONFESSION PIC X(2).
    05 FILLER      PIC X(01).
    05 LE-EINMAL   PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-SACHBEZUG PIC 9(8)V99.
    05 FILLER      PIC X(01).
    05 LE-KUG      PIC 9(8)V99.

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION

77 FS-PAYROLL  PIC XX VALUE SPACES.
77 FS-STAMM    PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-ZAHLUNG  PIC XX VALUE SPACES.
77 FS-REGISTER PIC XX VALUE SPACES.
77 FS-SPESEN   PIC XX VALUE SPACES.
77 FS-DETAIL   PIC XX VALUE SPACES.
77 FS-ABGELEHNT PIC XX VALUE SPACES.
77 FS-DELTA-SPERRE PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
01 WS-LAUF-ZEITSTEMPEL PIC X(14).

*> IBAN-Pruefziffernrechnung (Modulo 97): IBAN umgestellt (die
01 BANKDATEN-OK  PIC X VALUE "N".
01 BANK-FEHLER-GRUND PIC X(40).
01 CNT-BANK-ABGELEHNT PIC 9(5) VALUE 0.

*> IBAN-Aenderungen aus BANKDATEN-PRUEFUNG.DAT; BPS-STATUS wie
*> BP-STATUS.
77 FS-BANKPRUEF  PIC XX VALUE SPACES.
COPY BANKREC.
01 BANK-GESPERRT  PIC X VALUE "N".
01 CNT-BANK-GESPERRT PIC 9(5) VALUE 0.
01 BPS-POSITION PIC 9(4).
01 BPS-ANZAHL PIC 9(4) VALUE 0.
01 BPS-TABELLE.
    05 BPS-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BPS-ANZAHL
                   INDEXED BY BPS-IDX.
        10 BPS-ID       PIC 9(06).
        10 BPS-VORNAME  PIC X(10).
        10 BPS-NACHNAME PIC X(10).
        10 BPS-IBAN     PIC X(22).
        10 BPS-STATUS   PIC X(01).
77 EOF-FLAG    PIC X  VALUE "N".
77 CNT-SPESEN-ZEILEN PIC 9(5) VALUE 0.
01 GUTSCHRIFT-VERBUCHT PIC X VALUE "N".
        10 BK-IBAN     PIC X(22).
        10 BK-BIC      PIC X(11).

*> Gehaltsempfaenger aus dem Stamm (Lohnart S).
77 FS-ERGEBNIS PIC XX VALUE SPACES.
01 GEHALT-ANZAHL PIC 9(3) VALUE 0.
01 GEHALT-TABELLE.
    05 GEHALT-EINTRAG OCCURS 1 TO 500 TIMES
                       DEPENDING ON GEHALT-ANZAHL
                       INDEXED BY GH-IDX.
        10 GH-VORNAME  PIC X(10).
        10 GH-NACHNAME PIC X(10).
01 GEHALT-GEFUNDEN PIC X.
01 CNT-GEHALT PIC 9(3) VALUE 0.
01 CNT-KUG    PIC 9(3) VALUE 0.

01 DETAIL-SATZ.
    05 ZD-ART      PIC X(1).
    05 ZD-NAME     PIC X(25).
01 SUCH-IBAN PIC X(22).
01 SUCH-BIC  PIC X(11).

*> Gelesener Stammsatz; bei vorhandenem Index wird je Mitarbeiter
*> per Namensschluessel gelesen (STAMM-INDEX-OFFEN = "J") und die
*> Bank- und Gehaltstabellen bleiben leer.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-INDEX-TREFFER PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).

01 CNT-UEBERWEISUNGEN PIC 9(5) VALUE 0.
01 CNT-OHNE-BANK      PIC 9(5) VALUE 0.

*> Checklisten-Sperre des gerade bezahlten Mitarbeiters mit den
*> offenen Punkten; CHECKLISTE.DAT wird je Mitarbeiter gelesen, so
*> rutscht kein Angehaltener durch eine volle Tabelle.
77 FS-CHECKLISTE PIC XX VALUE SPACES.
01 CHECKLISTE-STICHTAG PIC 9(8).
01 CS-EOF      PIC X VALUE "N".
01 CS-GESPERRT PIC X VALUE "N".
01 CS-PUNKTE   PIC X(30).
01 CS-ZEIGER   PIC 9(2).
01 CNT-ANGEHALTEN PIC 9(5) VALUE 0.
01 SUMME-BETRAG       PIC 9(11)V99 VALUE 0.
01 DRUCK-IDX PIC 9(3).
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.

*> SEPA-Datei (pain.001): Auftraggeber, Kennungen, Ausfuehrung.
77 FS-SEPA    PIC XX VALUE SPACES.
77 FS-FIRMA   PIC XX VALUE SPACES.
77 FS-ZAHLTAG PIC XX VALUE SPACES.
01 SEPA-AKTIV          PIC X VALUE "N".
01 SEPA-AUFTRAGGEBER   PIC X(60) VALUE SPACES.
01 SEPA-AUFTRAG-IBAN   PIC X(34) VALUE SPACES.
01 SEPA-AUFTRAG-BIC    PIC X(11) VALUE SPACES.
01 SEPA-NACHRICHT-ID   PIC X(35) VALUE SPACES.
01 SEPA-ZEITSTEMPEL    PIC X(14).
01 SEPA-ERSTELLT       PIC X(19).
01 LOHN-ZAHLTAG        PIC 9(2) VALUE 28.
01 SEPA-HEUTE          PIC 9(8).
01 SEPA-AUSFUEHRUNG    PIC 9(8) VALUE 0.
01 SEPA-AUSF-JAHR      PIC 9(4).
01 SEPA-AUSF-MONAT     PIC 9(2).
01 SEPA-DATUM-ISO      PIC X(10).
01 SEPA-LFD-NR         PIC 9(5) VALUE 0.
01 SEPA-ENDE-ZU-ENDE   PIC X(35).
01 SEPA-EMPFAENGER     PIC X(70).
01 SEPA-IBAN           PIC X(34).
01 SEPA-BIC            PIC X(11).
01 SEPA-BETRAG         PIC 9(9)V99.
01 SEPA-BETRAG-EDIT    PIC Z(8)9.99.
01 SEPA-SUMME-EDIT     PIC Z(10)9.99.
01 SEPA-ANZAHL-EDIT    PIC ZZZZ9.
*> Entsteht in einem Lauf keine SEPA-Datei, darf die des vorigen
*> Laufs nicht liegen bleiben und ein zweites Mal eingereicht
*> werden.
01 CMD-SEPA-LOESCHEN   PIC X(40)
   VALUE "rm -f ZAHLUNG-PAIN001.XML".
01 RC-MERKER           PIC S9(9).
01 SEPA-ZWECK-CODE     PIC X(4).
01 SEPA-VERWENDUNG     PIC X(140).
01 FC-ZEILE            PIC X(80).
01 FC-SCHLUESSEL       PIC X(20).
01 FC-WERT             PIC X(80).
01 FC-ZEIGER           PIC 9(3).
01 FC-ZEILEN-NR        PIC 9(3).
*> XML-Maskierung (& < > " als Entitaet).
01 SEPA-TEXT-EIN       PIC X(140).
01 SEPA-TEXT-AUS       PIC X(300).
01 SEPA-AUS-POS        PIC 9(3).
01 SEPA-EIN-LAENGE     PIC 9(3).
01 SEPA-ZEICHEN-IDX    PIC 9(3).
01 SEPA-ZEICHEN        PIC X.
01 SEPA-TAG            PIC X(20).


*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - ZAHLUNGS-EXPORT laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT DELTA-SPERRE.
    IF FS-DELTA-SPERRE = "00"
        READ DELTA-SPERRE
    END-IF.

    PERFORM LADE-BANKVERBINDUNGEN.
    PERFORM LADE-BANKDATEN-SPERRE.
    MOVE FUNCTION CURRENT-DATE(1:8) TO CHECKLISTE-STICHTAG.

    OPEN INPUT PAYROLL-EXPORT.
    IF FS-PAYROLL NOT = "00"
                PAY-ZEILEN-GELESEN " - Export unvollstaendig?"
    END-IF.

    PERFORM UEBERNIMM-GEHAELTER.
    PERFORM LADE-KURZARBEITERGELD.

    *> Spesenerstattungen zum jeweiligen Mitarbeiter dazuladen -
    *> die Erstattung faehrt mit der normalen Gutschrift mit,
    *> statt von Hand ins Bankportal getippt zu werden.
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1
            UNTIL DRUCK-IDX > LOHN-ANZAHL
        PERFORM SUCHE-BANKVERBINDUNG
        PERFORM SUCHE-CHECKLISTEN-SPERRE
        IF SUCH-IBAN NOT = SPACES AND CS-GESPERRT = "N"
            PERFORM PRUEFE-BANKDATEN
            IF BANKDATEN-OK = "J" AND LO-BRUTTO(DRUCK-IDX) > 0
                ADD 1 TO CNT-UEBERWEISUNGEN
                ADD LO-BRUTTO(DRUCK-IDX) TO SUMME-BETRAG
            END-IF
    WRITE ZAHLUNGS-ZEILE.

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LAUF-ZEITSTEMPEL.
    PERFORM ERZEUGE-SEPA-KOPF.
    OPEN EXTEND ZAHLUNGS-DETAIL.
    IF FS-DETAIL NOT = "00"
        OPEN OUTPUT ZAHLUNGS-DETAIL
    IF FS-DETAIL = "00"
        CLOSE ZAHLUNGS-DETAIL
    END-IF.
    PERFORM SCHLIESSE-SEPA-DATEI.

    PERFORM SCHREIBE-REGISTER.

    COMPUTE PRINT-BETRAG = SUMME-BETRAG.
    DISPLAY "Zahlungsdatei: " CNT-UEBERWEISUNGEN
            " Ueberweisung(en), Summe " PRINT-BETRAG " EUR.".
    IF SEPA-AKTIV = "J"
        DISPLAY "SEPA-Datei ZAHLUNG-PAIN001.XML, Nachricht "
                FUNCTION TRIM(SEPA-NACHRICHT-ID)
                ", Ausfuehrung " SEPA-DATUM-ISO "."
    END-IF.
    IF CNT-OHNE-BANK > 0
        DISPLAY CNT-OHNE-BANK " Mitarbeiter ohne Bankverbindung -"
                " NICHT in der Zahlungsdatei (von Hand klaeren)."
    END-IF.
    IF CNT-ANGEHALTEN > 0
        DISPLAY CNT-ANGEHALTEN " Mitarbeiter wegen offener"
                " Pflichtpunkte der Checkliste ANGEHALTEN -"
                " NICHT in der Zahlungsdatei (PERSONAL-CHECKLISTE)."
    END-IF.
    IF CNT-BANK-ABGELEHNT > 0
        DISPLAY CNT-BANK-ABGELEHNT " Zahlung(en) mit ungueltigen"
                " Bankdaten abgewiesen - Arbeitsvorrat"
                " ZAHLUNG-ABGELEHNT.DAT, Korrektur in"
                " STAMM-PFLEGE."
    END-IF.
    IF CNT-BANK-GESPERRT > 0
        DISPLAY CNT-BANK-GESPERRT " Zahlung(en) an unbestaetigte"
                " bzw. zurueckgewiesene neue IBAN ANGEHALTEN -"
                " Arbeitsvorrat"
                " ZAHLUNG-ABGELEHNT.DAT, Rueckruf und Bestaetigung"
                " in BANKDATEN-PRUEFUNG."
    END-IF.

    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
    END-IF.
    GOBACK.


    MOVE GL-BETRAG(GL-DRUCK-IDX) TO ZD-BETRAG
    MOVE SPACES TO ZAHLUNGS-ZEILE
    MOVE DETAIL-SATZ TO ZAHLUNGS-ZEILE(1:70)
    WRITE ZAHLUNGS-ZEILE

    MOVE ZD-NAME TO SEPA-EMPFAENGER
    MOVE ZD-IBAN TO SEPA-IBAN
    MOVE ZD-BIC  TO SEPA-BIC
    MOVE ZD-BETRAG TO SEPA-BETRAG
    MOVE SPACES TO SEPA-ZWECK-CODE
    MOVE SPACES TO SEPA-VERWENDUNG
    STRING "Pfaendung Az. " FUNCTION TRIM(GL-REFERENZ(GL-DRUCK-IDX))
        INTO SEPA-VERWENDUNG
    END-STRING
    PERFORM SCHREIBE-SEPA-TRANSAKTION.


*> ================================================================
    END-IF.


*> ----------------------------------------------------------------
*> #5.3 Gehaltsempfaenger mit dem Gehalts-Brutto bezahlen
*> ----------------------------------------------------------------
*> Der Stundenlohn aus dem Export ist fuer Gehaltsempfaenger nicht
*> lohnwirksam (die Stunden stehen nur fuer Fakturierung und
*> Projekte drin) - er wird auf 0 gesetzt und durch das Brutto aus
*> LOHN-ERGEBNIS.DAT ersetzt; wer ohne Stunden Gehalt bekommt,
*> erhaelt einen eigenen Eintrag.
UEBERNIMM-GEHAELTER.
    IF GEHALT-ANZAHL = 0 AND STAMM-INDEX-OFFEN NOT = "J"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING DRUCK-IDX FROM 1 BY 1
            UNTIL DRUCK-IDX > LOHN-ANZAHL
        MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO STAMM-SUCH-VORNAME
        MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO STAMM-SUCH-NACHNAME
        PERFORM PRUEFE-GEHALTSEMPFAENGER
        IF GEHALT-GEFUNDEN = "J"
            MOVE 0 TO LO-BRUTTO(DRUCK-IDX)
        END-IF
    END-PERFORM

    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHN-ERGEBNIS
    IF FS-ERGEBNIS NOT = "00"
        DISPLAY "WARNUNG: LOHN-ERGEBNIS.DAT fehlt - Gehaltsempfaenger"
                " werden erst nach dem LOHN-RECHNER bezahlt."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHN-ERGEBNIS
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND LE-BRUTTO IS NUMERIC
            MOVE LE-VORNAME  TO STAMM-SUCH-VORNAME
            MOVE LE-NACHNAME TO STAMM-SUCH-NACHNAME
            PERFORM PRUEFE-GEHALTSEMPFAENGER
            IF GEHALT-GEFUNDEN = "J"
                MOVE SPACES TO ERSTATTUNG-RECORD
                MOVE LE-VORNAME  TO ERS-VORNAME
                MOVE LE-NACHNAME TO ERS-NACHNAME
                MOVE LE-BRUTTO   TO ERS-BETRAG
                PERFORM VERBUCHE-GUTSCHRIFT-ZEILE
                IF GUTSCHRIFT-VERBUCHT = "J"
                    ADD 1 TO CNT-GEHALT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE LOHN-ERGEBNIS
    MOVE "N" TO EOF-FLAG
    IF CNT-GEHALT > 0
        DISPLAY "Gehaelter aus LOHN-ERGEBNIS.DAT uebernommen: "
                CNT-GEHALT " Mitarbeiter."
    END-IF.


*> ----------------------------------------------------------------
*> #5.4 Kurzarbeitergeld mit auszahlen
*> ----------------------------------------------------------------
*> Das KUG aus LOHN-ERGEBNIS.DAT kommt auf die Gutschrift des
*> Mitarbeiters; aeltere Ergebnissaetze ohne KUG-Feld bleiben
*> unberuehrt.
LADE-KURZARBEITERGELD.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHN-ERGEBNIS
    IF FS-ERGEBNIS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHN-ERGEBNIS
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND LE-KUG IS NUMERIC
         AND LE-KUG > 0
            MOVE SPACES TO ERSTATTUNG-RECORD
            MOVE LE-VORNAME  TO ERS-VORNAME
            MOVE LE-NACHNAME TO ERS-NACHNAME
            MOVE LE-KUG      TO ERS-BETRAG
            PERFORM VERBUCHE-GUTSCHRIFT-ZEILE
            IF GUTSCHRIFT-VERBUCHT = "J"
                ADD 1 TO CNT-KUG
            END-IF
        END-IF
    END-PERFORM
    CLOSE LOHN-ERGEBNIS
    MOVE "N" TO EOF-FLAG
    IF CNT-KUG > 0
        DISPLAY "Kurzarbeitergeld aus LOHN-ERGEBNIS.DAT: "
                CNT-KUG " Mitarbeiter."
    END-IF.


*> ================================================================
*> #6 Bankverbindung des Mitarbeiters DRUCK-IDX suchen
*> ================================================================
SUCHE-BANKVERBINDUNG.
    MOVE SPACES TO SUCH-IBAN SUCH-BIC
    IF STAMM-INDEX-OFFEN = "J"
        MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO STAMM-SUCH-VORNAME
        MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO STAMM-SUCH-NACHNAME
        PERFORM LIES-STAMM-PER-NAME
        IF STAMM-INDEX-TREFFER = "J"
            MOVE MA-IBAN TO SUCH-IBAN
            MOVE MA-BIC  TO SUCH-BIC
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF BANK-ANZAHL > 0
        SET BK-IDX TO 1
        SEARCH BANK-EINTRAG
*> #7 Eine Ueberweisungszeile schreiben (oder Fehlen melden)
*> ================================================================
SCHREIBE-UEBERWEISUNG.
    *> Angehalten geht vor "keine Bankverbindung" - meist ist die
    *> fehlende IBAN gerade der offene Checklistenpunkt.
    PERFORM SUCHE-CHECKLISTEN-SPERRE
    IF CS-GESPERRT = "J"
        ADD 1 TO CNT-ANGEHALTEN
        DISPLAY "  ANGEHALTEN: "
                FUNCTION TRIM(LO-VORNAME(DRUCK-IDX)) " "
                FUNCTION TRIM(LO-NACHNAME(DRUCK-IDX))
                " - Checkliste offen: "
                FUNCTION TRIM(CS-PUNKTE)
        EXIT PARAGRAPH
    END-IF
    PERFORM SUCHE-BANKVERBINDUNG
    IF SUCH-IBAN = SPACES
        ADD 1 TO CNT-OHNE-BANK
            PERFORM SCHREIBE-ABGELEHNTE-ZAHLUNG
            EXIT PARAGRAPH
        END-IF
        *> Nichts auszuzahlen (Storno hat alles aufgehoben) - keine
        *> Nullueberweisung, die Bank wuerde sie abweisen.
        IF LO-BRUTTO(DRUCK-IDX) = 0
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO DETAIL-SATZ
        MOVE "D" TO ZD-ART
        MOVE SPACES TO ZD-NAME
            MOVE "UEBERGEBEN" TO ZDR-STATUS
            WRITE DETAIL-REGISTER-RECORD
        END-IF
        MOVE ZD-NAME TO SEPA-EMPFAENGER
        MOVE SUCH-IBAN TO SEPA-IBAN
        MOVE SUCH-BIC  TO SEPA-BIC
        MOVE LO-BRUTTO(DRUCK-IDX) TO SEPA-BETRAG
        MOVE "SALA" TO SEPA-ZWECK-CODE
        MOVE SPACES TO SEPA-VERWENDUNG
        STRING "Lohn/Gehalt und Erstattungen Abrechnung "
               WS-LAUF-ZEITSTEMPEL(1:8)
            INTO SEPA-VERWENDUNG
        END-STRING
        PERFORM SCHREIBE-SEPA-TRANSAKTION
    END-IF.


        EXIT PARAGRAPH
    END-IF

    PERFORM SUCHE-BANKDATEN-SPERRE
    IF BANK-GESPERRT = "J"
        EXIT PARAGRAPH
    END-IF

    MOVE "J" TO BANKDATEN-OK.


*> ----------------------------------------------------------------
*> #7.1.1 Ist SUCH-IBAN eine unbestaetigte neue IBAN?
*> ----------------------------------------------------------------
*> Massgeblich ist die juengste Aenderung des Mitarbeiters auf
*> genau dieses Konto (die Tabelle steht in Registerreihenfolge):
*> gesperrt, wenn sie offen oder zurueckgewiesen ist.
SUCHE-BANKDATEN-SPERRE.
    MOVE "N" TO BANK-GESPERRT
    MOVE 0 TO BPS-POSITION
    PERFORM VARYING BPS-IDX FROM 1 BY 1 UNTIL BPS-IDX > BPS-ANZAHL
        IF BPS-VORNAME(BPS-IDX)  = LO-VORNAME(DRUCK-IDX)(1:10)
         AND BPS-NACHNAME(BPS-IDX) = LO-NACHNAME(DRUCK-IDX)(1:10)
         AND BPS-IBAN(BPS-IDX) = SUCH-IBAN
            SET BPS-POSITION TO BPS-IDX
        END-IF
    END-PERFORM
    IF BPS-POSITION = 0
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO BANK-FEHLER-GRUND
    EVALUATE BPS-STATUS(BPS-POSITION)
        WHEN "O"
            MOVE "J" TO BANK-GESPERRT
            STRING "IBAN-Aenderung Nr " BPS-ID(BPS-POSITION)
                   " unbestaetigt"
                INTO BANK-FEHLER-GRUND
            END-STRING
        WHEN "Z"
            MOVE "J" TO BANK-GESPERRT
            STRING "IBAN-Aenderung Nr " BPS-ID(BPS-POSITION)
                   " zurueckgewiesen"
                INTO BANK-FEHLER-GRUND
            END-STRING
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #7.2 Modulo-97-Rest der umgestellten IBAN berechnen
*> ----------------------------------------------------------------
*> #7.3 Abgewiesene Zahlung in den Arbeitsvorrat schreiben
*> ----------------------------------------------------------------
SCHREIBE-ABGELEHNTE-ZAHLUNG.
    IF BANK-GESPERRT = "J"
        ADD 1 TO CNT-BANK-GESPERRT
        DISPLAY "  ANGEHALTEN (neue IBAN): "
                FUNCTION TRIM(LO-VORNAME(DRUCK-IDX)) " "
                FUNCTION TRIM(LO-NACHNAME(DRUCK-IDX))
                " (" FUNCTION TRIM(BANK-FEHLER-GRUND) ")"
    ELSE
        ADD 1 TO CNT-BANK-ABGELEHNT
        DISPLAY "  BANKDATEN ABGEWIESEN: "
                FUNCTION TRIM(LO-VORNAME(DRUCK-IDX)) " "
                FUNCTION TRIM(LO-NACHNAME(DRUCK-IDX))
                " (" FUNCTION TRIM(BANK-FEHLER-GRUND) ")"
    END-IF
    OPEN EXTEND ZAHLUNG-ABGELEHNT
    IF FS-ABGELEHNT NOT = "00"
        OPEN OUTPUT ZAHLUNG-ABGELEHNT
        MOVE FUNCTION CURRENT-DATE(1:14) TO ZRG-ZEITSTEMPEL
        MOVE CNT-UEBERWEISUNGEN TO ZRG-ANZAHL
        MOVE SUMME-BETRAG TO ZRG-SUMME
        MOVE SEPA-NACHRICHT-ID TO ZRG-NACHRICHT-ID
        MOVE SEPA-AUSFUEHRUNG TO ZRG-AUSFUEHRUNG
        WRITE REGISTER-RECORD
        CLOSE ZAHLUNGS-REGISTER
    END-IF.
LADE-BANKVERBINDUNGEN.
    MOVE 0 TO BANK-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MITARBEITER-STAMM INTO STAMM-RECORD
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND MA-IST-GEHALT
             AND GEHALT-ANZAHL < 500
                ADD 1 TO GEHALT-ANZAHL
                MOVE MA-VORNAME  TO GH-VORNAME(GEHALT-ANZAHL)
                MOVE MA-NACHNAME TO GH-NACHNAME(GEHALT-ANZAHL)
            END-IF
            IF EOF-FLAG NOT = "Y" AND MA-IBAN NOT = SPACES
             AND BANK-ANZAHL < 500
                ADD 1 TO BANK-ANZAHL
        CLOSE MITARBEITER-STAMM
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.0.1 Stammsatz per Namensschluessel lesen (Index)
*> ----------------------------------------------------------------
*> Wie die Tabellensuche: der erste Satz unter dem Namen zaehlt.
LIES-STAMM-PER-NAME.
    MOVE "N" TO STAMM-INDEX-TREFFER
    MOVE STAMM-SUCH-VORNAME  TO SX-VORNAME
    MOVE STAMM-SUCH-NACHNAME TO SX-NACHNAME
    READ MITARBEITER-STAMM-INDEX INTO STAMM-RECORD
        KEY IS SX-NAME
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE "J" TO STAMM-INDEX-TREFFER
    END-READ.


*> ----------------------------------------------------------------
*> #9.0.2 Ist STAMM-SUCH-VORNAME/-NACHNAME Gehaltsempfaenger?
*> ----------------------------------------------------------------
PRUEFE-GEHALTSEMPFAENGER.
    MOVE "N" TO GEHALT-GEFUNDEN
    IF STAMM-INDEX-OFFEN = "J"
        PERFORM LIES-STAMM-PER-NAME
        IF STAMM-INDEX-TREFFER = "J" AND MA-IST-GEHALT
            MOVE "J" TO GEHALT-GEFUNDEN
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF GEHALT-ANZAHL > 0
        SET GH-IDX TO 1
        SEARCH GEHALT-EINTRAG
            AT END CONTINUE
            WHEN GH-VORNAME(GH-IDX)  = STAMM-SUCH-VORNAME
             AND GH-NACHNAME(GH-IDX) = STAMM-SUCH-NACHNAME
                MOVE "J" TO GEHALT-GEFUNDEN
        END-SEARCH
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.3 Unbestaetigte IBAN-Aenderungen laden
*> ----------------------------------------------------------------
*> Offene Aenderungen sperren, bis ein zweiter Operator sie in
*> BANKDATEN-PRUEFUNG bestaetigt hat - ohne Frist, sonst wuerde
*> eine gefaelschte Kontoaenderung zahlbar, wenn nur lange genug
*> niemand zurueckruft. Zurueckgewiesene sperren immer - das Konto
*> ist dann als Betrug erkannt, bis im Stamm wieder eine andere
*> IBAN steht.
LADE-BANKDATEN-SPERRE.
    MOVE 0 TO BPS-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BANKDATEN-PRUEFUNG
    IF FS-BANKPRUEF = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ BANKDATEN-PRUEFUNG INTO BANKDATEN-PRUEF-RECORD
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM UEBERNIMM-BANKDATEN-SPERRE
            END-READ
        END-PERFORM
        CLOSE BANKDATEN-PRUEFUNG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.0.4 Eine Zeile aus BANKDATEN-PRUEFUNG.DAT uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-BANKDATEN-SPERRE.
    IF BP-ID IS NOT NUMERIC OR BP-IBAN-NEU = SPACES
        EXIT PARAGRAPH
    END-IF
    IF BPS-ANZAHL >= 2000
        DISPLAY "WARNUNG: mehr als 2000 Zeilen in"
                " BANKDATEN-PRUEFUNG.DAT - Rest nicht geprueft."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO BPS-ANZAHL
    MOVE BP-ID       TO BPS-ID(BPS-ANZAHL)
    MOVE BP-VORNAME  TO BPS-VORNAME(BPS-ANZAHL)
    MOVE BP-NACHNAME TO BPS-NACHNAME(BPS-ANZAHL)
    MOVE BP-IBAN-NEU TO BPS-IBAN(BPS-ANZAHL)
    MOVE BP-STATUS   TO BPS-STATUS(BPS-ANZAHL).


*> ----------------------------------------------------------------
*> #9.1 Ist der Mitarbeiter DRUCK-IDX angehalten? (CS-GESPERRT)
*> ----------------------------------------------------------------
*> Offene Pflichtpunkte, faellig bis heute, direkt aus
*> CHECKLISTE.DAT.
*> Mirrors SUCHE-CHECKLISTEN-SPERRE in lohn_rechner.cbl.
SUCHE-CHECKLISTEN-SPERRE.
    MOVE "N" TO CS-GESPERRT
    MOVE SPACES TO CS-PUNKTE
    MOVE 1 TO CS-ZEIGER
    MOVE "N" TO CS-EOF
    OPEN INPUT CHECKLISTE
    IF FS-CHECKLISTE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL CS-EOF = "Y"
        READ CHECKLISTE
            AT END MOVE "Y" TO CS-EOF
        END-READ
        IF CS-EOF NOT = "Y" AND CL-IST-OFFEN AND CL-IST-PFLICHT
         AND CL-FAELLIG IS NUMERIC
         AND CL-FAELLIG <= CHECKLISTE-STICHTAG
         AND CL-VORNAME  = LO-VORNAME(DRUCK-IDX)(1:10)
         AND CL-NACHNAME = LO-NACHNAME(DRUCK-IDX)(1:10)
            PERFORM UEBERNIMM-CHECKLISTEN-SPERRE
        END-IF
    END-PERFORM
    CLOSE CHECKLISTE.


*> ----------------------------------------------------------------
*> #9.1.1 Einen offenen Pflichtpunkt beim Mitarbeiter vermerken
*> ----------------------------------------------------------------
*> Mirrors UEBERNIMM-CHECKLISTEN-SPERRE in lohn_rechner.cbl.
UEBERNIMM-CHECKLISTEN-SPERRE.
    MOVE "J" TO CS-GESPERRT
    STRING CL-CODE DELIMITED BY SPACE
           " "     DELIMITED BY SIZE
        INTO CS-PUNKTE
        WITH POINTER CS-ZEIGER
        ON OVERFLOW CONTINUE
    END-STRING.


*> ================================================================
*> #10 SEPA-Ueberweisungsdatei (pain.001)
*> ================================================================
*> Gruppenkopf und Zahlungsblock; Anzahl und Kontrollsumme sind an
*> dieser Stelle schon ausgezaehlt (CNT-UEBERWEISUNGEN,
*> SUMME-BETRAG) und stehen damit genau so im Zahlungsregister.
ERZEUGE-SEPA-KOPF.
    MOVE "N" TO SEPA-AKTIV
    MOVE WS-LAUF-ZEITSTEMPEL TO SEPA-ZEITSTEMPEL
    MOVE SPACES TO SEPA-NACHRICHT-ID
    STRING "LOHN-" SEPA-ZEITSTEMPEL
        DELIMITED BY SIZE INTO SEPA-NACHRICHT-ID
    END-STRING
    PERFORM LADE-FIRMA-CFG
    PERFORM ERMITTLE-AUSFUEHRUNGSDATUM

    IF SEPA-AUFTRAGGEBER = SPACES OR SEPA-AUFTRAG-IBAN = SPACES
        DISPLAY "WARNUNG: FIRMA.CFG ohne Firmenname/IBAN -"
                " keine SEPA-Datei, nur ZAHLUNGSDATEI.DAT."
        MOVE SPACES TO SEPA-NACHRICHT-ID
        MOVE RETURN-CODE TO RC-MERKER
        CALL "SYSTEM" USING CMD-SEPA-LOESCHEN
        MOVE RC-MERKER TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT SEPA-DATEI
    IF FS-SEPA NOT = "00"
        DISPLAY "Fehler beim Schreiben von ZAHLUNG-PAIN001.XML,"
                " Status=" FS-SEPA
        MOVE SPACES TO SEPA-NACHRICHT-ID
        CALL "SYSTEM" USING CMD-SEPA-LOESCHEN
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO SEPA-AKTIV

    MOVE SPACES TO SEPA-ERSTELLT
    STRING SEPA-ZEITSTEMPEL(1:4) "-" SEPA-ZEITSTEMPEL(5:2) "-"
           SEPA-ZEITSTEMPEL(7:2) "T" SEPA-ZEITSTEMPEL(9:2) ":"
           SEPA-ZEITSTEMPEL(11:2) ":" SEPA-ZEITSTEMPEL(13:2)
        DELIMITED BY SIZE INTO SEPA-ERSTELLT
    END-STRING
    MOVE SPACES TO SEPA-DATUM-ISO
    STRING SEPA-AUSFUEHRUNG(1:4) "-" SEPA-AUSFUEHRUNG(5:2) "-"
           SEPA-AUSFUEHRUNG(7:2)
        DELIMITED BY SIZE INTO SEPA-DATUM-ISO
    END-STRING
    MOVE CNT-UEBERWEISUNGEN TO SEPA-ANZAHL-EDIT
    MOVE SUMME-BETRAG TO SEPA-SUMME-EDIT

    MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:pain.001.001.09"">"
        TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "<CstmrCdtTrfInitn>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "<GrpHdr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "MsgId" TO SEPA-TAG
    MOVE SEPA-NACHRICHT-ID TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "CreDtTm" TO SEPA-TAG
    MOVE SEPA-ERSTELLT TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    PERFORM SCHREIBE-SEPA-SUMMEN
    MOVE "<InitgPty>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Nm" TO SEPA-TAG
    MOVE SEPA-AUFTRAGGEBER TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</InitgPty>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "</GrpHdr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE

    MOVE "<PmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "PmtInfId" TO SEPA-TAG
    MOVE SEPA-NACHRICHT-ID TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "PmtMtd" TO SEPA-TAG
    MOVE "TRF" TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "BtchBookg" TO SEPA-TAG
    MOVE "true" TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    PERFORM SCHREIBE-SEPA-SUMMEN
    MOVE "<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
        TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<ReqdExctnDt><Dt>" SEPA-DATUM-ISO "</Dt></ReqdExctnDt>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE "<Dbtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Nm" TO SEPA-TAG
    MOVE SEPA-AUFTRAGGEBER TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</Dbtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<DbtrAcct><Id><IBAN>" FUNCTION TRIM(SEPA-AUFTRAG-IBAN)
           "</IBAN></Id></DbtrAcct>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    IF SEPA-AUFTRAG-BIC = SPACES
        MOVE "<DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED</Id></Othr></FinInstnId></DbtrAgt>"
            TO SEPA-ZEILE
    ELSE
        STRING "<DbtrAgt><FinInstnId><BICFI>"
               FUNCTION TRIM(SEPA-AUFTRAG-BIC)
               "</BICFI></FinInstnId></DbtrAgt>"
            DELIMITED BY SIZE INTO SEPA-ZEILE
        END-STRING
    END-IF
    WRITE SEPA-ZEILE
    MOVE "ChrgBr" TO SEPA-TAG
    MOVE "SLEV" TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT.


*> ----------------------------------------------------------------
*> #10.1 Anzahl und Kontrollsumme (Gruppenkopf und Zahlungsblock)
*> ----------------------------------------------------------------
SCHREIBE-SEPA-SUMMEN.
    MOVE "NbOfTxs" TO SEPA-TAG
    MOVE FUNCTION TRIM(SEPA-ANZAHL-EDIT) TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "CtrlSum" TO SEPA-TAG
    MOVE FUNCTION TRIM(SEPA-SUMME-EDIT) TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT.


*> ----------------------------------------------------------------
*> #10.2 Eine Einzelueberweisung
*> ----------------------------------------------------------------
*> Erwartet SEPA-EMPFAENGER, -IBAN, -BIC, -BETRAG, -VERWENDUNG und
*> den Zweck-Code (SALA fuer Lohn, leer fuer Glaeubiger). Die
*> Ende-zu-Ende-Referenz kommt im Ruecklauf der Bank zurueck.
SCHREIBE-SEPA-TRANSAKTION.
    IF SEPA-AKTIV NOT = "J"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SEPA-LFD-NR
    MOVE SPACES TO SEPA-ENDE-ZU-ENDE
    STRING "LOHN-" SEPA-ZEITSTEMPEL(1:8) "-" SEPA-LFD-NR
        DELIMITED BY SIZE INTO SEPA-ENDE-ZU-ENDE
    END-STRING
    MOVE SEPA-BETRAG TO SEPA-BETRAG-EDIT

    MOVE "<CdtTrfTxInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<PmtId><EndToEndId>" FUNCTION TRIM(SEPA-ENDE-ZU-ENDE)
           "</EndToEndId></PmtId>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<Amt><InstdAmt Ccy=""EUR"">"
           FUNCTION TRIM(SEPA-BETRAG-EDIT) "</InstdAmt></Amt>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    IF SEPA-BIC NOT = SPACES
        MOVE SPACES TO SEPA-ZEILE
        STRING "<CdtrAgt><FinInstnId><BICFI>"
               FUNCTION TRIM(SEPA-BIC)
               "</BICFI></FinInstnId></CdtrAgt>"
            DELIMITED BY SIZE INTO SEPA-ZEILE
        END-STRING
        WRITE SEPA-ZEILE
    END-IF
    MOVE "<Cdtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Nm" TO SEPA-TAG
    MOVE SEPA-EMPFAENGER TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</Cdtr>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE SPACES TO SEPA-ZEILE
    STRING "<CdtrAcct><Id><IBAN>" FUNCTION TRIM(SEPA-IBAN)
           "</IBAN></Id></CdtrAcct>"
        DELIMITED BY SIZE INTO SEPA-ZEILE
    END-STRING
    WRITE SEPA-ZEILE
    IF SEPA-ZWECK-CODE NOT = SPACES
        MOVE SPACES TO SEPA-ZEILE
        STRING "<Purp><Cd>" SEPA-ZWECK-CODE "</Cd></Purp>"
            DELIMITED BY SIZE INTO SEPA-ZEILE
        END-STRING
        WRITE SEPA-ZEILE
    END-IF
    MOVE "<RmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "Ustrd" TO SEPA-TAG
    MOVE SEPA-VERWENDUNG TO SEPA-TEXT-EIN
    PERFORM SCHREIBE-SEPA-ELEMENT
    MOVE "</RmtInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE
    MOVE "</CdtTrfTxInf>" TO SEPA-ZEILE
    WRITE SEPA-ZEILE.


*> ----------------------------------------------------------------
*> #10.3 Datei abschliessen
*> ----------------------------------------------------------------
SCHLIESSE-SEPA-DATEI.
    IF SEPA-AKTIV = "J"
        MOVE "</PmtInf>" TO SEPA-ZEILE
        WRITE SEPA-ZEILE
        MOVE "</CstmrCdtTrfInitn>" TO SEPA-ZEILE
        WRITE SEPA-ZEILE
        MOVE "</Document>" TO SEPA-ZEILE
        WRITE SEPA-ZEILE
        CLOSE SEPA-DATEI
    END-IF.


*> ----------------------------------------------------------------
*> #10.4 "<SEPA-TAG>SEPA-TEXT-EIN</SEPA-TAG>", Text maskiert
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-XR-ELEMENT/MASKIERE-XR-TEXT in
*> rechnungs_generator.cbl.
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
*> #11 Auftraggeber aus FIRMA.CFG laden
*> ================================================================
*> Zeile 1 = Firmenname, danach "<Schluessel> <Wert>"; gebraucht
*> werden hier nur IBAN und BIC (mirrors LADE-FIRMA-CFG in
*> rechnungs_generator.cbl).
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
                        TO SEPA-AUFTRAGGEBER
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
                        WHEN "IBAN" MOVE FC-WERT TO SEPA-AUFTRAG-IBAN
                        WHEN "BIC"  MOVE FC-WERT TO SEPA-AUFTRAG-BIC
                        WHEN OTHER  CONTINUE
                    END-EVALUATE
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #12 Ausfuehrungsdatum = naechster Lohn-Zahltag
*> ================================================================
*> Mirrors SAMMLE-LOHNLAUF/LADE-ZAHLTAG in liquiditaets_vorschau.cbl:
*> Zahltag dieses Monats, liegt er schon hinter uns, der des
*> Folgemonats.
ERMITTLE-AUSFUEHRUNGSDATUM.
    OPEN INPUT ZAHLTAG-CFG
    IF FS-ZAHLTAG = "00"
        READ ZAHLTAG-CFG
            AT END CONTINUE
            NOT AT END
                IF ZAHLTAG-CFG-ZEILE IS NUMERIC
                 AND FUNCTION NUMVAL(ZAHLTAG-CFG-ZEILE) >= 1
                 AND FUNCTION NUMVAL(ZAHLTAG-CFG-ZEILE) <= 28
                    MOVE ZAHLTAG-CFG-ZEILE TO LOHN-ZAHLTAG
                END-IF
        END-READ
        CLOSE ZAHLTAG-CFG
    END-IF

    MOVE SEPA-ZEITSTEMPEL(1:8) TO SEPA-HEUTE
    MOVE SEPA-HEUTE(1:4) TO SEPA-AUSF-JAHR
    MOVE SEPA-HEUTE(5:2) TO SEPA-AUSF-MONAT
    COMPUTE SEPA-AUSFUEHRUNG = SEPA-AUSF-JAHR * 10000
                             + SEPA-AUSF-MONAT * 100 + LOHN-ZAHLTAG
    IF SEPA-AUSFUEHRUNG < SEPA-HEUTE
        ADD 1 TO SEPA-AUSF-MONAT
        IF SEPA-AUSF-MONAT > 12
            MOVE 1 TO SEPA-AUSF-MONAT
            ADD 1 TO SEPA-AUSF-JAHR
        END-IF
        COMPUTE SEPA-AUSFUEHRUNG = SEPA-AUSF-JAHR * 10000
                                 + SEPA-AUSF-MONAT * 100
                                 + LOHN-ZAHLTAG
    END-IF.


*> ================================================================
*> #13 Aktive Firma lesen (Konzernsicht = "**")
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
