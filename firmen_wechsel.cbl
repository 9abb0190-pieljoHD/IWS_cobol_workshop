*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. FIRMEN-WECHSEL.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Mehrfirmenbetrieb in einem Arbeitsverzeichnis. Die Gruppe hat
*> neben der Stammfirma eine zweite Gesellschaft mit eigener
*> Steuernummer, eigenen Bankkonten, eigenem Rechnungsnummernkreis
*> und eigenen Buechern; bisher lief dafuer eine zweite Kopie des
*> ganzen Verzeichnisses. Der Personalpool und alle Stamm- und
*> Konfigurationsdateien bleiben gemeinsam (Arbeitgeber je
*> Mitarbeiter: MA-FIRMA). Firmeneigen sind dagegen die Dateien
*> der Liste FIRMEN-DATEIEN.CFG (bzw. der eingebauten Liste
*> unten): sie liegen je Firma als "<Schluessel>-<Datei>" und
*> werden von diesem Programm vor dem Lauf einer Firma unter den
*> festen Namen bereitgestellt - dieselbe Technik wie die
*> Konfigsaetze der Standorte im BATCH-TREIBER, damit kein
*> Programm der Kette seine Dateinamen aendern muss. Datierte
*> und nummerierte Dateien (Tagesjournale, Rechnungsdokumente,
*> Meldungen) stehen als Muster mit "*" in der Liste, z.B.
*> "FIBU-JOURNAL-*"; sie werden mit allen passenden Dateien
*> abgelegt und bereitgestellt.
*>
*> Aufruf:  firmen_wechsel <Schluessel>   Firma bereitstellen
*>          firmen_wechsel KONZERN        Konzernsicht
*>          firmen_wechsel                aktive Firma anzeigen
*>
*> Beim Wechsel werden die festen Namen der bisher aktiven Firma
*> zuerst unter deren Schluessel zurueckgelegt (eine Datei, die
*> es nicht mehr gibt, wird auch dort entfernt), danach die der
*> neuen Firma bereitgestellt. Was die neue Firma (noch) nicht
*> hat, liegt danach auch nicht unter dem festen Namen - Zahlen
*> der einen Firma koennen so nie in den Lauf der anderen geraten.
*> Die Konzernsicht fuehrt die mit "K" markierten Register und
*> Journale aller Firmen zu einer Datei zusammen, fuer die
*> uebrigen gilt eine Konzernfassung "KONZERN-<Datei>" (z.B.
*> KONZERN-FIRMA.CFG als Briefkopf der Konzernberichte), sofern
*> vorhanden. Die Konzernsicht wird beim naechsten Wechsel
*> verworfen, nie zurueckgelegt; Validierer, LOHN-RECHNER,
*> ZAHLUNGS-EXPORT, LASTSCHRIFT-EINZUG, RECHNUNGS-GENERATOR,
*> MEILENSTEIN-FAKTURA, MAHNLAUF, OFFENE-POSTEN-AUFBAU,
*> ZAHLUNGSEINGANG-ABGLEICH, FIBU-EXPORT, HAUPTBUCH,
*> LOHNSTEUER-ANMELDUNG, UV-LOHNNACHWEIS, DEUEV-MELDUNG,
*> KONTOAUSZUG-IMPORT, STUNDENZETTEL und PERIODEN-ABSCHLUSS
*> verweigern in ihr den Lauf. Die
*> Tagesdateien der Buchungsnummern fuehrt der Validierer selbst
*> je Firma ("<Schluessel>-SEEN-...", Stammfirma ohne Praefix).
*> Ohne FIRMA-AKTIV.DAT gehoeren die vorhandenen Dateien der
*> Stammfirma (erste Zeile von FIRMEN.CFG) - so wird eine
*> einfirmige Installation ohne Umkopieren uebernommen. Waehrend
*> eines Batchlaufs (LAUF-SPERRE.LCK, BATCH-LAUF.AKTIV) oder mit
*> offenem Validierer-Checkpoint wird nicht gewechselt. Jeder
*> Wechsel wird in FIRMEN-WECHSEL.LOG protokolliert.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Firmen der Gruppe: "<Schluessel> <Name>", erste Zeile =
    *> Stammfirma.
    SELECT FIRMEN-CFG
        ASSIGN TO "FIRMEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMEN.

    *> Firmeneigene Dateien: "<Dateiname> <K|->", K = fuer die
    *> Konzernsicht zusammenfuehren. Fehlt die Datei, gilt die
    *> eingebaute Liste.
    SELECT FIRMEN-DATEIEN-CFG
        ASSIGN TO "FIRMEN-DATEIEN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DATEIEN.

    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-AKTIV.

    SELECT WECHSEL-LOG
        ASSIGN TO "FIRMEN-WECHSEL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOG.

    *> Zustandspruefung wie im BEDIENER-MENUE: dieselbe Datei
    *> wird nacheinander unter verschiedenen Namen geoeffnet.
    SELECT PRUEF-DATEI
        ASSIGN TO PRUEF-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PRUEF.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

FILE SECTION.
FD FIRMEN-CFG.
01 FIRMEN-CFG-ZEILE PIC X(60).

FD FIRMEN-DATEIEN-CFG.
01 FIRMEN-DATEIEN-ZEILE PIC X(60).

FD FIRMA-AKTIV.
COPY FIRMREC.

FD WECHSEL-LOG.
01 WECHSEL-LOG-RECORD.
    05 WL-ZEITSTEMPEL PIC X(14).
    05 FILLER         PIC X(01).
    05 WL-VON         PIC X(02).
    05 FILLER         PIC X(01).
    05 WL-NACH        PIC X(02).
    05 FILLER         PIC X(01).
    05 WL-DATEIEN     PIC 9(03).
    05 FILLER         PIC X(01).
    05 WL-TEXT        PIC X(40).

FD PRUEF-DATEI.
01 PRUEF-ZEILE PIC X(20).

WORKING-STORAGE SECTION.

77 FS-FIRMEN  PIC XX VALUE SPACES.
77 FS-DATEIEN PIC XX VALUE SPACES.
77 FS-AKTIV   PIC XX VALUE SPACES.
77 FS-LOG     PIC XX VALUE SPACES.
77 FS-PRUEF   PIC XX VALUE SPACES.
77 EOF-FLAG   PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(20) VALUE SPACES.

01 PRUEF-DATEINAME PIC X(60) VALUE SPACES.
01 PRUEF-VORHANDEN PIC X VALUE "N".

*> Firmen aus FIRMEN.CFG
01 FIRMEN-ANZAHL PIC 9(2) VALUE 0.
01 FIRMEN-TABELLE.
    05 FIRMEN-EINTRAG OCCURS 1 TO 20 TIMES
                       DEPENDING ON FIRMEN-ANZAHL
                       INDEXED BY FI-IDX.
        10 FT-SCHLUESSEL PIC X(02).
        10 FT-NAME       PIC X(40).
01 FIRMEN-LAUF-IDX PIC 9(2).

*> Eingebaute Liste der firmeneigenen Dateien (Name, ab Spalte 40
*> das Konzern-Kennzeichen). Registerartige Dateien - eine Zeile
*> je Vorgang, ohne Vor-/Nachlaufsatz - werden fuer die
*> Konzernsicht zusammengefuehrt; Nummernkreise, Steuerdateien,
*> Lauf- und Austauschdateien mit Kontrollsaetzen nicht.
01 DATEI-VORGABE-TABELLE.
    05 FILLER PIC X(40) VALUE "FIRMA.CFG                              -".
    05 FILLER PIC X(40) VALUE "RECHNUNG.NR                            -".
    05 FILLER PIC X(40) VALUE "DATEV.CFG                              -".
    05 FILLER PIC X(40) VALUE "PERIODEN-SPERRE.DAT                    -".
    05 FILLER PIC X(40) VALUE "BUCHUNGEN.DAT                          -".
    05 FILLER PIC X(40) VALUE "ERFASSTE-BUCHUNGEN.DAT                 -".
    05 FILLER PIC X(40) VALUE "KORRIGIERTE-BUCHUNGEN.DAT              -".
    05 FILLER PIC X(40) VALUE "KORREKTUR-PENDING.DAT                  -".
    05 FILLER PIC X(40) VALUE "ACCEPTED-BUCHUNGEN.DAT                 -".
    05 FILLER PIC X(40) VALUE "REJECTED-BUCHUNGEN.DAT                 -".
    05 FILLER PIC X(40) VALUE "VALIDIERUNG.SUMMARY                    -".
    05 FILLER PIC X(40) VALUE "UMSATZ.SUMMARY                         -".
    05 FILLER PIC X(40) VALUE "SEEN-BUCHUNGSNUMMERN.DAT               -".
    05 FILLER PIC X(40) VALUE "INTRADAY.HWM                           -".
    05 FILLER PIC X(40) VALUE "BATCH-REGISTER.DAT                     -".
    05 FILLER PIC X(40) VALUE "PAYROLL-EXPORT.DAT                     -".
    05 FILLER PIC X(40) VALUE "LOHN-ERGEBNIS.DAT                      -".
    05 FILLER PIC X(40) VALUE "MONATS-FREIGABE.DAT                    -".
    05 FILLER PIC X(40) VALUE "ZAHLUNGSDATEI.DAT                      -".
    05 FILLER PIC X(40) VALUE "ZAHLUNG-PAIN001.XML                    -".
    05 FILLER PIC X(40) VALUE "LASTSCHRIFT-PAIN008.XML                -".
    05 FILLER PIC X(40) VALUE "RECHNUNG-PROBE.KTL                     -".
    05 FILLER PIC X(40) VALUE "KONTEN-SALDEN.DAT                      -".
    05 FILLER PIC X(40) VALUE "KONTOAUSZUG-SALDO.DAT                  -".
    05 FILLER PIC X(40) VALUE "LASTSCHRIFT-MANDATE.DAT                -".
    05 FILLER PIC X(40) VALUE "LASTSCHRIFT-RUECKMELDUNG.DAT           -".
    05 FILLER PIC X(40) VALUE "BANK-RUECKLAUF.DAT                     -".
    05 FILLER PIC X(40) VALUE "KURZARBEIT-ERGEBNIS.DAT                -".
    05 FILLER PIC X(40) VALUE "MITARBEITER-UMSATZ.CSV                 -".
    05 FILLER PIC X(40) VALUE "BUCHUNGS-HISTORIE.DAT                  K".
    05 FILLER PIC X(40) VALUE "FEHLER.LOG                             K".
    05 FILLER PIC X(40) VALUE "LAUF-JOURNAL.LOG                       K".
    05 FILLER PIC X(40) VALUE "KORREKTUR-AUDIT.LOG                    K".
    05 FILLER PIC X(40) VALUE "ALARM.LOG                              K".
    05 FILLER PIC X(40) VALUE "YTD-UMSATZ.DAT                         K".
    05 FILLER PIC X(40) VALUE "RECHNUNGS-REGISTER.DAT                 K".
    05 FILLER PIC X(40) VALUE "PROJEKT-RECHNUNGS-REGISTER.DAT         K".
    05 FILLER PIC X(40) VALUE "MEILENSTEIN-REGISTER.DAT               K".
    05 FILLER PIC X(40) VALUE "LEISTUNGSNACHWEIS.DAT                  K".
    05 FILLER PIC X(40) VALUE "ABRECHNUNGS-LEDGER.DAT                 K".
    05 FILLER PIC X(40) VALUE "MWST-REGISTER.DAT                      K".
    05 FILLER PIC X(40) VALUE "OFFENE-POSTEN.DAT                      K".
    05 FILLER PIC X(40) VALUE "ZAHLUNGSEINGANG.DAT                    K".
    05 FILLER PIC X(40) VALUE "LASTSCHRIFT-REGISTER.DAT               K".
    05 FILLER PIC X(40) VALUE "HAUPTBUCH-GEBUCHT.DAT                  K".
    05 FILLER PIC X(40) VALUE "EINGANGSRECHNUNG.DAT                   K".
    05 FILLER PIC X(40) VALUE "EINGANGSRECHNUNG-FREIGABE.DAT          K".
    05 FILLER PIC X(40) VALUE "LOHNKONTO.DAT                          K".
    05 FILLER PIC X(40) VALUE "LOHN-MONATSWERTE.DAT                   K".
    05 FILLER PIC X(40) VALUE "LOHNSTEUER-ANMELDUNG.DAT               K".
    05 FILLER PIC X(40) VALUE "DEUEV-MELDELOG.DAT                     K".
    05 FILLER PIC X(40) VALUE "ZAHLUNGS-REGISTER.DAT                  K".
    05 FILLER PIC X(40) VALUE "ZAHLUNGS-DETAIL-REGISTER.DAT           K".
    05 FILLER PIC X(40) VALUE "UV-LOHNNACHWEIS.DAT                    K".
    05 FILLER PIC X(40) VALUE "UNKLARE-ZAHLUNGEN.DAT                  K".
    05 FILLER PIC X(40) VALUE "ZAHLUNG-ABGELEHNT.DAT                  K".
    05 FILLER PIC X(40) VALUE "KONTINGENT-VERBRAUCH.DAT               K".
    *> Datierte bzw. nummerierte Dateien als Muster ("*"): Journale
    *> der Tage/Perioden, Rechnungsdokumente, Meldungen.
    05 FILLER PIC X(40) VALUE "FIBU-JOURNAL-*                         K".
    05 FILLER PIC X(40) VALUE "UMLAGE-JOURNAL-*                       K".
    05 FILLER PIC X(40) VALUE "RUECKSTELLUNG-JOURNAL-*                K".
    05 FILLER PIC X(40) VALUE "LOHNSTEUER-JOURNAL-*                   K".
    05 FILLER PIC X(40) VALUE "UV-JOURNAL-*                           K".
    05 FILLER PIC X(40) VALUE "ABGRENZUNG-JOURNAL-*                   K".
    05 FILLER PIC X(40) VALUE "DATEV-EXTF-*                           -".
    05 FILLER PIC X(40) VALUE "RECHNUNG-[0-9]*.TXT                    -".
    05 FILLER PIC X(40) VALUE "GUTSCHRIFT-[0-9]*.TXT                  -".
    05 FILLER PIC X(40) VALUE "ENTWURF-[0-9]*.TXT                     -".
    05 FILLER PIC X(40) VALUE "XRECHNUNG-[0-9]*.XML                   -".
    05 FILLER PIC X(40) VALUE "MAHNUNG-*                              -".
    05 FILLER PIC X(40) VALUE "MWST-MELDUNG-*                         -".
    05 FILLER PIC X(40) VALUE "LOHNSTEUER-ANMELDUNG-*                 -".
    05 FILLER PIC X(40) VALUE "UV-LOHNNACHWEIS-*                      -".
01 DATEI-VORGABE-LISTE REDEFINES DATEI-VORGABE-TABELLE.
    05 DATEI-VORGABE OCCURS 72 TIMES.
        10 DV-NAME      PIC X(39).
        10 DV-KONZERN   PIC X(01).

*> Tatsaechlich verwendete Liste (aus FIRMEN-DATEIEN.CFG oder der
*> Vorgabe).
01 DATEI-ANZAHL PIC 9(3) VALUE 0.
01 DATEI-TABELLE.
    05 DATEI-EINTRAG OCCURS 1 TO 200 TIMES
                      DEPENDING ON DATEI-ANZAHL.
        10 DT-NAME     PIC X(40).
        10 DT-KONZERN  PIC X(01).
01 DATEI-IDX PIC 9(3).
01 DATEI-ROH-NAME  PIC X(40).
01 DATEI-ROH-FLAG  PIC X(01).

01 CMD-KOPIE PIC X(300).
01 DATEI-MUSTER PIC 9(2).

01 ALT-FIRMA     PIC X(02) VALUE SPACES.
01 NEU-FIRMA     PIC X(02) VALUE SPACES.
01 STAMMFIRMA    PIC X(02) VALUE SPACES.
01 ZEITSTEMPEL   PIC X(14).
01 FIRMA-GEFUNDEN PIC X VALUE "N".
01 ANZEIGE-NAME  PIC X(40).
01 ANZEIGE-SCHLUESSEL PIC X(02).
01 SPERRE-GRUND  PIC X(40) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZEITSTEMPEL.
    PERFORM LADE-FIRMEN.
    IF FIRMEN-ANZAHL = 0
        DISPLAY "FIRMEN.CFG fehlt oder ist leer - kein"
                " Mehrfirmenbetrieb eingerichtet."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE FT-SCHLUESSEL(1) TO STAMMFIRMA.
    PERFORM LESE-AKTIVE-FIRMA.

    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        MOVE FUNCTION UPPER-CASE(WS-ARGUMENT-WERT) TO WS-ARGUMENT-WERT
    END-IF

    IF WS-ARGUMENT-WERT = SPACES
        PERFORM ZEIGE-STAND
        GOBACK
    END-IF

    IF WS-ARGUMENT-WERT = "KONZERN"
        MOVE "**" TO NEU-FIRMA
    ELSE
        IF WS-ARGUMENT-WERT(3:1) NOT = SPACE
            DISPLAY "Firmenschluessel '" FUNCTION TRIM(WS-ARGUMENT-WERT)
                    "' ist laenger als 2 Stellen."
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE WS-ARGUMENT-WERT(1:2) TO NEU-FIRMA
        PERFORM SUCHE-FIRMA
        IF FIRMA-GEFUNDEN NOT = "J"
            DISPLAY "Firma " NEU-FIRMA " steht nicht in FIRMEN.CFG."
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

    IF NEU-FIRMA = ALT-FIRMA
        DISPLAY "Firma " NEU-FIRMA " ist bereits aktiv - nichts zu tun."
        GOBACK
    END-IF

    PERFORM PRUEFE-WECHSEL-SPERRE.
    IF SPERRE-GRUND NOT = SPACES
        DISPLAY "Kein Firmenwechsel: " FUNCTION TRIM(SPERRE-GRUND)
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM LADE-DATEILISTE.

    IF ALT-FIRMA = "**"
        PERFORM VERWIRF-KONZERNSICHT
    ELSE
        PERFORM LEGE-FIRMA-AB
    END-IF
    IF NEU-FIRMA = "**"
        PERFORM STELLE-KONZERNSICHT-BEREIT
    ELSE
        PERFORM STELLE-FIRMA-BEREIT
    END-IF

    PERFORM SCHREIBE-AKTIVE-FIRMA.
    PERFORM SCHREIBE-WECHSEL-LOG.
    PERFORM ZEIGE-STAND.
    GOBACK.


*> ================================================================
*> #5 Firmen und aktive Firma laden
*> ================================================================
LADE-FIRMEN.
    MOVE 0 TO FIRMEN-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMEN-CFG
    IF FS-FIRMEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FIRMEN-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(FIRMEN-CFG-ZEILE) NOT = SPACES
                     AND FIRMEN-CFG-ZEILE(1:1) NOT = "*"
                     AND FIRMEN-ANZAHL < 20
                        ADD 1 TO FIRMEN-ANZAHL
                        MOVE SPACES TO FT-SCHLUESSEL(FIRMEN-ANZAHL)
                                       FT-NAME(FIRMEN-ANZAHL)
                        UNSTRING FUNCTION TRIM(FIRMEN-CFG-ZEILE)
                            DELIMITED BY ALL SPACE
                            INTO FT-SCHLUESSEL(FIRMEN-ANZAHL)
                        END-UNSTRING
                        MOVE FUNCTION UPPER-CASE(
                                 FT-SCHLUESSEL(FIRMEN-ANZAHL))
                            TO FT-SCHLUESSEL(FIRMEN-ANZAHL)
                        MOVE FUNCTION TRIM(FIRMEN-CFG-ZEILE(4:))
                            TO FT-NAME(FIRMEN-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FIRMEN-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.

*> Ohne FIRMA-AKTIV.DAT liegt die Stammfirma im Verzeichnis.
LESE-AKTIVE-FIRMA.
    MOVE STAMMFIRMA TO ALT-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                IF FA-FIRMA NOT = SPACES
                    MOVE FA-FIRMA TO ALT-FIRMA
                END-IF
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.

SUCHE-FIRMA.
    MOVE "N" TO FIRMA-GEFUNDEN
    SET FI-IDX TO 1
    SEARCH FIRMEN-EINTRAG
        AT END CONTINUE
        WHEN FT-SCHLUESSEL(FI-IDX) = NEU-FIRMA
            MOVE "J" TO FIRMA-GEFUNDEN
    END-SEARCH.


*> ================================================================
*> #6 Wechsel nur ohne laufenden Batch und ohne offenen Checkpoint
*> ================================================================
PRUEFE-WECHSEL-SPERRE.
    MOVE SPACES TO SPERRE-GRUND
    MOVE "LAUF-SPERRE.LCK" TO PRUEF-DATEINAME
    PERFORM PRUEFE-DATEI-VORHANDEN
    IF PRUEF-VORHANDEN = "J"
        MOVE "LAUF-SPERRE.LCK vorhanden (Lauf aktiv?)"
            TO SPERRE-GRUND
        EXIT PARAGRAPH
    END-IF
    MOVE "BATCH-LAUF.AKTIV" TO PRUEF-DATEINAME
    PERFORM PRUEFE-DATEI-VORHANDEN
    IF PRUEF-VORHANDEN = "J"
        MOVE "BATCH-LAUF.AKTIV vorhanden (Nachtlauf?)"
            TO SPERRE-GRUND
        EXIT PARAGRAPH
    END-IF
    MOVE "VALIDIERER.CKP" TO PRUEF-DATEINAME
    PERFORM PRUEFE-DATEI-VORHANDEN
    IF PRUEF-VORHANDEN = "J"
        MOVE "VALIDIERER.CKP - Validierung erst beenden"
            TO SPERRE-GRUND
    END-IF.

PRUEFE-DATEI-VORHANDEN.
    MOVE "N" TO PRUEF-VORHANDEN
    OPEN INPUT PRUEF-DATEI
    IF FS-PRUEF = "00"
        MOVE "J" TO PRUEF-VORHANDEN
        CLOSE PRUEF-DATEI
    END-IF.


*> ================================================================
*> #7 Liste der firmeneigenen Dateien laden
*> ================================================================
LADE-DATEILISTE.
    MOVE 0 TO DATEI-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT FIRMEN-DATEIEN-CFG
    IF FS-DATEIEN = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ FIRMEN-DATEIEN-CFG
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(FIRMEN-DATEIEN-ZEILE) NOT = SPACES
                     AND FIRMEN-DATEIEN-ZEILE(1:1) NOT = "*"
                     AND DATEI-ANZAHL < 200
                        MOVE SPACES TO DATEI-ROH-NAME DATEI-ROH-FLAG
                        UNSTRING FUNCTION TRIM(FIRMEN-DATEIEN-ZEILE)
                            DELIMITED BY ALL SPACE
                            INTO DATEI-ROH-NAME DATEI-ROH-FLAG
                        END-UNSTRING
                        ADD 1 TO DATEI-ANZAHL
                        MOVE DATEI-ROH-NAME TO DT-NAME(DATEI-ANZAHL)
                        MOVE FUNCTION UPPER-CASE(DATEI-ROH-FLAG)
                            TO DT-KONZERN(DATEI-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FIRMEN-DATEIEN-CFG
    END-IF
    MOVE "N" TO EOF-FLAG
    IF DATEI-ANZAHL = 0
        PERFORM VARYING DATEI-IDX FROM 1 BY 1 UNTIL DATEI-IDX > 72
            ADD 1 TO DATEI-ANZAHL
            MOVE DV-NAME(DATEI-IDX)    TO DT-NAME(DATEI-ANZAHL)
            MOVE DV-KONZERN(DATEI-IDX) TO DT-KONZERN(DATEI-ANZAHL)
        END-PERFORM
    END-IF.


*> Ein Eintrag mit "*" ist ein Muster fuer datierte bzw.
*> nummerierte Dateien; er wird ueber alle passenden Dateien
*> abgelegt und bereitgestellt.
PRUEFE-DATEI-MUSTER.
    MOVE 0 TO DATEI-MUSTER
    INSPECT DT-NAME(DATEI-IDX) TALLYING DATEI-MUSTER FOR ALL "*".


*> ================================================================
*> #8 Dateien der bisherigen Firma unter ihrem Schluessel ablegen
*> ================================================================
*> Fehlt eine Datei unter dem festen Namen, wird auch die
*> abgelegte Fassung entfernt - sonst kaeme beim naechsten
*> Bereitstellen ein veralteter Stand zurueck.
LEGE-FIRMA-AB.
    DISPLAY "Firma " ALT-FIRMA " wird abgelegt ("
            DATEI-ANZAHL " Dateien)."
    PERFORM VARYING DATEI-IDX FROM 1 BY 1
            UNTIL DATEI-IDX > DATEI-ANZAHL
        PERFORM PRUEFE-DATEI-MUSTER
        MOVE SPACES TO CMD-KOPIE
        IF DATEI-MUSTER > 0
            STRING "rm -f " ALT-FIRMA "-"
                   FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   "; for f in " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   "; do [ ! -f $f ] || mv $f " ALT-FIRMA "-$f; done"
                INTO CMD-KOPIE
            END-STRING
        ELSE
            STRING "if [ -f " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   " ]; then mv " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   " " ALT-FIRMA "-" FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   "; else rm -f " ALT-FIRMA "-"
                   FUNCTION TRIM(DT-NAME(DATEI-IDX)) "; fi"
                INTO CMD-KOPIE
            END-STRING
        END-IF
        CALL "SYSTEM" USING CMD-KOPIE
    END-PERFORM
    MOVE 0 TO RETURN-CODE.

*> Die Konzernsicht ist nur eine zusammengefuehrte Lesekopie.
VERWIRF-KONZERNSICHT.
    DISPLAY "Konzernsicht wird verworfen."
    PERFORM VARYING DATEI-IDX FROM 1 BY 1
            UNTIL DATEI-IDX > DATEI-ANZAHL
        MOVE SPACES TO CMD-KOPIE
        STRING "rm -f " FUNCTION TRIM(DT-NAME(DATEI-IDX))
            INTO CMD-KOPIE
        END-STRING
        CALL "SYSTEM" USING CMD-KOPIE
    END-PERFORM
    MOVE 0 TO RETURN-CODE.


*> ================================================================
*> #9 Dateien der neuen Firma bereitstellen
*> ================================================================
STELLE-FIRMA-BEREIT.
    DISPLAY "Firma " NEU-FIRMA " wird bereitgestellt."
    PERFORM VARYING DATEI-IDX FROM 1 BY 1
            UNTIL DATEI-IDX > DATEI-ANZAHL
        PERFORM PRUEFE-DATEI-MUSTER
        MOVE SPACES TO CMD-KOPIE
        IF DATEI-MUSTER > 0
            STRING "for f in " NEU-FIRMA "-"
                   FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   "; do [ ! -f $f ] || cp $f ${f#" NEU-FIRMA "-}; done"
                INTO CMD-KOPIE
            END-STRING
        ELSE
            STRING "[ ! -f " NEU-FIRMA "-"
                   FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   " ] || cp " NEU-FIRMA "-"
                   FUNCTION TRIM(DT-NAME(DATEI-IDX))
                   " " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                INTO CMD-KOPIE
            END-STRING
        END-IF
        CALL "SYSTEM" USING CMD-KOPIE
    END-PERFORM
    MOVE 0 TO RETURN-CODE.

*> Register/Journale ("K"): Ablagen aller Firmen hintereinander;
*> uebrige Dateien: nur eine Konzernfassung KONZERN-<Datei>.
STELLE-KONZERNSICHT-BEREIT.
    DISPLAY "Konzernsicht wird aus " FIRMEN-ANZAHL
            " Firmen zusammengefuehrt."
    PERFORM VARYING DATEI-IDX FROM 1 BY 1
            UNTIL DATEI-IDX > DATEI-ANZAHL
        PERFORM PRUEFE-DATEI-MUSTER
        MOVE SPACES TO CMD-KOPIE
        IF DT-KONZERN(DATEI-IDX) = "K"
            STRING "rm -f " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                INTO CMD-KOPIE
            END-STRING
            CALL "SYSTEM" USING CMD-KOPIE
            PERFORM VARYING FIRMEN-LAUF-IDX FROM 1 BY 1
                    UNTIL FIRMEN-LAUF-IDX > FIRMEN-ANZAHL
                MOVE SPACES TO CMD-KOPIE
                IF DATEI-MUSTER > 0
                    STRING "for f in "
                           FT-SCHLUESSEL(FIRMEN-LAUF-IDX) "-"
                           FUNCTION TRIM(DT-NAME(DATEI-IDX))
                           "; do [ ! -f $f ] || cat $f >> ${f#"
                           FT-SCHLUESSEL(FIRMEN-LAUF-IDX) "-}; done"
                        INTO CMD-KOPIE
                    END-STRING
                ELSE
                    STRING "[ ! -f " FT-SCHLUESSEL(FIRMEN-LAUF-IDX) "-"
                           FUNCTION TRIM(DT-NAME(DATEI-IDX))
                           " ] || cat " FT-SCHLUESSEL(FIRMEN-LAUF-IDX)
                           "-" FUNCTION TRIM(DT-NAME(DATEI-IDX))
                           " >> " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                        INTO CMD-KOPIE
                    END-STRING
                END-IF
                CALL "SYSTEM" USING CMD-KOPIE
            END-PERFORM
        ELSE
            IF DATEI-MUSTER > 0
                STRING "for f in KONZERN-"
                       FUNCTION TRIM(DT-NAME(DATEI-IDX))
                       "; do [ ! -f $f ] || cp $f ${f#KONZERN-}; done"
                    INTO CMD-KOPIE
                END-STRING
            ELSE
                STRING "[ ! -f KONZERN-"
                       FUNCTION TRIM(DT-NAME(DATEI-IDX))
                       " ] || cp KONZERN-"
                       FUNCTION TRIM(DT-NAME(DATEI-IDX))
                       " " FUNCTION TRIM(DT-NAME(DATEI-IDX))
                    INTO CMD-KOPIE
                END-STRING
            END-IF
            CALL "SYSTEM" USING CMD-KOPIE
        END-IF
    END-PERFORM
    MOVE 0 TO RETURN-CODE.


*> ================================================================
*> #10 Aktive Firma festhalten und Wechsel protokollieren
*> ================================================================
SCHREIBE-AKTIVE-FIRMA.
    OPEN OUTPUT FIRMA-AKTIV
    IF FS-AKTIV NOT = "00"
        DISPLAY "Fehler beim Schreiben von FIRMA-AKTIV.DAT, Status="
                FS-AKTIV
        MOVE 1 TO RETURN-CODE
    ELSE
        MOVE SPACES      TO FIRMA-AKTIV-RECORD
        MOVE NEU-FIRMA   TO FA-FIRMA
        MOVE STAMMFIRMA  TO FA-STAMMFIRMA
        MOVE ZEITSTEMPEL TO FA-ZEITSTEMPEL
        WRITE FIRMA-AKTIV-RECORD
        CLOSE FIRMA-AKTIV
    END-IF.

SCHREIBE-WECHSEL-LOG.
    OPEN EXTEND WECHSEL-LOG
    IF FS-LOG NOT = "00"
        OPEN OUTPUT WECHSEL-LOG
    END-IF
    IF FS-LOG NOT = "00"
        DISPLAY "WARNUNG: FIRMEN-WECHSEL.LOG nicht beschreibbar,"
                " Status=" FS-LOG
    ELSE
        MOVE SPACES       TO WECHSEL-LOG-RECORD
        MOVE ZEITSTEMPEL  TO WL-ZEITSTEMPEL
        MOVE ALT-FIRMA    TO WL-VON
        MOVE NEU-FIRMA    TO WL-NACH
        MOVE DATEI-ANZAHL TO WL-DATEIEN
        IF NEU-FIRMA = "**"
            MOVE "Konzernsicht (nur Auswertungen)" TO WL-TEXT
        ELSE
            MOVE "Firmenlauf" TO WL-TEXT
        END-IF
        WRITE WECHSEL-LOG-RECORD
        CLOSE WECHSEL-LOG
    END-IF.


*> ================================================================
*> #11 Stand anzeigen
*> ================================================================
ZEIGE-STAND.
    IF NEU-FIRMA NOT = SPACES
        MOVE NEU-FIRMA TO ANZEIGE-SCHLUESSEL
    ELSE
        MOVE ALT-FIRMA TO ANZEIGE-SCHLUESSEL
    END-IF
    IF ANZEIGE-SCHLUESSEL = "**"
        MOVE "Konzernsicht - nur Auswertungen" TO ANZEIGE-NAME
    ELSE
        MOVE SPACES TO ANZEIGE-NAME
        SET FI-IDX TO 1
        SEARCH FIRMEN-EINTRAG
            AT END CONTINUE
            WHEN FT-SCHLUESSEL(FI-IDX) = ANZEIGE-SCHLUESSEL
                MOVE FT-NAME(FI-IDX) TO ANZEIGE-NAME
        END-SEARCH
    END-IF
    DISPLAY "Aktive Firma: " ANZEIGE-SCHLUESSEL " "
            FUNCTION TRIM(ANZEIGE-NAME)
    DISPLAY "Firmen der Gruppe (Stammfirma " STAMMFIRMA "):"
    PERFORM VARYING FIRMEN-LAUF-IDX FROM 1 BY 1
            UNTIL FIRMEN-LAUF-IDX > FIRMEN-ANZAHL
        DISPLAY "  " FT-SCHLUESSEL(FIRMEN-LAUF-IDX) "  "
                FUNCTION TRIM(FT-NAME(FIRMEN-LAUF-IDX))
    END-PERFORM.
