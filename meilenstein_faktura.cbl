*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. MEILENSTEIN-FAKTURA.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Abschlags- und Schlussrechnungen fuer Festpreisprojekte. Der
*> RECHNUNGS-GENERATOR kennt nur Stunden mal Satz; Festpreis-
*> rechnungen entstanden deshalb in der Textverarbeitung und
*> fehlten in Register, offenen Posten und Steuermeldung. Der
*> Meilensteinplan steht in MEILENSTEIN.CFG:
*>   "A <Projekt> <Auftragswert netto>"
*>   "M <Projekt> <Nr> <Prozent> <Faellig JJJJMMTT>
*>      <Freigabe JJJJMMTT|0> [Bezeichnung]"
*> ("*" am Zeilenanfang = Kommentar). Ein Meilenstein wird
*> fakturiert, sobald er zum Stichtag freigegeben ist - genau
*> einmal, denn jede fakturierte Stufe steht mit Rechnungsnummer
*> und Betraegen in MEILENSTEIN-REGISTER.DAT. Der Meilenstein mit
*> der hoechsten Nummer ist die Schlussrechnung: sie weist den
*> ganzen Auftragswert mit Steuer aus, zieht jede fruehere
*> Abschlagsrechnung mit ihrem Netto und ihrer Steuer ab und
*> fordert nur den Rest; noch nicht fakturierte Abschlaege sind
*> damit abgegolten. Nummernkreis (RECHNUNG.NR), Rechnungsdokument
*> RECHNUNG-<Nummer>.TXT, RECHNUNGS-REGISTER.DAT, MWST-REGISTER.DAT
*> und PROJEKT-RECHNUNGS-REGISTER.DAT sind dieselben wie beim
*> RECHNUNGS-GENERATOR - OFFENE-POSTEN, MWST-MELDUNG und
*> MARGEN-BERICHT sehen die Festpreisrechnungen ohne Umweg.
*> Empfaenger ist wie dort der Kunde aus dem 4. Feld von
*> PROJEKT-MASTER.CFG, ohne Kunden die Kostenstelle (2. Feld).
*> Ohne Parameter gilt heute als Stichtag und Rechnungsdatum;
*> 1. Parameter = Stichtag JJJJMMTT.
*> Nummern werden wie beim RECHNUNGS-GENERATOR abbruchsicher
*> vergeben: jede Rechnung wird einzeln festgeschrieben, die Zeile
*> in RECHNUNGS-REGISTER.DAT zuletzt und RECHNUNG.NR danach. Was
*> ein abgebrochener Lauf ohne Registerzeile hinterlassen hat,
*> nimmt der naechste Lauf zurueck und vergibt die Nummern neu.
*> Steht noch ein abgebrochener Lauf des RECHNUNGS-GENERATOR im
*> Abrechnungs-Ledger, bricht der Lauf ab - dessen Positionen
*> kann nur der Generator selbst zuruecknehmen.


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

    SELECT MEILENSTEIN-CFG
        ASSIGN TO "MEILENSTEIN.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MEILENSTEIN.

    *> Fakturierte Meilensteine, ueber alle Laeufe fortgeschrieben.
    SELECT MEILENSTEIN-REGISTER
        ASSIGN TO "MEILENSTEIN-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MREGISTER.

    *> Gemeinsamer Nummernkreis mit dem RECHNUNGS-GENERATOR.
    SELECT RECHNUNG-NUMMER
        ASSIGN TO "RECHNUNG.NR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-NUMMER.

    SELECT RECHNUNGS-REGISTER
        ASSIGN TO "RECHNUNGS-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT PROJEKT-REGISTER
        ASSIGN TO "PROJEKT-RECHNUNGS-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PREGISTER.

    SELECT MWST-CFG
        ASSIGN TO "MWST.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MWST.

    SELECT MWST-REGISTER
        ASSIGN TO "MWST-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MWST-REG.

    SELECT KUNDEN-STAMM
        ASSIGN TO "KUNDEN-STAMM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUNDEN.

    *> Projektstamm: "<Code> <Abteilung> [<Qual>|-] [<Kunde>|-]
    *> [Bezeichnung]" - hier zaehlen Abteilung und Kunde.
    SELECT PROJEKT-MASTER
        ASSIGN TO "PROJEKT-MASTER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-PROJEKT.

    SELECT ZAHLUNGSZIEL-CFG
        ASSIGN TO "ZAHLUNGSZIEL.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZIEL.

    *> Rechnungsdokument, Dateiname je Rechnung neu gesetzt.
    SELECT RECHNUNG-DOKUMENT
        ASSIGN TO RECHNUNG-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-DOKUMENT.

    *> Nur gelesen: steht dort ein abgebrochener Generatorlauf?
    SELECT ABRECHNUNGS-LEDGER
        ASSIGN TO "ABRECHNUNGS-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LEDGER.

    *> Ersatzdateien beim Zuruecknehmen eines abgebrochenen Laufs.
    SELECT MWST-REGISTER-NEU
        ASSIGN TO "MWST-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT PROJEKT-REGISTER-NEU
        ASSIGN TO "PROJEKT-RECHNUNGS-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.

    SELECT MEILENSTEIN-REGISTER-NEU
        ASSIGN TO "MEILENSTEIN-REGISTER.NEU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER-NEU.


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

FD MEILENSTEIN-CFG.
01 MEILENSTEIN-CFG-ZEILE PIC X(100).

*> Art A = Abschlagsrechnung, S = Schlussrechnung, E = mit der
*> Schlussrechnung MSR-RECHNUNG abgegolten (Betraege 0).
FD MEILENSTEIN-REGISTER.
01 MEILENSTEIN-REGISTER-RECORD.
    05 MSR-PROJEKT  PIC X(08).
    05 FILLER       PIC X(01).
    05 MSR-NR       PIC 9(02).
    05 FILLER       PIC X(01).
    05 MSR-ART      PIC X(01).
    05 FILLER       PIC X(01).
    05 MSR-RECHNUNG PIC 9(06).
    05 FILLER       PIC X(01).
    05 MSR-DATUM    PIC 9(08).
    05 FILLER       PIC X(01).
    05 MSR-SATZ     PIC 9(2)V99.
    05 FILLER       PIC X(01).
    05 MSR-NETTO    PIC 9(9)V99.
    05 FILLER       PIC X(01).
    05 MSR-STEUER   PIC 9(9)V99.

FD RECHNUNG-NUMMER.
01 RECHNUNG-NUMMER-RECORD PIC 9(6).

*> Mirrors REGISTER-RECORD in rechnungs_generator.cbl.
FD RECHNUNGS-REGISTER.
01 REGISTER-RECORD.
    05 REG-NUMMER      PIC 9(06).
    05 FILLER          PIC X(01).
    05 REG-DATUM       PIC 9(08).
    05 FILLER          PIC X(01).
    05 REG-EMPFAENGER  PIC X(10).
    05 FILLER          PIC X(01).
    05 REG-STUNDEN     PIC 9(06).
    05 FILLER          PIC X(01).
    05 REG-BETRAG      PIC 9(9)V99.
    05 FILLER          PIC X(01).
    05 REG-ART         PIC X(01).
    05 FILLER          PIC X(01).
    05 REG-REFERENZ    PIC 9(06).

*> Mirrors PROJEKT-REGISTER-RECORD in rechnungs_generator.cbl.
FD PROJEKT-REGISTER.
01 PROJEKT-REGISTER-RECORD.
    05 PRG-NUMMER   PIC 9(06).
    05 FILLER       PIC X(01).
    05 PRG-DATUM    PIC 9(08).
    05 FILLER       PIC X(01).
    05 PRG-PROJEKT  PIC X(08).
    05 FILLER       PIC X(01).
    05 PRG-STUNDEN  PIC 9(03).
    05 FILLER       PIC X(01).
    05 PRG-BETRAG   PIC 9(9)V99.
    05 FILLER       PIC X(01).
    05 PRG-ART      PIC X(01).
    05 FILLER       PIC X(01).
    05 PRG-ABTEILUNG PIC X(10).

FD MWST-CFG.
01 MWST-CFG-ZEILE PIC X(20).

*> Mirrors MWST-REGISTER-RECORD in rechnungs_generator.cbl.
FD MWST-REGISTER.
01 MWST-REGISTER-RECORD.
    05 MR-NUMMER PIC 9(06).
    05 FILLER    PIC X(01).
    05 MR-DATUM  PIC 9(08).
    05 FILLER    PIC X(01).
    05 MR-SATZ   PIC 9(2)V99.
    05 FILLER    PIC X(01).
    05 MR-NETTO  PIC 9(9)V99.
    05 FILLER    PIC X(01).
    05 MR-STEUER PIC 9(9)V99.
    05 FILLER    PIC X(01).
    05 MR-ART    PIC X(01).

FD KUNDEN-STAMM.
COPY KUNDREC.

FD PROJEKT-MASTER.
01 PROJEKT-MASTER-ZEILE PIC X(60).

FD ZAHLUNGSZIEL-CFG.
01 ZAHLUNGSZIEL-CFG-ZEILE PIC X(3).

FD RECHNUNG-DOKUMENT.
01 DOKUMENT-ZEILE PIC X(80).

*> Mirrors LEDGER-RECORD in rechnungs_generator.cbl.
FD ABRECHNUNGS-LEDGER.
01 LEDGER-RECORD.
    05 AL-LAUFDATUM   PIC 9(08).
    05 FILLER         PIC X(01).
    05 AL-BUCHUNGS-NR PIC X(03).
    05 FILLER         PIC X(01).
    05 AL-VORNAME-M   PIC X(10).
    05 FILLER         PIC X(01).
    05 AL-NACHNAME-M  PIC X(10).
    05 FILLER         PIC X(01).
    05 AL-DATUM       PIC 9(08).
    05 FILLER         PIC X(01).
    05 AL-STUNDEN     PIC 9(03).
    05 FILLER         PIC X(01).
    05 AL-BETRAG      PIC 9(7)V99.
    05 FILLER         PIC X(01).
    05 AL-STATUS      PIC X(10).
    05 FILLER         PIC X(01).
    05 AL-RECHNUNG    PIC 9(06).
    05 FILLER         PIC X(01).
    05 AL-GUTSCHRIFT  PIC 9(06).
    05 FILLER         PIC X(01).
    05 AL-SATZART     PIC X(01).
    05 FILLER         PIC X(01).
    05 AL-PROJEKT     PIC X(08).
    05 FILLER         PIC X(01).
    05 AL-KOSTEN      PIC 9(7)V99.
    05 FILLER         PIC X(01).
    05 AL-GERAET      PIC X(08).
    05 FILLER         PIC X(01).
    05 AL-EINHEIT     PIC X(01).

FD MWST-REGISTER-NEU.
01 MWST-REGISTER-NEU-RECORD PIC X(46).

FD PROJEKT-REGISTER-NEU.
01 PROJEKT-REGISTER-NEU-RECORD PIC X(53).

FD MEILENSTEIN-REGISTER-NEU.
01 MEILENSTEIN-REGISTER-NEU-RECORD PIC X(58).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-MEILENSTEIN PIC XX VALUE SPACES.
77 FS-MREGISTER   PIC XX VALUE SPACES.
77 FS-NUMMER      PIC XX VALUE SPACES.
77 FS-REGISTER    PIC XX VALUE SPACES.
77 FS-PREGISTER   PIC XX VALUE SPACES.
77 FS-MWST        PIC XX VALUE SPACES.
77 FS-MWST-REG    PIC XX VALUE SPACES.
77 FS-KUNDEN      PIC XX VALUE SPACES.
77 FS-PROJEKT     PIC XX VALUE SPACES.
77 FS-ZIEL        PIC XX VALUE SPACES.
77 FS-DOKUMENT    PIC XX VALUE SPACES.
77 FS-LEDGER      PIC XX VALUE SPACES.
77 FS-REGISTER-NEU PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG       PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 STICHTAG PIC 9(8).

*> Festpreisauftraege ("A"-Zeilen) mit Empfaenger und Stand der
*> bisher fakturierten Abschlaege.
01 AUFTRAG-ANZAHL PIC 9(3) VALUE 0.
01 AUFTRAG-TABELLE.
    05 AUFTRAG-EINTRAG OCCURS 1 TO 200 TIMES
                        DEPENDING ON AUFTRAG-ANZAHL
                        INDEXED BY AF-IDX.
        10 AFT-PROJEKT         PIC X(08).
        10 AFT-WERT            PIC 9(9)V99.
        10 AFT-ABTEILUNG       PIC X(10).
        10 AFT-EMPFAENGER      PIC X(10).
        10 AFT-LETZTER-MS      PIC 9(02).
        10 AFT-ABSCHLAG-NETTO  PIC 9(9)V99.
        10 AFT-ABSCHLAG-STEUER PIC 9(9)V99.
01 AUFTRAG-POSITION PIC 9(3).
01 AF-LAUF-IDX      PIC 9(3).

*> Meilensteine ("M"-Zeilen). MST-RECHNUNG > 0 = fakturiert bzw.
*> mit dieser Schlussrechnung abgegolten (MST-ART A/S/E).
01 MEILENSTEIN-ANZAHL PIC 9(4) VALUE 0.
01 MEILENSTEIN-TABELLE.
    05 MEILENSTEIN-EINTRAG OCCURS 1 TO 1000 TIMES
                            DEPENDING ON MEILENSTEIN-ANZAHL
                            INDEXED BY MS-IDX.
        10 MST-PROJEKT  PIC X(08).
        10 MST-NR       PIC 9(02).
        10 MST-PROZENT  PIC 9(3)V99.
        10 MST-FAELLIG  PIC 9(08).
        10 MST-FREIGABE PIC 9(08).
        10 MST-TEXT     PIC X(40).
        10 MST-AUFTRAG  PIC 9(03).
        10 MST-RECHNUNG PIC 9(06).
        10 MST-ART      PIC X(01).
01 MS-LAUF-IDX  PIC 9(4).
01 MS-REST-IDX  PIC 9(4).
01 MS-POSITION  PIC 9(4).
01 MS-FREI      PIC X.
01 MS-SCHLUSS   PIC X.

*> Einlesen von MEILENSTEIN.CFG.
01 ML-ZEILE         PIC X(100).
01 ML-ZEIGER        PIC 9(3).
01 ML-ZEILEN-NR     PIC 9(4).
01 ML-SATZART-RAW   PIC X(10).
01 ML-PROJEKT-RAW   PIC X(10).
01 ML-FELD3-RAW     PIC X(15).
01 ML-PROZENT-RAW   PIC X(10).
01 ML-FAELLIG-RAW   PIC X(10).
01 ML-FREIGABE-RAW  PIC X(10).
01 ML-TEXT-RAW      PIC X(40).
01 ML-GUELTIG       PIC X.

*> MEILENSTEIN-REGISTER.DAT im Speicher - die Schlussrechnung
*> listet daraus die frueheren Abschlaege.
01 MRT-ANZAHL PIC 9(4) VALUE 0.
01 MRT-TABELLE.
    05 MRT-EINTRAG OCCURS 1 TO 2000 TIMES
                    DEPENDING ON MRT-ANZAHL
                    INDEXED BY MRT-IDX.
        10 MRT-PROJEKT  PIC X(08).
        10 MRT-NR       PIC 9(02).
        10 MRT-ART      PIC X(01).
        10 MRT-RECHNUNG PIC 9(06).
        10 MRT-DATUM    PIC 9(08).
        10 MRT-NETTO    PIC 9(9)V99.
        10 MRT-STEUER   PIC 9(9)V99.
01 MRT-LAUF-IDX PIC 9(4).
01 MRT-LADEN    PIC X VALUE "N".

*> Projektstamm.
01 PK-CODE-RAW  PIC X(10).
01 PK-ABT-RAW   PIC X(10).
01 PK-QUAL-RAW  PIC X(10).
01 PK-KUNDE-RAW PIC X(10).
01 PROJEKT-EOF  PIC X VALUE "N".

*> Kundenstamm - mirrors KUNDEN-TABELLE in rechnungs_generator.cbl
*> (ohne die E-Rechnungsfelder).
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
        10 KDT-UST-ID       PIC X(15).
        10 KDT-ZAHLUNGSZIEL PIC 9(03).
01 KUNDEN-POSITION PIC 9(4).
01 KUNDEN-EOF      PIC X VALUE "N".

01 ZAHLUNGSZIEL-TAGE  PIC 9(3) VALUE 30.
01 RECHNUNG-ZIEL-TAGE PIC 9(3).
01 RECHNUNG-FAELLIG   PIC 9(8).

*> Mehrwertsteuer - mirrors LADE-MWST-CFG/ERMITTLE-MWST-SATZ im
*> RECHNUNGS-GENERATOR.
01 MS-EOF-FLAG PIC X VALUE "N".
01 MWST-ANZAHL PIC 9(2) VALUE 0.
01 MWST-TABELLE.
    05 MWST-EINTRAG OCCURS 1 TO 20 TIMES
                     DEPENDING ON MWST-ANZAHL
                     INDEXED BY MW-IDX.
        10 MW-GUELTIG-AB PIC 9(8).
        10 MW-PROZENT    PIC 9(2)V99.
01 MW-DATUM-RAW PIC X(8).
01 MW-SATZ-RAW  PIC X(8).
01 MWST-SATZ    PIC 9(2)V99 VALUE 19.
01 MW-BESTES-AB PIC 9(8).
01 MW-SCAN-IDX  PIC 9(2).

*> Die laufende Rechnung.
01 RECHNUNG-NR        PIC 9(6) VALUE 0.
01 RECHNUNG-DATEINAME PIC X(60).
01 RECHNUNG-LAUFDATUM PIC 9(8).
01 RECHNUNG-ART       PIC X.
    88 RECHNUNG-IST-ABSCHLAG VALUE "A".
    88 RECHNUNG-IST-SCHLUSS  VALUE "S".
01 RECHNUNG-OFFEN     PIC X.
01 RECHNUNG-BETRAG    PIC 9(9)V99.
01 MWST-BETRAG        PIC 9(9)V99.
01 BRUTTO-BETRAG      PIC 9(9)V99.
01 GESAMT-STEUER      PIC 9(9)V99.
01 AKTUELLER-EMPFAENGER PIC X(10).

01 CNT-ABSCHLAG   PIC 9(3) VALUE 0.
01 CNT-SCHLUSS    PIC 9(3) VALUE 0.
01 CNT-ABGELEHNT  PIC 9(3) VALUE 0.

01 PRINT-BETRAG    PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-NETTO     PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-STEUER    PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-BRUTTO    PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-MWST-SATZ PIC Z9.99.
01 PRINT-PROZENT   PIC ZZ9.99.
01 STAND-TEXT      PIC X(40).

*> Abgebrochener Vorlauf - mirrors PRUEFE-ABGEBROCHENEN-LAUF in
*> rechnungs_generator.cbl.
01 CMD-LINE            PIC X(200).
01 REG-HOECHSTE-NR     PIC 9(6) VALUE 0.
01 ABBRUCH-BIS-NR      PIC 9(6) VALUE 0.
01 ABBRUCH-NR          PIC 9(6) VALUE 0.
01 ABBRUCH-EOF         PIC X VALUE "N".
01 ABBRUCH-ANZAHL      PIC 9(4) VALUE 0.
01 CNT-VERWORFEN       PIC 9(4) VALUE 0.
01 CNT-GENERATOR-OFFEN PIC 9(4) VALUE 0.

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - MEILENSTEIN-FAKTURA laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE FUNCTION CURRENT-DATE(1:8) TO STICHTAG.
    PERFORM PARSE-KOMMANDOZEILE.
    MOVE STICHTAG TO RECHNUNG-LAUFDATUM.

    PERFORM LADE-MEILENSTEINPLAN.
    IF AUFTRAG-ANZAHL = 0
        DISPLAY "Keine Festpreisauftraege in MEILENSTEIN.CFG"
                " gefunden, keine Rechnungen erstellt."
        GOBACK
    END-IF.

    PERFORM LADE-MWST-CFG.
    PERFORM ERMITTLE-MWST-SATZ.
    PERFORM LADE-KUNDEN-STAMM.
    PERFORM LADE-PROJEKT-ZUORDNUNG.
    PERFORM LADE-RECHNUNG-NUMMER.
    *> Vor dem Meilensteinregister - eine Zeile ohne Registerzeile
    *> darf keinen Meilenstein als fakturiert markieren.
    PERFORM PRUEFE-ABGEBROCHENEN-LAUF.
    IF RETURN-CODE NOT = 0
        GOBACK
    END-IF.
    PERFORM LADE-MEILENSTEIN-REGISTER.
    PERFORM LADE-ZAHLUNGSZIEL.

    DISPLAY "Meilensteinfakturierung zum " STICHTAG
            " (MwSt " MWST-SATZ "%)...".

    OPEN EXTEND RECHNUNGS-REGISTER.
    IF FS-REGISTER NOT = "00"
        OPEN OUTPUT RECHNUNGS-REGISTER
    END-IF.
    IF FS-REGISTER NOT = "00"
        DISPLAY "Fehler beim Oeffnen RECHNUNGS-REGISTER.DAT, Status="
                FS-REGISTER
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND MEILENSTEIN-REGISTER.
    IF FS-MREGISTER NOT = "00"
        OPEN OUTPUT MEILENSTEIN-REGISTER
    END-IF.
    IF FS-MREGISTER NOT = "00"
        DISPLAY "Fehler beim Oeffnen MEILENSTEIN-REGISTER.DAT,"
                " Status=" FS-MREGISTER
        CLOSE RECHNUNGS-REGISTER
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND MWST-REGISTER.
    IF FS-MWST-REG NOT = "00"
        OPEN OUTPUT MWST-REGISTER
    END-IF.
    OPEN EXTEND PROJEKT-REGISTER.
    IF FS-PREGISTER NOT = "00"
        OPEN OUTPUT PROJEKT-REGISTER
    END-IF.

    *> Erst alle freigegebenen Abschlaege, dann die
    *> Schlussrechnungen - so zieht eine Schlussrechnung auch einen
    *> Abschlag ab, der im selben Lauf freigegeben wurde.
    PERFORM VARYING MS-LAUF-IDX FROM 1 BY 1
            UNTIL MS-LAUF-IDX > MEILENSTEIN-ANZAHL
        PERFORM PRUEFE-FREIGABE
        IF MS-FREI = "J" AND MS-SCHLUSS = "N"
            PERFORM FAKTURIERE-ABSCHLAG
        END-IF
    END-PERFORM.
    PERFORM VARYING MS-LAUF-IDX FROM 1 BY 1
            UNTIL MS-LAUF-IDX > MEILENSTEIN-ANZAHL
        PERFORM PRUEFE-FREIGABE
        IF MS-FREI = "J" AND MS-SCHLUSS = "J"
            PERFORM FAKTURIERE-SCHLUSSRECHNUNG
        END-IF
    END-PERFORM.

    CLOSE RECHNUNGS-REGISTER.
    CLOSE MEILENSTEIN-REGISTER.
    IF FS-MWST-REG = "00"
        CLOSE MWST-REGISTER
    END-IF.
    IF FS-PREGISTER = "00"
        CLOSE PROJEKT-REGISTER
    END-IF.

    PERFORM MELDE-PLANSTAND.

    DISPLAY "--------------------------------------------".
    DISPLAY CNT-ABSCHLAG " Abschlagsrechnung(en) und "
            CNT-SCHLUSS " Schlussrechnung(en) erstellt,"
            " letzte Nummer: " RECHNUNG-NR ".".
    IF CNT-ABGELEHNT > 0
        DISPLAY CNT-ABGELEHNT " freigegebene(r) Meilenstein(e)"
                " nicht fakturiert - siehe WARNUNG."
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY "Register: RECHNUNGS-REGISTER.DAT,"
            " MEILENSTEIN-REGISTER.DAT".

    GOBACK.


*> ================================================================
*> #5 Ist der Meilenstein MS-LAUF-IDX faellig zur Fakturierung?
*> ================================================================
*> Freigegeben (Freigabedatum bis zum Stichtag), noch nicht
*> fakturiert und der Auftrag hat einen Rechnungsempfaenger.
*> MS-SCHLUSS = "J": letzter Meilenstein, also Schlussrechnung.
PRUEFE-FREIGABE.
    MOVE "N" TO MS-FREI MS-SCHLUSS
    IF MST-AUFTRAG(MS-LAUF-IDX) = 0
     OR MST-RECHNUNG(MS-LAUF-IDX) > 0
     OR MST-FREIGABE(MS-LAUF-IDX) = 0
     OR MST-FREIGABE(MS-LAUF-IDX) > STICHTAG
        EXIT PARAGRAPH
    END-IF
    MOVE MST-AUFTRAG(MS-LAUF-IDX) TO AUFTRAG-POSITION
    IF AFT-EMPFAENGER(AUFTRAG-POSITION) = SPACES
        ADD 1 TO CNT-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    IF MST-NR(MS-LAUF-IDX) = AFT-LETZTER-MS(AUFTRAG-POSITION)
        MOVE "J" TO MS-SCHLUSS
    END-IF
    MOVE "J" TO MS-FREI.


*> ================================================================
*> #6 Abschlagsrechnung fuer einen Meilenstein
*> ================================================================
*> Betrag = Auftragswert * Prozentsatz des Meilensteins. Zusammen
*> mit den frueheren Abschlaegen darf er den Auftragswert nicht
*> uebersteigen - das waere ein Fehler im Plan, keine Rechnung.
FAKTURIERE-ABSCHLAG.
    COMPUTE RECHNUNG-BETRAG ROUNDED =
        AFT-WERT(AUFTRAG-POSITION) * MST-PROZENT(MS-LAUF-IDX) / 100
    IF AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION) + RECHNUNG-BETRAG
            > AFT-WERT(AUFTRAG-POSITION)
        DISPLAY "WARNUNG: Projekt " MST-PROJEKT(MS-LAUF-IDX)
                " Meilenstein " MST-NR(MS-LAUF-IDX)
                ": Abschlaege uebersteigen den Auftragswert"
                " - nicht fakturiert."
        ADD 1 TO CNT-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    COMPUTE MWST-BETRAG ROUNDED = RECHNUNG-BETRAG * MWST-SATZ / 100
    COMPUTE BRUTTO-BETRAG = RECHNUNG-BETRAG + MWST-BETRAG

    MOVE "A" TO RECHNUNG-ART
    PERFORM OEFFNE-RECHNUNG
    IF RECHNUNG-OFFEN NOT = "J"
        EXIT PARAGRAPH
    END-IF

    COMPUTE PRINT-BETRAG = AFT-WERT(AUFTRAG-POSITION)
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Auftragswert netto:     " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE MST-PROZENT(MS-LAUF-IDX) TO PRINT-PROZENT
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Abschlag Meilenstein " MST-NR(MS-LAUF-IDX) ": "
           FUNCTION TRIM(PRINT-PROZENT) "% des Auftragswerts"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    PERFORM SCHREIBE-ABGERECHNETE-STUFEN
    MOVE "---------------------------------------------"
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE

    COMPUTE PRINT-BETRAG = RECHNUNG-BETRAG
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Netto:                  " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE MWST-SATZ TO PRINT-MWST-SATZ
    COMPUTE PRINT-BETRAG = MWST-BETRAG
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "zzgl. " PRINT-MWST-SATZ "% MwSt:      "
           PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    COMPUTE PRINT-BETRAG = BRUTTO-BETRAG
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Rechnungsbetrag:        " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    PERFORM SCHREIBE-ZAHLUNGSZIEL
    CLOSE RECHNUNG-DOKUMENT

    PERFORM VERBUCHE-RECHNUNG
    PERFORM REGISTRIERE-RECHNUNG
    ADD RECHNUNG-BETRAG TO AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION)
    ADD MWST-BETRAG     TO AFT-ABSCHLAG-STEUER(AUFTRAG-POSITION)
    ADD 1 TO CNT-ABSCHLAG
    DISPLAY "Abschlagsrechnung " RECHNUNG-NR " Projekt "
            MST-PROJEKT(MS-LAUF-IDX) " Meilenstein "
            MST-NR(MS-LAUF-IDX) " an "
            FUNCTION TRIM(AKTUELLER-EMPFAENGER) ": "
            PRINT-BETRAG " EUR -> " FUNCTION TRIM(RECHNUNG-DATEINAME).


*> ================================================================
*> #7 Schlussrechnung fuer den letzten Meilenstein
*> ================================================================
*> Ausgewiesen wird die Gesamtleistung (Auftragswert, Steuer zum
*> heutigen Satz, brutto); abgezogen werden die Abschlaege mit dem
*> Netto und der Steuer, die auf ihnen tatsaechlich berechnet
*> wurde. Gefordert und in die Register gebucht wird nur der Rest -
*> so ist die Steuer der Gesamtleistung genau einmal erklaert,
*> auch wenn sich der Satz seit einem Abschlag geaendert hat.
FAKTURIERE-SCHLUSSRECHNUNG.
    COMPUTE GESAMT-STEUER ROUNDED =
        AFT-WERT(AUFTRAG-POSITION) * MWST-SATZ / 100
    IF AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION)
            > AFT-WERT(AUFTRAG-POSITION)
     OR AFT-ABSCHLAG-STEUER(AUFTRAG-POSITION) > GESAMT-STEUER
        DISPLAY "WARNUNG: Projekt " MST-PROJEKT(MS-LAUF-IDX)
                ": Abschlaege uebersteigen die Gesamtleistung"
                " - keine Schlussrechnung."
        ADD 1 TO CNT-ABGELEHNT
        EXIT PARAGRAPH
    END-IF
    COMPUTE RECHNUNG-BETRAG = AFT-WERT(AUFTRAG-POSITION)
                            - AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION)
    COMPUTE MWST-BETRAG = GESAMT-STEUER
                        - AFT-ABSCHLAG-STEUER(AUFTRAG-POSITION)
    COMPUTE BRUTTO-BETRAG = RECHNUNG-BETRAG + MWST-BETRAG

    MOVE "S" TO RECHNUNG-ART
    PERFORM OEFFNE-RECHNUNG
    IF RECHNUNG-OFFEN NOT = "J"
        EXIT PARAGRAPH
    END-IF

    COMPUTE PRINT-BETRAG = AFT-WERT(AUFTRAG-POSITION)
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Gesamtleistung netto:   " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE MWST-SATZ TO PRINT-MWST-SATZ
    COMPUTE PRINT-BETRAG = GESAMT-STEUER
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "zzgl. " PRINT-MWST-SATZ "% MwSt:      "
           PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    COMPUTE PRINT-BETRAG = AFT-WERT(AUFTRAG-POSITION) + GESAMT-STEUER
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Gesamtleistung brutto:  " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE

    IF AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION) > 0
        MOVE "abzueglich Abschlagsrechnungen:" TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
        MOVE "  Rechnung  Datum            Netto           MwSt"
          & "         Brutto" TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
        PERFORM VARYING MRT-LAUF-IDX FROM 1 BY 1
                UNTIL MRT-LAUF-IDX > MRT-ANZAHL
            IF MRT-PROJEKT(MRT-LAUF-IDX) = MST-PROJEKT(MS-LAUF-IDX)
             AND MRT-ART(MRT-LAUF-IDX) = "A"
                COMPUTE PRINT-NETTO = MRT-NETTO(MRT-LAUF-IDX)
                COMPUTE PRINT-STEUER = MRT-STEUER(MRT-LAUF-IDX)
                COMPUTE PRINT-BRUTTO = MRT-NETTO(MRT-LAUF-IDX)
                                     + MRT-STEUER(MRT-LAUF-IDX)
                MOVE SPACES TO DOKUMENT-ZEILE
                STRING "  " MRT-RECHNUNG(MRT-LAUF-IDX) "    "
                       MRT-DATUM(MRT-LAUF-IDX) " " PRINT-NETTO
                       " " PRINT-STEUER " " PRINT-BRUTTO
                    INTO DOKUMENT-ZEILE
                END-STRING
                WRITE DOKUMENT-ZEILE
            END-IF
        END-PERFORM
        COMPUTE PRINT-NETTO = AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION)
        COMPUTE PRINT-STEUER = AFT-ABSCHLAG-STEUER(AUFTRAG-POSITION)
        COMPUTE PRINT-BRUTTO = AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION)
                             + AFT-ABSCHLAG-STEUER(AUFTRAG-POSITION)
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "  Summe Abschlaege   " PRINT-NETTO " " PRINT-STEUER
               " " PRINT-BRUTTO
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
    END-IF
    MOVE "---------------------------------------------"
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE

    COMPUTE PRINT-BETRAG = RECHNUNG-BETRAG
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Restbetrag netto:       " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    COMPUTE PRINT-BETRAG = MWST-BETRAG
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "verbleibende MwSt:      " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    COMPUTE PRINT-BETRAG = BRUTTO-BETRAG
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Rechnungsbetrag:        " PRINT-BETRAG " EUR"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    PERFORM SCHREIBE-ZAHLUNGSZIEL
    CLOSE RECHNUNG-DOKUMENT

    PERFORM VERBUCHE-RECHNUNG

    *> Nicht einzeln fakturierte Abschlaege sind mit der
    *> Schlussrechnung abgegolten und werden nie mehr berechnet.
    PERFORM VARYING MS-REST-IDX FROM 1 BY 1
            UNTIL MS-REST-IDX > MEILENSTEIN-ANZAHL
        IF MST-AUFTRAG(MS-REST-IDX) = AUFTRAG-POSITION
         AND MST-RECHNUNG(MS-REST-IDX) = 0
            MOVE SPACES TO MEILENSTEIN-REGISTER-RECORD
            MOVE MST-PROJEKT(MS-REST-IDX) TO MSR-PROJEKT
            MOVE MST-NR(MS-REST-IDX)      TO MSR-NR
            MOVE "E"                      TO MSR-ART
            MOVE RECHNUNG-NR              TO MSR-RECHNUNG
            MOVE RECHNUNG-LAUFDATUM       TO MSR-DATUM
            MOVE 0 TO MSR-SATZ MSR-NETTO MSR-STEUER
            WRITE MEILENSTEIN-REGISTER-RECORD
            PERFORM MERKE-REGISTER-EINTRAG
        END-IF
    END-PERFORM

    PERFORM REGISTRIERE-RECHNUNG
    ADD 1 TO CNT-SCHLUSS
    DISPLAY "Schlussrechnung " RECHNUNG-NR " Projekt "
            MST-PROJEKT(MS-LAUF-IDX) " an "
            FUNCTION TRIM(AKTUELLER-EMPFAENGER) ": "
            PRINT-BETRAG " EUR -> " FUNCTION TRIM(RECHNUNG-DATEINAME).


*> ----------------------------------------------------------------
*> #7.1 Bisher abgerechnete Stufen auf der Abschlagsrechnung
*> ----------------------------------------------------------------
SCHREIBE-ABGERECHNETE-STUFEN.
    IF AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION) > 0
        COMPUTE PRINT-BETRAG = AFT-ABSCHLAG-NETTO(AUFTRAG-POSITION)
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "bisher abgerechnet:     " PRINT-BETRAG " EUR netto"
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
    END-IF.


*> ================================================================
*> #8 Rechnungsdokument eroeffnen (Nummer, Kopf, Anschrift)
*> ================================================================
*> Kopf wie im RECHNUNGS-GENERATOR (#6.1 SCHREIBE-EINE-RECHNUNG),
*> darunter Projekt und Meilenstein.
OEFFNE-RECHNUNG.
    MOVE "N" TO RECHNUNG-OFFEN
    MOVE AFT-EMPFAENGER(AUFTRAG-POSITION) TO AKTUELLER-EMPFAENGER
    ADD 1 TO RECHNUNG-NR
    MOVE SPACES TO RECHNUNG-DATEINAME
    STRING "RECHNUNG-" RECHNUNG-NR ".TXT"
        INTO RECHNUNG-DATEINAME
    END-STRING

    OPEN OUTPUT RECHNUNG-DOKUMENT
    IF FS-DOKUMENT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(RECHNUNG-DATEINAME) ", Status=" FS-DOKUMENT
        MOVE 1 TO RETURN-CODE
        ADD 1 TO CNT-ABGELEHNT
        *> Ohne Dokument keine Rechnung - die Nummer bleibt frei.
        SUBTRACT 1 FROM RECHNUNG-NR
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO RECHNUNG-OFFEN

    MOVE "============================================="
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    IF RECHNUNG-IST-SCHLUSS
        STRING "SCHLUSSRECHNUNG Nr. " RECHNUNG-NR
               "  vom " RECHNUNG-LAUFDATUM
            INTO DOKUMENT-ZEILE
        END-STRING
    ELSE
        STRING "ABSCHLAGSRECHNUNG Nr. " RECHNUNG-NR
               "  vom " RECHNUNG-LAUFDATUM
            INTO DOKUMENT-ZEILE
        END-STRING
    END-IF
    WRITE DOKUMENT-ZEILE
    PERFORM SCHREIBE-ANSCHRIFT
    MOVE "============================================="
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Festpreisprojekt " FUNCTION TRIM(MST-PROJEKT(MS-LAUF-IDX))
           ", Meilenstein " MST-NR(MS-LAUF-IDX)
           " (freigegeben " MST-FREIGABE(MS-LAUF-IDX) ")"
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    IF MST-TEXT(MS-LAUF-IDX) NOT = SPACES
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "  " MST-TEXT(MS-LAUF-IDX)
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
    END-IF
    MOVE "---------------------------------------------"
        TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE.


*> ----------------------------------------------------------------
*> #8.1 Anschriftenblock des Rechnungsempfaengers
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-ANSCHRIFT in rechnungs_generator.cbl.
SCHREIBE-ANSCHRIFT.
    PERFORM SUCHE-KUNDE
    IF KUNDEN-POSITION = 0
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "Empfaenger/Kostenstelle: "
               FUNCTION TRIM(AKTUELLER-EMPFAENGER)
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Kunde Nr. " FUNCTION TRIM(AKTUELLER-EMPFAENGER)
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
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
    IF KDT-UST-ID(KUNDEN-POSITION) NOT = SPACES
        MOVE SPACES TO DOKUMENT-ZEILE
        WRITE DOKUMENT-ZEILE
        MOVE SPACES TO DOKUMENT-ZEILE
        STRING "USt-IdNr. des Kunden: "
               KDT-UST-ID(KUNDEN-POSITION)
            INTO DOKUMENT-ZEILE
        END-STRING
        WRITE DOKUMENT-ZEILE
    END-IF.


*> ----------------------------------------------------------------
*> #8.2 Zahlungsziel und Faelligkeit unter die Rechnung schreiben
*> ----------------------------------------------------------------
*> Mirrors SCHREIBE-ZAHLUNGSZIEL/ERMITTLE-ZAHLUNGSZIEL in
*> rechnungs_generator.cbl - dieselbe Regel wie im MAHNLAUF.
SCHREIBE-ZAHLUNGSZIEL.
    PERFORM SUCHE-KUNDE
    MOVE ZAHLUNGSZIEL-TAGE TO RECHNUNG-ZIEL-TAGE
    IF KUNDEN-POSITION > 0
        IF KDT-ZAHLUNGSZIEL(KUNDEN-POSITION) > 0
            MOVE KDT-ZAHLUNGSZIEL(KUNDEN-POSITION)
                TO RECHNUNG-ZIEL-TAGE
        END-IF
    END-IF
    COMPUTE RECHNUNG-FAELLIG = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(RECHNUNG-LAUFDATUM)
        + RECHNUNG-ZIEL-TAGE)
    MOVE SPACES TO DOKUMENT-ZEILE
    WRITE DOKUMENT-ZEILE
    MOVE SPACES TO DOKUMENT-ZEILE
    STRING "Zahlbar ohne Abzug innerhalb von "
           RECHNUNG-ZIEL-TAGE " Tagen bis " RECHNUNG-FAELLIG "."
        INTO DOKUMENT-ZEILE
    END-STRING
    WRITE DOKUMENT-ZEILE.


*> ----------------------------------------------------------------
*> #8.3 AKTUELLER-EMPFAENGER im Kundenstamm suchen
*> ----------------------------------------------------------------
SUCHE-KUNDE.
    MOVE 0 TO KUNDEN-POSITION
    IF KUNDEN-ANZAHL > 0
        SET KD-IDX TO 1
        SEARCH KUNDEN-EINTRAG
            AT END CONTINUE
            WHEN KDT-NUMMER(KD-IDX) = AKTUELLER-EMPFAENGER
                SET KUNDEN-POSITION TO KD-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #9 Rechnung in die gemeinsamen Register buchen
*> ================================================================
*> Steuerregister, projektgenaues Register mit der Kostenstelle
*> des Projekts und der Meilenstein selbst; die Zeile im
*> Rechnungsregister folgt mit REGISTRIERE-RECHNUNG.
VERBUCHE-RECHNUNG.
    IF FS-MWST-REG = "00"
        MOVE SPACES TO MWST-REGISTER-RECORD
        MOVE RECHNUNG-NR        TO MR-NUMMER
        MOVE RECHNUNG-LAUFDATUM TO MR-DATUM
        MOVE MWST-SATZ          TO MR-SATZ
        MOVE RECHNUNG-BETRAG    TO MR-NETTO
        MOVE MWST-BETRAG        TO MR-STEUER
        MOVE "R"                TO MR-ART
        WRITE MWST-REGISTER-RECORD
    END-IF

    IF FS-PREGISTER = "00"
        MOVE SPACES TO PROJEKT-REGISTER-RECORD
        MOVE RECHNUNG-NR        TO PRG-NUMMER
        MOVE RECHNUNG-LAUFDATUM TO PRG-DATUM
        MOVE MST-PROJEKT(MS-LAUF-IDX) TO PRG-PROJEKT
        MOVE 0                  TO PRG-STUNDEN
        MOVE RECHNUNG-BETRAG    TO PRG-BETRAG
        MOVE "R"                TO PRG-ART
        MOVE AFT-ABTEILUNG(AUFTRAG-POSITION) TO PRG-ABTEILUNG
        WRITE PROJEKT-REGISTER-RECORD
    END-IF

    MOVE SPACES TO MEILENSTEIN-REGISTER-RECORD
    MOVE MST-PROJEKT(MS-LAUF-IDX) TO MSR-PROJEKT
    MOVE MST-NR(MS-LAUF-IDX)      TO MSR-NR
    MOVE RECHNUNG-ART             TO MSR-ART
    MOVE RECHNUNG-NR              TO MSR-RECHNUNG
    MOVE RECHNUNG-LAUFDATUM       TO MSR-DATUM
    MOVE MWST-SATZ                TO MSR-SATZ
    MOVE RECHNUNG-BETRAG          TO MSR-NETTO
    MOVE MWST-BETRAG              TO MSR-STEUER
    WRITE MEILENSTEIN-REGISTER-RECORD
    PERFORM MERKE-REGISTER-EINTRAG.


*> ----------------------------------------------------------------
*> #9.1 Rechnung festschreiben
*> ----------------------------------------------------------------
*> Erst die Folgezeilen auf die Platte, dann die Zeile im
*> Rechnungsregister (REG-STUNDEN 0 - ein Festpreis hat keine
*> Stunden) - mit ihr gilt die Rechnung als ausgestellt -, zuletzt
*> RECHNUNG.NR. Mirrors SICHERE-ZWISCHENSTAND/SICHERE-
*> REGISTERZEILE in rechnungs_generator.cbl.
REGISTRIERE-RECHNUNG.
    IF FS-MWST-REG = "00"
        CLOSE MWST-REGISTER
        OPEN EXTEND MWST-REGISTER
    END-IF
    IF FS-PREGISTER = "00"
        CLOSE PROJEKT-REGISTER
        OPEN EXTEND PROJEKT-REGISTER
    END-IF
    CLOSE MEILENSTEIN-REGISTER
    OPEN EXTEND MEILENSTEIN-REGISTER

    MOVE SPACES TO REGISTER-RECORD
    MOVE RECHNUNG-NR          TO REG-NUMMER
    MOVE RECHNUNG-LAUFDATUM   TO REG-DATUM
    MOVE AKTUELLER-EMPFAENGER TO REG-EMPFAENGER
    MOVE 0                    TO REG-STUNDEN
    MOVE RECHNUNG-BETRAG      TO REG-BETRAG
    MOVE "R"                  TO REG-ART
    MOVE 0                    TO REG-REFERENZ
    WRITE REGISTER-RECORD
    CLOSE RECHNUNGS-REGISTER
    OPEN EXTEND RECHNUNGS-REGISTER
    IF FS-REGISTER NOT = "00"
        DISPLAY "Fehler beim Oeffnen RECHNUNGS-REGISTER.DAT, Status="
                FS-REGISTER
        MOVE 1 TO RETURN-CODE
    END-IF
    PERFORM SICHERE-RECHNUNG-NUMMER.


*> ================================================================
*> #10 Stand des Meilensteinplans melden
*> ================================================================
*> Je Meilenstein: fakturiert (mit Rechnung), abgegolten, zur
*> Fakturierung frei aber nicht berechnet, ueberfaellig (Termin
*> vorbei, keine Freigabe) oder geplant.
MELDE-PLANSTAND.
    DISPLAY "Meilensteinplan zum " STICHTAG ":"
    PERFORM VARYING MS-LAUF-IDX FROM 1 BY 1
            UNTIL MS-LAUF-IDX > MEILENSTEIN-ANZAHL
        MOVE SPACES TO STAND-TEXT
        EVALUATE TRUE
            WHEN MST-AUFTRAG(MS-LAUF-IDX) = 0
                MOVE "ohne Auftragszeile - ignoriert" TO STAND-TEXT
            WHEN MST-ART(MS-LAUF-IDX) = "A"
                STRING "Abschlag Nr. " MST-RECHNUNG(MS-LAUF-IDX)
                    INTO STAND-TEXT
                END-STRING
            WHEN MST-ART(MS-LAUF-IDX) = "S"
                STRING "Schlussrechnung Nr. "
                       MST-RECHNUNG(MS-LAUF-IDX)
                    INTO STAND-TEXT
                END-STRING
            WHEN MST-ART(MS-LAUF-IDX) = "E"
                STRING "abgegolten mit Nr. "
                       MST-RECHNUNG(MS-LAUF-IDX)
                    INTO STAND-TEXT
                END-STRING
            WHEN MST-FREIGABE(MS-LAUF-IDX) > 0
             AND MST-FREIGABE(MS-LAUF-IDX) <= STICHTAG
                MOVE "freigegeben, NICHT fakturiert" TO STAND-TEXT
            WHEN MST-FAELLIG(MS-LAUF-IDX) < STICHTAG
                MOVE "UEBERFAELLIG, nicht freigegeben" TO STAND-TEXT
            WHEN OTHER
                MOVE "geplant" TO STAND-TEXT
        END-EVALUATE
        MOVE MST-PROZENT(MS-LAUF-IDX) TO PRINT-PROZENT
        DISPLAY "  " MST-PROJEKT(MS-LAUF-IDX) " "
                MST-NR(MS-LAUF-IDX) " " PRINT-PROZENT "%"
                " faellig " MST-FAELLIG(MS-LAUF-IDX) "  "
                FUNCTION TRIM(STAND-TEXT)
    END-PERFORM.


*> ================================================================
*> #11 Meilensteinplan laden
*> ================================================================
*> Erst alle Zeilen lesen; "M"-Zeilen eines Projekts ohne
*> "A"-Zeile werden danach gemeldet und verworfen.
LADE-MEILENSTEINPLAN.
    MOVE 0 TO AUFTRAG-ANZAHL MEILENSTEIN-ANZAHL ML-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT MEILENSTEIN-CFG
    IF FS-MEILENSTEIN NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ MEILENSTEIN-CFG
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y"
            ADD 1 TO ML-ZEILEN-NR
            IF MEILENSTEIN-CFG-ZEILE NOT = SPACES
             AND MEILENSTEIN-CFG-ZEILE(1:1) NOT = "*"
                PERFORM MERKE-PLANZEILE
            END-IF
        END-IF
    END-PERFORM
    CLOSE MEILENSTEIN-CFG
    MOVE "N" TO EOF-FLAG

    PERFORM VARYING MS-LAUF-IDX FROM 1 BY 1
            UNTIL MS-LAUF-IDX > MEILENSTEIN-ANZAHL
        PERFORM ORDNE-MEILENSTEIN-ZU
    END-PERFORM.

MERKE-PLANZEILE.
    MOVE FUNCTION TRIM(MEILENSTEIN-CFG-ZEILE) TO ML-ZEILE
    MOVE SPACES TO ML-SATZART-RAW ML-PROJEKT-RAW ML-FELD3-RAW
                   ML-PROZENT-RAW ML-FAELLIG-RAW ML-FREIGABE-RAW
                   ML-TEXT-RAW
    MOVE 1 TO ML-ZEIGER
    UNSTRING ML-ZEILE DELIMITED BY ALL SPACE
        INTO ML-SATZART-RAW ML-PROJEKT-RAW ML-FELD3-RAW
             ML-PROZENT-RAW ML-FAELLIG-RAW ML-FREIGABE-RAW
        WITH POINTER ML-ZEIGER
    END-UNSTRING
    IF ML-ZEIGER <= 100
        MOVE ML-ZEILE(ML-ZEIGER:) TO ML-TEXT-RAW
    END-IF

    MOVE "N" TO ML-GUELTIG
    EVALUATE ML-SATZART-RAW
        WHEN "A"
            IF ML-PROJEKT-RAW NOT = SPACES
             AND FUNCTION TEST-NUMVAL(ML-FELD3-RAW) = 0
                PERFORM MERKE-AUFTRAG
            END-IF
        WHEN "M"
            IF ML-PROJEKT-RAW NOT = SPACES
             AND FUNCTION TRIM(ML-FELD3-RAW) IS NUMERIC
             AND FUNCTION TEST-NUMVAL(ML-PROZENT-RAW) = 0
             AND FUNCTION TRIM(ML-FAELLIG-RAW) IS NUMERIC
             AND FUNCTION TRIM(ML-FREIGABE-RAW) IS NUMERIC
                PERFORM MERKE-MEILENSTEIN
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF ML-GUELTIG NOT = "J"
        DISPLAY "WARNUNG: MEILENSTEIN.CFG Zeile " ML-ZEILEN-NR
                " unlesbar - ignoriert."
    END-IF.

MERKE-AUFTRAG.
    IF AUFTRAG-ANZAHL > 0
        SET AF-IDX TO 1
        SEARCH AUFTRAG-EINTRAG
            AT END CONTINUE
            WHEN AFT-PROJEKT(AF-IDX) = ML-PROJEKT-RAW
                DISPLAY "WARNUNG: MEILENSTEIN.CFG Zeile " ML-ZEILEN-NR
                        ": Auftrag " FUNCTION TRIM(ML-PROJEKT-RAW)
                        " doppelt - ignoriert."
                MOVE "J" TO ML-GUELTIG
                EXIT PARAGRAPH
        END-SEARCH
    END-IF
    IF AUFTRAG-ANZAHL >= 200
        DISPLAY "WARNUNG: Auftragstabelle voll (200), Projekt "
                FUNCTION TRIM(ML-PROJEKT-RAW) " ignoriert."
        MOVE "J" TO ML-GUELTIG
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO AUFTRAG-ANZAHL
    MOVE ML-PROJEKT-RAW TO AFT-PROJEKT(AUFTRAG-ANZAHL)
    COMPUTE AFT-WERT(AUFTRAG-ANZAHL) = FUNCTION NUMVAL(ML-FELD3-RAW)
    MOVE SPACES TO AFT-ABTEILUNG(AUFTRAG-ANZAHL)
                   AFT-EMPFAENGER(AUFTRAG-ANZAHL)
    MOVE 0 TO AFT-LETZTER-MS(AUFTRAG-ANZAHL)
              AFT-ABSCHLAG-NETTO(AUFTRAG-ANZAHL)
              AFT-ABSCHLAG-STEUER(AUFTRAG-ANZAHL)
    MOVE "J" TO ML-GUELTIG.

MERKE-MEILENSTEIN.
    MOVE "J" TO ML-GUELTIG
    IF MEILENSTEIN-ANZAHL >= 1000
        DISPLAY "WARNUNG: Meilensteintabelle voll (1000), Projekt "
                FUNCTION TRIM(ML-PROJEKT-RAW) " Meilenstein "
                FUNCTION TRIM(ML-FELD3-RAW) " ignoriert."
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO MEILENSTEIN-ANZAHL
    MOVE ML-PROJEKT-RAW TO MST-PROJEKT(MEILENSTEIN-ANZAHL)
    COMPUTE MST-NR(MEILENSTEIN-ANZAHL) = FUNCTION NUMVAL(ML-FELD3-RAW)
    COMPUTE MST-PROZENT(MEILENSTEIN-ANZAHL) =
        FUNCTION NUMVAL(ML-PROZENT-RAW)
    COMPUTE MST-FAELLIG(MEILENSTEIN-ANZAHL) =
        FUNCTION NUMVAL(ML-FAELLIG-RAW)
    COMPUTE MST-FREIGABE(MEILENSTEIN-ANZAHL) =
        FUNCTION NUMVAL(ML-FREIGABE-RAW)
    MOVE ML-TEXT-RAW TO MST-TEXT(MEILENSTEIN-ANZAHL)
    MOVE 0 TO MST-AUFTRAG(MEILENSTEIN-ANZAHL)
              MST-RECHNUNG(MEILENSTEIN-ANZAHL)
    MOVE SPACE TO MST-ART(MEILENSTEIN-ANZAHL).

*> Meilenstein MS-LAUF-IDX seinem Auftrag zuordnen und die
*> hoechste Nummer (= Schlussrechnung) je Auftrag fortschreiben.
ORDNE-MEILENSTEIN-ZU.
    MOVE 0 TO AUFTRAG-POSITION
    IF AUFTRAG-ANZAHL > 0
        SET AF-IDX TO 1
        SEARCH AUFTRAG-EINTRAG
            AT END CONTINUE
            WHEN AFT-PROJEKT(AF-IDX) = MST-PROJEKT(MS-LAUF-IDX)
                SET AUFTRAG-POSITION TO AF-IDX
        END-SEARCH
    END-IF
    IF AUFTRAG-POSITION = 0
        DISPLAY "WARNUNG: Meilenstein " MST-NR(MS-LAUF-IDX)
                " fuer Projekt "
                FUNCTION TRIM(MST-PROJEKT(MS-LAUF-IDX))
                " ohne Auftragszeile (A) - ignoriert."
        EXIT PARAGRAPH
    END-IF
    MOVE AUFTRAG-POSITION TO MST-AUFTRAG(MS-LAUF-IDX)
    IF MST-NR(MS-LAUF-IDX) > AFT-LETZTER-MS(AUFTRAG-POSITION)
        MOVE MST-NR(MS-LAUF-IDX) TO AFT-LETZTER-MS(AUFTRAG-POSITION)
    END-IF.


*> ================================================================
*> #11.1 Abteilung und Rechnungsempfaenger der Festpreisprojekte
*> ================================================================
*> Wie LADE-PROJEKT-KUNDEN im RECHNUNGS-GENERATOR: der Kunde
*> (4. Feld) zaehlt nur, wenn er aktiv im Kundenstamm steht,
*> sonst geht die Rechnung an die Kostenstelle (2. Feld).
LADE-PROJEKT-ZUORDNUNG.
    MOVE "N" TO PROJEKT-EOF
    OPEN INPUT PROJEKT-MASTER
    IF FS-PROJEKT = "00"
        PERFORM UNTIL PROJEKT-EOF = "Y"
            READ PROJEKT-MASTER
                AT END MOVE "Y" TO PROJEKT-EOF
            END-READ
            IF PROJEKT-EOF NOT = "Y"
             AND FUNCTION TRIM(PROJEKT-MASTER-ZEILE) NOT = SPACES
                MOVE SPACES TO PK-CODE-RAW PK-ABT-RAW
                               PK-QUAL-RAW PK-KUNDE-RAW
                UNSTRING FUNCTION TRIM(PROJEKT-MASTER-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO PK-CODE-RAW PK-ABT-RAW
                         PK-QUAL-RAW PK-KUNDE-RAW
                END-UNSTRING
                PERFORM MERKE-PROJEKT-ZUORDNUNG
            END-IF
        END-PERFORM
        CLOSE PROJEKT-MASTER
    END-IF

    PERFORM VARYING AF-LAUF-IDX FROM 1 BY 1
            UNTIL AF-LAUF-IDX > AUFTRAG-ANZAHL
        IF AFT-EMPFAENGER(AF-LAUF-IDX) = SPACES
            DISPLAY "WARNUNG: Festpreisprojekt "
                    FUNCTION TRIM(AFT-PROJEKT(AF-LAUF-IDX))
                    " fehlt in PROJEKT-MASTER.CFG - kein"
                    " Rechnungsempfaenger, keine Rechnung."
        END-IF
    END-PERFORM.

MERKE-PROJEKT-ZUORDNUNG.
    SET AF-IDX TO 1
    SEARCH AUFTRAG-EINTRAG
        AT END EXIT PARAGRAPH
        WHEN AFT-PROJEKT(AF-IDX) = PK-CODE-RAW
            CONTINUE
    END-SEARCH
    MOVE PK-ABT-RAW TO AFT-ABTEILUNG(AF-IDX)
    MOVE PK-ABT-RAW TO AFT-EMPFAENGER(AF-IDX)
    IF PK-KUNDE-RAW NOT = SPACES AND PK-KUNDE-RAW NOT = "-"
        MOVE PK-KUNDE-RAW TO AKTUELLER-EMPFAENGER
        PERFORM SUCHE-KUNDE
        IF KUNDEN-POSITION > 0
            MOVE PK-KUNDE-RAW TO AFT-EMPFAENGER(AF-IDX)
        END-IF
    END-IF.


*> ================================================================
*> #11.2 Fakturierte Meilensteine laden
*> ================================================================
LADE-MEILENSTEIN-REGISTER.
    MOVE 0 TO MRT-ANZAHL
    MOVE "N" TO EOF-FLAG
    MOVE "J" TO MRT-LADEN
    OPEN INPUT MEILENSTEIN-REGISTER
    IF FS-MREGISTER = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ MEILENSTEIN-REGISTER
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END PERFORM MERKE-REGISTER-EINTRAG
            END-READ
        END-PERFORM
        CLOSE MEILENSTEIN-REGISTER
    END-IF
    MOVE "N" TO EOF-FLAG MRT-LADEN.

*> Registerzeile in die Tabelle und auf den Meilenstein; Abschlaege
*> gehen in die Summe des Auftrags.
MERKE-REGISTER-EINTRAG.
    IF MRT-ANZAHL < 2000
        ADD 1 TO MRT-ANZAHL
        MOVE MSR-PROJEKT  TO MRT-PROJEKT(MRT-ANZAHL)
        MOVE MSR-NR       TO MRT-NR(MRT-ANZAHL)
        MOVE MSR-ART      TO MRT-ART(MRT-ANZAHL)
        MOVE MSR-RECHNUNG TO MRT-RECHNUNG(MRT-ANZAHL)
        MOVE MSR-DATUM    TO MRT-DATUM(MRT-ANZAHL)
        MOVE MSR-NETTO    TO MRT-NETTO(MRT-ANZAHL)
        MOVE MSR-STEUER   TO MRT-STEUER(MRT-ANZAHL)
    ELSE
        DISPLAY "WARNUNG: Meilensteinregister voll (2000), Rechnung "
                MSR-RECHNUNG " nicht beruecksichtigt."
    END-IF

    MOVE 0 TO MS-POSITION
    IF MEILENSTEIN-ANZAHL > 0
        SET MS-IDX TO 1
        SEARCH MEILENSTEIN-EINTRAG
            AT END CONTINUE
            WHEN MST-PROJEKT(MS-IDX) = MSR-PROJEKT
             AND MST-NR(MS-IDX) = MSR-NR
                SET MS-POSITION TO MS-IDX
        END-SEARCH
    END-IF
    IF MS-POSITION > 0
        MOVE MSR-RECHNUNG TO MST-RECHNUNG(MS-POSITION)
        MOVE MSR-ART      TO MST-ART(MS-POSITION)
    END-IF

    *> Nur beim Laden - die im Lauf neu fakturierten Abschlaege
    *> schreibt FAKTURIERE-ABSCHLAG selbst fort.
    IF MRT-LADEN = "J" AND MSR-ART = "A"
        SET AF-IDX TO 1
        SEARCH AUFTRAG-EINTRAG
            AT END CONTINUE
            WHEN AFT-PROJEKT(AF-IDX) = MSR-PROJEKT
                ADD MSR-NETTO  TO AFT-ABSCHLAG-NETTO(AF-IDX)
                ADD MSR-STEUER TO AFT-ABSCHLAG-STEUER(AF-IDX)
        END-SEARCH
    END-IF.


*> ================================================================
*> #12 Mehrwertsteuersaetze laden
*> ================================================================
*> Mirrors LADE-MWST-CFG in rechnungs_generator.cbl.
LADE-MWST-CFG.
    MOVE 0 TO MWST-ANZAHL
    MOVE "N" TO MS-EOF-FLAG
    OPEN INPUT MWST-CFG
    IF FS-MWST = "00"
        PERFORM UNTIL MS-EOF-FLAG = "Y"
            READ MWST-CFG
                AT END MOVE "Y" TO MS-EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(MWST-CFG-ZEILE) NOT = SPACES
                     AND MWST-ANZAHL < 20
                        MOVE SPACES TO MW-DATUM-RAW MW-SATZ-RAW
                        UNSTRING FUNCTION TRIM(MWST-CFG-ZEILE)
                            DELIMITED BY ALL SPACE
                            INTO MW-DATUM-RAW MW-SATZ-RAW
                        END-UNSTRING
                        IF MW-DATUM-RAW IS NUMERIC
                         AND FUNCTION TEST-NUMVAL(MW-SATZ-RAW) = 0
                            ADD 1 TO MWST-ANZAHL
                            MOVE MW-DATUM-RAW
                                TO MW-GUELTIG-AB(MWST-ANZAHL)
                            COMPUTE MW-PROZENT(MWST-ANZAHL) =
                                FUNCTION NUMVAL(MW-SATZ-RAW)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MWST-CFG
    END-IF
    MOVE "N" TO MS-EOF-FLAG.


*> ================================================================
*> #12.1 Am Rechnungsdatum gueltigen Satz ermitteln
*> ================================================================
ERMITTLE-MWST-SATZ.
    MOVE 0 TO MW-BESTES-AB
    PERFORM VARYING MW-SCAN-IDX FROM 1 BY 1
            UNTIL MW-SCAN-IDX > MWST-ANZAHL
        IF MW-GUELTIG-AB(MW-SCAN-IDX) <= RECHNUNG-LAUFDATUM
         AND MW-GUELTIG-AB(MW-SCAN-IDX) >= MW-BESTES-AB
            MOVE MW-GUELTIG-AB(MW-SCAN-IDX) TO MW-BESTES-AB
            MOVE MW-PROZENT(MW-SCAN-IDX) TO MWST-SATZ
        END-IF
    END-PERFORM.


*> ================================================================
*> #13 Rechnungsnummer laden und sichern
*> ================================================================
*> Mirrors LADE-RECHNUNG-NUMMER/SICHERE-RECHNUNG-NUMMER in
*> rechnungs_generator.cbl - ein Nummernkreis fuer beide.
LADE-RECHNUNG-NUMMER.
    MOVE 0 TO RECHNUNG-NR
    OPEN INPUT RECHNUNG-NUMMER
    IF FS-NUMMER = "00"
        READ RECHNUNG-NUMMER
            AT END CONTINUE
            NOT AT END MOVE RECHNUNG-NUMMER-RECORD TO RECHNUNG-NR
        END-READ
        CLOSE RECHNUNG-NUMMER
    END-IF.

SICHERE-RECHNUNG-NUMMER.
    MOVE RECHNUNG-NR TO RECHNUNG-NUMMER-RECORD
    OPEN OUTPUT RECHNUNG-NUMMER
    WRITE RECHNUNG-NUMMER-RECORD
    CLOSE RECHNUNG-NUMMER.


*> ================================================================
*> #13.1 Abgebrochenen Vorlauf erkennen und zuruecknehmen
*> ================================================================
*> Mirrors PRUEFE-ABGEBROCHENEN-LAUF in rechnungs_generator.cbl:
*> massgeblich ist die hoechste Nummer in RECHNUNGS-REGISTER.DAT.
*> Steuer-, Projekt- und Meilensteinzeilen mit hoeherer Nummer und
*> ihre Dokumente werden entfernt, die Nummern neu vergeben. Hat
*> der RECHNUNGS-GENERATOR Ledgerpositionen mit solchen Nummern
*> hinterlassen, muss erst er laufen - sonst stuenden sie unter
*> Nummern, die dieser Lauf an Festpreisrechnungen vergibt.
PRUEFE-ABGEBROCHENEN-LAUF.
    PERFORM ERMITTLE-REGISTER-STAND
    IF REG-HOECHSTE-NR > RECHNUNG-NR
        DISPLAY "HINWEIS: RECHNUNG.NR (" RECHNUNG-NR ") liegt hinter"
                " RECHNUNGS-REGISTER.DAT (" REG-HOECHSTE-NR
                ") - die Nummernvergabe setzt beim Register fort."
        MOVE REG-HOECHSTE-NR TO RECHNUNG-NR
    END-IF

    MOVE 0 TO CNT-GENERATOR-OFFEN
    MOVE "N" TO ABBRUCH-EOF
    OPEN INPUT ABRECHNUNGS-LEDGER
    IF FS-LEDGER = "00"
        PERFORM UNTIL ABBRUCH-EOF = "Y"
            READ ABRECHNUNGS-LEDGER
                AT END MOVE "Y" TO ABBRUCH-EOF
                NOT AT END
                    IF AL-STATUS = "FAKTURIERT"
                     AND AL-RECHNUNG IS NUMERIC
                     AND AL-RECHNUNG > REG-HOECHSTE-NR
                        ADD 1 TO CNT-GENERATOR-OFFEN
                    END-IF
                    IF AL-STATUS = "GUTGESCHR."
                     AND AL-GUTSCHRIFT IS NUMERIC
                     AND AL-GUTSCHRIFT > REG-HOECHSTE-NR
                        ADD 1 TO CNT-GENERATOR-OFFEN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ABRECHNUNGS-LEDGER
    END-IF
    IF CNT-GENERATOR-OFFEN > 0
        DISPLAY "FEHLER: " CNT-GENERATOR-OFFEN " Ledgerposition(en)"
                " eines abgebrochenen RECHNUNGS-GENERATOR-Laufs -"
                " bitte zuerst den RECHNUNGS-GENERATOR starten."
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE REG-HOECHSTE-NR TO ABBRUCH-BIS-NR
    MOVE 0 TO CNT-VERWORFEN
    PERFORM BEREINIGE-MWST-REGISTER
    PERFORM BEREINIGE-PROJEKT-REGISTER
    PERFORM BEREINIGE-MEILENSTEIN-REGISTER
    IF CNT-VERWORFEN > 0
        DISPLAY "HINWEIS: Vorlauf nach Nummer " REG-HOECHSTE-NR
                " abgebrochen - " CNT-VERWORFEN
                " Register-Folgezeile(n) ohne Registerzeile"
                " zurueckgenommen, die Nummern werden neu vergeben."
    END-IF
    IF ABBRUCH-BIS-NR > REG-HOECHSTE-NR
        MOVE REG-HOECHSTE-NR TO RECHNUNG-NR
    END-IF
    PERFORM ENTFERNE-ABBRUCH-DOKUMENTE.


*> ----------------------------------------------------------------
*> #13.2 Hoechste registrierte Nummer ermitteln
*> ----------------------------------------------------------------
ERMITTLE-REGISTER-STAND.
    MOVE 0 TO REG-HOECHSTE-NR
    MOVE "N" TO ABBRUCH-EOF
    OPEN INPUT RECHNUNGS-REGISTER
    IF FS-REGISTER = "00"
        PERFORM UNTIL ABBRUCH-EOF = "Y"
            READ RECHNUNGS-REGISTER
                AT END MOVE "Y" TO ABBRUCH-EOF
                NOT AT END
                    IF REG-NUMMER IS NUMERIC
                     AND REG-NUMMER > REG-HOECHSTE-NR
                        MOVE REG-NUMMER TO REG-HOECHSTE-NR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECHNUNGS-REGISTER
    END-IF.


*> ----------------------------------------------------------------
*> #13.3 Steuerzeilen ohne Registerzeile entfernen
*> ----------------------------------------------------------------
BEREINIGE-MWST-REGISTER.
    MOVE 0 TO ABBRUCH-ANZAHL
    MOVE "N" TO ABBRUCH-EOF
    OPEN INPUT MWST-REGISTER
    IF FS-MWST-REG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL ABBRUCH-EOF = "Y"
        READ MWST-REGISTER
            AT END MOVE "Y" TO ABBRUCH-EOF
            NOT AT END
                IF MR-NUMMER IS NUMERIC
                 AND MR-NUMMER > REG-HOECHSTE-NR
                    ADD 1 TO ABBRUCH-ANZAHL
                    IF MR-NUMMER > ABBRUCH-BIS-NR
                        MOVE MR-NUMMER TO ABBRUCH-BIS-NR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MWST-REGISTER
    IF ABBRUCH-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT MWST-REGISTER-NEU
    IF FS-REGISTER-NEU NOT = "00"
        DISPLAY "WARNUNG: MWST-REGISTER.NEU nicht anlegbar - "
                ABBRUCH-ANZAHL " Steuerzeile(n) ohne Registerzeile"
                " bleiben stehen."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MWST-REGISTER
    MOVE "N" TO ABBRUCH-EOF
    PERFORM UNTIL ABBRUCH-EOF = "Y"
        READ MWST-REGISTER
            AT END MOVE "Y" TO ABBRUCH-EOF
            NOT AT END
                IF MR-NUMMER IS NUMERIC
                 AND MR-NUMMER > REG-HOECHSTE-NR
                    CONTINUE
                ELSE
                    MOVE MWST-REGISTER-RECORD
                        TO MWST-REGISTER-NEU-RECORD
                    WRITE MWST-REGISTER-NEU-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE MWST-REGISTER
    CLOSE MWST-REGISTER-NEU

    MOVE SPACES TO CMD-LINE
    STRING "mv MWST-REGISTER.NEU MWST-REGISTER.DAT"
        DELIMITED BY SIZE INTO CMD-LINE
    END-STRING
    CALL "SYSTEM" USING CMD-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNUNG: Austausch von MWST-REGISTER.DAT"
                " fehlgeschlagen."
        MOVE 0 TO RETURN-CODE
    ELSE
        ADD ABBRUCH-ANZAHL TO CNT-VERWORFEN
    END-IF.


*> ----------------------------------------------------------------
*> #13.4 Projektzeilen ohne Registerzeile entfernen
*> ----------------------------------------------------------------
BEREINIGE-PROJEKT-REGISTER.
    MOVE 0 TO ABBRUCH-ANZAHL
    MOVE "N" TO ABBRUCH-EOF
    OPEN INPUT PROJEKT-REGISTER
    IF FS-PREGISTER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL ABBRUCH-EOF = "Y"
        READ PROJEKT-REGISTER
            AT END MOVE "Y" TO ABBRUCH-EOF
            NOT AT END
                IF PRG-NUMMER IS NUMERIC
                 AND PRG-NUMMER > REG-HOECHSTE-NR
                    ADD 1 TO ABBRUCH-ANZAHL
                    IF PRG-NUMMER > ABBRUCH-BIS-NR
                        MOVE PRG-NUMMER TO ABBRUCH-BIS-NR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROJEKT-REGISTER
    IF ABBRUCH-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT PROJEKT-REGISTER-NEU
    IF FS-REGISTER-NEU NOT = "00"
        DISPLAY "WARNUNG: PROJEKT-RECHNUNGS-REGISTER.NEU nicht"
                " anlegbar - " ABBRUCH-ANZAHL " Projektzeile(n) ohne"
                " Registerzeile bleiben stehen."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT PROJEKT-REGISTER
    MOVE "N" TO ABBRUCH-EOF
    PERFORM UNTIL ABBRUCH-EOF = "Y"
        READ PROJEKT-REGISTER
            AT END MOVE "Y" TO ABBRUCH-EOF
            NOT AT END
                IF PRG-NUMMER IS NUMERIC
                 AND PRG-NUMMER > REG-HOECHSTE-NR
                    CONTINUE
                ELSE
                    MOVE PROJEKT-REGISTER-RECORD
                        TO PROJEKT-REGISTER-NEU-RECORD
                    WRITE PROJEKT-REGISTER-NEU-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PROJEKT-REGISTER
    CLOSE PROJEKT-REGISTER-NEU

    MOVE SPACES TO CMD-LINE
    STRING "mv PROJEKT-RECHNUNGS-REGISTER.NEU"
           " PROJEKT-RECHNUNGS-REGISTER.DAT"
        DELIMITED BY SIZE INTO CMD-LINE
    END-STRING
    CALL "SYSTEM" USING CMD-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNUNG: Austausch von PROJEKT-RECHNUNGS-REGISTER.DAT"
                " fehlgeschlagen."
        MOVE 0 TO RETURN-CODE
    ELSE
        ADD ABBRUCH-ANZAHL TO CNT-VERWORFEN
    END-IF.


*> ----------------------------------------------------------------
*> #13.5 Meilensteinzeilen ohne Registerzeile entfernen
*> ----------------------------------------------------------------
BEREINIGE-MEILENSTEIN-REGISTER.
    MOVE 0 TO ABBRUCH-ANZAHL
    MOVE "N" TO ABBRUCH-EOF
    OPEN INPUT MEILENSTEIN-REGISTER
    IF FS-MREGISTER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL ABBRUCH-EOF = "Y"
        READ MEILENSTEIN-REGISTER
            AT END MOVE "Y" TO ABBRUCH-EOF
            NOT AT END
                IF MSR-RECHNUNG IS NUMERIC
                 AND MSR-RECHNUNG > REG-HOECHSTE-NR
                    ADD 1 TO ABBRUCH-ANZAHL
                    IF MSR-RECHNUNG > ABBRUCH-BIS-NR
                        MOVE MSR-RECHNUNG TO ABBRUCH-BIS-NR
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE MEILENSTEIN-REGISTER
    IF ABBRUCH-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT MEILENSTEIN-REGISTER-NEU
    IF FS-REGISTER-NEU NOT = "00"
        DISPLAY "WARNUNG: MEILENSTEIN-REGISTER.NEU nicht anlegbar - "
                ABBRUCH-ANZAHL " Meilensteinzeile(n) ohne"
                " Registerzeile bleiben stehen."
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MEILENSTEIN-REGISTER
    MOVE "N" TO ABBRUCH-EOF
    PERFORM UNTIL ABBRUCH-EOF = "Y"
        READ MEILENSTEIN-REGISTER
            AT END MOVE "Y" TO ABBRUCH-EOF
            NOT AT END
                IF MSR-RECHNUNG IS NUMERIC
                 AND MSR-RECHNUNG > REG-HOECHSTE-NR
                    CONTINUE
                ELSE
                    MOVE MEILENSTEIN-REGISTER-RECORD
                        TO MEILENSTEIN-REGISTER-NEU-RECORD
                    WRITE MEILENSTEIN-REGISTER-NEU-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE MEILENSTEIN-REGISTER
    CLOSE MEILENSTEIN-REGISTER-NEU

    MOVE SPACES TO CMD-LINE
    STRING "mv MEILENSTEIN-REGISTER.NEU MEILENSTEIN-REGISTER.DAT"
        DELIMITED BY SIZE INTO CMD-LINE
    END-STRING
    CALL "SYSTEM" USING CMD-LINE
    IF RETURN-CODE NOT = 0
        DISPLAY "WARNUNG: Austausch von MEILENSTEIN-REGISTER.DAT"
                " fehlgeschlagen."
        MOVE 0 TO RETURN-CODE
    ELSE
        ADD ABBRUCH-ANZAHL TO CNT-VERWORFEN
    END-IF.


*> ----------------------------------------------------------------
*> #13.6 Dokumente zu Nummern ohne Registerzeile entfernen
*> ----------------------------------------------------------------
ENTFERNE-ABBRUCH-DOKUMENTE.
    COMPUTE ABBRUCH-NR = REG-HOECHSTE-NR + 1
    IF ABBRUCH-BIS-NR < ABBRUCH-NR
        MOVE ABBRUCH-NR TO ABBRUCH-BIS-NR
    END-IF
    PERFORM UNTIL ABBRUCH-NR > ABBRUCH-BIS-NR
        MOVE SPACES TO CMD-LINE
        STRING "rm -f RECHNUNG-" ABBRUCH-NR ".TXT"
               " GUTSCHRIFT-" ABBRUCH-NR ".TXT"
               " XRECHNUNG-" ABBRUCH-NR ".XML"
            DELIMITED BY SIZE INTO CMD-LINE
        END-STRING
        CALL "SYSTEM" USING CMD-LINE
        MOVE 0 TO RETURN-CODE
        ADD 1 TO ABBRUCH-NR
    END-PERFORM.


*> ================================================================
*> #14 Kundenstamm und Vorgabe-Zahlungsziel laden
*> ================================================================
*> Mirrors LADE-KUNDEN-STAMM in rechnungs_generator.cbl (nur
*> aktive Kunden).
LADE-KUNDEN-STAMM.
    MOVE 0 TO KUNDEN-ANZAHL
    MOVE "N" TO KUNDEN-EOF
    OPEN INPUT KUNDEN-STAMM
    IF FS-KUNDEN = "00"
        PERFORM UNTIL KUNDEN-EOF = "Y"
            READ KUNDEN-STAMM
                AT END MOVE "Y" TO KUNDEN-EOF
            END-READ
            IF KUNDEN-EOF NOT = "Y"
             AND KD-NUMMER NOT = SPACES
             AND KD-IST-AKTIV
             AND KUNDEN-ANZAHL < 1000
                ADD 1 TO KUNDEN-ANZAHL
                MOVE KD-NUMMER  TO KDT-NUMMER(KUNDEN-ANZAHL)
                MOVE KD-NAME    TO KDT-NAME(KUNDEN-ANZAHL)
                MOVE KD-NAME2   TO KDT-NAME2(KUNDEN-ANZAHL)
                MOVE KD-STRASSE TO KDT-STRASSE(KUNDEN-ANZAHL)
                MOVE KD-PLZ     TO KDT-PLZ(KUNDEN-ANZAHL)
                MOVE KD-ORT     TO KDT-ORT(KUNDEN-ANZAHL)
                MOVE KD-LAND    TO KDT-LAND(KUNDEN-ANZAHL)
                MOVE KD-UST-ID  TO KDT-UST-ID(KUNDEN-ANZAHL)
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
*> #15 Kommandozeilenparameter auswerten (Stichtag JJJJMMTT)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:8) IS NUMERIC
            MOVE WS-ARGUMENT-WERT(1:8) TO STICHTAG
        END-IF
    END-IF.


*> ================================================================
*> #16 Aktive Firma lesen (Konzernsicht = "**")
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
