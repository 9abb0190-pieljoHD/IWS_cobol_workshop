*> ================================================================
*> #1 IDENTIFICATION DIVISION – Wer bin ich?
*> ================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID. UV-LOHNNACHWEIS.
AUTHOR. Workshop-Team.
DATE-WRITTEN. 2026-OCT-15.

*> Jaehrlicher Lohnnachweis an die Berufsgenossenschaft
*> (gesetzliche Unfallversicherung) - bisher aus LOHNKONTO.DAT und
*> einer Tabelle "wer arbeitet wo" von Hand zusammengetragen.
*> Summiert fuer das Nachweisjahr (JJJJ, 1. Parameter; Default
*> Vorjahr) je Gefahrtarifstelle das beitragspflichtige Entgelt und
*> die geleisteten Arbeitsstunden und schreibt den Nachweis nach
*> UV-LOHNNACHWEIS-<JJJJ>.DAT (eine Zeile je Feld bzw. je
*> Gefahrtarifstelle), die Abstimmung zur Lohnsumme nach Konsole +
*> UV-LOHNNACHWEIS-<JJJJ>.RPT.
*>
*> Entgelt: Brutto plus Sachbezuege der Lohnkontozeilen des Jahres
*> (Kurzarbeitergeld ist nicht beitragspflichtig und wird nur
*> ausgewiesen), je Mitarbeiter gekappt auf den Hoechst-
*> jahresarbeitsverdienst der BG; verteilt sich ein Mitarbeiter
*> auf mehrere Gefahrtarifstellen, wird anteilig gekappt. Eine
*> Monatszeile zaehlt zur Gefahrtarifstelle am Monatsende, eine
*> Zeile ohne Monat (00) zur Gefahrtarifstelle am Jahresende.
*> Stunden: Arbeitsbuchungen des Jahres aus dem Historienlager
*> BUCHUNGS-HISTORIE.DAT abzueglich ihrer Stornos ("STO" mit
*> Buchungsnummer und Datum des Originals), je Buchung zur
*> Gefahrtarifstelle an ihrem Datum.
*>
*> Gefahrtarif aus UV-GEFAHRTARIF.CFG: eine Zeile
*> "GUELTIG-AB JJJJMMTT" eroeffnet einen neuen Stand (es gilt der
*> juengste, der am 31.12. des Nachweisjahres schon gilt), darunter
*>   HOECHST-JAV <Betrag>        Hoechstjahresarbeitsverdienst
*>                               (0 = ohne Kappung)
*>   BEITRAGSFUSS <Wert>         Beitragsfuss der BG fuer die
*>                               Schaetzung (0 = keine Schaetzung)
*>   STELLE <Nr> <Gefahrklasse> <Bezeichnung>
*>   VORGABE <Nr>                Gefahrtarifstelle fuer alle ohne
*>                               Zuordnung (fehlt = keine)
*> Zuordnung mit Historie aus UV-ZUORDNUNG.CFG, je Zeile
*>   <GueltigAbJJJJMMTT> ABT <Abteilung> <Nr>
*>   <GueltigAbJJJJMMTT> MA <Personalnr> <Nr>   ("-" statt <Nr>:
*>                               ab da wieder nach der Abteilung)
*> Die Zuordnung des Mitarbeiters geht der seiner Abteilung vor;
*> die Abteilung am Stichtag kommt aus STAMM-HISTORIE.DAT, sonst
*> aus dem Stamm. Was keiner Gefahrtarifstelle zugeordnet ist, wird
*> nicht gemeldet, sondern in der Abstimmung gesondert aufgefuehrt
*> (Returncode 1). Mitgliedsnummer und Unternehmer aus FIRMA.CFG
*> (Zeile 1 Name, Schluessel UV-MITGLIEDSNR).
*>
*> Nachgewiesen wird nur ein Jahr, dessen Dezember von
*> PERIODEN-ABSCHLUSS gesperrt ist (PERIODEN-SPERRE.DAT), und nur
*> fuer eine Firma (nicht in der Konzernsicht). Jeder Nachweis
*> steht mit seinen Summen im fortlaufenden UV-LOHNNACHWEIS.DAT; es
*> gilt je Jahr die letzte Zeile. Ein erneuter Lauf mit
*> veraenderten Zahlen erzeugt einen berichtigten Nachweis. Der
*> geschaetzte Beitrag (Entgelt x Gefahrklasse x Beitragsfuss /
*> 1000 je Gefahrtarifstelle) wird nach dem Kontenmapping
*> KONTEN-MAPPING.CFG (Code UNFALLVERS: Aufwand, Rueckstellung)
*> als Soll/Haben-Paar in UV-JOURNAL-<JJJJMMTT>.DAT zurueck-
*> gestellt, bei einer Berichtigung nur die Differenz.


*> ================================================================
*> #2 ENVIRONMENT DIVISION – Welche Dateien benutze ich?
*> ================================================================
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOHNKONTO.

    SELECT BUCHUNGS-HISTORIE
        ASSIGN TO "BUCHUNGS-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-HISTORIE.

    SELECT MITARBEITER-STAMM
        ASSIGN TO "MITARBEITER-STAMM.DAT"
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

    SELECT STAMM-HISTORIE
        ASSIGN TO "STAMM-HISTORIE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SHISTORIE.

    SELECT PERIODEN-SPERRE
        ASSIGN TO "PERIODEN-SPERRE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SPERRE.

    SELECT FIRMA-CFG
        ASSIGN TO "FIRMA.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA.

    SELECT FIRMA-AKTIV
        ASSIGN TO "FIRMA-AKTIV.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-FIRMA-AKTIV.

    SELECT KONTEN-MAPPING
        ASSIGN TO "KONTEN-MAPPING.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-MAPPING.

    SELECT GEFAHRTARIF-CFG
        ASSIGN TO "UV-GEFAHRTARIF.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-TARIF.

    SELECT ZUORDNUNG-CFG
        ASSIGN TO "UV-ZUORDNUNG.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ZUORDNUNG.

    *> Fortlaufendes Register aller abgegebenen Nachweise.
    SELECT NACHWEIS-REGISTER
        ASSIGN TO "UV-LOHNNACHWEIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REGISTER.

    SELECT NACHWEIS
        ASSIGN TO NACHWEIS-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-NACHWEIS.

    SELECT NACHWEIS-REPORT
        ASSIGN TO REPORT-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-REPORT.

    SELECT UV-JOURNAL
        ASSIGN TO JOURNAL-DATEINAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-JOURNAL.


*> ================================================================
*> #3 DATA DIVISION – Was speichere ich?
*> ================================================================
DATA DIVISION.

*> ---------------------------
*> #3.1 FILE SECTION
*> ---------------------------
FILE SECTION.
*> Mirrors LOHNKONTO-RECORD in lohnkonto.cbl.
FD LOHNKONTO.
01 LOHNKONTO-RECORD.
    05 LK-JAHR     PIC 9(4).
    05 FILLER      PIC X(01).
    05 LK-VORNAME  PIC X(10).
    05 FILLER      PIC X(01).
    05 LK-NACHNAME PIC X(10).
    05 FILLER      PIC X(01).
    05 LK-BRUTTO   PIC 9(9)V99.
    05 FILLER      PIC X(01).
    05 LK-STEUER   PIC 9(9)V99.
    05 FILLER      PIC X(01).
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

*> Mirrors HISTORIE-RECORD in historie_auskunft.cbl.
FD BUCHUNGS-HISTORIE.
01 HISTORIE-RECORD.
    05 HIS-LAUFDATUM   PIC 9(08).
    05 HIS-BUCHUNGS-NR PIC X(03).
    05 HIS-SATZ.
        10 HIS-VORNAME      PIC X(10).
        10 HIS-NACHNAME     PIC X(10).
        10 HIS-STUNDEN      PIC X(03).
        10 HIS-SATZ-NR      PIC X(03).
        10 HIS-DATUM        PIC X(08).
        10 HIS-GEHALT       PIC X(08).
        10 HIS-GEBURTSDATUM PIC X(08).
        10 HIS-KENNUNG      PIC X(03).
        10 HIS-ABW-ART      PIC X(01).
        10 FILLER           PIC X(26).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

*> Mirrors STAMM-HISTORIE-RECORD in stamm_pflege.cbl.
FD STAMM-HISTORIE.
01 STAMM-HISTORIE-RECORD.
    05 SH-VORNAME    PIC X(10).
    05 SH-NACHNAME   PIC X(10).
    05 SH-GUELTIG-AB PIC 9(08).
    05 SH-STUNDENSATZ PIC 9(03).
    05 SH-ABTEILUNG  PIC X(10).
    05 SH-BEARBEITER PIC X(08).
    05 SH-BANKDATEN  PIC X(01).

FD PERIODEN-SPERRE.
01 PERIODEN-SPERRE-ZEILE PIC 9(6).

FD FIRMA-CFG.
01 FIRMA-CFG-ZEILE PIC X(80).

FD FIRMA-AKTIV.
COPY FIRMREC.

FD KONTEN-MAPPING.
01 KONTEN-MAPPING-ZEILE PIC X(40).

FD GEFAHRTARIF-CFG.
01 GEFAHRTARIF-CFG-ZEILE PIC X(80).

FD ZUORDNUNG-CFG.
01 ZUORDNUNG-CFG-ZEILE PIC X(60).

FD NACHWEIS-REGISTER.
01 REGISTER-RECORD.
    05 UVR-JAHR        PIC 9(4).
    05 FILLER          PIC X(01).
    05 UVR-ZEITSTEMPEL PIC X(14).
    05 FILLER          PIC X(01).
    *> E = Erstnachweis, B = berichtigter Nachweis
    05 UVR-ART         PIC X(01).
    05 FILLER          PIC X(01).
    05 UVR-VERSICHERTE PIC 9(4).
    05 FILLER          PIC X(01).
    05 UVR-ENTGELT     PIC 9(11)V99.
    05 FILLER          PIC X(01).
    05 UVR-STUNDEN     PIC 9(7).
    05 FILLER          PIC X(01).
    05 UVR-BEITRAG     PIC 9(9)V99.

FD NACHWEIS.
01 NACHWEIS-ZEILE PIC X(100).

FD NACHWEIS-REPORT.
01 REPORT-ZEILE PIC X(100).

FD UV-JOURNAL.
01 JOURNAL-ZEILE PIC X(60).

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
WORKING-STORAGE SECTION.

77 FS-LOHNKONTO   PIC XX VALUE SPACES.
77 FS-HISTORIE    PIC XX VALUE SPACES.
77 FS-STAMM       PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-SHISTORIE   PIC XX VALUE SPACES.
77 FS-SPERRE      PIC XX VALUE SPACES.
77 FS-FIRMA       PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 FS-MAPPING     PIC XX VALUE SPACES.
77 FS-TARIF       PIC XX VALUE SPACES.
77 FS-ZUORDNUNG   PIC XX VALUE SPACES.
77 FS-REGISTER    PIC XX VALUE SPACES.
77 FS-NACHWEIS    PIC XX VALUE SPACES.
77 FS-REPORT      PIC XX VALUE SPACES.
77 FS-JOURNAL     PIC XX VALUE SPACES.
77 EOF-FLAG       PIC X  VALUE "N".

01 WS-ARGUMENT-ANZAHL PIC 9(2) VALUE 0.
01 WS-ARGUMENT-INDEX  PIC 9(2) VALUE 0.
01 WS-ARGUMENT-WERT   PIC X(100).

01 NACHWEIS-JAHR      PIC 9(4) VALUE 0.
01 JAHRES-ENDE        PIC 9(8).
01 NACHWEIS-DATEINAME PIC X(40).
01 REPORT-DATEINAME   PIC X(40).
01 JOURNAL-DATEINAME  PIC X(40).
01 JOURNAL-OFFEN      PIC X VALUE "N".
01 ZEITSTEMPEL        PIC X(14).

*> Aktive Firma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.

*> Unternehmerdaten aus FIRMA.CFG - mirrors LADE-FIRMA-CFG in
*> lastschrift_einzug.cbl.
01 UNTERNEHMER-NAME PIC X(60) VALUE SPACES.
01 MITGLIEDSNUMMER  PIC X(20) VALUE SPACES.
01 FC-ZEILE         PIC X(80).
01 FC-SCHLUESSEL    PIC X(20).
01 FC-WERT          PIC X(80).
01 FC-ZEIGER        PIC 9(3).
01 FC-ZEILEN-NR     PIC 9(3).

*> Gesperrte Perioden - mirrors LOAD-PERIODEN-SPERRE in
*> buchungen_korrektur.cbl.
01 SPERRE-ANZAHL PIC 9(3) VALUE 0.
01 SPERRE-TABELLE.
    05 SPERRE-EINTRAG OCCURS 1 TO 120 TIMES
                       DEPENDING ON SPERRE-ANZAHL
                       INDEXED BY SPR-IDX.
        10 SPERRE-PERIODE PIC 9(6).
01 PERIODE-GESPERRT PIC X.
01 SUCH-PERIODE     PIC 9(6).

*> Kontenmapping - mirrors LADE-KONTEN-MAPPING in fibu_export.
01 MAP-ANZAHL PIC 9(3) VALUE 0.
01 MAP-TABELLE.
    05 MAP-EINTRAG OCCURS 1 TO 200 TIMES
                    DEPENDING ON MAP-ANZAHL
                    INDEXED BY MAP-IDX.
        10 MAP-ABTEILUNG    PIC X(10).
        10 MAP-ERTRAGSKONTO PIC X(8).
        10 MAP-GEGENKONTO   PIC X(8).
01 MAP-ABT-RAW    PIC X(10).
01 MAP-ERTRAG-RAW PIC X(8).
01 MAP-GEGEN-RAW  PIC X(8).

*> Konten der Beitragsrueckstellung (Soll = Aufwand,
*> Haben = Rueckstellung/Verbindlichkeit gegenueber der BG).
01 KTO-UV-SOLL  PIC X(8) VALUE SPACES.
01 KTO-UV-HABEN PIC X(8) VALUE SPACES.

*> Gefahrtarif aus UV-GEFAHRTARIF.CFG (gueltiger Stand).
01 HOECHST-JAV    PIC 9(7)V99 VALUE 0.
01 BEITRAGSFUSS   PIC 9(3)V9(4) VALUE 0.
01 VORGABE-STELLE PIC X(4) VALUE SPACES.
01 TARIF-GUELTIG-AB PIC 9(8) VALUE 0.
01 GT-ANZAHL PIC 9(3) VALUE 0.
01 GT-TABELLE.
    05 GT-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON GT-ANZAHL
                   INDEXED BY GT-IDX.
        10 GT-STELLE      PIC X(4).
        10 GT-KLASSE      PIC 9(3)V9(4).
        10 GT-BEZEICHNUNG PIC X(30).
        10 GT-VERSICHERTE PIC 9(4).
        10 GT-ENTGELT     PIC 9(11)V99.
        10 GT-STUNDEN     PIC 9(7).
        10 GT-BEITRAG     PIC 9(9)V99.
01 GT-POSITION PIC 9(3).
01 TARIF-ZEILE      PIC X(80).
01 PAR-SCHLUESSEL   PIC X(20).
01 PAR-WERT         PIC X(20).
01 PAR-WERT2        PIC X(20).
01 PAR-ZEIGER       PIC 9(3).
01 PAR-REST         PIC X(80).
01 PAR-BLOCK-GILT   PIC X VALUE "J".
01 PAR-BLOCK-DATUM  PIC 9(8).
01 PAR-BESTES-DATUM PIC 9(8) VALUE 0.

*> Zuordnungen aus UV-ZUORDNUNG.CFG (alle Staende).
01 ZU-ANZAHL PIC 9(4) VALUE 0.
01 ZU-TABELLE.
    05 ZU-EINTRAG OCCURS 1 TO 1000 TIMES
                   DEPENDING ON ZU-ANZAHL
                   INDEXED BY ZU-IDX.
        10 ZU-GUELTIG-AB  PIC 9(8).
        10 ZU-ART         PIC X(3).
        10 ZU-SCHLUESSEL  PIC X(10).
        10 ZU-STELLE      PIC X(4).
01 ZU-DATUM-RAW   PIC X(10).
01 ZU-ART-RAW     PIC X(10).
01 ZU-SCHLUESSEL-RAW PIC X(12).
01 ZU-STELLE-RAW  PIC X(10).
01 ZU-ZEILEN-NR   PIC 9(4).
01 ZU-BESTES-AB   PIC 9(8).
01 ZU-TREFFER     PIC X(4).
01 PNR-ZAHL       PIC 9(5).
01 PNR-TEXT       PIC X(10).

*> Mitarbeiterstamm: je Mitarbeiter einmal per Namensschluessel
*> gelesen (#23), Abteilung und Personalnummer merkt sich PS-EINTRAG.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-VORHANDEN     PIC X VALUE "N".

*> Abteilungshistorie aller Mitarbeiter (Klartextnamen).
01 HI-ANZAHL PIC 9(4) VALUE 0.
01 HI-TABELLE.
    05 HI-EINTRAG OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HI-ANZAHL
                   INDEXED BY HI-IDX.
        10 HI-VORNAME   PIC X(10).
        10 HI-NACHNAME  PIC X(10).
        10 HI-GUELTIG-AB PIC 9(8).
        10 HI-ABTEILUNG PIC X(10).
01 HI-BESTES-AB PIC 9(8).
01 ABT-STICHTAG PIC 9(8).
01 ABT-ERGEBNIS PIC X(10).

*> Zuordnung fuer einen Mitarbeiter an einem Stichtag.
01 SUCH-VORNAME  PIC X(10).
01 SUCH-NACHNAME PIC X(10).
01 GTS-STICHTAG  PIC 9(8).
01 GTS-ERGEBNIS  PIC X(4).

*> Je Mitarbeiter (Klartextnamen): Jahresentgelt, Kappung und
*> nicht zugeordnete Werte.
01 PS-ANZAHL PIC 9(3) VALUE 0.
01 PS-TABELLE.
    05 PS-EINTRAG OCCURS 1 TO 600 TIMES
                   DEPENDING ON PS-ANZAHL
                   INDEXED BY PS-IDX.
        10 PS-VORNAME      PIC X(10).
        10 PS-NACHNAME     PIC X(10).
        10 PS-IM-STAMM     PIC X(01).
        10 PS-ABTEILUNG    PIC X(10).
        10 PS-PERSONALNR   PIC 9(05).
        10 PS-ENTGELT      PIC 9(9)V99.
        10 PS-KAPPUNG      PIC 9(9)V99.
        10 PS-OHNE-ENTGELT PIC 9(9)V99.
        10 PS-OHNE-STUNDEN PIC 9(5).
01 PS-POSITION PIC 9(3).

*> Entgelt je Mitarbeiter und Gefahrtarifstelle (leer = ohne
*> Zuordnung), vor und nach der Kappung.
01 PK-ANZAHL PIC 9(4) VALUE 0.
01 PK-TABELLE.
    05 PK-EINTRAG OCCURS 1 TO 1500 TIMES
                   DEPENDING ON PK-ANZAHL
                   INDEXED BY PK-IDX.
        10 PK-PERSON  PIC 9(3).
        10 PK-STELLE  PIC X(4).
        10 PK-ENTGELT PIC 9(9)V99.
        10 PK-GEKAPPT PIC 9(9)V99.
01 PK-POSITION PIC 9(4).

*> Stornos aus dem Historienlager.
01 SO-ANZAHL PIC 9(4) VALUE 0.
01 SO-TABELLE.
    05 SO-EINTRAG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SO-ANZAHL
                   INDEXED BY SO-IDX.
        10 SO-VORNAME-M  PIC X(10).
        10 SO-NACHNAME-M PIC X(10).
        10 SO-NR         PIC X(3).
        10 SO-DATUM      PIC 9(8).
        10 SO-STUNDEN    PIC 9(3).

01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".

*> Monatsende zur Lohnkontozeile - mirrors BERECHNE-MONATSENDE in
*> personal_statistik.cbl.
01 HILF-PERIODE PIC 9(6).
01 HILF-TEILE REDEFINES HILF-PERIODE.
    05 HILF-JAHR  PIC 9(4).
    05 HILF-MONAT PIC 9(2).
01 HILF-DATUM   PIC 9(8).

01 ZEILEN-ENTGELT PIC 9(9)V99.
01 SATZ-STUNDEN   PIC 9(3).
01 STORNO-STUNDEN PIC 9(3).
01 KAPPUNG-REST   PIC 9(9)V99.
01 KAPPUNG-BASIS  PIC 9(9)V99.
01 ANTEIL-GEKAPPT PIC 9(9)V99.

*> Abstimmung zur Lohnsumme.
01 SUMME-BRUTTO     PIC 9(11)V99 VALUE 0.
01 SUMME-SACHBEZUG  PIC 9(11)V99 VALUE 0.
01 SUMME-KUG        PIC 9(11)V99 VALUE 0.
01 SUMME-VOR-KAPPUNG PIC 9(11)V99 VALUE 0.
01 SUMME-KAPPUNG    PIC 9(11)V99 VALUE 0.
01 SUMME-OHNE       PIC 9(11)V99 VALUE 0.
01 SUMME-GEMELDET   PIC 9(11)V99 VALUE 0.
01 SUMME-DIFFERENZ  PIC S9(11)V99 VALUE 0.
01 STD-GELESEN      PIC 9(7) VALUE 0.
01 STD-STORNIERT    PIC 9(7) VALUE 0.
01 STD-OHNE         PIC 9(7) VALUE 0.
01 STD-GEMELDET     PIC 9(7) VALUE 0.
01 STD-DIFFERENZ    PIC S9(7) VALUE 0.
01 SUMME-VERSICHERTE PIC 9(4) VALUE 0.
01 SUMME-BEITRAG    PIC 9(9)V99 VALUE 0.

*> Stand laut Register (letzte Zeile des Nachweisjahres).
01 ALT-GEMELDET    PIC X VALUE "N".
01 ALT-VERSICHERTE PIC 9(4) VALUE 0.
01 ALT-ENTGELT     PIC 9(11)V99 VALUE 0.
01 ALT-STUNDEN     PIC 9(7) VALUE 0.
01 ALT-BEITRAG     PIC 9(9)V99 VALUE 0.
01 NACHWEIS-ART    PIC X(1) VALUE SPACE.

01 BUCH-BETRAG   PIC S9(9)V99.
01 BUCH-SOLL     PIC X(8).
01 BUCH-HABEN    PIC X(8).
01 BUCH-TEXT     PIC X(24).
01 SUMME-JOURNAL PIC 9(11)V99 VALUE 0.

01 JOURNAL-SATZ.
    05 JS-KONTO      PIC X(8).
    05 FILLER        PIC X(1).
    05 JS-SH         PIC X(1).
    05 FILLER        PIC X(1).
    05 JS-BETRAG     PIC 9(9)V99.
    05 FILLER        PIC X(1).
    05 JS-TEXT       PIC X(24).

01 CNT-LK-ZEILEN   PIC 9(6) VALUE 0.
01 CNT-GEKAPPT     PIC 9(4) VALUE 0.
01 CNT-ARBEIT      PIC 9(7) VALUE 0.
01 CNT-STORNIERT   PIC 9(6) VALUE 0.
01 CNT-UEBERLAUF   PIC 9(6) VALUE 0.
01 CNT-OHNE-MA     PIC 9(4) VALUE 0.
01 LAUF-IDX        PIC 9(4).
01 PRINT-BETRAG    PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-DIFF      PIC -ZZZ,ZZZ,ZZ9.99.
01 PRINT-SUMME     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 PRINT-STUNDEN   PIC Z,ZZZ,ZZ9.
01 PRINT-STD-DIFF  PIC -Z,ZZZ,ZZ9.
01 PRINT-KLASSE    PIC ZZ9.9999.
01 PRINT-ANZAHL    PIC ZZZ9.
01 NW-BETRAG       PIC 9(11).99.
01 NW-STUNDEN      PIC 9(7).
01 NW-ANZAHL       PIC 9(4).
01 NW-KLASSE       PIC 9(3).9999.
01 MELDUNG PIC X(100).


*> ================================================================
*> #4 PROCEDURE DIVISION – Hauptsteuerung
*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - UV-LOHNNACHWEIS laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM PARSE-KOMMANDOZEILE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO ZEITSTEMPEL.

    PERFORM LOAD-PERIODEN-SPERRE.
    COMPUTE SUCH-PERIODE = NACHWEIS-JAHR * 100 + 12
    PERFORM PRUEFE-PERIODE-GESPERRT
    IF PERIODE-GESPERRT NOT = "J"
        DISPLAY "ABGEWIESEN: Periode " SUCH-PERIODE " ist nicht"
                " abgeschlossen - das Nachweisjahr " NACHWEIS-JAHR
                " braucht den gesperrten Dezember."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-FIRMA-CFG.
    IF MITGLIEDSNUMMER = SPACES
        DISPLAY "WARNUNG: keine UV-MITGLIEDSNR in FIRMA.CFG - der"
                " Nachweis ist ohne Mitgliedsnummer nicht abgebbar."
        MOVE 1 TO RETURN-CODE
    END-IF.

    PERFORM LADE-GEFAHRTARIF.
    IF GT-ANZAHL = 0
        DISPLAY "ABGEWIESEN: UV-GEFAHRTARIF.CFG fehlt oder enthaelt"
                " fuer " NACHWEIS-JAHR " keine Gefahrtarifstelle."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LADE-ZUORDNUNG.

    PERFORM LADE-KONTEN-MAPPING.
    PERFORM SUCHE-UV-KONTEN.
    IF KTO-UV-SOLL = SPACES
        DISPLAY "ABGEWIESEN: kein Kontenmapping UNFALLVERS in"
                " KONTEN-MAPPING.CFG - der Beitrag kann nicht"
                " zurueckgestellt werden."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LADE-ABTEILUNGSHISTORIE.
    PERFORM PRUEFE-MITARBEITER-STAMM.
    PERFORM LADE-REGISTER.

    OPEN INPUT LOHNKONTO.
    IF FS-LOHNKONTO NOT = "00"
        DISPLAY "LOHNKONTO.DAT nicht vorhanden - erst"
                " LOHNKONTO-FUEHRUNG laufen lassen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    MOVE "N" TO EOF-FLAG
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNKONTO
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END PERFORM SUMMIERE-LOHNKONTO
        END-READ
    END-PERFORM.
    CLOSE LOHNKONTO.
    IF CNT-LK-ZEILEN = 0
        DISPLAY "WARNUNG: keine Lohnkontozeilen fuer "
                NACHWEIS-JAHR " - nichts nachgewiesen."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM KAPPE-HOECHSTBETRAG.

    PERFORM LADE-STORNOS.
    IF FS-HISTORIE NOT = "00"
        DISPLAY "WARNUNG: BUCHUNGS-HISTORIE.DAT nicht vorhanden -"
                " der Nachweis enthaelt keine Arbeitsstunden."
        MOVE 1 TO RETURN-CODE
    ELSE
        PERFORM ZAEHLE-STUNDEN
    END-IF.

    PERFORM BERECHNE-BEITRAG.

    MOVE SPACES TO REPORT-DATEINAME
    STRING "UV-LOHNNACHWEIS-" NACHWEIS-JAHR ".RPT"
        DELIMITED BY SIZE INTO REPORT-DATEINAME
    END-STRING
    OPEN OUTPUT NACHWEIS-REPORT.
    IF FS-REPORT NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(REPORT-DATEINAME) ", Status=" FS-REPORT
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM DRUCKE-STELLEN.
    PERFORM DRUCKE-ABSTIMMUNG.
    CLOSE NACHWEIS-REPORT.

    IF SUMME-DIFFERENZ NOT = 0 OR STD-DIFFERENZ NOT = 0
        DISPLAY "ABGEWIESEN: Abstimmung zur Lohnsumme geht nicht"
                " auf - kein Nachweis, keine Buchung."
        MOVE 1 TO RETURN-CODE
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM PRUEFE-NACHWEIS.

    IF JOURNAL-OFFEN = "J"
        MOVE SPACES TO JOURNAL-ZEILE
        STRING "SUMME UV=" SUMME-JOURNAL
            INTO JOURNAL-ZEILE
        END-STRING
        WRITE JOURNAL-ZEILE
        CLOSE UV-JOURNAL
    END-IF.

    DISPLAY "--------------------------------------------".
    DISPLAY "UV-Lohnnachweis " NACHWEIS-JAHR ": " CNT-LK-ZEILEN
            " Lohnkontozeile(n), " CNT-ARBEIT " Arbeitsbuchung(en), "
            GT-ANZAHL " Gefahrtarifstelle(n).".
    IF JOURNAL-OFFEN = "J"
        COMPUTE PRINT-BETRAG = SUMME-JOURNAL
        DISPLAY "Gebucht in " FUNCTION TRIM(JOURNAL-DATEINAME)
                ": " PRINT-BETRAG " EUR."
    END-IF.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


*> ================================================================
*> #5 Kommandozeilenparameter auswerten (Nachweisjahr JJJJ)
*> ================================================================
PARSE-KOMMANDOZEILE.
    ACCEPT WS-ARGUMENT-ANZAHL FROM ARGUMENT-NUMBER.
    IF WS-ARGUMENT-ANZAHL >= 1
        MOVE 1 TO WS-ARGUMENT-INDEX
        DISPLAY WS-ARGUMENT-INDEX UPON ARGUMENT-NUMBER
        ACCEPT WS-ARGUMENT-WERT FROM ARGUMENT-VALUE
        IF WS-ARGUMENT-WERT(1:4) IS NUMERIC
         AND WS-ARGUMENT-WERT(5:1) = SPACE
            MOVE WS-ARGUMENT-WERT(1:4) TO NACHWEIS-JAHR
        END-IF
    END-IF
    *> Ohne Parameter das abgelaufene Vorjahr.
    IF NACHWEIS-JAHR = 0
        MOVE FUNCTION CURRENT-DATE(1:4) TO NACHWEIS-JAHR
        SUBTRACT 1 FROM NACHWEIS-JAHR
    END-IF
    COMPUTE JAHRES-ENDE = NACHWEIS-JAHR * 10000 + 1231.


*> ================================================================
*> #6 Eine Lohnkontozeile auf Mitarbeiter und Gefahrtarifstelle
*> ================================================================
*> Beitragspflichtig sind Brutto und Sachbezuege; Kurzarbeitergeld
*> wird nur fuer die Abstimmung mitgezaehlt.
SUMMIERE-LOHNKONTO.
    IF LK-JAHR IS NOT NUMERIC OR LK-JAHR NOT = NACHWEIS-JAHR
        EXIT PARAGRAPH
    END-IF
    IF LK-MONAT IS NOT NUMERIC OR LK-MONAT > "12"
        EXIT PARAGRAPH
    END-IF
    IF LK-BRUTTO IS NOT NUMERIC
        MOVE 0 TO LK-BRUTTO
    END-IF
    IF LK-SACHBEZUG IS NOT NUMERIC
        MOVE 0 TO LK-SACHBEZUG
    END-IF
    IF LK-KUG IS NOT NUMERIC
        MOVE 0 TO LK-KUG
    END-IF
    ADD 1 TO CNT-LK-ZEILEN
    ADD LK-BRUTTO    TO SUMME-BRUTTO
    ADD LK-SACHBEZUG TO SUMME-SACHBEZUG
    ADD LK-KUG       TO SUMME-KUG
    COMPUTE ZEILEN-ENTGELT = LK-BRUTTO + LK-SACHBEZUG
    ADD ZEILEN-ENTGELT TO SUMME-VOR-KAPPUNG
    IF ZEILEN-ENTGELT = 0
        EXIT PARAGRAPH
    END-IF

    *> Stichtag: Monatsende, Zeilen ohne Monat am Jahresende.
    IF LK-MONAT = "00"
        MOVE JAHRES-ENDE TO GTS-STICHTAG
    ELSE
        MOVE LK-JAHR TO HILF-JAHR
        MOVE LK-MONAT TO HILF-MONAT
        PERFORM BERECHNE-MONATSENDE
        MOVE HILF-DATUM TO GTS-STICHTAG
    END-IF
    MOVE LK-VORNAME  TO SUCH-VORNAME
    MOVE LK-NACHNAME TO SUCH-NACHNAME
    PERFORM SUCHE-PERSON
    IF PS-POSITION = 0
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF
    PERFORM ERMITTLE-GEFAHRSTELLE
    PERFORM SUCHE-PERSON-STELLE
    IF PK-POSITION = 0
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF
    ADD ZEILEN-ENTGELT TO PK-ENTGELT(PK-POSITION)
    ADD ZEILEN-ENTGELT TO PS-ENTGELT(PS-POSITION).


*> ----------------------------------------------------------------
*> #6.1 Letzter Tag des Monats HILF-PERIODE nach HILF-DATUM
*> ----------------------------------------------------------------
*> Mirrors BERECHNE-MONATSENDE in personal_statistik.cbl.
BERECHNE-MONATSENDE.
    IF HILF-MONAT = 12
        COMPUTE HILF-DATUM = (HILF-JAHR + 1) * 10000 + 0101
    ELSE
        COMPUTE HILF-DATUM = HILF-PERIODE * 100 + 101
    END-IF
    COMPUTE HILF-DATUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(HILF-DATUM) - 1).


*> ----------------------------------------------------------------
*> #6.2 Mitarbeiter SUCH-VORNAME/-NACHNAME suchen bzw. anlegen
*> ----------------------------------------------------------------
*> Ergebnis in PS-POSITION (0 = Tabelle voll).
SUCHE-PERSON.
    MOVE 0 TO PS-POSITION
    IF PS-ANZAHL > 0
        SET PS-IDX TO 1
        SEARCH PS-EINTRAG
            AT END CONTINUE
            WHEN PS-VORNAME(PS-IDX)  = SUCH-VORNAME
             AND PS-NACHNAME(PS-IDX) = SUCH-NACHNAME
                SET PS-POSITION TO PS-IDX
        END-SEARCH
    END-IF
    IF PS-POSITION > 0 OR PS-ANZAHL >= 600
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PS-ANZAHL
    MOVE PS-ANZAHL TO PS-POSITION
    INITIALIZE PS-EINTRAG(PS-POSITION)
    MOVE SUCH-VORNAME  TO PS-VORNAME(PS-POSITION)
    MOVE SUCH-NACHNAME TO PS-NACHNAME(PS-POSITION)
    MOVE "N" TO PS-IM-STAMM(PS-POSITION)
    MOVE SPACES TO PS-ABTEILUNG(PS-POSITION)
    MOVE 0 TO PS-PERSONALNR(PS-POSITION)
    MOVE "N" TO STAMM-TREFFER
    IF STAMM-VORHANDEN = "J"
        MOVE SUCH-VORNAME  TO STAMM-SUCH-VORNAME
        MOVE SUCH-NACHNAME TO STAMM-SUCH-NACHNAME
        PERFORM SUCHE-STAMM-PER-NAME
    END-IF
    IF STAMM-TREFFER = "J"
        MOVE "J" TO PS-IM-STAMM(PS-POSITION)
        MOVE MA-ABTEILUNG TO PS-ABTEILUNG(PS-POSITION)
        IF MA-PERSONALNR IS NUMERIC
            MOVE MA-PERSONALNR TO PS-PERSONALNR(PS-POSITION)
        END-IF
    ELSE
        ADD 1 TO CNT-OHNE-MA
        DISPLAY "  HINWEIS: " FUNCTION TRIM(SUCH-VORNAME) " "
                FUNCTION TRIM(SUCH-NACHNAME) " nicht im"
                " Mitarbeiterstamm - nur VORGABE-Zuordnung moeglich."
    END-IF.


*> ----------------------------------------------------------------
*> #6.3 Eintrag Mitarbeiter PS-POSITION / GTS-ERGEBNIS suchen bzw.
*>      anlegen
*> ----------------------------------------------------------------
*> Ergebnis in PK-POSITION (0 = Tabelle voll).
SUCHE-PERSON-STELLE.
    MOVE 0 TO PK-POSITION
    IF PK-ANZAHL > 0
        SET PK-IDX TO 1
        SEARCH PK-EINTRAG
            AT END CONTINUE
            WHEN PK-PERSON(PK-IDX) = PS-POSITION
             AND PK-STELLE(PK-IDX) = GTS-ERGEBNIS
                SET PK-POSITION TO PK-IDX
        END-SEARCH
    END-IF
    IF PK-POSITION > 0 OR PK-ANZAHL >= 1500
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO PK-ANZAHL
    MOVE PK-ANZAHL TO PK-POSITION
    MOVE PS-POSITION  TO PK-PERSON(PK-POSITION)
    MOVE GTS-ERGEBNIS TO PK-STELLE(PK-POSITION)
    MOVE 0 TO PK-ENTGELT(PK-POSITION) PK-GEKAPPT(PK-POSITION).


*> ================================================================
*> #7 Hoechstjahresarbeitsverdienst anwenden und verteilen
*> ================================================================
*> Liegt das Jahresentgelt eines Mitarbeiters ueber dem
*> Hoechstbetrag, wird jeder seiner Anteile im Verhaeltnis
*> gekuerzt; der jeweils letzte Anteil nimmt den Rundungsrest, so
*> dass die Summe genau den Hoechstbetrag ergibt.
KAPPE-HOECHSTBETRAG.
    PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-ANZAHL
        IF HOECHST-JAV > 0 AND PS-ENTGELT(PS-IDX) > HOECHST-JAV
            COMPUTE PS-KAPPUNG(PS-IDX) =
                PS-ENTGELT(PS-IDX) - HOECHST-JAV
            ADD PS-KAPPUNG(PS-IDX) TO SUMME-KAPPUNG
            ADD 1 TO CNT-GEKAPPT
            MOVE HOECHST-JAV TO KAPPUNG-REST
            MOVE PS-ENTGELT(PS-IDX) TO KAPPUNG-BASIS
            PERFORM VARYING PK-IDX FROM 1 BY 1
                    UNTIL PK-IDX > PK-ANZAHL
                IF PK-PERSON(PK-IDX) = PS-IDX
                 AND KAPPUNG-BASIS > 0
                    IF PK-ENTGELT(PK-IDX) >= KAPPUNG-BASIS
                        MOVE KAPPUNG-REST TO ANTEIL-GEKAPPT
                    ELSE
                        COMPUTE ANTEIL-GEKAPPT ROUNDED =
                            PK-ENTGELT(PK-IDX) * KAPPUNG-REST
                            / KAPPUNG-BASIS
                    END-IF
                    MOVE ANTEIL-GEKAPPT TO PK-GEKAPPT(PK-IDX)
                    SUBTRACT ANTEIL-GEKAPPT FROM KAPPUNG-REST
                    SUBTRACT PK-ENTGELT(PK-IDX) FROM KAPPUNG-BASIS
                END-IF
            END-PERFORM
        ELSE
            PERFORM VARYING PK-IDX FROM 1 BY 1
                    UNTIL PK-IDX > PK-ANZAHL
                IF PK-PERSON(PK-IDX) = PS-IDX
                    MOVE PK-ENTGELT(PK-IDX) TO PK-GEKAPPT(PK-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM

    *> Gekappte Anteile auf die Gefahrtarifstellen.
    PERFORM VARYING PK-IDX FROM 1 BY 1 UNTIL PK-IDX > PK-ANZAHL
        IF PK-STELLE(PK-IDX) = SPACES
            ADD PK-GEKAPPT(PK-IDX) TO SUMME-OHNE
            ADD PK-GEKAPPT(PK-IDX)
                TO PS-OHNE-ENTGELT(PK-PERSON(PK-IDX))
        ELSE
            MOVE PK-STELLE(PK-IDX) TO GTS-ERGEBNIS
            PERFORM SUCHE-STELLE
            IF GT-POSITION > 0
                ADD PK-GEKAPPT(PK-IDX) TO GT-ENTGELT(GT-POSITION)
                IF PK-GEKAPPT(PK-IDX) > 0
                    ADD 1 TO GT-VERSICHERTE(GT-POSITION)
                END-IF
            END-IF
        END-IF
    END-PERFORM.


*> ================================================================
*> #8 Arbeitsstunden aus dem Historienlager
*> ================================================================
*> Erster Durchgang: Stornos des Jahres sammeln. Der Storno traegt
*> Buchungsnummer und Datum des Originals.
LADE-STORNOS.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND HIS-KENNUNG = "STO"
         AND HIS-STUNDEN IS NUMERIC AND HIS-DATUM IS NUMERIC
         AND HIS-DATUM(1:4) = NACHWEIS-JAHR
            IF SO-ANZAHL < 2000
                ADD 1 TO SO-ANZAHL
                MOVE HIS-VORNAME  TO SO-VORNAME-M(SO-ANZAHL)
                MOVE HIS-NACHNAME TO SO-NACHNAME-M(SO-ANZAHL)
                MOVE HIS-SATZ-NR  TO SO-NR(SO-ANZAHL)
                MOVE HIS-DATUM    TO SO-DATUM(SO-ANZAHL)
                MOVE HIS-STUNDEN  TO SO-STUNDEN(SO-ANZAHL)
            ELSE
                ADD 1 TO CNT-UEBERLAUF
            END-IF
        END-IF
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Zweiter Durchgang: Arbeitsbuchungen des Jahres zaehlen
*> ----------------------------------------------------------------
ZAEHLE-STUNDEN.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT BUCHUNGS-HISTORIE
    IF FS-HISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ BUCHUNGS-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND HIS-KENNUNG = SPACES
         AND HIS-STUNDEN IS NUMERIC AND HIS-DATUM IS NUMERIC
         AND HIS-DATUM(1:4) = NACHWEIS-JAHR
            PERFORM ZAEHLE-ARBEITSBUCHUNG
        END-IF
    END-PERFORM
    CLOSE BUCHUNGS-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.2 Eine Arbeitsbuchung (abzueglich Storno) zuordnen
*> ----------------------------------------------------------------
ZAEHLE-ARBEITSBUCHUNG.
    ADD 1 TO CNT-ARBEIT
    MOVE HIS-STUNDEN TO SATZ-STUNDEN
    ADD SATZ-STUNDEN TO STD-GELESEN
    PERFORM VARYING SO-IDX FROM 1 BY 1 UNTIL SO-IDX > SO-ANZAHL
        IF SO-VORNAME-M(SO-IDX)  = HIS-VORNAME
         AND SO-NACHNAME-M(SO-IDX) = HIS-NACHNAME
         AND SO-NR(SO-IDX)    = HIS-SATZ-NR
         AND SO-DATUM(SO-IDX) = HIS-DATUM
         AND SO-STUNDEN(SO-IDX) > 0
            IF SO-STUNDEN(SO-IDX) >= SATZ-STUNDEN
                MOVE SATZ-STUNDEN TO STORNO-STUNDEN
            ELSE
                MOVE SO-STUNDEN(SO-IDX) TO STORNO-STUNDEN
            END-IF
            SUBTRACT STORNO-STUNDEN FROM SATZ-STUNDEN
            SUBTRACT STORNO-STUNDEN FROM SO-STUNDEN(SO-IDX)
            ADD STORNO-STUNDEN TO STD-STORNIERT
            ADD 1 TO CNT-STORNIERT
            SET SO-IDX TO SO-ANZAHL
        END-IF
    END-PERFORM
    IF SATZ-STUNDEN = 0
        EXIT PARAGRAPH
    END-IF

    MOVE HIS-VORNAME  TO SUCH-VORNAME
    MOVE HIS-NACHNAME TO SUCH-NACHNAME
    INSPECT SUCH-VORNAME  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT SUCH-NACHNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    MOVE HIS-DATUM TO GTS-STICHTAG
    PERFORM SUCHE-PERSON
    IF PS-POSITION = 0
        ADD SATZ-STUNDEN TO STD-OHNE
        ADD 1 TO CNT-UEBERLAUF
        EXIT PARAGRAPH
    END-IF
    PERFORM ERMITTLE-GEFAHRSTELLE
    IF GTS-ERGEBNIS = SPACES
        ADD SATZ-STUNDEN TO STD-OHNE
        ADD SATZ-STUNDEN TO PS-OHNE-STUNDEN(PS-POSITION)
        EXIT PARAGRAPH
    END-IF
    PERFORM SUCHE-STELLE
    IF GT-POSITION > 0
        ADD SATZ-STUNDEN TO GT-STUNDEN(GT-POSITION)
    END-IF.


*> ================================================================
*> #9 Gefahrtarifstelle eines Mitarbeiters am Stichtag
*> ================================================================
*> Eingabe: PS-POSITION (Stammdaten des Mitarbeiters), SUCH-VORNAME/
*> -NACHNAME, GTS-STICHTAG. Ergebnis in GTS-ERGEBNIS (leer = ohne
*> Zuordnung). Reihenfolge: Zuordnung des Mitarbeiters (Personal-
*> nummer), dann seiner Abteilung am Stichtag, dann VORGABE.
ERMITTLE-GEFAHRSTELLE.
    MOVE SPACES TO GTS-ERGEBNIS
    IF PS-IM-STAMM(PS-POSITION) = "J"
        IF PS-PERSONALNR(PS-POSITION) > 0
            MOVE PS-PERSONALNR(PS-POSITION) TO PNR-ZAHL
            MOVE SPACES TO PNR-TEXT
            MOVE PNR-ZAHL TO PNR-TEXT(1:5)
            MOVE "MA" TO ZU-ART-RAW
            MOVE PNR-TEXT TO ZU-SCHLUESSEL-RAW
            PERFORM SUCHE-ZUORDNUNG
            IF ZU-TREFFER NOT = "-"
                MOVE ZU-TREFFER TO GTS-ERGEBNIS
            END-IF
        END-IF
    END-IF
    IF GTS-ERGEBNIS NOT = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE GTS-STICHTAG TO ABT-STICHTAG
    PERFORM ERMITTLE-ABTEILUNG
    MOVE "ABT" TO ZU-ART-RAW
    MOVE ABT-ERGEBNIS TO ZU-SCHLUESSEL-RAW
    PERFORM SUCHE-ZUORDNUNG
    IF ZU-TREFFER NOT = "-"
        MOVE ZU-TREFFER TO GTS-ERGEBNIS
    END-IF
    IF GTS-ERGEBNIS = SPACES
        MOVE VORGABE-STELLE TO GTS-ERGEBNIS
    END-IF.


*> ----------------------------------------------------------------
*> #9.1 Juengste Zuordnung ZU-ART-RAW/ZU-SCHLUESSEL-RAW bis zum
*>      Stichtag
*> ----------------------------------------------------------------
*> Ergebnis in ZU-TREFFER (leer = keine).
SUCHE-ZUORDNUNG.
    MOVE SPACES TO ZU-TREFFER
    MOVE 0 TO ZU-BESTES-AB
    PERFORM VARYING ZU-IDX FROM 1 BY 1 UNTIL ZU-IDX > ZU-ANZAHL
        IF ZU-ART(ZU-IDX) = ZU-ART-RAW
         AND ZU-SCHLUESSEL(ZU-IDX) = ZU-SCHLUESSEL-RAW
         AND ZU-GUELTIG-AB(ZU-IDX) <= GTS-STICHTAG
         AND ZU-GUELTIG-AB(ZU-IDX) >= ZU-BESTES-AB
            MOVE ZU-GUELTIG-AB(ZU-IDX) TO ZU-BESTES-AB
            MOVE ZU-STELLE(ZU-IDX) TO ZU-TREFFER
        END-IF
    END-PERFORM.


*> ----------------------------------------------------------------
*> #9.2 Abteilung des Mitarbeiters am ABT-STICHTAG
*> ----------------------------------------------------------------
*> Mirrors ERMITTLE-ABTEILUNG in krankenstand_statistik.cbl, hier
*> fuer SUCH-VORNAME/-NACHNAME und den Stamm aus PS-POSITION.
ERMITTLE-ABTEILUNG.
    MOVE SPACES TO ABT-ERGEBNIS
    MOVE 0 TO HI-BESTES-AB
    PERFORM VARYING HI-IDX FROM 1 BY 1 UNTIL HI-IDX > HI-ANZAHL
        IF HI-VORNAME(HI-IDX)  = SUCH-VORNAME
         AND HI-NACHNAME(HI-IDX) = SUCH-NACHNAME
         AND HI-GUELTIG-AB(HI-IDX) <= ABT-STICHTAG
         AND HI-GUELTIG-AB(HI-IDX) >= HI-BESTES-AB
         AND HI-ABTEILUNG(HI-IDX) NOT = SPACES
            MOVE HI-GUELTIG-AB(HI-IDX) TO HI-BESTES-AB
            MOVE HI-ABTEILUNG(HI-IDX)  TO ABT-ERGEBNIS
        END-IF
    END-PERFORM
    IF HI-BESTES-AB = 0 AND PS-IM-STAMM(PS-POSITION) = "J"
        MOVE PS-ABTEILUNG(PS-POSITION) TO ABT-ERGEBNIS
    END-IF
    IF ABT-ERGEBNIS = SPACES
        MOVE "ALLG" TO ABT-ERGEBNIS
    END-IF.


*> ----------------------------------------------------------------
*> #9.3 Gefahrtarifstelle GTS-ERGEBNIS im Tarif suchen
*> ----------------------------------------------------------------
*> Ergebnis in GT-POSITION (0 = nicht im Tarif).
SUCHE-STELLE.
    MOVE 0 TO GT-POSITION
    IF GT-ANZAHL > 0
        SET GT-IDX TO 1
        SEARCH GT-EINTRAG
            AT END CONTINUE
            WHEN GT-STELLE(GT-IDX) = GTS-ERGEBNIS
                SET GT-POSITION TO GT-IDX
        END-SEARCH
    END-IF.


*> ================================================================
*> #10 Beitrag je Gefahrtarifstelle schaetzen
*> ================================================================
*> Beitrag = Entgelt x Gefahrklasse x Beitragsfuss / 1000.
BERECHNE-BEITRAG.
    PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-ANZAHL
        COMPUTE GT-BEITRAG(GT-IDX) ROUNDED =
            GT-ENTGELT(GT-IDX) * GT-KLASSE(GT-IDX) * BEITRAGSFUSS
            / 1000
        ADD GT-ENTGELT(GT-IDX)     TO SUMME-GEMELDET
        ADD GT-STUNDEN(GT-IDX)     TO STD-GEMELDET
        ADD GT-VERSICHERTE(GT-IDX) TO SUMME-VERSICHERTE
        ADD GT-BEITRAG(GT-IDX)     TO SUMME-BEITRAG
    END-PERFORM
    COMPUTE SUMME-DIFFERENZ = SUMME-VOR-KAPPUNG - SUMME-KAPPUNG
        - SUMME-OHNE - SUMME-GEMELDET
    COMPUTE STD-DIFFERENZ = STD-GELESEN - STD-STORNIERT
        - STD-OHNE - STD-GEMELDET.


*> ================================================================
*> #11 Nachweis je Gefahrtarifstelle drucken
*> ================================================================
DRUCKE-STELLEN.
    MOVE SPACES TO MELDUNG
    STRING "UV-Lohnnachweis " NACHWEIS-JAHR " - "
           FUNCTION TRIM(UNTERNEHMER-NAME)
           "  Mitgliedsnr. " FUNCTION TRIM(MITGLIEDSNUMMER)
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE HOECHST-JAV TO PRINT-BETRAG
    MOVE BEITRAGSFUSS TO PRINT-KLASSE
    MOVE SPACES TO MELDUNG
    STRING "Gefahrtarif ab " TARIF-GUELTIG-AB
           "  Hoechst-JAV " PRINT-BETRAG
           "  Beitragsfuss " PRINT-KLASSE
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE "==================================================="
      & "=============================================" TO MELDUNG
    PERFORM MELDE
    MOVE "GTS  Bezeichnung             Gefahrkl. Vers."
      & "          Entgelt    Stunden  Beitrag (gesch.)" TO MELDUNG
    PERFORM MELDE
    MOVE "---------------------------------------------------"
      & "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-ANZAHL
        MOVE GT-KLASSE(GT-IDX)      TO PRINT-KLASSE
        MOVE GT-VERSICHERTE(GT-IDX) TO PRINT-ANZAHL
        MOVE GT-ENTGELT(GT-IDX)     TO PRINT-SUMME
        MOVE GT-STUNDEN(GT-IDX)     TO PRINT-STUNDEN
        MOVE GT-BEITRAG(GT-IDX)     TO PRINT-BETRAG
        MOVE SPACES TO MELDUNG
        STRING GT-STELLE(GT-IDX) " " GT-BEZEICHNUNG(GT-IDX)(1:22)
               " " PRINT-KLASSE " " PRINT-ANZAHL " " PRINT-SUMME
               " " PRINT-STUNDEN " " PRINT-BETRAG
            DELIMITED BY SIZE INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-PERFORM
    MOVE "---------------------------------------------------"
      & "---------------------------------------------" TO MELDUNG
    PERFORM MELDE
    MOVE SUMME-VERSICHERTE TO PRINT-ANZAHL
    MOVE SUMME-GEMELDET    TO PRINT-SUMME
    MOVE STD-GEMELDET      TO PRINT-STUNDEN
    MOVE SUMME-BEITRAG     TO PRINT-BETRAG
    MOVE SPACES TO MELDUNG
    STRING "Summe                                 " PRINT-ANZAHL
           " " PRINT-SUMME " " PRINT-STUNDEN " " PRINT-BETRAG
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF BEITRAGSFUSS = 0
        MOVE "HINWEIS: kein BEITRAGSFUSS im Gefahrtarif - Beitrag"
          & " nicht geschaetzt." TO MELDUNG
        PERFORM MELDE
    END-IF.


*> ================================================================
*> #12 Abstimmung zur Lohnsumme drucken
*> ================================================================
DRUCKE-ABSTIMMUNG.
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE "Abstimmung zur Lohnsumme (LOHNKONTO.DAT)" TO MELDUNG
    PERFORM MELDE
    MOVE "========================================" TO MELDUNG
    PERFORM MELDE
    MOVE SUMME-BRUTTO TO PRINT-SUMME
    MOVE SPACES TO MELDUNG
    STRING "  Bruttolohn lt. Lohnkonto           " PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-SACHBEZUG TO PRINT-SUMME
    MOVE SPACES TO MELDUNG
    STRING "+ Sachbezuege                        " PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-VOR-KAPPUNG TO PRINT-SUMME
    MOVE SPACES TO MELDUNG
    STRING "= Entgelt vor Hoechstbetrag          " PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-KAPPUNG TO PRINT-SUMME
    MOVE CNT-GEKAPPT TO PRINT-ANZAHL
    MOVE SPACES TO MELDUNG
    STRING "- ueber Hoechst-JAV (" PRINT-ANZAHL " Pers.)      "
           PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-OHNE TO PRINT-SUMME
    MOVE SPACES TO MELDUNG
    STRING "- ohne Gefahrtarifstelle             " PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-GEMELDET TO PRINT-SUMME
    MOVE SPACES TO MELDUNG
    STRING "= gemeldetes Entgelt                 " PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-DIFFERENZ TO PRINT-DIFF
    MOVE SPACES TO MELDUNG
    STRING "  Differenz                            " PRINT-DIFF
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE SUMME-KUG TO PRINT-SUMME
    MOVE SPACES TO MELDUNG
    STRING "  nicht beitragspflichtig: KUG       " PRINT-SUMME
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE

    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE "Arbeitsstunden (BUCHUNGS-HISTORIE.DAT)" TO MELDUNG
    PERFORM MELDE
    MOVE STD-GELESEN TO PRINT-STUNDEN
    MOVE SPACES TO MELDUNG
    STRING "  Arbeitsbuchungen                           "
           PRINT-STUNDEN
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE STD-STORNIERT TO PRINT-STUNDEN
    MOVE SPACES TO MELDUNG
    STRING "- storniert                                  "
           PRINT-STUNDEN
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE STD-OHNE TO PRINT-STUNDEN
    MOVE SPACES TO MELDUNG
    STRING "- ohne Gefahrtarifstelle                     "
           PRINT-STUNDEN
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE STD-GEMELDET TO PRINT-STUNDEN
    MOVE SPACES TO MELDUNG
    STRING "= gemeldete Stunden                          "
           PRINT-STUNDEN
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE
    MOVE STD-DIFFERENZ TO PRINT-STD-DIFF
    MOVE SPACES TO MELDUNG
    STRING "  Differenz                                   "
           PRINT-STD-DIFF
        DELIMITED BY SIZE INTO MELDUNG
    END-STRING
    PERFORM MELDE

    IF SUMME-DIFFERENZ = 0 AND STD-DIFFERENZ = 0
        MOVE "Abstimmung: stimmt." TO MELDUNG
    ELSE
        MOVE "Abstimmung: DIFFERENZ - Tabellenueberlauf, bitte"
          & " pruefen." TO MELDUNG
    END-IF
    PERFORM MELDE

    IF SUMME-OHNE = 0 AND STD-OHNE = 0
        EXIT PARAGRAPH
    END-IF
    MOVE 1 TO RETURN-CODE
    MOVE SPACES TO MELDUNG
    PERFORM MELDE
    MOVE "Ohne Gefahrtarifstelle (UV-ZUORDNUNG.CFG ergaenzen):"
        TO MELDUNG
    PERFORM MELDE
    PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-ANZAHL
        IF PS-OHNE-ENTGELT(PS-IDX) > 0
         OR PS-OHNE-STUNDEN(PS-IDX) > 0
            MOVE PS-OHNE-ENTGELT(PS-IDX) TO PRINT-SUMME
            MOVE PS-OHNE-STUNDEN(PS-IDX) TO PRINT-STUNDEN
            MOVE SPACES TO MELDUNG
            STRING "  " PS-VORNAME(PS-IDX) " " PS-NACHNAME(PS-IDX)
                   "         " PRINT-SUMME " " PRINT-STUNDEN
                DELIMITED BY SIZE INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM.


*> ================================================================
*> #13 Nachweis abgeben, berichtigen oder nichts tun
*> ================================================================
PRUEFE-NACHWEIS.
    IF ALT-GEMELDET = "J"
     AND SUMME-VERSICHERTE = ALT-VERSICHERTE
     AND SUMME-GEMELDET    = ALT-ENTGELT
     AND STD-GEMELDET      = ALT-STUNDEN
     AND SUMME-BEITRAG     = ALT-BEITRAG
        DISPLAY "Nachweisjahr " NACHWEIS-JAHR " ist bereits"
                " gemeldet, Zahlen unveraendert."
        EXIT PARAGRAPH
    END-IF
    IF ALT-GEMELDET = "J"
        MOVE "B" TO NACHWEIS-ART
    ELSE
        MOVE "E" TO NACHWEIS-ART
    END-IF

    PERFORM SCHREIBE-NACHWEIS
    IF FS-NACHWEIS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM MERKE-NACHWEIS

    COMPUTE BUCH-BETRAG = SUMME-BEITRAG - ALT-BEITRAG
    MOVE KTO-UV-SOLL  TO BUCH-SOLL
    MOVE KTO-UV-HABEN TO BUCH-HABEN
    MOVE SPACES TO BUCH-TEXT
    IF NACHWEIS-ART = "B"
        STRING "UV-Beitrag-Ber. " NACHWEIS-JAHR
            DELIMITED BY SIZE INTO BUCH-TEXT
        END-STRING
    ELSE
        STRING "UV-Beitrag " NACHWEIS-JAHR
            DELIMITED BY SIZE INTO BUCH-TEXT
        END-STRING
    END-IF
    PERFORM BUCHE-BEITRAG

    COMPUTE PRINT-BETRAG = SUMME-GEMELDET
    IF NACHWEIS-ART = "B"
        COMPUTE PRINT-DIFF = SUMME-BEITRAG - ALT-BEITRAG
        DISPLAY "BERICHTIGT: " NACHWEIS-JAHR " Entgelt neu "
                PRINT-BETRAG " EUR (Beitrag Differenz " PRINT-DIFF
                ") -> " FUNCTION TRIM(NACHWEIS-DATEINAME)
    ELSE
        DISPLAY "NACHGEWIESEN: " NACHWEIS-JAHR " "
                SUMME-VERSICHERTE " Versicherte, "
                PRINT-BETRAG " EUR -> "
                FUNCTION TRIM(NACHWEIS-DATEINAME)
    END-IF.


*> ----------------------------------------------------------------
*> #13.1 Nachweisdatei schreiben
*> ----------------------------------------------------------------
*> Je Gefahrtarifstelle eine Zeile "GTS <Nr> <Gefahrklasse>
*> <Versicherte> <Entgelt> <Stunden>", dazu Kopf- und Summenzeilen.
SCHREIBE-NACHWEIS.
    MOVE SPACES TO NACHWEIS-DATEINAME
    STRING "UV-LOHNNACHWEIS-" NACHWEIS-JAHR ".DAT"
        DELIMITED BY SIZE INTO NACHWEIS-DATEINAME
    END-STRING
    OPEN OUTPUT NACHWEIS
    IF FS-NACHWEIS NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(NACHWEIS-DATEINAME)
                ", Status=" FS-NACHWEIS
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO NACHWEIS-ZEILE
    STRING "JAHR " NACHWEIS-JAHR
        DELIMITED BY SIZE INTO NACHWEIS-ZEILE
    END-STRING
    WRITE NACHWEIS-ZEILE
    MOVE SPACES TO NACHWEIS-ZEILE
    STRING "MITGLIEDSNR " FUNCTION TRIM(MITGLIEDSNUMMER)
        DELIMITED BY SIZE INTO NACHWEIS-ZEILE
    END-STRING
    WRITE NACHWEIS-ZEILE
    MOVE SPACES TO NACHWEIS-ZEILE
    STRING "UNTERNEHMER " FUNCTION TRIM(UNTERNEHMER-NAME)
        DELIMITED BY SIZE INTO NACHWEIS-ZEILE
    END-STRING
    WRITE NACHWEIS-ZEILE
    IF NACHWEIS-ART = "B"
        MOVE "BERICHTIGUNG 1" TO NACHWEIS-ZEILE
        WRITE NACHWEIS-ZEILE
    END-IF
    PERFORM VARYING GT-IDX FROM 1 BY 1 UNTIL GT-IDX > GT-ANZAHL
        IF GT-ENTGELT(GT-IDX) > 0 OR GT-STUNDEN(GT-IDX) > 0
            MOVE GT-KLASSE(GT-IDX)      TO NW-KLASSE
            MOVE GT-VERSICHERTE(GT-IDX) TO NW-ANZAHL
            MOVE GT-ENTGELT(GT-IDX)     TO NW-BETRAG
            MOVE GT-STUNDEN(GT-IDX)     TO NW-STUNDEN
            MOVE SPACES TO NACHWEIS-ZEILE
            STRING "GTS " GT-STELLE(GT-IDX) " " NW-KLASSE " "
                   NW-ANZAHL " " NW-BETRAG " " NW-STUNDEN
                DELIMITED BY SIZE INTO NACHWEIS-ZEILE
            END-STRING
            WRITE NACHWEIS-ZEILE
        END-IF
    END-PERFORM
    MOVE SUMME-VERSICHERTE TO NW-ANZAHL
    MOVE SUMME-GEMELDET    TO NW-BETRAG
    MOVE STD-GEMELDET      TO NW-STUNDEN
    MOVE SPACES TO NACHWEIS-ZEILE
    STRING "SUMME " NW-ANZAHL " " NW-BETRAG " " NW-STUNDEN
        DELIMITED BY SIZE INTO NACHWEIS-ZEILE
    END-STRING
    WRITE NACHWEIS-ZEILE
    CLOSE NACHWEIS.


*> ----------------------------------------------------------------
*> #13.2 Nachweis im Register festhalten
*> ----------------------------------------------------------------
MERKE-NACHWEIS.
    OPEN EXTEND NACHWEIS-REGISTER
    IF FS-REGISTER NOT = "00"
        OPEN OUTPUT NACHWEIS-REGISTER
    END-IF
    IF FS-REGISTER NOT = "00"
        DISPLAY "WARNUNG: UV-LOHNNACHWEIS.DAT nicht"
                " schreibbar, Status=" FS-REGISTER
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO REGISTER-RECORD
    MOVE NACHWEIS-JAHR     TO UVR-JAHR
    MOVE ZEITSTEMPEL       TO UVR-ZEITSTEMPEL
    MOVE NACHWEIS-ART      TO UVR-ART
    MOVE SUMME-VERSICHERTE TO UVR-VERSICHERTE
    MOVE SUMME-GEMELDET    TO UVR-ENTGELT
    MOVE STD-GEMELDET      TO UVR-STUNDEN
    MOVE SUMME-BEITRAG     TO UVR-BEITRAG
    WRITE REGISTER-RECORD
    CLOSE NACHWEIS-REGISTER.


*> ----------------------------------------------------------------
*> #13.3 Beitragsrueckstellung als Buchungspaar schreiben
*> ----------------------------------------------------------------
*> Mirrors BUCHE-STEUERART in lohnsteuer_anmeldung.cbl: eine
*> negative Differenz wird mit vertauschten Seiten gebucht.
BUCHE-BEITRAG.
    IF BUCH-BETRAG = 0
        EXIT PARAGRAPH
    END-IF
    IF JOURNAL-OFFEN NOT = "J"
        PERFORM OEFFNE-JOURNAL
    END-IF
    IF JOURNAL-OFFEN NOT = "J"
        EXIT PARAGRAPH
    END-IF
    IF BUCH-BETRAG < 0
        COMPUTE BUCH-BETRAG = 0 - BUCH-BETRAG
        MOVE BUCH-SOLL  TO MAP-ERTRAG-RAW
        MOVE BUCH-HABEN TO BUCH-SOLL
        MOVE MAP-ERTRAG-RAW TO BUCH-HABEN
    END-IF

    MOVE SPACES TO JOURNAL-SATZ
    MOVE BUCH-SOLL   TO JS-KONTO
    MOVE "S"         TO JS-SH
    MOVE BUCH-BETRAG TO JS-BETRAG
    MOVE BUCH-TEXT   TO JS-TEXT
    MOVE SPACES TO JOURNAL-ZEILE
    MOVE JOURNAL-SATZ TO JOURNAL-ZEILE(1:47)
    WRITE JOURNAL-ZEILE

    MOVE SPACES TO JOURNAL-SATZ
    MOVE BUCH-HABEN  TO JS-KONTO
    MOVE "H"         TO JS-SH
    MOVE BUCH-BETRAG TO JS-BETRAG
    MOVE BUCH-TEXT   TO JS-TEXT
    MOVE SPACES TO JOURNAL-ZEILE
    MOVE JOURNAL-SATZ TO JOURNAL-ZEILE(1:47)
    WRITE JOURNAL-ZEILE
    ADD BUCH-BETRAG TO SUMME-JOURNAL.


*> ----------------------------------------------------------------
*> #13.4 Tagesjournal zum Anhaengen oeffnen
*> ----------------------------------------------------------------
OEFFNE-JOURNAL.
    MOVE SPACES TO JOURNAL-DATEINAME
    STRING "UV-JOURNAL-" ZEITSTEMPEL(1:8) ".DAT"
        DELIMITED BY SIZE INTO JOURNAL-DATEINAME
    END-STRING
    OPEN EXTEND UV-JOURNAL
    IF FS-JOURNAL NOT = "00"
        OPEN OUTPUT UV-JOURNAL
    END-IF
    IF FS-JOURNAL NOT = "00"
        DISPLAY "Fehler beim Schreiben von "
                FUNCTION TRIM(JOURNAL-DATEINAME)
                ", Status=" FS-JOURNAL
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE "J" TO JOURNAL-OFFEN.


*> ================================================================
*> #14 Register laden: letzter gemeldeter Stand des Jahres
*> ================================================================
LADE-REGISTER.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT NACHWEIS-REGISTER
    IF FS-REGISTER NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ NACHWEIS-REGISTER
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF UVR-JAHR IS NUMERIC
                 AND UVR-JAHR = NACHWEIS-JAHR
                    MOVE "J" TO ALT-GEMELDET
                    MOVE UVR-VERSICHERTE TO ALT-VERSICHERTE
                    MOVE UVR-ENTGELT     TO ALT-ENTGELT
                    MOVE UVR-STUNDEN     TO ALT-STUNDEN
                    MOVE UVR-BEITRAG     TO ALT-BEITRAG
                END-IF
        END-READ
    END-PERFORM
    CLOSE NACHWEIS-REGISTER
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #15 Gefahrtarif laden
*> ================================================================
*> Wie LADE-LOHNSTEUER-PARAMETER in lohn_rechner.cbl: es gilt der
*> juengste Block "GUELTIG-AB JJJJMMTT", der am Jahresende schon
*> gilt; ein neuer Block ersetzt die Liste der Gefahrtarifstellen.
*> Zeilen vor dem ersten GUELTIG-AB gelten immer.
LADE-GEFAHRTARIF.
    MOVE "N" TO EOF-FLAG
    MOVE "J" TO PAR-BLOCK-GILT
    MOVE 0 TO PAR-BESTES-DATUM
    OPEN INPUT GEFAHRTARIF-CFG
    IF FS-TARIF NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ GEFAHRTARIF-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE FUNCTION TRIM(GEFAHRTARIF-CFG-ZEILE)
                    TO TARIF-ZEILE
                MOVE SPACES TO PAR-SCHLUESSEL PAR-WERT PAR-WERT2
                               PAR-REST
                MOVE 1 TO PAR-ZEIGER
                UNSTRING TARIF-ZEILE DELIMITED BY ALL SPACE
                    INTO PAR-SCHLUESSEL PAR-WERT PAR-WERT2
                    WITH POINTER PAR-ZEIGER
                END-UNSTRING
                IF PAR-ZEIGER <= 80
                    MOVE TARIF-ZEILE(PAR-ZEIGER:) TO PAR-REST
                END-IF
                IF PAR-SCHLUESSEL NOT = SPACES
                 AND PAR-SCHLUESSEL(1:1) NOT = "*"
                    PERFORM UEBERNIMM-TARIFZEILE
                END-IF
        END-READ
    END-PERFORM
    CLOSE GEFAHRTARIF-CFG
    MOVE "N" TO EOF-FLAG

    IF VORGABE-STELLE NOT = SPACES
        MOVE VORGABE-STELLE TO GTS-ERGEBNIS
        PERFORM SUCHE-STELLE
        IF GT-POSITION = 0
            DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - VORGABE "
                    VORGABE-STELLE " ist keine Gefahrtarifstelle,"
                    " ignoriert."
            MOVE SPACES TO VORGABE-STELLE
        END-IF
    END-IF.


*> ----------------------------------------------------------------
*> #15.1 Eine Tarifzeile uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-TARIFZEILE.
    IF PAR-SCHLUESSEL = "GUELTIG-AB"
        MOVE "N" TO PAR-BLOCK-GILT
        IF PAR-WERT(1:8) IS NUMERIC
            MOVE PAR-WERT(1:8) TO PAR-BLOCK-DATUM
            IF PAR-BLOCK-DATUM <= JAHRES-ENDE
             AND PAR-BLOCK-DATUM >= PAR-BESTES-DATUM
                MOVE "J" TO PAR-BLOCK-GILT
                MOVE PAR-BLOCK-DATUM TO PAR-BESTES-DATUM
                MOVE PAR-BLOCK-DATUM TO TARIF-GUELTIG-AB
                MOVE 0 TO GT-ANZAHL
                MOVE SPACES TO VORGABE-STELLE
            END-IF
        ELSE
            DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - Datum '"
                    FUNCTION TRIM(PAR-WERT) "' ungueltig, Block"
                    " uebergangen."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF PAR-BLOCK-GILT NOT = "J"
        EXIT PARAGRAPH
    END-IF

    EVALUATE PAR-SCHLUESSEL
        WHEN "VORGABE"
            MOVE PAR-WERT(1:4) TO VORGABE-STELLE
        WHEN "STELLE"
            IF PAR-WERT = SPACES
             OR FUNCTION TEST-NUMVAL(PAR-WERT2) NOT = 0
                DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - STELLE "
                        FUNCTION TRIM(PAR-WERT) " ohne gueltige"
                        " Gefahrklasse."
                EXIT PARAGRAPH
            END-IF
            MOVE PAR-WERT(1:4) TO GTS-ERGEBNIS
            PERFORM SUCHE-STELLE
            IF GT-POSITION = 0
                IF GT-ANZAHL >= 50
                    DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - mehr als"
                            " 50 Gefahrtarifstellen, Rest ignoriert."
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO GT-ANZAHL
                MOVE GT-ANZAHL TO GT-POSITION
            END-IF
            INITIALIZE GT-EINTRAG(GT-POSITION)
            MOVE PAR-WERT(1:4) TO GT-STELLE(GT-POSITION)
            COMPUTE GT-KLASSE(GT-POSITION) =
                FUNCTION NUMVAL(PAR-WERT2)
            MOVE PAR-REST TO GT-BEZEICHNUNG(GT-POSITION)
        WHEN "HOECHST-JAV"
            IF FUNCTION TEST-NUMVAL(PAR-WERT) NOT = 0
                DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - HOECHST-JAV '"
                        FUNCTION TRIM(PAR-WERT) "' nicht numerisch."
            ELSE
                COMPUTE HOECHST-JAV = FUNCTION NUMVAL(PAR-WERT)
            END-IF
        WHEN "BEITRAGSFUSS"
            IF FUNCTION TEST-NUMVAL(PAR-WERT) NOT = 0
                DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - BEITRAGSFUSS '"
                        FUNCTION TRIM(PAR-WERT) "' nicht numerisch."
            ELSE
                COMPUTE BEITRAGSFUSS = FUNCTION NUMVAL(PAR-WERT)
            END-IF
        WHEN OTHER
            DISPLAY "WARNUNG: UV-GEFAHRTARIF.CFG - Schluessel '"
                    FUNCTION TRIM(PAR-SCHLUESSEL) "' unbekannt."
    END-EVALUATE.


*> ================================================================
*> #16 Zuordnungen laden
*> ================================================================
*> Zeilen "<GueltigAbJJJJMMTT> ABT <Abteilung> <Nr>" bzw.
*> "<GueltigAbJJJJMMTT> MA <Personalnr> <Nr|->"; "*" = Kommentar.
*> Eine Gefahrtarifstelle, die der Tarif nicht kennt, wird
*> gemeldet und die Zeile uebergangen.
LADE-ZUORDNUNG.
    MOVE 0 TO ZU-ZEILEN-NR
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ZUORDNUNG-CFG
    IF FS-ZUORDNUNG NOT = "00"
        IF VORGABE-STELLE = SPACES
            DISPLAY "WARNUNG: UV-ZUORDNUNG.CFG fehlt und keine"
                    " VORGABE im Gefahrtarif - nichts zuordenbar."
            MOVE 1 TO RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ ZUORDNUNG-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                ADD 1 TO ZU-ZEILEN-NR
                MOVE SPACES TO ZU-DATUM-RAW ZU-ART-RAW
                               ZU-SCHLUESSEL-RAW ZU-STELLE-RAW
                UNSTRING FUNCTION TRIM(ZUORDNUNG-CFG-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO ZU-DATUM-RAW ZU-ART-RAW ZU-SCHLUESSEL-RAW
                         ZU-STELLE-RAW
                END-UNSTRING
                IF ZU-DATUM-RAW NOT = SPACES
                 AND ZU-DATUM-RAW(1:1) NOT = "*"
                    PERFORM UEBERNIMM-ZUORDNUNG
                END-IF
        END-READ
    END-PERFORM
    CLOSE ZUORDNUNG-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #16.1 Eine Zuordnungszeile pruefen und uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-ZUORDNUNG.
    IF ZU-DATUM-RAW(1:8) IS NOT NUMERIC
     OR ZU-DATUM-RAW(9:2) NOT = SPACES
     OR (ZU-ART-RAW NOT = "ABT" AND ZU-ART-RAW NOT = "MA")
     OR ZU-SCHLUESSEL-RAW = SPACES OR ZU-STELLE-RAW = SPACES
        DISPLAY "WARNUNG: UV-ZUORDNUNG.CFG Zeile " ZU-ZEILEN-NR
                " unvollstaendig oder ungueltig, uebergangen."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF ZU-ART-RAW = "MA"
        IF FUNCTION TRIM(ZU-SCHLUESSEL-RAW) IS NOT NUMERIC
         OR FUNCTION LENGTH(FUNCTION TRIM(ZU-SCHLUESSEL-RAW)) > 5
            DISPLAY "WARNUNG: UV-ZUORDNUNG.CFG Zeile " ZU-ZEILEN-NR
                    " - Personalnummer '"
                    FUNCTION TRIM(ZU-SCHLUESSEL-RAW)
                    "' ungueltig, uebergangen."
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        COMPUTE PNR-ZAHL = FUNCTION NUMVAL(ZU-SCHLUESSEL-RAW)
        IF PNR-ZAHL = 0
            DISPLAY "WARNUNG: UV-ZUORDNUNG.CFG Zeile " ZU-ZEILEN-NR
                    " - Personalnummer 00000 ist nicht vergeben,"
                    " uebergangen."
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO ZU-SCHLUESSEL-RAW
        MOVE PNR-ZAHL TO ZU-SCHLUESSEL-RAW(1:5)
    END-IF
    IF ZU-STELLE-RAW NOT = "-"
        MOVE ZU-STELLE-RAW(1:4) TO GTS-ERGEBNIS
        PERFORM SUCHE-STELLE
        IF GT-POSITION = 0 OR ZU-STELLE-RAW(5:1) NOT = SPACE
            DISPLAY "WARNUNG: UV-ZUORDNUNG.CFG Zeile " ZU-ZEILEN-NR
                    " - Gefahrtarifstelle '"
                    FUNCTION TRIM(ZU-STELLE-RAW)
                    "' nicht im Gefahrtarif, uebergangen."
            MOVE 1 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF ZU-ANZAHL >= 1000
        DISPLAY "WARNUNG: UV-ZUORDNUNG.CFG - mehr als 1000"
                " Zeilen, Rest ignoriert."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO ZU-ANZAHL
    MOVE ZU-DATUM-RAW(1:8)      TO ZU-GUELTIG-AB(ZU-ANZAHL)
    MOVE ZU-ART-RAW             TO ZU-ART(ZU-ANZAHL)
    MOVE ZU-SCHLUESSEL-RAW      TO ZU-SCHLUESSEL(ZU-ANZAHL)
    MOVE ZU-STELLE-RAW(1:4)     TO ZU-STELLE(ZU-ANZAHL).


*> ================================================================
*> #17 Mitarbeiterstamm pruefen, Abteilungshistorie laden
*> ================================================================
*> Gelesen wird je Mitarbeiter beim ersten Auftreten (SUCHE-PERSON);
*> hier nur Index oeffnen bzw. pruefen, ob es den Stamm gibt.
PRUEFE-MITARBEITER-STAMM.
    MOVE "N" TO STAMM-VORHANDEN
    PERFORM OEFFNE-STAMM
    IF STAMM-INDEX-OFFEN = "J"
        MOVE "J" TO STAMM-VORHANDEN
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT MITARBEITER-STAMM
    IF FS-STAMM NOT = "00"
        DISPLAY "WARNUNG: MITARBEITER-STAMM.DAT fehlt - Zuordnung"
                " nur ueber VORGABE moeglich."
        MOVE 1 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    CLOSE MITARBEITER-STAMM
    MOVE "J" TO STAMM-VORHANDEN.


*> ----------------------------------------------------------------
*> #17.1 Abteilungshistorie laden
*> ----------------------------------------------------------------
*> Mirrors LADE-HISTORIE in personal_statistik.cbl.
LADE-ABTEILUNGSHISTORIE.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT STAMM-HISTORIE
    IF FS-SHISTORIE NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ STAMM-HISTORIE
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND SH-VORNAME NOT = SPACES
         AND SH-GUELTIG-AB IS NUMERIC AND HI-ANZAHL < 5000
            ADD 1 TO HI-ANZAHL
            MOVE SH-VORNAME    TO HI-VORNAME(HI-ANZAHL)
            MOVE SH-NACHNAME   TO HI-NACHNAME(HI-ANZAHL)
            MOVE SH-GUELTIG-AB TO HI-GUELTIG-AB(HI-ANZAHL)
            MOVE SH-ABTEILUNG  TO HI-ABTEILUNG(HI-ANZAHL)
        END-IF
    END-PERFORM
    CLOSE STAMM-HISTORIE
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #18 Gesperrte Abrechnungsperioden laden
*> ================================================================
*> Mirrors LOAD-PERIODEN-SPERRE in buchungen_korrektur.cbl.
LOAD-PERIODEN-SPERRE.
    MOVE 0 TO SPERRE-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT PERIODEN-SPERRE
    IF FS-SPERRE = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ PERIODEN-SPERRE
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF PERIODEN-SPERRE-ZEILE IS NUMERIC
                     AND SPERRE-ANZAHL < 120
                        ADD 1 TO SPERRE-ANZAHL
                        MOVE PERIODEN-SPERRE-ZEILE
                            TO SPERRE-PERIODE(SPERRE-ANZAHL)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERIODEN-SPERRE
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #18.1 SUCH-PERIODE gegen die Sperrliste pruefen
*> ----------------------------------------------------------------
PRUEFE-PERIODE-GESPERRT.
    MOVE "N" TO PERIODE-GESPERRT
    IF SPERRE-ANZAHL > 0
        SET SPR-IDX TO 1
        SEARCH SPERRE-EINTRAG
            AT END CONTINUE
            WHEN SPERRE-PERIODE(SPR-IDX) = SUCH-PERIODE
                MOVE "J" TO PERIODE-GESPERRT
        END-SEARCH
    END-IF.


*> ================================================================
*> #19 Unternehmerdaten aus FIRMA.CFG laden
*> ================================================================
*> Mirrors LADE-FIRMA-CFG in lastschrift_einzug.cbl; hier Name und
*> Mitgliedsnummer bei der BG (Schluessel UV-MITGLIEDSNR).
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
                        TO UNTERNEHMER-NAME
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
                    IF FC-SCHLUESSEL = "UV-MITGLIEDSNR"
                        MOVE FC-WERT TO MITGLIEDSNUMMER
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE FIRMA-CFG
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #20 Aktive Firma lesen (Konzernsicht = "**")
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


*> ================================================================
*> #21 Kontenmapping laden
*> ================================================================
*> Mirrors LADE-KONTEN-MAPPING in fibu_export.cbl.
LADE-KONTEN-MAPPING.
    MOVE 0 TO MAP-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KONTEN-MAPPING
    IF FS-MAPPING = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ KONTEN-MAPPING
                AT END MOVE "Y" TO EOF-FLAG
                NOT AT END
                    IF FUNCTION TRIM(KONTEN-MAPPING-ZEILE)
                            NOT = SPACES
                     AND MAP-ANZAHL < 200
                        MOVE SPACES TO MAP-ABT-RAW MAP-ERTRAG-RAW
                                       MAP-GEGEN-RAW
                        UNSTRING FUNCTION TRIM(KONTEN-MAPPING-ZEILE)
                            DELIMITED BY ALL SPACE
                            INTO MAP-ABT-RAW MAP-ERTRAG-RAW
                                 MAP-GEGEN-RAW
                        END-UNSTRING
                        IF MAP-ERTRAG-RAW NOT = SPACES
                         AND MAP-GEGEN-RAW NOT = SPACES
                            ADD 1 TO MAP-ANZAHL
                            MOVE MAP-ABT-RAW
                                TO MAP-ABTEILUNG(MAP-ANZAHL)
                            MOVE MAP-ERTRAG-RAW
                                TO MAP-ERTRAGSKONTO(MAP-ANZAHL)
                            MOVE MAP-GEGEN-RAW
                                TO MAP-GEGENKONTO(MAP-ANZAHL)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE KONTEN-MAPPING
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #21.1 Konten der Beitragsrueckstellung bestimmen
*> ----------------------------------------------------------------
SUCHE-UV-KONTEN.
    IF MAP-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET MAP-IDX TO 1
    SEARCH MAP-EINTRAG
        AT END CONTINUE
        WHEN MAP-ABTEILUNG(MAP-IDX) = "UNFALLVERS"
            MOVE MAP-ERTRAGSKONTO(MAP-IDX) TO KTO-UV-SOLL
            MOVE MAP-GEGENKONTO(MAP-IDX)   TO KTO-UV-HABEN
    END-SEARCH.


*> ================================================================
*> #22 Zeile auf Konsole und ins Protokoll
*> ================================================================
MELDE.
    DISPLAY FUNCTION TRIM(MELDUNG)
    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #23 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Mirrors OEFFNE-STAMM ff. in lohn_rechner.cbl.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #23.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #23.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #23.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
*> #23.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #23.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
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
