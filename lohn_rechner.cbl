*> endet bei PR-BRUTTOLOHN, und der Lohndienstleister berechnet
*> jede Korrektur einzeln. Dieses Programm summiert den Brutto je
*> Mitarbeiter (Storno-Zeilen, Kennzeichen "S", ziehen ab), zieht
*> die Lohnsteuer nach dem Jahrestarif (Paragraph 32a EStG) auf den
*> hochgerechneten Monatsbrutto samt Solidaritaetszuschlag und
*> Kirchensteuer (Steuerklasse, Konfession und Bundesland aus dem
*> Mitarbeiterstamm, Default Klasse 1) und die Sozialabgaben
*> (SOZIALABGABEN.CFG: eine Zeile je Abgabe "<Name> <Prozent>
*> <Deckel>", Deckel 0 = ohne; eine Zeile "GUELTIG-AB JJJJMMTT"
*> eroeffnet einen neuen Stand der ganzen Liste, es gilt wie bei
*> den Tarifwerten der zum Laufdatum gueltige) ab und schreibt je
*> Mitarbeiter eine
*> Brutto-Netto-Aufstellung plus ein Summenblatt fuer die
*> Buchhaltung nach LOHN-ABRECHNUNG.RPT. Faengt Dienstleisterfehler
*> VOR dem Zahltag.
*> Die Tarifwerte stehen datiert in LOHNSTEUER-PARAMETER.CFG: eine
*> Zeile "GUELTIG-AB JJJJMMTT" eroeffnet einen Block, darunter je
*> Zeile "<Schluessel> <Wert>" (Schluessel siehe
*> LADE-LOHNSTEUER-PARAMETER; "KIST-LAND <Land> <Prozent>" fuer
*> abweichende Kirchensteuersaetze). Es gilt der juengste Block,
*> dessen Datum nicht nach dem Laufdatum des Lohnexports liegt -
*> ein Januarlauf nimmt also von selbst die Werte des neuen Jahres.
*> Ohne Datei gilt der eingebaute Tarif 2026.
*> Vereinfachungen gegenueber dem amtlichen Programmablaufplan:
*> Vorsorgepauschale als Prozentsatz vom Brutto mit Hoechstbetrag,
*> keine Kinderfreibetraege bei Soli und Kirchensteuer, kein
*> Freibetrag aus den ELStAM.
*> Gehaltsempfaenger (Lohnart S im Mitarbeiterstamm) bekommen statt
*> des Stundenlohns aus dem Export ihr Monatsgehalt - auch ohne
*> eine einzige Exportzeile. Im Ein- und Austrittsmonat und fuer
*> unbezahlten Urlaub (Abwesenheitssaetze "ABW"/"N" aus
*> ACCEPTED-BUCHUNGEN.DAT) wird nach Kalendertagen gekuerzt. Die
*> gebuchten Stunden bleiben fuer Fakturierung und Projektberichte
*> im Export, loesen aber nur bei Ueberstundenregel V Lohn aus:
*> Stunden ueber dem (anteiligen) Monats-Soll zu Gehalt/Soll.
*> Einmalzahlungen (Exportzeilen mit Kennzeichen "E": Praemie,
*> Weihnachts-/Urlaubsgeld, Provision) sind sonstige Bezuege: die
*> Lohnsteuer kommt aus der Jahrestabelle (Steuer auf den
*> voraussichtlichen Jahreslohn mit und ohne die Zahlung), und die
*> Beitragsbemessungsgrenzen gelten anteilig fuer das Jahr - die
*> bisherigen Monate stehen in LOHNKONTO.DAT. Jede Zahlung steht
*> als eigene Zeile auf der Aufstellung.
*> Sachbezuege (SACHBEZUEGE.CFG: Dienstwagen, Jobticket,
*> Gutscheine) sind geldwerte Vorteile: der Monatswert erhoeht die
*> Bemessungsgrundlage fuer Lohnsteuer und Sozialabgaben, wird
*> aber nicht ausgezahlt - das Netto bleibt beim Geldbrutto.
*> Kurzarbeit (KURZARBEIT.CFG: Zeitraum und vereinbarter Ausfall je
*> Abteilung): Ausfallstunden = Soll (MA-SOLL-STUNDEN) minus
*> gebuchte Stunden, hoechstens der vereinbarte Anteil; das Gehalt
*> wird auf das Ist-Entgelt gekuerzt, und das Kurzarbeitergeld
*> (60 %, mit Kind 67 % der pauschalierten Nettoentgeltdifferenz)
*> wird steuer- und beitragsfrei mit dem Netto ausgezahlt. Die
*> Einzelwerte gehen nach KURZARBEIT-ERGEBNIS.DAT - Grundlage der
*> Abrechnungsliste fuer die Arbeitsagentur (KUG-ABRECHNUNGSLISTE).
*> Mitarbeiter mit faelligen offenen Pflichtpunkten der Eintritts-/
*> Austritts-Checkliste (CHECKLISTE.DAT, PERSONAL-CHECKLISTE)
*> werden angehalten: keine Aufstellung, kein Laufergebnis - sie
*> stehen als ANGEHALTEN auf der Liste.


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
        FILE STATUS IS FS-PAYROLL.

    SELECT LOHNSTEUER-PARAMETER
        ASSIGN TO "LOHNSTEUER-PARAMETER.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STEUER.

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

    SELECT LOHN-REPORT
        ASSIGN TO "LOHN-ABRECHNUNG.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-STEMPEL.

    *> Maschinenlesbares Laufergebnis je Mitarbeiter (Brutto, Netto,
    *> Steuern, Abrechnungsmonat) - Quelle fuer den Monatsvergleich
    *> LOHN-DELTA-PRUEFUNG, der den Zahllauf anhalten kann, und
    *> fuer die Lohnkonten.
    SELECT LOHN-ERGEBNIS
        ASSIGN TO "LOHN-ERGEBNIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LFZ.

    *> Akzeptierte Buchungen des Validierers: hier nur die
    *> Abwesenheitssaetze fuer unbezahlten Urlaub, die das Gehalt
    *> kuerzen (Namen ROT13-maskiert wie ueberall).
    SELECT ACCEPTED-BUCHUNGEN
        ASSIGN TO "ACCEPTED-BUCHUNGEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-ACCEPTED.

    *> Lohnkonten der Vormonate (fortgeschrieben von
    *> LOHNKONTO-FUEHRUNG): Jahreslohn bisher und bisher
    *> beitragspflichtiges Entgelt fuer die Einmalzahlungen.
    SELECT LOHNKONTO
        ASSIGN TO "LOHNKONTO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-LOHNKONTO.

    *> Sachbezuege je Mitarbeiter (eine Zeile je Vorteil:
    *> "<Vorname> <Nachname> <Art> <WertEUR> <Km> <GueltigAb>
    *> [<GueltigBis>]"). Art D = Dienstwagen (Wert = Bruttolisten-
    *> preis, Km = Entfernung Wohnung-Arbeit), J = Jobticket und
    *> G = Gutschein (Wert = Monatswert, Km 0). Gueltig von/bis
    *> JJJJMMTT, ohne Bis-Datum unbefristet; angesetzt wird der
    *> volle Monat, wenn der Vorteil in ihm gilt.
    SELECT SACHBEZUEGE-CFG
        ASSIGN TO "SACHBEZUEGE.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-SACHBEZUG.

    *> Kurzarbeit je Abteilung (eine Zeile je Zeitraum:
    *> "<Abteilung> <VonJJJJMMTT> <BisJJJJMMTT> <AusfallProzent>",
    *> Bis 0 = offen; Abteilung ALLG fuer Mitarbeiter ohne
    *> Abteilung). Zeilen "KIND <Vorname> <Nachname>" markieren
    *> Mitarbeiter mit Kind fuer den erhoehten Leistungssatz.
    SELECT KURZARBEIT-CFG
        ASSIGN TO "KURZARBEIT.CFG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KURZARBEIT.

    *> Kurzarbeitergeld je Mitarbeiter des Laufs (Ausfallstunden,
    *> Soll-/Ist-Entgelt, Leistungssatz, Betrag) fuer die
    *> monatliche Abrechnungsliste.
    SELECT KURZARBEIT-ERGEBNIS
        ASSIGN TO "KURZARBEIT-ERGEBNIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-KUG-ERGEBNIS.

    *> Eintritts-/Austritts-Checkliste (PERSONAL-CHECKLISTE): ein
    *> offener Pflichtpunkt, der zum Stichtag faellig ist, haelt
    *> den Mitarbeiter an. Fehlt die Datei, wird niemand angehalten.
    SELECT CHECKLISTE
        ASSIGN TO "CHECKLISTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FS-CHECKLISTE.


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
    05 PR-KENNZEICHEN  PIC X(1).
    05 FILLER          PIC X(1).
    05 PR-PERSONALNR   PIC 9(5).
    05 FILLER          PIC X(1).
    05 PR-ZAHLUNGSART  PIC X(1).
    05 FILLER          PIC X(1).
    05 PR-PERIODE      PIC X(6).

FD LOHNSTEUER-PARAMETER.
01 LOHNSTEUER-PARAMETER-ZEILE PIC X(60).

FD SOZIALABGABEN-CFG.
01 SOZIALABGABEN-CFG-ZEILE PIC X(40).

FD MITARBEITER-STAMM.
01 MITARBEITER-STAMM-ZEILE PIC X(152).

FD MITARBEITER-STAMM-INDEX.
COPY STAMMIDX.

FD LOHN-REPORT.
01 REPORT-ZEILE PIC X(100).
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

FD LOHNFORTZAHLUNG-STATUS.
01 STATUS-RECORD.
    05 LFS-UNBEZAHLT-TAGE PIC 9(03).
    05 LFS-WARNUNG        PIC X(01).

FD ACCEPTED-BUCHUNGEN.
COPY BUCHREC.

*> Mirrors LOHNKONTO-RECORD in lohnkonto.cbl.
FD LOHNKONTO.
01 LOHNKONTO-RECORD.
    05 LK-JAHR     PIC 9(04).
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

FD SACHBEZUEGE-CFG.
01 SACHBEZUEGE-CFG-ZEILE PIC X(80).

FD KURZARBEIT-CFG.
01 KURZARBEIT-CFG-ZEILE PIC X(80).

*> Mirrors KUG-ERGEBNIS-RECORD in kug_abrechnung.cbl.
FD KURZARBEIT-ERGEBNIS.
01 KUG-ERGEBNIS-RECORD.
    05 KE-PERIODE      PIC 9(6).
    05 FILLER          PIC X(01).
    05 KE-VORNAME      PIC X(10).
    05 FILLER          PIC X(01).
    05 KE-NACHNAME     PIC X(10).
    05 FILLER          PIC X(01).
    05 KE-PERSONALNR   PIC 9(5).
    05 FILLER          PIC X(01).
    05 KE-ABTEILUNG    PIC X(10).
    05 FILLER          PIC X(01).
    05 KE-SOLL-STD     PIC 9(3).
    05 FILLER          PIC X(01).
    05 KE-IST-STD      PIC 9(5).
    05 FILLER          PIC X(01).
    05 KE-AUSFALL-STD  PIC 9(3).
    05 FILLER          PIC X(01).
    05 KE-SOLL-ENTGELT PIC 9(7)V99.
    05 FILLER          PIC X(01).
    05 KE-IST-ENTGELT  PIC 9(7)V99.
    05 FILLER          PIC X(01).
    05 KE-SATZ         PIC 9(2).
    05 FILLER          PIC X(01).
    05 KE-KUG          PIC 9(7)V99.

FD CHECKLISTE.
COPY CHECKREC.

*> ---------------------------
*> #3.2 WORKING-STORAGE SECTION
*> ---------------------------
77 FS-STEUER  PIC XX VALUE SPACES.
77 FS-SOZIAL  PIC XX VALUE SPACES.
77 FS-STAMM   PIC XX VALUE SPACES.
77 FS-STAMM-INDEX PIC XX VALUE SPACES.
77 FS-REPORT  PIC XX VALUE SPACES.
77 FS-ERGEBNIS PIC XX VALUE SPACES.
77 FS-FIRMA-AKTIV PIC XX VALUE SPACES.
77 EOF-FLAG   PIC X  VALUE "N".

*> Empfaenger-Pruefung der Kontrollsaetze im Lohnexport: gezaehlte
77 PAY-TRL-ANZAHL     PIC 9(6) VALUE 0.
77 PAY-TRL-VORHANDEN  PIC X    VALUE "N".

*> Laufdatum des Lohnexports (juengstes PR-LAUFDATUM) - Stichtag
*> fuer die Wahl des Parameterblocks.
01 LOHN-STICHTAG PIC 9(8) VALUE 0.

*> Lohnsteuer-Parameter des gueltigen Blocks (Jahreswerte in EUR).
01 LST-GUELTIG-AB        PIC 9(8).
01 LST-GRUNDFREIBETRAG   PIC 9(6).
01 LST-ZONE2-BIS         PIC 9(6).
01 LST-ZONE2-FAKTOR      PIC 9(4)V99.
01 LST-ZONE3-BIS         PIC 9(6).
01 LST-ZONE3-FAKTOR      PIC 9(4)V99.
01 LST-ZONE3-KONSTANTE   PIC 9(5)V99.
01 LST-ZONE4-BIS         PIC 9(7).
01 LST-ZONE4-ABZUG       PIC 9(6)V99.
01 LST-ZONE5-ABZUG       PIC 9(6)V99.
01 LST-AN-PAUSCHBETRAG   PIC 9(5).
01 LST-SA-PAUSCHBETRAG   PIC 9(5).
01 LST-ENTLASTUNGSBETRAG PIC 9(5).
01 LST-VORSORGE-PROZENT  PIC 9(2)V99.
01 LST-VORSORGE-HOECHST  PIC 9(6).
01 LST-STKL5-W1          PIC 9(7).
01 LST-STKL5-W2          PIC 9(7).
01 LST-STKL5-W3          PIC 9(7).
01 LST-SOLI-PROZENT      PIC 9(2)V99.
01 LST-SOLI-FREIGRENZE   PIC 9(6).
01 LST-SOLI-MILDERUNG    PIC 9(2)V99.
01 LST-KIST-PROZENT      PIC 9(2)V99.
01 LST-SACHBEZUG-FREIGRENZE PIC 9(3)V99.
01 LST-DIENSTWAGEN-PROZENT  PIC 9(1)V99.
01 LST-DIENSTWAGEN-KM-PROZENT PIC 9(1)V99.
01 KIST-LAND-ANZAHL PIC 9(2) VALUE 0.
01 KIST-LAND-TABELLE.
    05 KIST-LAND-EINTRAG OCCURS 1 TO 20 TIMES
                          DEPENDING ON KIST-LAND-ANZAHL
                          INDEXED BY KSL-IDX.
        10 KSL-LAND    PIC X(2).
        10 KSL-PROZENT PIC 9(2)V99.
01 KIST-LAND-POSITION PIC 9(2).

*> Einlesen der Parameterdatei.
01 PAR-SCHLUESSEL   PIC X(30).
01 PAR-WERT         PIC X(15).
01 PAR-WERT2        PIC X(15).
01 PAR-BLOCK-DATUM  PIC 9(8).
01 PAR-BESTES-DATUM PIC 9(8) VALUE 0.
01 PAR-BLOCK-GILT   PIC X VALUE "J".
01 PAR-ZAHL         PIC 9(7)V99.

*> Sozialabgaben (Name, Prozent, Deckelbetrag je Periode).
01 SOZIAL-ANZAHL PIC 9(2) VALUE 0.
01 SOZ-NAME-RAW    PIC X(10).
01 SOZ-PROZENT-RAW PIC X(8).
01 SOZ-DECKEL-RAW  PIC X(10).
01 SOZ-STICHTAG     PIC 9(8) VALUE 0.
01 SOZ-BLOCK-DATUM  PIC 9(8).
01 SOZ-BESTES-DATUM PIC 9(8).
01 SOZ-BLOCK-GILT   PIC X VALUE "J".

*> Gelesener Stammsatz. Mit Index wird per Namensschluessel bzw.
*> in Schluesselfolge gelesen (STAMM-INDEX-OFFEN = "J"), sonst
*> MITARBEITER-STAMM.DAT je Durchlauf von vorn; ST-* haelt die
*> aufbereiteten Werte des zuletzt gelesenen Mitarbeiters.
COPY STAMMREC.
01 STAMM-INDEX-OFFEN   PIC X VALUE "N".
01 STAMM-DATEI-OFFEN   PIC X VALUE "N".
01 STAMM-ENDE          PIC X VALUE "N".
01 STAMM-TREFFER       PIC X VALUE "N".
01 STAMM-SUCH-VORNAME  PIC X(10).
01 STAMM-SUCH-NACHNAME PIC X(10).
01 STAMM-SATZ.
    05 ST-VORNAME      PIC X(10).
    05 ST-NACHNAME     PIC X(10).
    05 ST-STEUERKLASSE PIC 9.
    05 ST-BESCHAEFT-ART PIC X(1).
    05 ST-KONFESSION   PIC X(2).
    05 ST-BUNDESLAND   PIC X(2).
    05 ST-STATUS       PIC X(1).
    05 ST-SOLL-STUNDEN PIC 9(3).
    05 ST-EINTRITT     PIC 9(8).
    05 ST-AUSTRITT     PIC 9(8).
    05 ST-LOHNART      PIC X(1).
    05 ST-MONATSGEHALT PIC 9(6)V99.
    05 ST-UEBERSTD-REGEL PIC X(1).
    05 ST-ABTEILUNG    PIC X(10).
    05 ST-PERSONALNR   PIC 9(5).
    05 ST-STUNDENSATZ  PIC 9(3).
    05 ST-FIRMA        PIC X(2).

*> Brutto je Mitarbeiter aufsummiert.
01 LOHN-ANZAHL PIC 9(3) VALUE 0.
        10 LO-VORNAME  PIC X(20).
        10 LO-NACHNAME PIC X(20).
        10 LO-BRUTTO   PIC 9(8)V99.
        10 LO-STUNDEN  PIC 9(5).
        10 LO-EINMAL   PIC 9(8)V99.
        10 LO-SACHBEZUG PIC 9(8)V99.
        10 LO-KUG       PIC 9(8)V99.
        10 LO-UNBEZAHLT PIC 9(2).
01 GEFUNDEN-FLAG PIC X.
01 TAB-POSITION  PIC 9(3).

01 BER-STEUERKLASSE PIC 9.
01 BER-BESCHAEFT-ART PIC X VALUE "R".
01 BER-KONFESSION   PIC X(2).
01 BER-BUNDESLAND   PIC X(2).
01 BER-STEUER       PIC 9(8)V99.
01 BER-SOLI         PIC 9(8)V99.
01 BER-KIST         PIC 9(8)V99.
01 BER-KIST-PROZENT PIC 9(2)V99.
01 BER-STEUERABZUG  PIC 9(8)V99.
*> Bemessungsgrundlage des laufenden Monats: Geldbrutto plus
*> steuerpflichtiger Sachbezug.
01 BER-LAUFEND      PIC 9(8)V99.

*> Jahresrechnung der Lohnsteuer.
01 BER-JAHRESBRUTTO  PIC 9(9)V99.
01 BER-ABZUGSBETRAG  PIC 9(9)V99.
01 BER-VORSORGE      PIC 9(9)V99.
01 BER-ZVE           PIC 9(9).
01 BER-JAHRESSTEUER  PIC 9(9).
01 BER-SOLI-GRENZE   PIC 9(7).
01 BER-JAHRES-SOLI   PIC 9(7)V99.
01 BER-SOLI-MILDER   PIC 9(7)V99.
01 BER-JAHRES-KIST   PIC 9(7)V99.
01 TARIF-X           PIC 9(9).
01 TARIF-Y           PIC 9(3)V9(6).
01 TARIF-ST          PIC 9(9).
01 TARIF-5-6-X       PIC 9(9).
01 TARIF-5-6-ST      PIC 9(9).
01 TARIF-ST1         PIC 9(9).
01 TARIF-ST2         PIC 9(9).
01 TARIF-DIFF        PIC 9(9).
01 TARIF-MIST        PIC 9(9).
01 TARIF-VERGL       PIC 9(9).
01 TARIF-HOCH        PIC 9(9).
01 BER-ABGABE       PIC 9(8)V99.
01 BER-ABGABEN-SUMME PIC 9(8)V99.
01 BER-NETTO        PIC 9(8)V99.

*> Gehaltsrechnung: Abrechnungsmonat und Kuerzung je Mitarbeiter.
77 FS-ACCEPTED PIC XX VALUE SPACES.
01 ROT13-KLARTEXT PIC X(52)
   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
01 ROT13-GEHEIM   PIC X(52)
   VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".
01 GEH-JAHR          PIC 9(4).
01 GEH-MONAT         PIC 9(2).
01 GEH-MONAT-ANFANG  PIC 9(8).
01 GEH-MONAT-ENDE    PIC 9(8).
01 GEH-FOLGEMONAT    PIC 9(8).
01 GEH-KALENDERTAGE  PIC 9(2).
01 GEH-IST-GEHALT    PIC X VALUE "N".
01 GEH-VON           PIC 9(8).
01 GEH-BIS           PIC 9(8).
01 GEH-TAGE          PIC 9(2).
01 GEH-UNBEZAHLT     PIC 9(2).
01 GEH-BEZAHLT       PIC 9(2).
01 GEH-STUNDENLOHN   PIC 9(8)V99.
01 GEH-BRUTTO        PIC 9(8)V99.
01 GEH-SOLL          PIC 9(3).
01 GEH-UEBERSTUNDEN  PIC 9(5).
01 GEH-UE-BETRAG     PIC 9(8)V99.
01 ABW-VORNAME       PIC X(10).
01 ABW-NACHNAME      PIC X(10).
01 ABW-VON-TAG       PIC 9(7).
01 ABW-BIS-TAG       PIC 9(7).
01 ABW-MONAT-VON     PIC 9(7).
01 ABW-MONAT-BIS     PIC 9(7).
01 CNT-GEHALT        PIC 9(3) VALUE 0.
01 PRINT-TAGE        PIC Z9.
01 PRINT-STUNDEN     PIC ZZZZ9.

*> Einmalzahlungen des Laufs (eine Zeile je Exportsatz "E").
01 EM-ANZAHL PIC 9(3) VALUE 0.
01 EM-TABELLE.
    05 EM-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON EM-ANZAHL
                   INDEXED BY EM-IDX.
        10 EM-LOHN-POS PIC 9(3).
        10 EM-ART      PIC X(1).
        10 EM-PERIODE  PIC X(6).
        10 EM-BETRAG   PIC 9(7)V99.
01 EM-DRUCK-IDX PIC 9(3).
01 EM-ART-TEXT  PIC X(14).
01 CNT-EINMAL   PIC 9(3) VALUE 0.
01 SUMME-EINMAL PIC 9(9)V99 VALUE 0.

*> Lohnkonto des laufenden Jahres (nur Monate vor dem
*> Abrechnungsmonat), geladen wenn der Lauf Einmalzahlungen hat.
77 FS-LOHNKONTO PIC XX VALUE SPACES.
01 KU-ANZAHL PIC 9(4) VALUE 0.
01 KU-TABELLE.
    05 KU-EINTRAG OCCURS 1 TO 6000 TIMES
                   DEPENDING ON KU-ANZAHL
                   INDEXED BY KU-IDX.
        10 KU-VORNAME  PIC X(10).
        10 KU-NACHNAME PIC X(10).
        10 KU-MONAT    PIC 9(2).
        10 KU-BRUTTO   PIC 9(9)V99.
        10 KU-EINMAL   PIC 9(9)V99.
01 KU-LAUF-IDX PIC 9(4).

*> Sonstige Bezuege eines Mitarbeiters: Jahreslohn, Monatswerte
*> aus dem Lohnkonto und Steuer-/Beitragsanteile der Zahlung.
01 BER-STAMM-TREFFER PIC X VALUE "N".
01 EMZ-BISHER       PIC 9(9)V99.
01 EMZ-JAHRESLOHN   PIC 9(9)V99.
01 EMZ-JST-OHNE     PIC 9(9).
01 EMZ-SOLI-OHNE    PIC 9(7)V99.
01 EMZ-KIST-OHNE    PIC 9(7)V99.
01 EMZ-ZVE-LAUFEND  PIC 9(9).
01 EMZ-STEUER       PIC 9(8)V99.
01 EMZ-SOLI         PIC 9(8)V99.
01 EMZ-KIST         PIC 9(8)V99.
01 EMZ-MONATE.
    05 EMZ-MONAT-WERTE OCCURS 12 TIMES.
        10 EMZ-MON-LAUFEND PIC 9(9)V99.
        10 EMZ-MON-EINMAL  PIC 9(9)V99.
01 EMZ-ERSTER-MONAT PIC 9(2).
01 EMZ-KONTO-GEFUNDEN PIC X.
01 EMZ-MON-IDX      PIC 9(2).
01 EMZ-BBG-MONAT    PIC 9(9)V99.
01 EMZ-SV-KUM       PIC 9(9)V99.
01 EMZ-SV-ANTEILIG  PIC 9(9)V99.
01 EMZ-SV-REST      PIC 9(9)V99.
01 EMZ-SV-BASIS     PIC 9(9)V99.
01 EMZ-ABGABE       PIC 9(8)V99.
01 PRINT-BASIS      PIC ZZZ,ZZZ,ZZ9.99.

*> Sachbezuege aus SACHBEZUEGE.CFG.
77 FS-SACHBEZUG PIC XX VALUE SPACES.
01 SB-ANZAHL PIC 9(3) VALUE 0.
01 SB-TABELLE.
    05 SB-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON SB-ANZAHL
                   INDEXED BY SB-IDX.
        10 SB-VORNAME  PIC X(10).
        10 SB-NACHNAME PIC X(10).
        10 SB-ART      PIC X(1).
        10 SB-WERT     PIC 9(7)V99.
        10 SB-KM       PIC 9(3).
        10 SB-AB       PIC 9(8).
        10 SB-BIS      PIC 9(8).
        10 SB-AKTIV    PIC X(1).
        10 SB-GELDWERT PIC 9(7)V99.
01 SB-W1  PIC X(10).
01 SB-W2  PIC X(10).
01 SB-W3  PIC X(2).
01 SB-W4  PIC X(12).
01 SB-W5  PIC X(5).
01 SB-W6  PIC X(10).
01 SB-W7  PIC X(10).
01 SB-DRUCK-IDX   PIC 9(3).
01 SB-ZEILEN      PIC 9(3).
01 SB-LISTENPREIS PIC 9(7).
01 SB-FREI-SUMME  PIC 9(7)V99.
01 SB-ART-TEXT    PIC X(12).
01 PRINT-KM       PIC ZZ9.
01 CNT-SACHBEZUG  PIC 9(3) VALUE 0.
01 SUMME-SACHBEZUG PIC 9(9)V99 VALUE 0.

*> Kurzarbeit: Zeitraeume je Abteilung und Mitarbeiter mit Kind.
77 FS-KURZARBEIT   PIC XX VALUE SPACES.
77 FS-KUG-ERGEBNIS PIC XX VALUE SPACES.
01 KA-ANZAHL PIC 9(2) VALUE 0.
01 KA-TABELLE.
    05 KA-EINTRAG OCCURS 1 TO 50 TIMES
                   DEPENDING ON KA-ANZAHL
                   INDEXED BY KA-IDX.
        10 KA-ABTEILUNG PIC X(10).
        10 KA-VON       PIC 9(8).
        10 KA-BIS       PIC 9(8).
        10 KA-PROZENT   PIC 9(3).
01 KK-ANZAHL PIC 9(3) VALUE 0.
01 KK-TABELLE.
    05 KK-EINTRAG OCCURS 1 TO 500 TIMES
                   DEPENDING ON KK-ANZAHL
                   INDEXED BY KK-IDX.
        10 KK-VORNAME  PIC X(10).
        10 KK-NACHNAME PIC X(10).
01 KA-W1 PIC X(10).
01 KA-W2 PIC X(10).
01 KA-W3 PIC X(10).
01 KA-W4 PIC X(10).
01 KA-POSITION PIC 9(2).

*> Kurzarbeitergeld eines Mitarbeiters. KUG-STATUS: N = keine
*> Kurzarbeit, J = gerechnet, H = Kurzarbeit ohne Leistung
*> (Grund in KUG-HINWEIS).
01 KUG-STATUS         PIC X(1).
01 KUG-HINWEIS        PIC X(60).
01 KUG-ABTEILUNG      PIC X(10).
01 KUG-SOLL           PIC 9(3).
01 KUG-MAX            PIC 9(3).
01 KUG-AUSFALL        PIC 9(3).
01 KUG-STUNDENLOHN    PIC 9(5)V99.
01 KUG-SOLL-ENTGELT   PIC 9(8)V99.
01 KUG-IST-ENTGELT    PIC 9(8)V99.
01 KUG-BASIS          PIC 9(8)V99.
01 KUG-ABZUG          PIC 9(8)V99.
01 KUG-NETTO-PAUSCHAL PIC 9(8)V99.
01 KUG-NETTO-SOLL     PIC 9(8)V99.
01 KUG-NETTO-IST      PIC 9(8)V99.
01 KUG-SATZ           PIC 9(2).
*> Sozialversicherungspauschale fuer das pauschalierte Netto
*> (Paragraph 153 SGB III).
01 KUG-SV-PAUSCHALE   PIC 9(2)V99 VALUE 20.00.
01 CNT-KUG   PIC 9(3) VALUE 0.
01 SUMME-KUG PIC 9(9)V99 VALUE 0.

01 SUMME-BRUTTO  PIC 9(9)V99 VALUE 0.
01 SUMME-STEUER  PIC 9(9)V99 VALUE 0.
01 SUMME-SOLI    PIC 9(9)V99 VALUE 0.
01 SUMME-KIST    PIC 9(9)V99 VALUE 0.
01 SUMME-ABGABEN PIC 9(9)V99 VALUE 0.
01 SUMME-NETTO   PIC 9(9)V99 VALUE 0.

01 CNT-PFAENDUNGEN PIC 9(3) VALUE 0.
77 FS-PFSTAND PIC XX VALUE SPACES.
77 FS-STEMPEL PIC XX VALUE SPACES.

*> Checklisten-Sperre des gerade abgerechneten Mitarbeiters mit den
*> offenen Punkten; CHECKLISTE.DAT wird je Mitarbeiter gelesen, so
*> rutscht kein Angehaltener durch eine volle Tabelle.
77 FS-CHECKLISTE PIC XX VALUE SPACES.
01 CS-EOF      PIC X VALUE "N".
01 CS-GESPERRT PIC X VALUE "N".
01 CS-PUNKTE   PIC X(30).
01 CS-ZEIGER   PIC 9(2).
01 CNT-ANGEHALTEN PIC 9(3) VALUE 0.
01 PFSTAND-EOF PIC X VALUE "N".

01 DRUCK-IDX PIC 9(3).
01 SOZ-DRUCK-IDX PIC 9(2).
01 PRINT-BETRAG PIC ZZZ,ZZZ,ZZ9.99.
01 PRINT-PROZENT PIC Z9.99.
01 PRINT-ZVE     PIC ZZZ,ZZZ,ZZ9.
01 MELDUNG PIC X(100).


*> Aktive Firma und Stammfirma aus FIRMA-AKTIV.DAT (leer = einfirmig).
01 AKTIVE-FIRMA PIC X(02) VALUE SPACES.
01 STAMM-FIRMA  PIC X(02) VALUE SPACES.


*> ================================================================
PROCEDURE DIVISION.

MAIN.
    PERFORM PRUEFE-FIRMA-AKTIV.
    IF AKTIVE-FIRMA = "**"
        DISPLAY "Konzernsicht aktiv - LOHN-RECHNER laeuft nur fuer"
                " eine Firma (firmen_wechsel <Schluessel>)."
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM OEFFNE-STAMM.
    PERFORM LADE-LOHNFORTZAHLUNG.
    PERFORM LADE-PFAENDUNGEN.
    PERFORM LADE-PFAENDUNGS-STAND.
    PERFORM LADE-SACHBEZUEGE.
    PERFORM LADE-KURZARBEIT.

    OPEN INPUT PAYROLL-EXPORT.
    IF FS-PAYROLL NOT = "00"
                WHEN PR-NACHNAME NOT = SPACES
                 AND PR-BRUTTOLOHN IS NUMERIC
                    ADD 1 TO PAY-ZEILEN-GELESEN
                    IF PR-LAUFDATUM IS NUMERIC
                     AND PR-LAUFDATUM > LOHN-STICHTAG
                        MOVE PR-LAUFDATUM TO LOHN-STICHTAG
                    END-IF
                    PERFORM SUMMIERE-BRUTTO
            END-EVALUATE
        END-IF
                PAY-ZEILEN-GELESEN " - Export unvollstaendig?"
    END-IF.

    IF LOHN-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO LOHN-STICHTAG
    END-IF.

    *> Gehaltsempfaenger werden auch ohne gebuchte Stunden
    *> abgerechnet - fehlende Eintraege aus dem Stamm ergaenzen.
    PERFORM BESTIMME-ABRECHNUNGSMONAT.
    PERFORM ERGAENZE-GEHALTSEMPFAENGER.
    IF KA-ANZAHL > 0
        PERFORM ERGAENZE-KURZARBEITER
    END-IF.
    PERFORM LADE-UNBEZAHLT.
    IF EM-ANZAHL > 0
        PERFORM LADE-LOHNKONTO
    END-IF.

    IF LOHN-ANZAHL = 0
        DISPLAY "Keine Lohnzeilen vorgefunden."
        PERFORM SCHLIESSE-STAMM
        GOBACK
    END-IF.
    PERFORM INIT-LOHNSTEUER-PARAMETER.
    PERFORM LADE-LOHNSTEUER-PARAMETER.
    IF LST-GUELTIG-AB(1:4) < LOHN-STICHTAG(1:4)
        DISPLAY "WARNUNG: keine Lohnsteuer-Parameter fuer "
                LOHN-STICHTAG(1:4) " in LOHNSTEUER-PARAMETER.CFG -"
                " gerechnet wird mit dem Tarif ab " LST-GUELTIG-AB "."
    END-IF.
    MOVE LOHN-STICHTAG TO SOZ-STICHTAG.
    PERFORM LADE-SOZIALABGABEN.

    OPEN OUTPUT LOHN-REPORT.
    IF FS-REPORT NOT = "00"
        GOBACK
    END-IF.
    OPEN OUTPUT LOHN-ERGEBNIS.
    OPEN OUTPUT KURZARBEIT-ERGEBNIS.
    OPEN OUTPUT PFAENDUNGS-ABFUHR.

    MOVE SPACES TO MELDUNG
    STRING "Brutto-Netto-Aufstellung (Lohnsteuertarif ab "
           LST-GUELTIG-AB ")" INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.

    PERFORM VARYING DRUCK-IDX FROM 1 BY 1
            UNTIL DRUCK-IDX > LOHN-ANZAHL
        PERFORM SUCHE-CHECKLISTEN-SPERRE
        IF CS-GESPERRT = "J"
            PERFORM MELDE-ANGEHALTEN
        ELSE
            PERFORM BERECHNE-NETTO
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.

    MOVE "=============================================" TO MELDUNG
    PERFORM MELDE.
    STRING "Summe Brutto:   " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    IF SUMME-SACHBEZUG > 0
        COMPUTE PRINT-BETRAG = SUMME-SACHBEZUG
        MOVE SPACES TO MELDUNG
        STRING "Summe Sachbezug:" PRINT-BETRAG
               " (steuer-/beitragspflichtig, nicht ausgezahlt)"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    IF SUMME-KUG > 0
        COMPUTE PRINT-BETRAG = SUMME-KUG
        MOVE SPACES TO MELDUNG
        STRING "Summe KUG:      " PRINT-BETRAG
               " (steuer-/beitragsfrei, mit dem Netto ausgezahlt)"
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.
    COMPUTE PRINT-BETRAG = SUMME-STEUER
    MOVE SPACES TO MELDUNG
    STRING "Summe Steuer:   " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    COMPUTE PRINT-BETRAG = SUMME-SOLI
    MOVE SPACES TO MELDUNG
    STRING "Summe Soli:     " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    COMPUTE PRINT-BETRAG = SUMME-KIST
    MOVE SPACES TO MELDUNG
    STRING "Summe KiSt:     " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE.
    COMPUTE PRINT-BETRAG = SUMME-ABGABEN
    MOVE SPACES TO MELDUNG
    STRING "Summe Abgaben:  " PRINT-BETRAG INTO MELDUNG
    PERFORM MELDE.

    CLOSE LOHN-REPORT LOHN-ERGEBNIS PFAENDUNGS-ABFUHR.
    IF FS-KUG-ERGEBNIS = "00"
        CLOSE KURZARBEIT-ERGEBNIS
    END-IF.
    PERFORM SCHREIBE-LOHN-STEMPEL.
    PERFORM SICHERE-PFAENDUNGS-STAND.
    IF CNT-GEHALT > 0
        DISPLAY CNT-GEHALT " Gehaltsempfaenger mit Monatsgehalt"
                " abgerechnet (" LOHN-STICHTAG(1:6) ")."
    END-IF.
    IF CNT-EINMAL > 0
        COMPUTE PRINT-BETRAG = SUMME-EINMAL
        DISPLAY CNT-EINMAL " Einmalzahlung(en) als sonstige Bezuege"
                " abgerechnet, Summe " PRINT-BETRAG " EUR."
    END-IF.
    IF CNT-SACHBEZUG > 0
        COMPUTE PRINT-BETRAG = SUMME-SACHBEZUG
        DISPLAY CNT-SACHBEZUG " Mitarbeiter mit steuerpflichtigem"
                " Sachbezug, Summe " PRINT-BETRAG " EUR."
    END-IF.
    IF CNT-KUG > 0
        COMPUTE PRINT-BETRAG = SUMME-KUG
        DISPLAY CNT-KUG " Mitarbeiter mit Kurzarbeitergeld, Summe "
                PRINT-BETRAG " EUR -> KURZARBEIT-ERGEBNIS.DAT"
                " (Abrechnungsliste: KUG-ABRECHNUNGSLISTE)."
    END-IF.
    IF CNT-PFAENDUNGEN > 0
        COMPUTE PRINT-BETRAG = SUMME-PFAENDUNG
        DISPLAY CNT-PFAENDUNGEN " Pfaendungsabfuhr(en), Summe "
                PRINT-BETRAG " EUR -> PFAENDUNGS-ABFUHR.DAT"
                " (zahlt ZAHLUNGS-EXPORT)."
    END-IF.
    IF CNT-ANGEHALTEN > 0
        DISPLAY CNT-ANGEHALTEN " Mitarbeiter wegen offener"
                " Pflichtpunkte der Checkliste ANGEHALTEN - nicht"
                " abgerechnet (PERSONAL-CHECKLISTE)."
    END-IF.
    PERFORM SCHLIESSE-STAMM.
    GOBACK.


        MOVE PR-VORNAME  TO LO-VORNAME(LOHN-ANZAHL)
        MOVE PR-NACHNAME TO LO-NACHNAME(LOHN-ANZAHL)
        MOVE 0 TO LO-BRUTTO(LOHN-ANZAHL)
        MOVE 0 TO LO-STUNDEN(LOHN-ANZAHL)
        MOVE 0 TO LO-EINMAL(LOHN-ANZAHL)
        MOVE 0 TO LO-SACHBEZUG(LOHN-ANZAHL)
        MOVE 0 TO LO-KUG(LOHN-ANZAHL)
        MOVE 0 TO LO-UNBEZAHLT(LOHN-ANZAHL)
        MOVE LOHN-ANZAHL TO TAB-POSITION
    END-IF
    *> Einmalzahlungen laufen getrennt vom laufenden Brutto - sie
    *> werden als sonstiger Bezug versteuert und einzeln gedruckt.
    IF TAB-POSITION > 0 AND PR-KENNZEICHEN = "E"
        ADD PR-BRUTTOLOHN TO LO-EINMAL(TAB-POSITION)
        IF EM-ANZAHL < 500
            ADD 1 TO EM-ANZAHL
            MOVE TAB-POSITION   TO EM-LOHN-POS(EM-ANZAHL)
            MOVE PR-ZAHLUNGSART TO EM-ART(EM-ANZAHL)
            MOVE PR-PERIODE     TO EM-PERIODE(EM-ANZAHL)
            MOVE PR-BRUTTOLOHN  TO EM-BETRAG(EM-ANZAHL)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF TAB-POSITION > 0
        IF PR-KENNZEICHEN = "S"
            IF PR-BRUTTOLOHN > LO-BRUTTO(TAB-POSITION)
                SUBTRACT PR-BRUTTOLOHN
                    FROM LO-BRUTTO(TAB-POSITION)
            END-IF
            IF PR-STUNDEN IS NUMERIC
                IF PR-STUNDEN > LO-STUNDEN(TAB-POSITION)
                    MOVE 0 TO LO-STUNDEN(TAB-POSITION)
                ELSE
                    SUBTRACT PR-STUNDEN FROM LO-STUNDEN(TAB-POSITION)
                END-IF
            END-IF
        ELSE
            ADD PR-BRUTTOLOHN TO LO-BRUTTO(TAB-POSITION)
            IF PR-STUNDEN IS NUMERIC
                ADD PR-STUNDEN TO LO-STUNDEN(TAB-POSITION)
            END-IF
        END-IF
    END-IF.


*> ================================================================
*> #5.1 Abrechnungsmonat des Laufs bestimmen
*> ================================================================
*> Monat des Stichtags mit erstem und letztem Kalendertag - die
*> Basis fuer die Kalendertage-Kuerzung der Gehaelter.
BESTIMME-ABRECHNUNGSMONAT.
    MOVE LOHN-STICHTAG(1:4) TO GEH-JAHR
    MOVE LOHN-STICHTAG(5:2) TO GEH-MONAT
    COMPUTE GEH-MONAT-ANFANG = GEH-JAHR * 10000 + GEH-MONAT * 100 + 1
    IF GEH-MONAT = 12
        COMPUTE GEH-FOLGEMONAT = (GEH-JAHR + 1) * 10000 + 101
    ELSE
        COMPUTE GEH-FOLGEMONAT = GEH-MONAT-ANFANG + 100
    END-IF
    COMPUTE GEH-MONAT-ENDE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(GEH-FOLGEMONAT) - 1)
    MOVE GEH-MONAT-ENDE(7:2) TO GEH-KALENDERTAGE.


*> ================================================================
*> #5.2 Gehaltsempfaenger ohne Exportzeile in die Tabelle aufnehmen
*> ================================================================
*> Wer im Abrechnungsmonat beschaeftigt war (Eintritt nicht nach
*> Monatsende, Austritt nicht vor Monatsanfang), bekommt sein
*> Gehalt, auch wenn er keine einzige Stunde gebucht hat - im
*> Mehrfirmenbetrieb nur von seiner Arbeitgeber-Firma.
ERGAENZE-GEHALTSEMPFAENGER.
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE = "J"
            EXIT PERFORM
        END-IF
        IF ST-LOHNART NOT = "S" OR ST-MONATSGEHALT = 0
            EXIT PERFORM CYCLE
        END-IF
        IF AKTIVE-FIRMA NOT = SPACES
         AND ST-FIRMA NOT = AKTIVE-FIRMA
            EXIT PERFORM CYCLE
        END-IF
        IF ST-EINTRITT > GEH-MONAT-ENDE
         OR (ST-AUSTRITT > 0 AND ST-AUSTRITT < GEH-MONAT-ANFANG)
         OR (ST-STATUS = "I" AND ST-AUSTRITT = 0)
            EXIT PERFORM CYCLE
        END-IF
        MOVE "N" TO GEFUNDEN-FLAG
        IF LOHN-ANZAHL > 0
            SET LO-IDX TO 1
            SEARCH LOHN-EINTRAG
                AT END CONTINUE
                WHEN LO-VORNAME(LO-IDX)(1:10)  = ST-VORNAME
                 AND LO-NACHNAME(LO-IDX)(1:10) = ST-NACHNAME
                    MOVE "J" TO GEFUNDEN-FLAG
            END-SEARCH
        END-IF
        IF GEFUNDEN-FLAG NOT = "J" AND LOHN-ANZAHL < 500
            ADD 1 TO LOHN-ANZAHL
            MOVE ST-VORNAME  TO LO-VORNAME(LOHN-ANZAHL)
            MOVE ST-NACHNAME TO LO-NACHNAME(LOHN-ANZAHL)
            MOVE 0 TO LO-BRUTTO(LOHN-ANZAHL)
            MOVE 0 TO LO-STUNDEN(LOHN-ANZAHL)
            MOVE 0 TO LO-EINMAL(LOHN-ANZAHL)
            MOVE 0 TO LO-SACHBEZUG(LOHN-ANZAHL)
            MOVE 0 TO LO-KUG(LOHN-ANZAHL)
            MOVE 0 TO LO-UNBEZAHLT(LOHN-ANZAHL)
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #5.3 Kurzarbeiter ohne Exportzeile in die Tabelle aufnehmen
*> ================================================================
*> Stundenloehner einer Abteilung in Kurzarbeit bekommen ihr
*> Kurzarbeitergeld auch dann, wenn sie im Monat keine einzige
*> Stunde gebucht haben (Kurzarbeit Null).
ERGAENZE-KURZARBEITER.
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE = "J"
            EXIT PERFORM
        END-IF
        IF ST-LOHNART = "S" OR ST-SOLL-STUNDEN = 0
            EXIT PERFORM CYCLE
        END-IF
        IF ST-EINTRITT > GEH-MONAT-ENDE
         OR (ST-AUSTRITT > 0 AND ST-AUSTRITT < GEH-MONAT-ANFANG)
         OR (ST-STATUS = "I" AND ST-AUSTRITT = 0)
            EXIT PERFORM CYCLE
        END-IF
        MOVE ST-ABTEILUNG TO KUG-ABTEILUNG
        PERFORM SUCHE-KURZARBEIT
        IF KA-POSITION = 0
            EXIT PERFORM CYCLE
        END-IF
        MOVE "N" TO GEFUNDEN-FLAG
        IF LOHN-ANZAHL > 0
            SET LO-IDX TO 1
            SEARCH LOHN-EINTRAG
                AT END CONTINUE
                WHEN LO-VORNAME(LO-IDX)(1:10)  = ST-VORNAME
                 AND LO-NACHNAME(LO-IDX)(1:10) = ST-NACHNAME
                    MOVE "J" TO GEFUNDEN-FLAG
            END-SEARCH
        END-IF
        IF GEFUNDEN-FLAG NOT = "J" AND LOHN-ANZAHL < 500
            ADD 1 TO LOHN-ANZAHL
            MOVE ST-VORNAME  TO LO-VORNAME(LOHN-ANZAHL)
            MOVE ST-NACHNAME TO LO-NACHNAME(LOHN-ANZAHL)
            MOVE 0 TO LO-BRUTTO(LOHN-ANZAHL)
            MOVE 0 TO LO-STUNDEN(LOHN-ANZAHL)
            MOVE 0 TO LO-EINMAL(LOHN-ANZAHL)
            MOVE 0 TO LO-SACHBEZUG(LOHN-ANZAHL)
            MOVE 0 TO LO-KUG(LOHN-ANZAHL)
            MOVE 0 TO LO-UNBEZAHLT(LOHN-ANZAHL)
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ================================================================
*> #6 Brutto-Netto fuer einen Mitarbeiter rechnen und drucken
*> ================================================================
BERECHNE-NETTO.
    MOVE 1 TO BER-STEUERKLASSE
    MOVE "R" TO BER-BESCHAEFT-ART
    MOVE SPACES TO BER-KONFESSION BER-BUNDESLAND
    MOVE "N" TO GEH-IST-GEHALT
    MOVE "N" TO BER-STAMM-TREFFER
    MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO STAMM-SUCH-VORNAME
    MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO STAMM-SUCH-NACHNAME
    PERFORM SUCHE-STAMM-PER-NAME
    IF STAMM-TREFFER = "J"
        IF ST-STEUERKLASSE > 0
            MOVE ST-STEUERKLASSE TO BER-STEUERKLASSE
        END-IF
        MOVE ST-BESCHAEFT-ART TO BER-BESCHAEFT-ART
        MOVE ST-KONFESSION TO BER-KONFESSION
        MOVE ST-BUNDESLAND TO BER-BUNDESLAND
        MOVE "J" TO BER-STAMM-TREFFER
        IF ST-LOHNART = "S" AND ST-MONATSGEHALT > 0
            MOVE "J" TO GEH-IST-GEHALT
        END-IF
    END-IF

    *> Gehaltsempfaenger: das Monatsgehalt ersetzt den Stundenlohn
    *> aus dem Export, bevor Steuern und Abgaben darauf laufen.
    IF GEH-IST-GEHALT = "J"
        PERFORM BERECHNE-GEHALT
    END-IF

    *> Kurzarbeit kuerzt das Gehalt auf das Ist-Entgelt; das
    *> Kurzarbeitergeld kommt erst nach den Abzuegen zum Netto.
    PERFORM BERECHNE-KURZARBEIT

    *> Sachbezuege zaehlen fuer Steuer und Abgaben mit, werden aber
    *> nicht ausgezahlt.
    PERFORM BERECHNE-SACHBEZUG
    COMPUTE BER-LAUFEND = LO-BRUTTO(DRUCK-IDX) + LO-SACHBEZUG(DRUCK-IDX)

    *> Beschaeftigungsart steuert die Abzugsrechnung: beim Minijob
    *> traegt der Arbeitgeber die Pauschalen, der Mitarbeiter hat
    *> weder Lohnsteuer noch Arbeitnehmer-Abgaben auf der
    *> Aufstellung; Werkstudenten zahlen nur die
    *> Rentenversicherung (Abgaben, deren Name mit "RV" beginnt).
    PERFORM BERECHNE-LOHNSTEUER
    MOVE 0 TO EMZ-STEUER EMZ-SOLI EMZ-KIST
    IF LO-EINMAL(DRUCK-IDX) > 0
        PERFORM SAMMLE-LOHNKONTO
        PERFORM BERECHNE-SONSTIGE-BEZUEGE
    END-IF

    MOVE 0 TO BER-ABGABEN-SUMME
    MOVE SPACES TO MELDUNG
           "  Brutto " PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF GEH-IST-GEHALT = "J"
        PERFORM MELDE-GEHALT
    END-IF
    IF LO-EINMAL(DRUCK-IDX) > 0
        PERFORM MELDE-EINMALZAHLUNGEN
    END-IF
    IF SB-ZEILEN > 0
        PERFORM MELDE-SACHBEZUEGE
    END-IF
    IF KUG-STATUS NOT = "N"
        PERFORM MELDE-KURZARBEIT
    END-IF

    PERFORM MELDE-LOHNFORTZAHLUNG

    COMPUTE PRINT-BETRAG = BER-STEUER
    MOVE BER-ZVE TO PRINT-ZVE
    MOVE SPACES TO MELDUNG
    STRING "  Lohnsteuer (zvE/Jahr " FUNCTION TRIM(PRINT-ZVE) "): "
           PRINT-BETRAG INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF BER-SOLI > 0
        COMPUTE PRINT-BETRAG = BER-SOLI
        MOVE SPACES TO MELDUNG
        STRING "  Solidaritaetszuschlag: " PRINT-BETRAG INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF BER-KONFESSION NOT = SPACES AND BER-BESCHAEFT-ART NOT = "M"
        COMPUTE PRINT-BETRAG = BER-KIST
        MOVE BER-KIST-PROZENT TO PRINT-PROZENT
        MOVE SPACES TO MELDUNG
        STRING "  Kirchensteuer " BER-KONFESSION " ("
               PRINT-PROZENT "%): " PRINT-BETRAG INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF LO-EINMAL(DRUCK-IDX) > 0 AND BER-BESCHAEFT-ART NOT = "M"
        PERFORM MELDE-SONSTIGE-BEZUEGE
    END-IF

    IF BER-BESCHAEFT-ART = "M"
        MOVE SPACES TO MELDUNG
            EXIT PERFORM CYCLE
        END-IF
        COMPUTE BER-ABGABE ROUNDED =
            BER-LAUFEND * SOZ-PROZENT(SOZ-DRUCK-IDX) / 100
        IF SOZ-DECKEL(SOZ-DRUCK-IDX) > 0
         AND BER-ABGABE > SOZ-DECKEL(SOZ-DRUCK-IDX)
            MOVE SOZ-DECKEL(SOZ-DRUCK-IDX) TO BER-ABGABE
        END-IF
        MOVE 0 TO EMZ-ABGABE
        IF LO-EINMAL(DRUCK-IDX) > 0
            PERFORM BERECHNE-EINMAL-ABGABE
            ADD EMZ-ABGABE TO BER-ABGABE
        END-IF
        ADD BER-ABGABE TO BER-ABGABEN-SUMME
        COMPUTE PRINT-BETRAG = BER-ABGABE
        MOVE SPACES TO MELDUNG
               PRINT-BETRAG INTO MELDUNG
        END-STRING
        PERFORM MELDE
        IF LO-EINMAL(DRUCK-IDX) > 0
            COMPUTE PRINT-BETRAG = EMZ-ABGABE
            COMPUTE PRINT-BASIS = EMZ-SV-BASIS
            MOVE SPACES TO MELDUNG
            STRING "    davon auf Einmalzahlung: " PRINT-BETRAG
                   " (beitragspflichtig " FUNCTION TRIM(PRINT-BASIS)
                   ")" INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
    END-PERFORM

    *> Ab hier zaehlen die Steuern auf die Einmalzahlung mit -
    *> Netto, Summenblatt und Laufergebnis zeigen den Gesamtabzug.
    ADD EMZ-STEUER TO BER-STEUER
    ADD EMZ-SOLI   TO BER-SOLI
    ADD EMZ-KIST   TO BER-KIST
    COMPUTE BER-STEUERABZUG = BER-STEUER + BER-SOLI + BER-KIST
    IF BER-STEUERABZUG + BER-ABGABEN-SUMME
            > LO-BRUTTO(DRUCK-IDX) + LO-EINMAL(DRUCK-IDX)
        MOVE 0 TO BER-NETTO
    ELSE
        COMPUTE BER-NETTO = LO-BRUTTO(DRUCK-IDX) + LO-EINMAL(DRUCK-IDX)
                          - BER-STEUERABZUG - BER-ABGABEN-SUMME
    END-IF
    ADD LO-KUG(DRUCK-IDX) TO BER-NETTO
    PERFORM WENDE-PFAENDUNGEN-AN

    COMPUTE PRINT-BETRAG = BER-NETTO
    PERFORM MELDE

    ADD LO-BRUTTO(DRUCK-IDX) TO SUMME-BRUTTO
    ADD LO-EINMAL(DRUCK-IDX) TO SUMME-BRUTTO
    ADD LO-SACHBEZUG(DRUCK-IDX) TO SUMME-SACHBEZUG
    IF LO-SACHBEZUG(DRUCK-IDX) > 0
        ADD 1 TO CNT-SACHBEZUG
    END-IF
    ADD LO-KUG(DRUCK-IDX) TO SUMME-KUG
    IF LO-KUG(DRUCK-IDX) > 0
        ADD 1 TO CNT-KUG
    END-IF
    ADD BER-STEUER           TO SUMME-STEUER
    ADD BER-SOLI             TO SUMME-SOLI
    ADD BER-KIST             TO SUMME-KIST
    ADD BER-ABGABEN-SUMME    TO SUMME-ABGABEN
    ADD BER-NETTO            TO SUMME-NETTO

        MOVE SPACES TO ERGEBNIS-RECORD
        MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO LE-VORNAME
        MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO LE-NACHNAME
        COMPUTE LE-BRUTTO = LO-BRUTTO(DRUCK-IDX) + LO-EINMAL(DRUCK-IDX)
        MOVE BER-NETTO TO LE-NETTO
        MOVE BER-STEUER TO LE-STEUER
        MOVE BER-ABGABEN-SUMME TO LE-ABGABEN
        MOVE BER-SOLI TO LE-SOLI
        MOVE BER-KIST TO LE-KIST
        MOVE LOHN-STICHTAG(1:6) TO LE-PERIODE
        IF BER-BESCHAEFT-ART NOT = "M"
            MOVE BER-KONFESSION TO LE-KONFESSION
        END-IF
        MOVE LO-EINMAL(DRUCK-IDX) TO LE-EINMAL
        MOVE LO-SACHBEZUG(DRUCK-IDX) TO LE-SACHBEZUG
        MOVE LO-KUG(DRUCK-IDX) TO LE-KUG
        WRITE ERGEBNIS-RECORD
    END-IF
    IF KUG-STATUS = "J" AND FS-KUG-ERGEBNIS = "00"
        PERFORM SCHREIBE-KUG-ERGEBNIS
    END-IF.


    MOVE "N" TO EOF-FLAG.


*> ================================================================
*> #6.3 Lohnsteuer, Soli und Kirchensteuer des Monats rechnen
*> ================================================================
*> Der Monatsbrutto wird auf das Jahr hochgerechnet, um die
*> Pauschbetraege (Arbeitnehmer- und Sonderausgaben-Pauschbetrag
*> ausser Klasse VI, Entlastungsbetrag fuer Alleinerziehende in
*> Klasse II) und die Vorsorgepauschale gemindert und nach dem
*> Jahrestarif versteuert - Klasse III im Splittingverfahren,
*> Klassen V und VI nach der Sonderrechnung. Monatswert = ein
*> Zwoelftel, auf Cent abgeschnitten.
BERECHNE-LOHNSTEUER.
    MOVE 0 TO BER-STEUER BER-SOLI BER-KIST BER-ZVE BER-JAHRESSTEUER
    MOVE LST-KIST-PROZENT TO BER-KIST-PROZENT
    IF BER-BESCHAEFT-ART = "M"
        EXIT PARAGRAPH
    END-IF

    COMPUTE BER-JAHRESBRUTTO = BER-LAUFEND * 12
    PERFORM BERECHNE-JAHRESSTEUER
    COMPUTE BER-STEUER = BER-JAHRESSTEUER / 12
    COMPUTE BER-SOLI = BER-JAHRES-SOLI / 12
    COMPUTE BER-KIST = BER-JAHRES-KIST / 12.


*> ----------------------------------------------------------------
*> #6.3.0 Jahressteuer, Jahres-Soli und Jahres-KiSt auf
*>        BER-JAHRESBRUTTO
*> ----------------------------------------------------------------
*> Gemeinsamer Kern fuer den laufenden Monat (hochgerechneter
*> Monatsbrutto) und die sonstigen Bezuege (Jahreslohn mit und
*> ohne Einmalzahlung).
BERECHNE-JAHRESSTEUER.
    MOVE 0 TO BER-ZVE BER-JAHRESSTEUER BER-JAHRES-SOLI BER-JAHRES-KIST
    MOVE 0 TO BER-ABZUGSBETRAG
    IF BER-STEUERKLASSE < 6
        IF BER-JAHRESBRUTTO < LST-AN-PAUSCHBETRAG
            ADD BER-JAHRESBRUTTO TO BER-ABZUGSBETRAG
        ELSE
            ADD LST-AN-PAUSCHBETRAG TO BER-ABZUGSBETRAG
        END-IF
        ADD LST-SA-PAUSCHBETRAG TO BER-ABZUGSBETRAG
    END-IF
    IF BER-STEUERKLASSE = 2
        ADD LST-ENTLASTUNGSBETRAG TO BER-ABZUGSBETRAG
    END-IF
    COMPUTE BER-VORSORGE =
        BER-JAHRESBRUTTO * LST-VORSORGE-PROZENT / 100
    IF BER-VORSORGE > LST-VORSORGE-HOECHST
        MOVE LST-VORSORGE-HOECHST TO BER-VORSORGE
    END-IF
    ADD BER-VORSORGE TO BER-ABZUGSBETRAG
    IF BER-ABZUGSBETRAG >= BER-JAHRESBRUTTO
        MOVE 0 TO BER-ZVE
    ELSE
        COMPUTE BER-ZVE = BER-JAHRESBRUTTO - BER-ABZUGSBETRAG
    END-IF

    EVALUATE BER-STEUERKLASSE
        WHEN 3
            COMPUTE TARIF-X = BER-ZVE / 2
            PERFORM TARIF-ESTG
            COMPUTE BER-JAHRESSTEUER = TARIF-ST * 2
        WHEN 5
        WHEN 6
            PERFORM TARIF-KLASSE-5-6
        WHEN OTHER
            MOVE BER-ZVE TO TARIF-X
            PERFORM TARIF-ESTG
            MOVE TARIF-ST TO BER-JAHRESSTEUER
    END-EVALUATE

    *> Soli erst ueber der Freigrenze (Klasse III doppelt), in der
    *> Milderungszone hoechstens der Milderungssatz auf den
    *> Ueberschuss.
    MOVE LST-SOLI-FREIGRENZE TO BER-SOLI-GRENZE
    IF BER-STEUERKLASSE = 3
        COMPUTE BER-SOLI-GRENZE = LST-SOLI-FREIGRENZE * 2
    END-IF
    IF BER-JAHRESSTEUER > BER-SOLI-GRENZE
        COMPUTE BER-JAHRES-SOLI =
            BER-JAHRESSTEUER * LST-SOLI-PROZENT / 100
        COMPUTE BER-SOLI-MILDER =
            (BER-JAHRESSTEUER - BER-SOLI-GRENZE)
            * LST-SOLI-MILDERUNG / 100
        IF BER-SOLI-MILDER < BER-JAHRES-SOLI
            MOVE BER-SOLI-MILDER TO BER-JAHRES-SOLI
        END-IF
    END-IF

    *> Kirchensteuer nur mit Konfession im Stamm; Satz je
    *> Bundesland aus KIST-LAND, sonst der Standardsatz.
    IF BER-KONFESSION NOT = SPACES
        IF KIST-LAND-ANZAHL > 0 AND BER-BUNDESLAND NOT = SPACES
            SET KSL-IDX TO 1
            SEARCH KIST-LAND-EINTRAG
                AT END CONTINUE
                WHEN KSL-LAND(KSL-IDX) = BER-BUNDESLAND
                    MOVE KSL-PROZENT(KSL-IDX) TO BER-KIST-PROZENT
            END-SEARCH
        END-IF
        COMPUTE BER-JAHRES-KIST =
            BER-JAHRESSTEUER * BER-KIST-PROZENT / 100
    END-IF.


*> ----------------------------------------------------------------
*> #6.3.1 Einkommensteuertarif fuer TARIF-X (volle Euro)
*> ----------------------------------------------------------------
*> Zonen nach Paragraph 32a EStG; die Grenzsaetze 14/42/45 Prozent
*> und die Sockel 1400/2397 sind seit Jahren unveraendert, die
*> uebrigen Werte kommen aus dem Parameterblock. Ergebnis auf
*> volle Euro abgeschnitten.
TARIF-ESTG.
    EVALUATE TRUE
        WHEN TARIF-X <= LST-GRUNDFREIBETRAG
            MOVE 0 TO TARIF-ST
        WHEN TARIF-X <= LST-ZONE2-BIS
            COMPUTE TARIF-Y = (TARIF-X - LST-GRUNDFREIBETRAG) / 10000
            COMPUTE TARIF-ST =
                (LST-ZONE2-FAKTOR * TARIF-Y + 1400) * TARIF-Y
        WHEN TARIF-X <= LST-ZONE3-BIS
            COMPUTE TARIF-Y = (TARIF-X - LST-ZONE2-BIS) / 10000
            COMPUTE TARIF-ST =
                (LST-ZONE3-FAKTOR * TARIF-Y + 2397) * TARIF-Y
                + LST-ZONE3-KONSTANTE
        WHEN TARIF-X <= LST-ZONE4-BIS
            COMPUTE TARIF-ST = TARIF-X * 0.42 - LST-ZONE4-ABZUG
        WHEN OTHER
            COMPUTE TARIF-ST = TARIF-X * 0.45 - LST-ZONE5-ABZUG
    END-EVALUATE.


*> ----------------------------------------------------------------
*> #6.3.2 Jahressteuer der Steuerklassen V und VI
*> ----------------------------------------------------------------
*> Bis W2 die Stufenrechnung (ab W1 gedeckelt auf 42 Prozent des
*> Mehrbetrags), darueber 42 Prozent bis W3 und 45 Prozent ab W3.
TARIF-KLASSE-5-6.
    IF BER-ZVE > LST-STKL5-W2
        MOVE LST-STKL5-W2 TO TARIF-5-6-X
        PERFORM TARIF-5-6-STUFE
        IF BER-ZVE > LST-STKL5-W3
            COMPUTE BER-JAHRESSTEUER = TARIF-5-6-ST
                + (LST-STKL5-W3 - LST-STKL5-W2) * 0.42
                + (BER-ZVE - LST-STKL5-W3) * 0.45
        ELSE
            COMPUTE BER-JAHRESSTEUER = TARIF-5-6-ST
                + (BER-ZVE - LST-STKL5-W2) * 0.42
        END-IF
    ELSE
        MOVE BER-ZVE TO TARIF-5-6-X
        PERFORM TARIF-5-6-STUFE
        MOVE TARIF-5-6-ST TO TARIF-VERGL
        IF BER-ZVE > LST-STKL5-W1
            MOVE LST-STKL5-W1 TO TARIF-5-6-X
            PERFORM TARIF-5-6-STUFE
            COMPUTE TARIF-HOCH = TARIF-5-6-ST
                + (BER-ZVE - LST-STKL5-W1) * 0.42
            IF TARIF-HOCH < TARIF-VERGL
                MOVE TARIF-HOCH TO BER-JAHRESSTEUER
            ELSE
                MOVE TARIF-VERGL TO BER-JAHRESSTEUER
            END-IF
        ELSE
            MOVE TARIF-VERGL TO BER-JAHRESSTEUER
        END-IF
    END-IF.

*> Doppelte Differenz der Tarifsteuer auf 125 und 75 Prozent von
*> TARIF-5-6-X, mindestens 14 Prozent.
TARIF-5-6-STUFE.
    COMPUTE TARIF-X = TARIF-5-6-X * 1.25
    PERFORM TARIF-ESTG
    MOVE TARIF-ST TO TARIF-ST1
    COMPUTE TARIF-X = TARIF-5-6-X * 0.75
    PERFORM TARIF-ESTG
    MOVE TARIF-ST TO TARIF-ST2
    COMPUTE TARIF-DIFF = (TARIF-ST1 - TARIF-ST2) * 2
    COMPUTE TARIF-MIST = TARIF-5-6-X * 0.14
    IF TARIF-MIST > TARIF-DIFF
        MOVE TARIF-MIST TO TARIF-5-6-ST
    ELSE
        MOVE TARIF-DIFF TO TARIF-5-6-ST
    END-IF.


*> ================================================================
*> #6.4 Monatsgehalt nach Kalendertagen und Ueberstundenregel
*> ================================================================
*> Bezahlt werden die Kalendertage des Monats, an denen der
*> Mitarbeiter beschaeftigt war, abzueglich unbezahlter Tage:
*> Gehalt * bezahlte Tage / Kalendertage. Der Stundenlohn aus dem
*> Export entfaellt; Ueberstunden gibt es nur bei Regel V, und
*> zwar fuer Stunden ueber dem anteiligen Soll zu Gehalt/Soll.
BERECHNE-GEHALT.
    MOVE LO-BRUTTO(DRUCK-IDX) TO GEH-STUNDENLOHN
    MOVE GEH-MONAT-ANFANG TO GEH-VON
    IF ST-EINTRITT > GEH-VON
        MOVE ST-EINTRITT TO GEH-VON
    END-IF
    MOVE GEH-MONAT-ENDE TO GEH-BIS
    IF ST-AUSTRITT > 0
     AND ST-AUSTRITT < GEH-BIS
        MOVE ST-AUSTRITT TO GEH-BIS
    END-IF
    IF GEH-VON > GEH-BIS
        MOVE 0 TO GEH-TAGE
    ELSE
        COMPUTE GEH-TAGE = FUNCTION INTEGER-OF-DATE(GEH-BIS)
                         - FUNCTION INTEGER-OF-DATE(GEH-VON) + 1
    END-IF
    MOVE LO-UNBEZAHLT(DRUCK-IDX) TO GEH-UNBEZAHLT
    IF GEH-UNBEZAHLT > GEH-TAGE
        MOVE GEH-TAGE TO GEH-UNBEZAHLT
    END-IF
    COMPUTE GEH-BEZAHLT = GEH-TAGE - GEH-UNBEZAHLT

    IF GEH-BEZAHLT = GEH-KALENDERTAGE
        MOVE ST-MONATSGEHALT TO GEH-BRUTTO
    ELSE
        COMPUTE GEH-BRUTTO ROUNDED =
            ST-MONATSGEHALT * GEH-BEZAHLT
            / GEH-KALENDERTAGE
    END-IF

    MOVE 0 TO GEH-SOLL GEH-UEBERSTUNDEN GEH-UE-BETRAG
    IF ST-SOLL-STUNDEN > 0
        COMPUTE GEH-SOLL ROUNDED =
            ST-SOLL-STUNDEN * GEH-BEZAHLT
            / GEH-KALENDERTAGE
        IF LO-STUNDEN(DRUCK-IDX) > GEH-SOLL
            COMPUTE GEH-UEBERSTUNDEN = LO-STUNDEN(DRUCK-IDX) - GEH-SOLL
        END-IF
        IF ST-UEBERSTD-REGEL = "V"
         AND GEH-UEBERSTUNDEN > 0
            COMPUTE GEH-UE-BETRAG ROUNDED =
                GEH-UEBERSTUNDEN * ST-MONATSGEHALT
                / ST-SOLL-STUNDEN
            ADD GEH-UE-BETRAG TO GEH-BRUTTO
        END-IF
    END-IF

    MOVE GEH-BRUTTO TO LO-BRUTTO(DRUCK-IDX)
    ADD 1 TO CNT-GEHALT.


*> ----------------------------------------------------------------
*> #6.4.1 Gehaltsrechnung auf der Aufstellung zeigen
*> ----------------------------------------------------------------
MELDE-GEHALT.
    COMPUTE PRINT-BETRAG = ST-MONATSGEHALT
    MOVE GEH-BEZAHLT TO PRINT-TAGE
    MOVE SPACES TO MELDUNG
    STRING "  Monatsgehalt " PRINT-BETRAG ", bezahlt "
           FUNCTION TRIM(PRINT-TAGE) " von " GEH-KALENDERTAGE
           " Kalendertagen" INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF GEH-TAGE < GEH-KALENDERTAGE
        MOVE SPACES TO MELDUNG
        STRING "  Beschaeftigt im Monat: " GEH-VON(7:2) "."
               GEH-VON(5:2) ". bis " GEH-BIS(7:2) "." GEH-BIS(5:2) "."
            INTO MELDUNG
        END-STRING
        IF GEH-TAGE = 0
            MOVE "  Im Abrechnungsmonat nicht beschaeftigt."
                TO MELDUNG
        END-IF
        PERFORM MELDE
    END-IF
    IF GEH-UNBEZAHLT > 0
        MOVE GEH-UNBEZAHLT TO PRINT-TAGE
        MOVE SPACES TO MELDUNG
        STRING "  Unbezahlter Urlaub: " FUNCTION TRIM(PRINT-TAGE)
               " Kalendertag(e) gekuerzt" INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF LO-STUNDEN(DRUCK-IDX) > 0
        MOVE LO-STUNDEN(DRUCK-IDX) TO PRINT-STUNDEN
        COMPUTE PRINT-BETRAG = GEH-STUNDENLOHN
        MOVE SPACES TO MELDUNG
        STRING "  Gebuchte Stunden " FUNCTION TRIM(PRINT-STUNDEN)
               " (Stundenlohn " FUNCTION TRIM(PRINT-BETRAG)
               " nicht lohnwirksam)" INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF GEH-UEBERSTUNDEN > 0
        MOVE GEH-UEBERSTUNDEN TO PRINT-STUNDEN
        MOVE SPACES TO MELDUNG
        IF GEH-UE-BETRAG > 0
            COMPUTE PRINT-BETRAG = GEH-UE-BETRAG
            STRING "  Ueberstunden ueber Soll " GEH-SOLL ": "
                   FUNCTION TRIM(PRINT-STUNDEN) " Std. verguetet "
                   PRINT-BETRAG INTO MELDUNG
            END-STRING
        ELSE
            STRING "  Ueberstunden ueber Soll " GEH-SOLL ": "
                   FUNCTION TRIM(PRINT-STUNDEN)
                   " Std. mit dem Gehalt abgegolten" INTO MELDUNG
            END-STRING
        END-IF
        PERFORM MELDE
    END-IF.


*> ================================================================
*> #6.5 Pfaendungen in Prioritaetenfolge anwenden
*> ================================================================


*> ================================================================
*> #6.10 Einmalzahlungen des Mitarbeiters auf der Aufstellung zeigen
*> ================================================================
*> Jede Zahlung als eigene Zeile mit Art und Abrechnungsmonat;
*> gehoert der Monat nicht zum Lauf, steht ein Hinweis dabei.
MELDE-EINMALZAHLUNGEN.
    PERFORM VARYING EM-DRUCK-IDX FROM 1 BY 1
            UNTIL EM-DRUCK-IDX > EM-ANZAHL
        IF EM-LOHN-POS(EM-DRUCK-IDX) NOT = DRUCK-IDX
            EXIT PERFORM CYCLE
        END-IF
        EVALUATE EM-ART(EM-DRUCK-IDX)
            WHEN "B" MOVE "Praemie"        TO EM-ART-TEXT
            WHEN "W" MOVE "Weihnachtsgeld" TO EM-ART-TEXT
            WHEN "U" MOVE "Urlaubsgeld"    TO EM-ART-TEXT
            WHEN "P" MOVE "Provision"      TO EM-ART-TEXT
            WHEN OTHER MOVE "sonstige"     TO EM-ART-TEXT
        END-EVALUATE
        COMPUTE PRINT-BETRAG = EM-BETRAG(EM-DRUCK-IDX)
        MOVE SPACES TO MELDUNG
        STRING "  Einmalzahlung " FUNCTION TRIM(EM-ART-TEXT)
               " (" EM-PERIODE(EM-DRUCK-IDX) "): " PRINT-BETRAG
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
        IF EM-PERIODE(EM-DRUCK-IDX) NOT = LOHN-STICHTAG(1:6)
            MOVE SPACES TO MELDUNG
            STRING "    HINWEIS: Abrechnungsmonat "
                   EM-PERIODE(EM-DRUCK-IDX)
                   ", gezahlt mit dem Lauf " LOHN-STICHTAG(1:6)
                INTO MELDUNG
            END-STRING
            PERFORM MELDE
        END-IF
        ADD 1 TO CNT-EINMAL
        ADD EM-BETRAG(EM-DRUCK-IDX) TO SUMME-EINMAL
    END-PERFORM
    COMPUTE PRINT-BETRAG = LO-BRUTTO(DRUCK-IDX) + LO-EINMAL(DRUCK-IDX)
    MOVE SPACES TO MELDUNG
    STRING "  Gesamtbrutto mit Einmalzahlungen: " PRINT-BETRAG
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #6.10.1 Monatswerte des Mitarbeiters aus dem Lohnkonto sammeln
*> ----------------------------------------------------------------
*> Jahreslohn bisher (alle Zeilen des Jahres vor dem
*> Abrechnungsmonat, auch Monat 00) und je Monat laufender und
*> einmaliger Anteil fuer die Beitragsbemessungsgrenze. Ohne
*> Lohnkonto-Zeilen gelten die Vormonate ab Eintritt wie der
*> laufende Monat.
SAMMLE-LOHNKONTO.
    INITIALIZE EMZ-MONATE
    MOVE 0 TO EMZ-BISHER
    MOVE "N" TO EMZ-KONTO-GEFUNDEN
    MOVE 1 TO EMZ-ERSTER-MONAT
    IF BER-STAMM-TREFFER = "J"
        IF ST-EINTRITT(1:4) = LOHN-STICHTAG(1:4)
            MOVE ST-EINTRITT(5:2) TO EMZ-ERSTER-MONAT
        END-IF
    END-IF
    IF EMZ-ERSTER-MONAT > GEH-MONAT OR EMZ-ERSTER-MONAT = 0
        MOVE GEH-MONAT TO EMZ-ERSTER-MONAT
    END-IF

    PERFORM VARYING KU-LAUF-IDX FROM 1 BY 1
            UNTIL KU-LAUF-IDX > KU-ANZAHL
        IF KU-VORNAME(KU-LAUF-IDX)  NOT = LO-VORNAME(DRUCK-IDX)(1:10)
         OR KU-NACHNAME(KU-LAUF-IDX) NOT = LO-NACHNAME(DRUCK-IDX)(1:10)
            EXIT PERFORM CYCLE
        END-IF
        MOVE "J" TO EMZ-KONTO-GEFUNDEN
        ADD KU-BRUTTO(KU-LAUF-IDX) TO EMZ-BISHER
        IF KU-MONAT(KU-LAUF-IDX) > 0
            MOVE KU-MONAT(KU-LAUF-IDX) TO EMZ-MON-IDX
            ADD KU-EINMAL(KU-LAUF-IDX) TO EMZ-MON-EINMAL(EMZ-MON-IDX)
            IF KU-BRUTTO(KU-LAUF-IDX) > KU-EINMAL(KU-LAUF-IDX)
                COMPUTE EMZ-MON-LAUFEND(EMZ-MON-IDX) =
                    EMZ-MON-LAUFEND(EMZ-MON-IDX)
                    + KU-BRUTTO(KU-LAUF-IDX) - KU-EINMAL(KU-LAUF-IDX)
            END-IF
        END-IF
    END-PERFORM

    IF EMZ-KONTO-GEFUNDEN = "N"
        PERFORM VARYING EMZ-MON-IDX FROM EMZ-ERSTER-MONAT BY 1
                UNTIL EMZ-MON-IDX >= GEH-MONAT
            MOVE BER-LAUFEND TO EMZ-MON-LAUFEND(EMZ-MON-IDX)
            ADD BER-LAUFEND TO EMZ-BISHER
        END-PERFORM
    END-IF.


*> ----------------------------------------------------------------
*> #6.10.2 Lohnsteuer auf sonstige Bezuege nach der Jahrestabelle
*> ----------------------------------------------------------------
*> Voraussichtlicher Jahreslohn = Lohnkonto bisher plus laufender
*> Monatsbrutto fuer den Rest des Jahres (einschliesslich dieses
*> Monats). Steuer auf die Zahlung = Jahressteuer auf Jahreslohn
*> plus Zahlung minus Jahressteuer auf den Jahreslohn allein;
*> Soli und Kirchensteuer ebenso als Differenz der Jahreswerte.
*> Minijobs: Pauschalabgaben traegt der Arbeitgeber.
BERECHNE-SONSTIGE-BEZUEGE.
    IF BER-BESCHAEFT-ART = "M"
        EXIT PARAGRAPH
    END-IF
    MOVE BER-ZVE TO EMZ-ZVE-LAUFEND
    COMPUTE EMZ-JAHRESLOHN =
        EMZ-BISHER + BER-LAUFEND * (13 - GEH-MONAT)

    MOVE EMZ-JAHRESLOHN TO BER-JAHRESBRUTTO
    PERFORM BERECHNE-JAHRESSTEUER
    MOVE BER-JAHRESSTEUER TO EMZ-JST-OHNE
    MOVE BER-JAHRES-SOLI  TO EMZ-SOLI-OHNE
    MOVE BER-JAHRES-KIST  TO EMZ-KIST-OHNE

    COMPUTE BER-JAHRESBRUTTO = EMZ-JAHRESLOHN + LO-EINMAL(DRUCK-IDX)
    PERFORM BERECHNE-JAHRESSTEUER
    IF BER-JAHRESSTEUER > EMZ-JST-OHNE
        COMPUTE EMZ-STEUER = BER-JAHRESSTEUER - EMZ-JST-OHNE
    END-IF
    IF BER-JAHRES-SOLI > EMZ-SOLI-OHNE
        COMPUTE EMZ-SOLI = BER-JAHRES-SOLI - EMZ-SOLI-OHNE
    END-IF
    IF BER-JAHRES-KIST > EMZ-KIST-OHNE
        COMPUTE EMZ-KIST = BER-JAHRES-KIST - EMZ-KIST-OHNE
    END-IF
    MOVE EMZ-ZVE-LAUFEND TO BER-ZVE.


*> ----------------------------------------------------------------
*> #6.10.3 Abgabe auf die Einmalzahlung (anteilige Jahres-BBG)
*> ----------------------------------------------------------------
*> Fuer eine Abgabe mit Deckel ergibt Deckel / Prozent die
*> monatliche Beitragsbemessungsgrenze. Beitragspflichtig ist die
*> Zahlung nur, soweit die anteilige Jahresgrenze (Monate seit
*> Jahresbeginn bzw. Eintritt einschliesslich dieses Monats) noch
*> nicht durch das bisher beitragspflichtige Entgelt ausgeschoepft
*> ist. Die Vormonate werden dafuer aus dem Lohnkonto nach
*> derselben Regel nachgerechnet. Abgaben ohne Deckel laufen voll
*> auf die Zahlung.
BERECHNE-EINMAL-ABGABE.
    MOVE LO-EINMAL(DRUCK-IDX) TO EMZ-SV-BASIS
    IF SOZ-DECKEL(SOZ-DRUCK-IDX) > 0 AND SOZ-PROZENT(SOZ-DRUCK-IDX) > 0
        COMPUTE EMZ-BBG-MONAT ROUNDED =
            SOZ-DECKEL(SOZ-DRUCK-IDX) * 100 / SOZ-PROZENT(SOZ-DRUCK-IDX)
        MOVE 0 TO EMZ-SV-KUM
        PERFORM VARYING EMZ-MON-IDX FROM EMZ-ERSTER-MONAT BY 1
                UNTIL EMZ-MON-IDX >= GEH-MONAT
            IF EMZ-MON-LAUFEND(EMZ-MON-IDX) > EMZ-BBG-MONAT
                ADD EMZ-BBG-MONAT TO EMZ-SV-KUM
            ELSE
                ADD EMZ-MON-LAUFEND(EMZ-MON-IDX) TO EMZ-SV-KUM
            END-IF
            IF EMZ-MON-EINMAL(EMZ-MON-IDX) > 0
                COMPUTE EMZ-SV-ANTEILIG = EMZ-BBG-MONAT
                    * (EMZ-MON-IDX - EMZ-ERSTER-MONAT + 1)
                MOVE 0 TO EMZ-SV-REST
                IF EMZ-SV-ANTEILIG > EMZ-SV-KUM
                    COMPUTE EMZ-SV-REST = EMZ-SV-ANTEILIG - EMZ-SV-KUM
                END-IF
                IF EMZ-MON-EINMAL(EMZ-MON-IDX) > EMZ-SV-REST
                    ADD EMZ-SV-REST TO EMZ-SV-KUM
                ELSE
                    ADD EMZ-MON-EINMAL(EMZ-MON-IDX) TO EMZ-SV-KUM
                END-IF
            END-IF
        END-PERFORM
        IF BER-LAUFEND > EMZ-BBG-MONAT
            ADD EMZ-BBG-MONAT TO EMZ-SV-KUM
        ELSE
            ADD BER-LAUFEND TO EMZ-SV-KUM
        END-IF
        COMPUTE EMZ-SV-ANTEILIG = EMZ-BBG-MONAT
            * (GEH-MONAT - EMZ-ERSTER-MONAT + 1)
        MOVE 0 TO EMZ-SV-REST
        IF EMZ-SV-ANTEILIG > EMZ-SV-KUM
            COMPUTE EMZ-SV-REST = EMZ-SV-ANTEILIG - EMZ-SV-KUM
        END-IF
        IF EMZ-SV-BASIS > EMZ-SV-REST
            MOVE EMZ-SV-REST TO EMZ-SV-BASIS
        END-IF
    END-IF
    COMPUTE EMZ-ABGABE ROUNDED =
        EMZ-SV-BASIS * SOZ-PROZENT(SOZ-DRUCK-IDX) / 100.


*> ----------------------------------------------------------------
*> #6.10.4 Steuern auf die Einmalzahlung drucken
*> ----------------------------------------------------------------
MELDE-SONSTIGE-BEZUEGE.
    COMPUTE PRINT-BETRAG = EMZ-STEUER
    COMPUTE PRINT-BASIS = EMZ-JAHRESLOHN
    MOVE SPACES TO MELDUNG
    STRING "  Lohnsteuer sonstige Bezuege (Jahreslohn "
           FUNCTION TRIM(PRINT-BASIS) "): " PRINT-BETRAG
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF EMZ-SOLI > 0
        COMPUTE PRINT-BETRAG = EMZ-SOLI
        MOVE SPACES TO MELDUNG
        STRING "  Soli sonstige Bezuege: " PRINT-BETRAG INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF EMZ-KIST > 0
        COMPUTE PRINT-BETRAG = EMZ-KIST
        MOVE SPACES TO MELDUNG
        STRING "  KiSt sonstige Bezuege: " PRINT-BETRAG INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF
    IF EMZ-KONTO-GEFUNDEN = "N" AND GEH-MONAT > EMZ-ERSTER-MONAT
        MOVE SPACES TO MELDUNG
        STRING "    HINWEIS: kein Lohnkonto " LOHN-STICHTAG(1:4)
               " - Vormonate wie dieser Monat angesetzt."
            INTO MELDUNG
        END-STRING
        PERFORM MELDE
    END-IF.


*> ================================================================
*> #6.11 Sachbezuege laden
*> ================================================================
*> Zeilen mit unbekannter Art, nicht numerischem Wert oder
*> ungueltigem Datum werden mit Warnung uebergangen.
LADE-SACHBEZUEGE.
    MOVE 0 TO SB-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SACHBEZUEGE-CFG
    IF FS-SACHBEZUG NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ SACHBEZUEGE-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FUNCTION TRIM(SACHBEZUEGE-CFG-ZEILE) NOT = SPACES
                 AND SACHBEZUEGE-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM UEBERNIMM-SACHBEZUG
                END-IF
        END-READ
    END-PERFORM
    CLOSE SACHBEZUEGE-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.11.1 Eine Sachbezugszeile uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-SACHBEZUG.
    MOVE SPACES TO SB-W1 SB-W2 SB-W3 SB-W4 SB-W5 SB-W6 SB-W7
    UNSTRING FUNCTION TRIM(SACHBEZUEGE-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO SB-W1 SB-W2 SB-W3 SB-W4 SB-W5 SB-W6 SB-W7
    END-UNSTRING
    IF (SB-W3 NOT = "D" AND SB-W3 NOT = "J" AND SB-W3 NOT = "G")
     OR FUNCTION TEST-NUMVAL(SB-W4) NOT = 0
     OR FUNCTION TEST-NUMVAL(SB-W5) NOT = 0
     OR SB-W6(1:8) IS NOT NUMERIC
     OR (SB-W7 NOT = SPACES AND SB-W7(1:8) IS NOT NUMERIC)
        DISPLAY "WARNUNG: SACHBEZUEGE.CFG - Zeile '"
                FUNCTION TRIM(SACHBEZUEGE-CFG-ZEILE)
                "' ungueltig, uebergangen."
        EXIT PARAGRAPH
    END-IF
    IF SB-ANZAHL >= 500
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO SB-ANZAHL
    MOVE SB-W1 TO SB-VORNAME(SB-ANZAHL)
    MOVE SB-W2 TO SB-NACHNAME(SB-ANZAHL)
    MOVE SB-W3(1:1) TO SB-ART(SB-ANZAHL)
    COMPUTE SB-WERT(SB-ANZAHL) = FUNCTION NUMVAL(SB-W4)
    COMPUTE SB-KM(SB-ANZAHL) = FUNCTION NUMVAL(SB-W5)
    MOVE SB-W6(1:8) TO SB-AB(SB-ANZAHL)
    IF SB-W7 = SPACES
        MOVE 0 TO SB-BIS(SB-ANZAHL)
    ELSE
        MOVE SB-W7(1:8) TO SB-BIS(SB-ANZAHL)
    END-IF
    MOVE "N" TO SB-AKTIV(SB-ANZAHL)
    MOVE 0 TO SB-GELDWERT(SB-ANZAHL).


*> ----------------------------------------------------------------
*> #6.11.2 Steuerpflichtigen Sachbezug des Monats rechnen
*> ----------------------------------------------------------------
*> Dienstwagen: Listenpreis auf volle hundert Euro abgerundet,
*> davon DIENSTWAGEN-PROZENT (1 %) plus DIENSTWAGEN-KM-PROZENT
*> (0,03 %) je Entfernungskilometer. Jobticket und Gutscheine
*> zusammen bleiben frei, solange sie die monatliche
*> SACHBEZUG-FREIGRENZE nicht uebersteigen - darueber ist der
*> volle Betrag steuer- und beitragspflichtig (Freigrenze, kein
*> Freibetrag).
BERECHNE-SACHBEZUG.
    MOVE 0 TO LO-SACHBEZUG(DRUCK-IDX) SB-ZEILEN SB-FREI-SUMME
    PERFORM VARYING SB-DRUCK-IDX FROM 1 BY 1
            UNTIL SB-DRUCK-IDX > SB-ANZAHL
        MOVE "N" TO SB-AKTIV(SB-DRUCK-IDX)
        MOVE 0 TO SB-GELDWERT(SB-DRUCK-IDX)
        IF SB-VORNAME(SB-DRUCK-IDX)  NOT = LO-VORNAME(DRUCK-IDX)(1:10)
         OR SB-NACHNAME(SB-DRUCK-IDX) NOT = LO-NACHNAME(DRUCK-IDX)(1:10)
         OR SB-AB(SB-DRUCK-IDX) > GEH-MONAT-ENDE
         OR (SB-BIS(SB-DRUCK-IDX) > 0
             AND SB-BIS(SB-DRUCK-IDX) < GEH-MONAT-ANFANG)
            EXIT PERFORM CYCLE
        END-IF
        MOVE "J" TO SB-AKTIV(SB-DRUCK-IDX)
        ADD 1 TO SB-ZEILEN
        IF SB-ART(SB-DRUCK-IDX) = "D"
            COMPUTE SB-LISTENPREIS = SB-WERT(SB-DRUCK-IDX) / 100
            COMPUTE SB-LISTENPREIS = SB-LISTENPREIS * 100
            COMPUTE SB-GELDWERT(SB-DRUCK-IDX) ROUNDED =
                SB-LISTENPREIS * LST-DIENSTWAGEN-PROZENT / 100
              + SB-LISTENPREIS * LST-DIENSTWAGEN-KM-PROZENT / 100
                * SB-KM(SB-DRUCK-IDX)
            ADD SB-GELDWERT(SB-DRUCK-IDX) TO LO-SACHBEZUG(DRUCK-IDX)
        ELSE
            MOVE SB-WERT(SB-DRUCK-IDX) TO SB-GELDWERT(SB-DRUCK-IDX)
            ADD SB-WERT(SB-DRUCK-IDX) TO SB-FREI-SUMME
        END-IF
    END-PERFORM
    IF SB-FREI-SUMME > LST-SACHBEZUG-FREIGRENZE
        ADD SB-FREI-SUMME TO LO-SACHBEZUG(DRUCK-IDX)
    END-IF.


*> ----------------------------------------------------------------
*> #6.11.3 Sachbezuege auf der Aufstellung zeigen
*> ----------------------------------------------------------------
MELDE-SACHBEZUEGE.
    PERFORM VARYING SB-DRUCK-IDX FROM 1 BY 1
            UNTIL SB-DRUCK-IDX > SB-ANZAHL
        IF SB-AKTIV(SB-DRUCK-IDX) NOT = "J"
            EXIT PERFORM CYCLE
        END-IF
        COMPUTE PRINT-BETRAG = SB-GELDWERT(SB-DRUCK-IDX)
        MOVE SPACES TO MELDUNG
        EVALUATE SB-ART(SB-DRUCK-IDX)
            WHEN "D"
                COMPUTE PRINT-BASIS = SB-WERT(SB-DRUCK-IDX)
                MOVE SB-KM(SB-DRUCK-IDX) TO PRINT-KM
                STRING "  Sachbezug Dienstwagen (Listenpreis "
                       FUNCTION TRIM(PRINT-BASIS) ", "
                       FUNCTION TRIM(PRINT-KM) " km): " PRINT-BETRAG
                    INTO MELDUNG
                END-STRING
            WHEN OTHER
                IF SB-ART(SB-DRUCK-IDX) = "J"
                    MOVE "Jobticket" TO SB-ART-TEXT
                ELSE
                    MOVE "Gutschein" TO SB-ART-TEXT
                END-IF
                STRING "  Sachbezug " FUNCTION TRIM(SB-ART-TEXT) ": "
                       PRINT-BETRAG INTO MELDUNG
                END-STRING
        END-EVALUATE
        PERFORM MELDE
    END-PERFORM
    IF SB-FREI-SUMME > 0
        COMPUTE PRINT-BETRAG = SB-FREI-SUMME
        COMPUTE PRINT-BASIS = LST-SACHBEZUG-FREIGRENZE
        MOVE SPACES TO MELDUNG
        IF SB-FREI-SUMME > LST-SACHBEZUG-FREIGRENZE
            STRING "    Jobticket/Gutscheine " FUNCTION TRIM(PRINT-BETRAG)
                   " ueber Freigrenze " FUNCTION TRIM(PRINT-BASIS)
                   " - voll steuerpflichtig" INTO MELDUNG
            END-STRING
        ELSE
            STRING "    Jobticket/Gutscheine " FUNCTION TRIM(PRINT-BETRAG)
                   " innerhalb Freigrenze " FUNCTION TRIM(PRINT-BASIS)
                   " - steuer- und beitragsfrei" INTO MELDUNG
            END-STRING
        END-IF
        PERFORM MELDE
    END-IF
    COMPUTE PRINT-BETRAG = BER-LAUFEND
    MOVE SPACES TO MELDUNG
    STRING "  Steuer-/SV-Brutto mit Sachbezug: " PRINT-BETRAG
           " (Sachbezug nicht ausgezahlt)" INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #6.12 Kurzarbeitszeitraeume laden
*> ================================================================
LADE-KURZARBEIT.
    MOVE 0 TO KA-ANZAHL KK-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT KURZARBEIT-CFG
    IF FS-KURZARBEIT NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ KURZARBEIT-CFG
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                IF FUNCTION TRIM(KURZARBEIT-CFG-ZEILE) NOT = SPACES
                 AND KURZARBEIT-CFG-ZEILE(1:1) NOT = "*"
                    PERFORM UEBERNIMM-KURZARBEIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE KURZARBEIT-CFG
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #6.12.1 Eine Kurzarbeitszeile uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-KURZARBEIT.
    MOVE SPACES TO KA-W1 KA-W2 KA-W3 KA-W4
    UNSTRING FUNCTION TRIM(KURZARBEIT-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO KA-W1 KA-W2 KA-W3 KA-W4
    END-UNSTRING
    IF KA-W1 = "KIND"
        IF KA-W2 NOT = SPACES AND KK-ANZAHL < 500
            ADD 1 TO KK-ANZAHL
            MOVE KA-W2 TO KK-VORNAME(KK-ANZAHL)
            MOVE KA-W3 TO KK-NACHNAME(KK-ANZAHL)
        END-IF
        EXIT PARAGRAPH
    END-IF
    *> Bis 0 = offenes Ende.
    IF KA-W3 = "0"
        MOVE "00000000" TO KA-W3
    END-IF
    IF KA-W2(1:8) IS NOT NUMERIC
     OR KA-W3(1:8) IS NOT NUMERIC
     OR FUNCTION TEST-NUMVAL(KA-W4) NOT = 0
        DISPLAY "WARNUNG: KURZARBEIT.CFG - Zeile '"
                FUNCTION TRIM(KURZARBEIT-CFG-ZEILE)
                "' ungueltig, uebergangen."
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION NUMVAL(KA-W4) < 1 OR FUNCTION NUMVAL(KA-W4) > 100
        DISPLAY "WARNUNG: KURZARBEIT.CFG - Ausfall "
                FUNCTION TRIM(KA-W4) "% fuer "
                FUNCTION TRIM(KA-W1) " ausserhalb 1-100, uebergangen."
        EXIT PARAGRAPH
    END-IF
    IF KA-ANZAHL < 50
        ADD 1 TO KA-ANZAHL
        MOVE KA-W1 TO KA-ABTEILUNG(KA-ANZAHL)
        MOVE KA-W2(1:8) TO KA-VON(KA-ANZAHL)
        MOVE KA-W3(1:8) TO KA-BIS(KA-ANZAHL)
        COMPUTE KA-PROZENT(KA-ANZAHL) = FUNCTION NUMVAL(KA-W4)
    END-IF.


*> ----------------------------------------------------------------
*> #6.12.2 Kurzarbeit der Abteilung KUG-ABTEILUNG im Monat suchen
*> ----------------------------------------------------------------
*> Ergebnis in KA-POSITION (0 = keine Kurzarbeit). Es gilt der
*> erste Zeitraum, der den Abrechnungsmonat beruehrt.
SUCHE-KURZARBEIT.
    MOVE 0 TO KA-POSITION
    IF KA-ANZAHL = 0
        EXIT PARAGRAPH
    END-IF
    SET KA-IDX TO 1
    SEARCH KA-EINTRAG
        AT END CONTINUE
        WHEN KA-ABTEILUNG(KA-IDX) = KUG-ABTEILUNG
         AND KA-VON(KA-IDX) <= GEH-MONAT-ENDE
         AND (KA-BIS(KA-IDX) = 0
              OR KA-BIS(KA-IDX) >= GEH-MONAT-ANFANG)
            SET KA-POSITION TO KA-IDX
    END-SEARCH.


*> ----------------------------------------------------------------
*> #6.12.3 Ausfallstunden und Kurzarbeitergeld rechnen
*> ----------------------------------------------------------------
*> Soll = MA-SOLL-STUNDEN (bei Gehalt das anteilige Soll aus der
*> Gehaltsrechnung), Ausfall = Soll minus gebuchte Stunden,
*> hoechstens der vereinbarte Prozentsatz vom Soll. Soll-Entgelt:
*> beim Gehalt das volle (anteilige) Gehalt, das auf das
*> Ist-Entgelt gekuerzt wird; beim Stundenlohn das Ist-Entgelt
*> plus Ausfallstunden zum Stundenlohn des Monats (ohne gebuchte
*> Stunden der persoenliche Satz aus dem Stamm). Leistung =
*> Leistungssatz (60 %, mit Kind 67 %) der Differenz der
*> pauschalierten Nettoentgelte. Anspruch haben nur regulaer
*> Beschaeftigte - Minijobber und Werkstudenten sind nicht
*> arbeitslosenversichert, Auszubildende werden weiter
*> ausgebildet.
BERECHNE-KURZARBEIT.
    MOVE "N" TO KUG-STATUS
    MOVE SPACES TO KUG-HINWEIS
    MOVE 0 TO LO-KUG(DRUCK-IDX) KUG-SOLL KUG-AUSFALL KUG-SATZ
              KUG-SOLL-ENTGELT KUG-IST-ENTGELT
    IF KA-ANZAHL = 0 OR BER-STAMM-TREFFER NOT = "J"
        EXIT PARAGRAPH
    END-IF
    MOVE ST-ABTEILUNG TO KUG-ABTEILUNG
    PERFORM SUCHE-KURZARBEIT
    IF KA-POSITION = 0
        EXIT PARAGRAPH
    END-IF

    MOVE "H" TO KUG-STATUS
    IF GEH-IST-GEHALT = "J"
        MOVE GEH-SOLL TO KUG-SOLL
    ELSE
        MOVE ST-SOLL-STUNDEN TO KUG-SOLL
    END-IF
    IF KUG-SOLL = 0
        MOVE "kein Soll (MA-SOLL-STUNDEN) im Stamm" TO KUG-HINWEIS
        EXIT PARAGRAPH
    END-IF
    IF LO-STUNDEN(DRUCK-IDX) < KUG-SOLL
        COMPUTE KUG-AUSFALL = KUG-SOLL - LO-STUNDEN(DRUCK-IDX)
    END-IF
    COMPUTE KUG-MAX ROUNDED = KUG-SOLL * KA-PROZENT(KA-POSITION) / 100
    IF KUG-AUSFALL > KUG-MAX
        MOVE KUG-MAX TO KUG-AUSFALL
    END-IF
    IF KUG-AUSFALL = 0
        MOVE "kein Arbeitsausfall im Monat" TO KUG-HINWEIS
        EXIT PARAGRAPH
    END-IF

    IF GEH-IST-GEHALT = "J"
        MOVE LO-BRUTTO(DRUCK-IDX) TO KUG-SOLL-ENTGELT
        COMPUTE KUG-IST-ENTGELT ROUNDED = KUG-SOLL-ENTGELT
            * (KUG-SOLL - KUG-AUSFALL) / KUG-SOLL
        MOVE KUG-IST-ENTGELT TO LO-BRUTTO(DRUCK-IDX)
    ELSE
        MOVE 0 TO KUG-STUNDENLOHN
        IF LO-STUNDEN(DRUCK-IDX) > 0
            COMPUTE KUG-STUNDENLOHN ROUNDED =
                LO-BRUTTO(DRUCK-IDX) / LO-STUNDEN(DRUCK-IDX)
        ELSE
            MOVE ST-STUNDENSATZ TO KUG-STUNDENLOHN
        END-IF
        IF KUG-STUNDENLOHN = 0
            MOVE "kein Stundenlohn (keine Stunden, kein Satz im Stamm)"
                TO KUG-HINWEIS
            EXIT PARAGRAPH
        END-IF
        MOVE LO-BRUTTO(DRUCK-IDX) TO KUG-IST-ENTGELT
        COMPUTE KUG-SOLL-ENTGELT ROUNDED =
            KUG-IST-ENTGELT + KUG-AUSFALL * KUG-STUNDENLOHN
    END-IF

    IF BER-BESCHAEFT-ART NOT = "R"
        MOVE "kein Anspruch (Minijob, Werkstudent oder Azubi)"
            TO KUG-HINWEIS
        EXIT PARAGRAPH
    END-IF

    MOVE 60 TO KUG-SATZ
    IF KK-ANZAHL > 0
        SET KK-IDX TO 1
        SEARCH KK-EINTRAG
            AT END CONTINUE
            WHEN KK-VORNAME(KK-IDX)  = LO-VORNAME(DRUCK-IDX)(1:10)
             AND KK-NACHNAME(KK-IDX) = LO-NACHNAME(DRUCK-IDX)(1:10)
                MOVE 67 TO KUG-SATZ
        END-SEARCH
    END-IF
    MOVE KUG-SOLL-ENTGELT TO KUG-BASIS
    PERFORM BERECHNE-KUG-PAUSCHALNETTO
    MOVE KUG-NETTO-PAUSCHAL TO KUG-NETTO-SOLL
    MOVE KUG-IST-ENTGELT TO KUG-BASIS
    PERFORM BERECHNE-KUG-PAUSCHALNETTO
    MOVE KUG-NETTO-PAUSCHAL TO KUG-NETTO-IST
    IF KUG-NETTO-SOLL > KUG-NETTO-IST
        COMPUTE LO-KUG(DRUCK-IDX) ROUNDED =
            (KUG-NETTO-SOLL - KUG-NETTO-IST) * KUG-SATZ / 100
    END-IF
    MOVE "J" TO KUG-STATUS.


*> ----------------------------------------------------------------
*> #6.12.4 Pauschaliertes Nettoentgelt zu KUG-BASIS
*> ----------------------------------------------------------------
*> Brutto minus Lohnsteuer und Soli nach der Steuerklasse (ohne
*> Kirchensteuer) minus Sozialversicherungspauschale.
BERECHNE-KUG-PAUSCHALNETTO.
    MOVE 0 TO KUG-NETTO-PAUSCHAL
    IF KUG-BASIS = 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE BER-JAHRESBRUTTO = KUG-BASIS * 12
    PERFORM BERECHNE-JAHRESSTEUER
    COMPUTE KUG-ABZUG = BER-JAHRESSTEUER / 12 + BER-JAHRES-SOLI / 12
                      + KUG-BASIS * KUG-SV-PAUSCHALE / 100
    IF KUG-ABZUG < KUG-BASIS
        COMPUTE KUG-NETTO-PAUSCHAL = KUG-BASIS - KUG-ABZUG
    END-IF.


*> ----------------------------------------------------------------
*> #6.12.5 Kurzarbeit auf der Aufstellung zeigen
*> ----------------------------------------------------------------
MELDE-KURZARBEIT.
    MOVE KA-PROZENT(KA-POSITION) TO PRINT-STUNDEN
    MOVE SPACES TO MELDUNG
    STRING "  Kurzarbeit " FUNCTION TRIM(KUG-ABTEILUNG)
           " (Ausfall bis " FUNCTION TRIM(PRINT-STUNDEN) "%): Soll "
           KUG-SOLL " Std, Ausfall " KUG-AUSFALL " Std"
        INTO MELDUNG
    END-STRING
    PERFORM MELDE
    IF KUG-SOLL-ENTGELT > 0
        COMPUTE PRINT-BETRAG = KUG-SOLL-ENTGELT
        COMPUTE PRINT-BASIS = KUG-IST-ENTGELT
        MOVE SPACES TO MELDUNG
        IF GEH-IST-GEHALT = "J"
            STRING "    Soll-Entgelt " FUNCTION TRIM(PRINT-BETRAG)
                   ", Ist-Entgelt " FUNCTION TRIM(PRINT-BASIS)
                   " (Gehalt auf Ist-Entgelt gekuerzt)" INTO MELDUNG
            END-STRING
        ELSE
            STRING "    Soll-Entgelt " FUNCTION TRIM(PRINT-BETRAG)
                   ", Ist-Entgelt " FUNCTION TRIM(PRINT-BASIS)
                INTO MELDUNG
            END-STRING
        END-IF
        PERFORM MELDE
    END-IF
    IF KUG-STATUS = "J"
        COMPUTE PRINT-BETRAG = LO-KUG(DRUCK-IDX)
        MOVE SPACES TO MELDUNG
        STRING "  Kurzarbeitergeld (" KUG-SATZ "%): " PRINT-BETRAG
               " (steuer- und beitragsfrei)" INTO MELDUNG
        END-STRING
    ELSE
        MOVE SPACES TO MELDUNG
        STRING "    HINWEIS: kein Kurzarbeitergeld - "
               FUNCTION TRIM(KUG-HINWEIS) INTO MELDUNG
        END-STRING
    END-IF
    PERFORM MELDE.


*> ----------------------------------------------------------------
*> #6.12.6 Kurzarbeitergeld des Mitarbeiters festhalten
*> ----------------------------------------------------------------
SCHREIBE-KUG-ERGEBNIS.
    MOVE SPACES TO KUG-ERGEBNIS-RECORD
    MOVE LOHN-STICHTAG(1:6) TO KE-PERIODE
    MOVE LO-VORNAME(DRUCK-IDX)(1:10)  TO KE-VORNAME
    MOVE LO-NACHNAME(DRUCK-IDX)(1:10) TO KE-NACHNAME
    MOVE ST-PERSONALNR TO KE-PERSONALNR
    MOVE KUG-ABTEILUNG    TO KE-ABTEILUNG
    MOVE KUG-SOLL         TO KE-SOLL-STD
    MOVE LO-STUNDEN(DRUCK-IDX) TO KE-IST-STD
    MOVE KUG-AUSFALL      TO KE-AUSFALL-STD
    MOVE KUG-SOLL-ENTGELT TO KE-SOLL-ENTGELT
    MOVE KUG-IST-ENTGELT  TO KE-IST-ENTGELT
    MOVE KUG-SATZ         TO KE-SATZ
    MOVE LO-KUG(DRUCK-IDX) TO KE-KUG
    WRITE KUG-ERGEBNIS-RECORD.


*> ================================================================
*> #6.13 Ist der Mitarbeiter DRUCK-IDX angehalten? (CS-GESPERRT)
*> ================================================================
*> Angehalten wird, wer einen offenen Pflichtpunkt hat, der zum
*> Stichtag des Laufs faellig ist - die Checkliste selbst pflegt
*> PERSONAL-CHECKLISTE, die daher vor dem Lohnlauf laufen muss.
*> Gelesen wird je Mitarbeiter direkt in CHECKLISTE.DAT, ohne
*> Obergrenze fuer die Zahl der Angehaltenen.
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
         AND CL-FAELLIG <= LOHN-STICHTAG
         AND CL-VORNAME  = LO-VORNAME(DRUCK-IDX)(1:10)
         AND CL-NACHNAME = LO-NACHNAME(DRUCK-IDX)(1:10)
            PERFORM UEBERNIMM-CHECKLISTEN-SPERRE
        END-IF
    END-PERFORM
    CLOSE CHECKLISTE.


*> ----------------------------------------------------------------
*> #6.13.1 Einen offenen Pflichtpunkt beim Mitarbeiter vermerken
*> ----------------------------------------------------------------
UEBERNIMM-CHECKLISTEN-SPERRE.
    MOVE "J" TO CS-GESPERRT
    STRING CL-CODE DELIMITED BY SPACE
           " "     DELIMITED BY SIZE
        INTO CS-PUNKTE
        WITH POINTER CS-ZEIGER
        ON OVERFLOW CONTINUE
    END-STRING.


*> ----------------------------------------------------------------
*> #6.13.2 Angehaltenen Mitarbeiter auf der Aufstellung zeigen
*> ----------------------------------------------------------------
MELDE-ANGEHALTEN.
    ADD 1 TO CNT-ANGEHALTEN
    MOVE SPACES TO MELDUNG
    STRING "ANGEHALTEN: " FUNCTION TRIM(LO-VORNAME(DRUCK-IDX)) " "
           FUNCTION TRIM(LO-NACHNAME(DRUCK-IDX))
           " - Checkliste offen: "
           FUNCTION TRIM(CS-PUNKTE)
        INTO MELDUNG
    END-STRING
    PERFORM MELDE.


*> ================================================================
*> #7 Lohnsteuer-Parameter vorbelegen und laden
*> ================================================================
*> Eingebaut ist der Tarif 2026; LOHNSTEUER-PARAMETER.CFG
*> ueberschreibt ihn mit dem juengsten Block, der am Stichtag
*> schon gilt. Zeilen vor dem ersten GUELTIG-AB gelten immer.
INIT-LOHNSTEUER-PARAMETER.
    MOVE 20260101 TO LST-GUELTIG-AB
    MOVE 12348    TO LST-GRUNDFREIBETRAG
    MOVE 17799    TO LST-ZONE2-BIS
    MOVE 914.51   TO LST-ZONE2-FAKTOR
    MOVE 69878    TO LST-ZONE3-BIS
    MOVE 173.10   TO LST-ZONE3-FAKTOR
    MOVE 1034.87  TO LST-ZONE3-KONSTANTE
    MOVE 277825   TO LST-ZONE4-BIS
    MOVE 11135.63 TO LST-ZONE4-ABZUG
    MOVE 19470.38 TO LST-ZONE5-ABZUG
    MOVE 1230     TO LST-AN-PAUSCHBETRAG
    MOVE 36       TO LST-SA-PAUSCHBETRAG
    MOVE 4260     TO LST-ENTLASTUNGSBETRAG
    MOVE 20.00    TO LST-VORSORGE-PROZENT
    MOVE 16000    TO LST-VORSORGE-HOECHST
    MOVE 14071    TO LST-STKL5-W1
    MOVE 34939    TO LST-STKL5-W2
    MOVE 222260   TO LST-STKL5-W3
    MOVE 5.50     TO LST-SOLI-PROZENT
    MOVE 20350    TO LST-SOLI-FREIGRENZE
    MOVE 11.90    TO LST-SOLI-MILDERUNG
    MOVE 9.00     TO LST-KIST-PROZENT
    MOVE 50.00    TO LST-SACHBEZUG-FREIGRENZE
    MOVE 1.00     TO LST-DIENSTWAGEN-PROZENT
    MOVE 0.03     TO LST-DIENSTWAGEN-KM-PROZENT
    MOVE 2 TO KIST-LAND-ANZAHL
    MOVE "BY" TO KSL-LAND(1)
    MOVE 8.00 TO KSL-PROZENT(1)
    MOVE "BW" TO KSL-LAND(2)
    MOVE 8.00 TO KSL-PROZENT(2).

LADE-LOHNSTEUER-PARAMETER.
    MOVE "N" TO EOF-FLAG
    MOVE "J" TO PAR-BLOCK-GILT
    MOVE 0 TO PAR-BESTES-DATUM
    OPEN INPUT LOHNSTEUER-PARAMETER
    IF FS-STEUER NOT = "00"
        DISPLAY "HINWEIS: LOHNSTEUER-PARAMETER.CFG fehlt - es gilt"
                " der eingebaute Tarif ab " LST-GUELTIG-AB "."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNSTEUER-PARAMETER
            AT END MOVE "Y" TO EOF-FLAG
            NOT AT END
                MOVE SPACES TO PAR-SCHLUESSEL PAR-WERT PAR-WERT2
                UNSTRING FUNCTION TRIM(LOHNSTEUER-PARAMETER-ZEILE)
                    DELIMITED BY ALL SPACE
                    INTO PAR-SCHLUESSEL PAR-WERT PAR-WERT2
                END-UNSTRING
                IF PAR-SCHLUESSEL NOT = SPACES
                 AND PAR-SCHLUESSEL(1:1) NOT = "*"
                    PERFORM UEBERNIMM-PARAMETER
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOHNSTEUER-PARAMETER
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #7.1 Eine Parameterzeile uebernehmen
*> ----------------------------------------------------------------
UEBERNIMM-PARAMETER.
    IF PAR-SCHLUESSEL = "GUELTIG-AB"
        MOVE "N" TO PAR-BLOCK-GILT
        IF PAR-WERT(1:8) IS NUMERIC
            MOVE PAR-WERT(1:8) TO PAR-BLOCK-DATUM
            IF PAR-BLOCK-DATUM <= LOHN-STICHTAG
             AND PAR-BLOCK-DATUM >= PAR-BESTES-DATUM
                MOVE "J" TO PAR-BLOCK-GILT
                MOVE PAR-BLOCK-DATUM TO PAR-BESTES-DATUM
                MOVE PAR-BLOCK-DATUM TO LST-GUELTIG-AB
            END-IF
        ELSE
            DISPLAY "WARNUNG: LOHNSTEUER-PARAMETER.CFG - Datum '"
                    FUNCTION TRIM(PAR-WERT) "' ungueltig, Block"
                    " uebergangen."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF PAR-BLOCK-GILT NOT = "J"
        EXIT PARAGRAPH
    END-IF

    IF PAR-SCHLUESSEL = "KIST-LAND"
        IF PAR-WERT = SPACES
         OR FUNCTION TEST-NUMVAL(PAR-WERT2) NOT = 0
            DISPLAY "WARNUNG: LOHNSTEUER-PARAMETER.CFG - KIST-LAND "
                    FUNCTION TRIM(PAR-WERT) " ohne gueltigen Satz."
            EXIT PARAGRAPH
        END-IF
        MOVE 0 TO KIST-LAND-POSITION
        IF KIST-LAND-ANZAHL > 0
            SET KSL-IDX TO 1
            SEARCH KIST-LAND-EINTRAG
                AT END CONTINUE
                WHEN KSL-LAND(KSL-IDX) = PAR-WERT(1:2)
                    SET KIST-LAND-POSITION TO KSL-IDX
            END-SEARCH
        END-IF
        IF KIST-LAND-POSITION = 0 AND KIST-LAND-ANZAHL < 20
            ADD 1 TO KIST-LAND-ANZAHL
            MOVE KIST-LAND-ANZAHL TO KIST-LAND-POSITION
            MOVE PAR-WERT(1:2) TO KSL-LAND(KIST-LAND-POSITION)
        END-IF
        IF KIST-LAND-POSITION > 0
            COMPUTE KSL-PROZENT(KIST-LAND-POSITION) =
                FUNCTION NUMVAL(PAR-WERT2)
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF FUNCTION TEST-NUMVAL(PAR-WERT) NOT = 0
        DISPLAY "WARNUNG: LOHNSTEUER-PARAMETER.CFG - Wert '"
                FUNCTION TRIM(PAR-WERT) "' zu "
                FUNCTION TRIM(PAR-SCHLUESSEL) " nicht numerisch."
        EXIT PARAGRAPH
    END-IF
    COMPUTE PAR-ZAHL = FUNCTION NUMVAL(PAR-WERT)
    EVALUATE PAR-SCHLUESSEL
        WHEN "GRUNDFREIBETRAG"
            MOVE PAR-ZAHL TO LST-GRUNDFREIBETRAG
        WHEN "ZONE2-BIS"
            MOVE PAR-ZAHL TO LST-ZONE2-BIS
        WHEN "ZONE2-FAKTOR"
            MOVE PAR-ZAHL TO LST-ZONE2-FAKTOR
        WHEN "ZONE3-BIS"
            MOVE PAR-ZAHL TO LST-ZONE3-BIS
        WHEN "ZONE3-FAKTOR"
            MOVE PAR-ZAHL TO LST-ZONE3-FAKTOR
        WHEN "ZONE3-KONSTANTE"
            MOVE PAR-ZAHL TO LST-ZONE3-KONSTANTE
        WHEN "ZONE4-BIS"
            MOVE PAR-ZAHL TO LST-ZONE4-BIS
        WHEN "ZONE4-ABZUG"
            MOVE PAR-ZAHL TO LST-ZONE4-ABZUG
        WHEN "ZONE5-ABZUG"
            MOVE PAR-ZAHL TO LST-ZONE5-ABZUG
        WHEN "ARBEITNEHMER-PAUSCHBETRAG"
            MOVE PAR-ZAHL TO LST-AN-PAUSCHBETRAG
        WHEN "SONDERAUSGABEN-PAUSCHBETRAG"
            MOVE PAR-ZAHL TO LST-SA-PAUSCHBETRAG
        WHEN "ENTLASTUNGSBETRAG"
            MOVE PAR-ZAHL TO LST-ENTLASTUNGSBETRAG
        WHEN "VORSORGE-PROZENT"
            MOVE PAR-ZAHL TO LST-VORSORGE-PROZENT
        WHEN "VORSORGE-HOECHSTBETRAG"
            MOVE PAR-ZAHL TO LST-VORSORGE-HOECHST
        WHEN "STKL5-W1"
            MOVE PAR-ZAHL TO LST-STKL5-W1
        WHEN "STKL5-W2"
            MOVE PAR-ZAHL TO LST-STKL5-W2
        WHEN "STKL5-W3"
            MOVE PAR-ZAHL TO LST-STKL5-W3
        WHEN "SOLI-PROZENT"
            MOVE PAR-ZAHL TO LST-SOLI-PROZENT
        WHEN "SOLI-FREIGRENZE"
            MOVE PAR-ZAHL TO LST-SOLI-FREIGRENZE
        WHEN "SOLI-MILDERUNG"
            MOVE PAR-ZAHL TO LST-SOLI-MILDERUNG
        WHEN "KIST-PROZENT"
            MOVE PAR-ZAHL TO LST-KIST-PROZENT
        WHEN "SACHBEZUG-FREIGRENZE"
            MOVE PAR-ZAHL TO LST-SACHBEZUG-FREIGRENZE
        WHEN "DIENSTWAGEN-PROZENT"
            MOVE PAR-ZAHL TO LST-DIENSTWAGEN-PROZENT
        WHEN "DIENSTWAGEN-KM-PROZENT"
            MOVE PAR-ZAHL TO LST-DIENSTWAGEN-KM-PROZENT
        WHEN OTHER
            DISPLAY "WARNUNG: LOHNSTEUER-PARAMETER.CFG - Schluessel "
                    FUNCTION TRIM(PAR-SCHLUESSEL) " unbekannt."
    END-EVALUATE.

*> ================================================================
*> #8 Sozialabgaben laden
*> ================================================================
LADE-SOZIALABGABEN.
    MOVE 0 TO SOZIAL-ANZAHL
    MOVE 0 TO SOZ-BESTES-DATUM
    MOVE "J" TO SOZ-BLOCK-GILT
    IF SOZ-STICHTAG = 0
        MOVE FUNCTION CURRENT-DATE(1:8) TO SOZ-STICHTAG
    END-IF
    MOVE "N" TO EOF-FLAG
    OPEN INPUT SOZIALABGABEN-CFG
    IF FS-SOZIAL = "00"
                NOT AT END
                    IF FUNCTION TRIM(SOZIALABGABEN-CFG-ZEILE)
                            NOT = SPACES
                        PERFORM UEBERNIMM-SOZIALZEILE
                    END-IF
            END-READ
        END-PERFORM
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #8.1 Eine Zeile der SOZIALABGABEN.CFG uebernehmen
*> ----------------------------------------------------------------
*> "GUELTIG-AB JJJJMMTT" eroeffnet einen Stand, der die ganze Liste
*> ersetzt; Zeilen vor dem ersten Stand gelten seit jeher. Es gilt
*> der juengste Stand, dessen Datum nicht nach SOZ-STICHTAG liegt.
UEBERNIMM-SOZIALZEILE.
    MOVE SPACES TO SOZ-NAME-RAW SOZ-PROZENT-RAW SOZ-DECKEL-RAW
    UNSTRING FUNCTION TRIM(SOZIALABGABEN-CFG-ZEILE)
        DELIMITED BY ALL SPACE
        INTO SOZ-NAME-RAW SOZ-PROZENT-RAW SOZ-DECKEL-RAW
    END-UNSTRING
    IF SOZ-NAME-RAW = "GUELTIG-AB"
        MOVE "N" TO SOZ-BLOCK-GILT
        IF SOZ-PROZENT-RAW IS NUMERIC
            MOVE SOZ-PROZENT-RAW TO SOZ-BLOCK-DATUM
            IF SOZ-BLOCK-DATUM <= SOZ-STICHTAG
             AND SOZ-BLOCK-DATUM >= SOZ-BESTES-DATUM
                MOVE "J" TO SOZ-BLOCK-GILT
                MOVE SOZ-BLOCK-DATUM TO SOZ-BESTES-DATUM
                MOVE 0 TO SOZIAL-ANZAHL
            END-IF
        ELSE
            DISPLAY "WARNUNG: SOZIALABGABEN.CFG - Datum '"
                    FUNCTION TRIM(SOZ-PROZENT-RAW) "' ungueltig,"
                    " Stand uebergangen."
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF SOZ-BLOCK-GILT NOT = "J" OR SOZIAL-ANZAHL >= 10
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TEST-NUMVAL(SOZ-PROZENT-RAW) = 0
        ADD 1 TO SOZIAL-ANZAHL
        MOVE SOZ-NAME-RAW TO SOZ-NAME(SOZIAL-ANZAHL)
        COMPUTE SOZ-PROZENT(SOZIAL-ANZAHL) =
            FUNCTION NUMVAL(SOZ-PROZENT-RAW)
        IF FUNCTION TEST-NUMVAL(SOZ-DECKEL-RAW) = 0
            COMPUTE SOZ-DECKEL(SOZIAL-ANZAHL) =
                FUNCTION NUMVAL(SOZ-DECKEL-RAW)
        ELSE
            MOVE 0 TO SOZ-DECKEL(SOZIAL-ANZAHL)
        END-IF
    END-IF.


*> ================================================================
*> #9 Mitarbeiterstamm bereitstellen
*> ================================================================
*> Der Stamm wird nicht mehr in eine Tabelle geladen: mit Index
*> (STAMM-INDEX) wird je Mitarbeiter per Namensschluessel und fuer
*> die Durchlaeufe in Personalnummernfolge gelesen, sonst wird
*> MITARBEITER-STAMM.DAT je Durchlauf bzw. Suche von vorn gelesen.
OEFFNE-STAMM.
    OPEN INPUT MITARBEITER-STAMM-INDEX
    IF FS-STAMM-INDEX = "00"
        MOVE "J" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.1 Index am Laufende schliessen
*> ----------------------------------------------------------------
SCHLIESSE-STAMM.
    IF STAMM-INDEX-OFFEN = "J"
        CLOSE MITARBEITER-STAMM-INDEX
        MOVE "N" TO STAMM-INDEX-OFFEN
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.2 Durchlauf durch den ganzen Stamm beginnen
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
*> #9.0.3 Naechsten Stammsatz des Durchlaufs lesen
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
    END-IF
    IF STAMM-ENDE NOT = "J"
        PERFORM UEBERNIMM-STAMMSATZ
    END-IF.


*> ----------------------------------------------------------------
*> #9.0.4 Durchlauf beenden
*> ----------------------------------------------------------------
BEENDE-STAMM-DURCHLAUF.
    IF STAMM-DATEI-OFFEN = "J"
        CLOSE MITARBEITER-STAMM
        MOVE "N" TO STAMM-DATEI-OFFEN
    END-IF
    MOVE "J" TO STAMM-ENDE.


*> ----------------------------------------------------------------
*> #9.0.5 Mitarbeiter STAMM-SUCH-VORNAME/-NACHNAME suchen
*> ----------------------------------------------------------------
*> Wie zuvor die Tabellensuche: der erste Satz unter dem Namen
*> zaehlt. STAMM-TREFFER = "J", wenn ST-* den Mitarbeiter traegt.
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
        IF STAMM-TREFFER = "J"
            PERFORM UEBERNIMM-STAMMSATZ
        END-IF
        EXIT PARAGRAPH
    END-IF
    PERFORM STARTE-STAMM-DURCHLAUF
    PERFORM UNTIL STAMM-ENDE = "J"
        PERFORM LIES-NAECHSTEN-STAMM
        IF STAMM-ENDE NOT = "J"
         AND ST-VORNAME  = STAMM-SUCH-VORNAME
         AND ST-NACHNAME = STAMM-SUCH-NACHNAME
            MOVE "J" TO STAMM-TREFFER
            MOVE "J" TO STAMM-ENDE
        END-IF
    END-PERFORM
    PERFORM BEENDE-STAMM-DURCHLAUF.


*> ----------------------------------------------------------------
*> #9.0.6 Gelesenen Stammsatz fuer die Abrechnung aufbereiten
*> ----------------------------------------------------------------
UEBERNIMM-STAMMSATZ.
    MOVE MA-VORNAME  TO ST-VORNAME
    MOVE MA-NACHNAME TO ST-NACHNAME
    IF MA-STEUERKLASSE IS NUMERIC
        MOVE MA-STEUERKLASSE TO ST-STEUERKLASSE
    ELSE
        MOVE 0 TO ST-STEUERKLASSE
    END-IF
    IF MA-BESCHAEFT-ART = SPACE
        MOVE "R" TO ST-BESCHAEFT-ART
    ELSE
        MOVE MA-BESCHAEFT-ART TO ST-BESCHAEFT-ART
    END-IF
    MOVE MA-KONFESSION TO ST-KONFESSION
    MOVE MA-BUNDESLAND TO ST-BUNDESLAND
    MOVE MA-STATUS TO ST-STATUS
    IF MA-SOLL-STUNDEN IS NUMERIC
        MOVE MA-SOLL-STUNDEN TO ST-SOLL-STUNDEN
    ELSE
        MOVE 0 TO ST-SOLL-STUNDEN
    END-IF
    IF MA-EINTRITT IS NUMERIC
        MOVE MA-EINTRITT TO ST-EINTRITT
    ELSE
        MOVE 0 TO ST-EINTRITT
    END-IF
    IF MA-AUSTRITT IS NUMERIC
        MOVE MA-AUSTRITT TO ST-AUSTRITT
    ELSE
        MOVE 0 TO ST-AUSTRITT
    END-IF
    MOVE MA-LOHNART TO ST-LOHNART
    IF MA-MONATSGEHALT IS NUMERIC
        MOVE MA-MONATSGEHALT TO ST-MONATSGEHALT
    ELSE
        MOVE 0 TO ST-MONATSGEHALT
    END-IF
    MOVE MA-UEBERSTD-REGEL TO ST-UEBERSTD-REGEL
    IF MA-ABTEILUNG = SPACES
        MOVE "ALLG" TO ST-ABTEILUNG
    ELSE
        MOVE MA-ABTEILUNG TO ST-ABTEILUNG
    END-IF
    IF MA-PERSONALNR IS NUMERIC
        MOVE MA-PERSONALNR TO ST-PERSONALNR
    ELSE
        MOVE 0 TO ST-PERSONALNR
    END-IF
    IF MA-STUNDENSATZ IS NUMERIC
        MOVE MA-STUNDENSATZ TO ST-STUNDENSATZ
    ELSE
        MOVE 0 TO ST-STUNDENSATZ
    END-IF
    IF MA-FIRMA = SPACES
        MOVE STAMM-FIRMA TO ST-FIRMA
    ELSE
        MOVE MA-FIRMA TO ST-FIRMA
    END-IF.


*> ================================================================
*> #9.1 Unbezahlte Urlaubstage des Abrechnungsmonats laden
*> ================================================================
*> Ein Abwesenheitssatz traegt Beginn (BR-DATUM) und Tage
*> (BR-STUNDEN); gezaehlt werden nur die Kalendertage, die in den
*> Abrechnungsmonat fallen. Fehlt die Datei, wird nicht gekuerzt.
*> Laeuft nach dem Ergaenzen der Gehaltsempfaenger, damit jeder
*> abzurechnende Mitarbeiter schon in der Lohntabelle steht.
LADE-UNBEZAHLT.
    MOVE "N" TO EOF-FLAG
    OPEN INPUT ACCEPTED-BUCHUNGEN
    IF FS-ACCEPTED = "00"
        PERFORM UNTIL EOF-FLAG = "Y"
            READ ACCEPTED-BUCHUNGEN
                AT END MOVE "Y" TO EOF-FLAG
            END-READ
            IF EOF-FLAG NOT = "Y" AND SATZ-IST-ABWESENHEIT
             AND ABW-IST-UNBEZAHLT
             AND BR-STUNDEN IS NUMERIC AND BR-STUNDEN > 0
             AND BR-DATUM IS NUMERIC AND BR-DATUM > 0
                PERFORM VERBUCHE-UNBEZAHLT
            END-IF
        END-PERFORM
        CLOSE ACCEPTED-BUCHUNGEN
    END-IF
    MOVE "N" TO EOF-FLAG.


*> ----------------------------------------------------------------
*> #9.2 Einen Abwesenheitssatz auf den Mitarbeiter anrechnen
*> ----------------------------------------------------------------
VERBUCHE-UNBEZAHLT.
    MOVE BR-VORNAME  TO ABW-VORNAME
    MOVE BR-NACHNAME TO ABW-NACHNAME
    INSPECT ABW-VORNAME  CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    INSPECT ABW-NACHNAME CONVERTING ROT13-KLARTEXT TO ROT13-GEHEIM
    COMPUTE ABW-VON-TAG = FUNCTION INTEGER-OF-DATE(BR-DATUM)
    COMPUTE ABW-BIS-TAG = ABW-VON-TAG + BR-STUNDEN - 1
    COMPUTE ABW-MONAT-VON = FUNCTION INTEGER-OF-DATE(GEH-MONAT-ANFANG)
    COMPUTE ABW-MONAT-BIS = FUNCTION INTEGER-OF-DATE(GEH-MONAT-ENDE)
    IF ABW-VON-TAG > ABW-MONAT-VON
        MOVE ABW-VON-TAG TO ABW-MONAT-VON
    END-IF
    IF ABW-BIS-TAG < ABW-MONAT-BIS
        MOVE ABW-BIS-TAG TO ABW-MONAT-BIS
    END-IF
    IF ABW-MONAT-VON > ABW-MONAT-BIS
        EXIT PARAGRAPH
    END-IF
    IF LOHN-ANZAHL > 0
        SET LO-IDX TO 1
        SEARCH LOHN-EINTRAG
            AT END CONTINUE
            WHEN LO-VORNAME(LO-IDX)(1:10)  = ABW-VORNAME
             AND LO-NACHNAME(LO-IDX)(1:10) = ABW-NACHNAME
                COMPUTE LO-UNBEZAHLT(LO-IDX) = LO-UNBEZAHLT(LO-IDX)
                    + ABW-MONAT-BIS - ABW-MONAT-VON + 1
                IF LO-UNBEZAHLT(LO-IDX) > GEH-KALENDERTAGE
                    MOVE GEH-KALENDERTAGE TO LO-UNBEZAHLT(LO-IDX)
                END-IF
        END-SEARCH
    END-IF.


*> ================================================================
*> #9.3 Lohnkonten des Jahres vor dem Abrechnungsmonat laden
*> ================================================================
*> Nur bei Einmalzahlungen im Lauf benoetigt. Zeilen des
*> Abrechnungsmonats selbst (Wiederholungslauf) bleiben aussen vor.
LADE-LOHNKONTO.
    MOVE 0 TO KU-ANZAHL
    MOVE "N" TO EOF-FLAG
    OPEN INPUT LOHNKONTO
    IF FS-LOHNKONTO NOT = "00"
        DISPLAY "HINWEIS: LOHNKONTO.DAT fehlt - Einmalzahlungen"
                " ohne Vormonatswerte gerechnet."
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL EOF-FLAG = "Y"
        READ LOHNKONTO
            AT END MOVE "Y" TO EOF-FLAG
        END-READ
        IF EOF-FLAG NOT = "Y" AND LK-JAHR IS NUMERIC
         AND LK-JAHR = GEH-JAHR AND LK-MONAT IS NUMERIC
         AND LK-MONAT < LOHN-STICHTAG(5:2)
            IF KU-ANZAHL < 6000
                ADD 1 TO KU-ANZAHL
                MOVE LK-VORNAME  TO KU-VORNAME(KU-ANZAHL)
                MOVE LK-NACHNAME TO KU-NACHNAME(KU-ANZAHL)
                MOVE LK-MONAT    TO KU-MONAT(KU-ANZAHL)
                MOVE LK-BRUTTO   TO KU-BRUTTO(KU-ANZAHL)
                *> Sachbezuege der Vormonate gehoeren zum Jahreslohn
                *> und zum beitragspflichtigen Entgelt.
                IF LK-SACHBEZUG IS NUMERIC
                    ADD LK-SACHBEZUG TO KU-BRUTTO(KU-ANZAHL)
                END-IF
                IF LK-EINMAL IS NUMERIC
                    MOVE LK-EINMAL TO KU-EINMAL(KU-ANZAHL)
                ELSE
                    MOVE 0 TO KU-EINMAL(KU-ANZAHL)
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE LOHNKONTO
    MOVE "N" TO EOF-FLAG.


    MOVE MELDUNG TO REPORT-ZEILE
    WRITE REPORT-ZEILE
    MOVE SPACES TO MELDUNG.


*> ================================================================
*> #11 Aktive Firma lesen (Konzernsicht = "**")
*> ================================================================
PRUEFE-FIRMA-AKTIV.
    MOVE SPACES TO AKTIVE-FIRMA STAMM-FIRMA
    OPEN INPUT FIRMA-AKTIV
    IF FS-FIRMA-AKTIV = "00"
        READ FIRMA-AKTIV
            AT END CONTINUE
            NOT AT END
                MOVE FA-FIRMA      TO AKTIVE-FIRMA
                MOVE FA-STAMMFIRMA TO STAMM-FIRMA
        END-READ
        CLOSE FIRMA-AKTIV
    END-IF.
